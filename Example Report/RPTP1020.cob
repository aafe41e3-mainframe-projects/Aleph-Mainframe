      *================================================================
      * PROGRAMA    : RPTP1020
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : ENVELHECIMENTO DAS CONTAS A RECEBER. O CADASTRO
      *               SO GUARDA O ACUMULADO DE VENDAS, E NINGUEM SABIA
      *               QUANTO CADA CLIENTE DEVE NEM HA QUANTO TEMPO.
      *               A PARTIR DO ARITEMS.IDX (FATURAS EM ABERTO
      *               MANTIDAS PELO RPTP1011), ESTE RELATORIO
      *               DISTRIBUI O SALDO DE CADA CLIENTE NAS FAIXAS
      *               CORRENTE (ATE 30 DIAS), 31-60, 61-90 E ACIMA DE
      *               90 DIAS DA DATA DA FATURA, COM SUBTOTAIS POR
      *               REPRESENTANTE E FILIAL E TOTAL GERAL.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01-08  DATA DE REFERENCIA (AAAAMMDD)
      * ENTRADAS:
      *   ARITEMS.IDX  - contas a receber por fatura (RPTP1011), lido
      *                  em sequencia de chave: filial/repr/cliente/
      *                  fatura. Itens com saldo zero sao ignorados;
      *                  credito nao aplicado ('U') entra negativo na
      *                  faixa da sua data
      *   CUSTMAST.IDX - nome do cliente (leitura por chave)
      *   BRCHMAST.TXT - nomes de filial (RPTP1015)
      *   REPMAST.TXT  - nomes de representante (RPTP1015)
      * SAIDA:
      *   ARAGING.TXT  - uma linha por cliente com saldo, subtotal
      *                  por representante e filial, total geral
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1020.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT ARITEMS  ASSIGN TO 'ARITEMS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-KEY
           FILE STATUS IS ARITEMS-STATUS.
       SELECT CUSTIDX  ASSIGN TO 'CUSTMAST.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CI-KEY
           FILE STATUS IS CUSTIDX-STATUS.
       SELECT BRCHMAST ASSIGN TO 'BRCHMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPMAST  ASSIGN TO 'REPMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARAGING  ASSIGN TO 'ARAGING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ARITEMS.
       01  AR-ITEM-RECORD.
           03  AR-KEY.
               05  AR-CUSTOMER-KEY.
                   07  AR-BRANCH-NUMBER    PIC 9(002).
                   07  AR-SALESREP-NUMBER  PIC 9(002).
                   07  AR-CUSTOMER-NUMBER  PIC 9(005).
               05  AR-INVOICE-NUMBER   PIC X(010).
           03  AR-ITEM-TYPE            PIC X(001).
           03  AR-INVOICE-DATE         PIC 9(008).
           03  AR-ORIGINAL-AMOUNT      PIC S9(007)V9(002).
           03  AR-OPEN-AMOUNT          PIC S9(007)V9(002).
           03  AR-LAST-ACTIVITY-DATE   PIC 9(008).
      *
       FD  CUSTIDX.
       01  CUSTIDX-RECORD.
           03  CI-KEY                  PIC X(009).
           03  CI-CUSTOMER-NAME        PIC X(020).
           03  CI-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CI-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CI-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CI-CREDIT-STATUS        PIC X(001).
               88  CI-CREDIT-HOLD                  VALUE 'H'.
      *
       FD  BRCHMAST.
       01  BRANCH-MASTER-RECORD.
           03  BM-NUMBER               PIC 9(002).
           03  BM-NAME                 PIC X(020).
           03  BM-STATUS               PIC X(001).
      *
       FD  REPMAST.
       01  REP-MASTER-RECORD.
           03  RM-NUMBER               PIC 9(002).
           03  RM-NAME                 PIC X(020).
           03  RM-STATUS               PIC X(001).
      *
       FD  ARAGING.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1020                    PIC X(008) VALUE 'RPTP1020'.
      *
       01  SWITCHES.
           03  ARITEMS-EOF-SWITCH      PIC X(001) VALUE 'N'.
               88  ARITEMS-EOF                     VALUE 'Y'.
           03  BRCHMAST-EOF-SWITCH     PIC X(001) VALUE 'N'.
           03  REPMAST-EOF-SWITCH      PIC X(001) VALUE 'N'.
           03  FIRST-ITEM-SWITCH       PIC X(001) VALUE 'Y'.
               88  FIRST-ITEM                      VALUE 'Y'.
           03  ITEM-WANTED-SWITCH      PIC X(001) VALUE 'N'.
               88  ITEM-WANTED                     VALUE 'Y'.
      *
       77  ARITEMS-STATUS              PIC X(002) VALUE SPACES.
       77  CUSTIDX-STATUS              PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-AS-OF-DATE        PIC 9(008).
      *
       01  SAVE-FIELDS.
           03  SAVE-CUSTOMER-KEY.
               05  SAVE-BRANCH-NUMBER  PIC 9(002).
               05  SAVE-SALESREP-NUMBER PIC 9(002).
               05  SAVE-CUSTOMER-NUMBER PIC 9(005).
      *
       01  COUNT-FIELDS.
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  OPEN-ITEM-COUNT         PIC S9(005) VALUE ZERO.
           03  CUSTOMER-COUNT          PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    ACUMULADORES POR FAIXA: 1 CORRENTE, 2 31-60, 3 61-90,
      *    4 ACIMA DE 90; A QUINTA POSICAO E O TOTAL DA LINHA.
      *-----------------------------------------------------------------
       01  AGING-TOTALS.
           03  CUSTOMER-BUCKET         PIC S9(009)V99 OCCURS 5 TIMES.
           03  SALESREP-BUCKET         PIC S9(009)V99 OCCURS 5 TIMES.
           03  BRANCH-BUCKET           PIC S9(009)V99 OCCURS 5 TIMES.
           03  GRAND-BUCKET            PIC S9(009)V99 OCCURS 5 TIMES.
      *
       01  NAME-TABLES.
           03  BRANCH-NAME             PIC X(020) OCCURS 100 TIMES.
           03  REP-NAME                PIC X(020) OCCURS 100 TIMES.
      *
       01  WORK-FIELDS.
           03  NAME-IDX                PIC S9(003).
           03  BUCKET-IDX              PIC S9(003).
           03  AS-OF-DAY-NUMBER        PIC S9(007).
           03  ITEM-DAY-NUMBER         PIC S9(007).
           03  DAYS-PAST-INVOICE       PIC S9(007).
      *
      *-----------------------------------------------------------------
      *    NUMERO DO DIA (CONTAGEM CORRIDA) PARA A DIFERENCA ENTRE
      *    DATAS: O ANO COMECA EM MARCO, E JANEIRO/FEVEREIRO CONTAM
      *    COMO MESES 13/14 DO ANO ANTERIOR.
      *-----------------------------------------------------------------
       01  DAY-NUMBER-FIELDS.
           03  DAY-DATE                PIC 9(008).
           03  DAY-DATE-PARTS          REDEFINES DAY-DATE.
               05  DAY-YEAR            PIC 9(004).
               05  DAY-MONTH           PIC 9(002).
               05  DAY-DAY             PIC 9(002).
           03  DAY-WORK-YEAR           PIC S9(005).
           03  DAY-WORK-MONTH          PIC S9(003).
           03  DAY-QUOTIENT-4          PIC S9(005).
           03  DAY-QUOTIENT-100        PIC S9(005).
           03  DAY-QUOTIENT-400        PIC S9(005).
           03  DAY-MONTH-DAYS          PIC S9(005).
           03  DAY-NUMBER              PIC S9(007).
      *
       01  REPORT-HEADING-LINE-1.
           03  FILLER                  PIC X(040) VALUE
               'RPTP1020 ACCOUNTS RECEIVABLE AGING     '.
           03  FILLER                  PIC X(007) VALUE 'AS OF: '.
           03  RHL-AS-OF-DATE          PIC 9(008).
           03  FILLER                  PIC X(077) VALUE SPACES.
      *
       01  REPORT-HEADING-LINE-2.
           03  FILLER                  PIC X(029) VALUE
               'CUST  CUSTOMER NAME         '.
           03  FILLER                  PIC X(026) VALUE
               '    CURRENT        31-60  '.
           03  FILLER                  PIC X(026) VALUE
               '      61-90      OVER 90  '.
           03  FILLER                  PIC X(013) VALUE
               '        TOTAL'.
           03  FILLER                  PIC X(038) VALUE SPACES.
      *
       01  BRANCH-HEADER-LINE.
           03  FILLER                  PIC X(007) VALUE 'BRANCH '.
           03  BHL-BRANCH-NUMBER       PIC 9(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  BHL-BRANCH-NAME         PIC X(020).
           03  FILLER                  PIC X(102) VALUE SPACES.
      *
       01  SALESREP-HEADER-LINE.
           03  FILLER                  PIC X(011) VALUE '  SALESREP '.
           03  SHL-SALESREP-NUMBER     PIC 9(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  SHL-SALESREP-NAME       PIC X(020).
           03  FILLER                  PIC X(098) VALUE SPACES.
      *
       01  AGING-LINE.
           03  AGL-LABEL.
               05  AGL-CUSTOMER-NUMBER PIC 9(005).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  AGL-CUSTOMER-NAME   PIC X(020).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  AGL-BUCKET-GROUP        OCCURS 5 TIMES.
               05  AGL-BUCKET          PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(039) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-AGING-REPORT.
      *
           ACCEPT SYSIN-AS-OF-DATE FROM SYSIN.
           IF SYSIN-AS-OF-DATE NOT NUMERIC
              OR SYSIN-AS-OF-DATE = ZERO
               DISPLAY 'RPTP1020 AS-OF DATE MISSING ON SYSIN - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYSIN-AS-OF-DATE TO DAY-DATE.
           PERFORM 700000-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER       TO AS-OF-DAY-NUMBER.
      *
           PERFORM 060000-LOAD-NAME-MASTERS.
      *
           OPEN INPUT ARITEMS.
           IF ARITEMS-STATUS NOT = '00'
               DISPLAY 'RPTP1020 OPEN ARITEMS.IDX FAILED - STATUS '
                       ARITEMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTIDX.
           IF CUSTIDX-STATUS NOT = '00'
               DISPLAY 'RPTP1020 OPEN CUSTMAST.IDX FAILED - STATUS '
                       CUSTIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARAGING.
      *
           MOVE SYSIN-AS-OF-DATE      TO RHL-AS-OF-DATE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
           PERFORM 050000-CLEAR-BUCKETS
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
      *
           PERFORM 100000-READ-ITEM-RECORD.
           PERFORM 200000-AGE-ONE-ITEM
               UNTIL ARITEMS-EOF.
      *
           IF NOT FIRST-ITEM
               PERFORM 250000-PRINT-CUSTOMER-LINE
               PERFORM 260000-PRINT-SALESREP-TOTALS
               PERFORM 270000-PRINT-BRANCH-TOTALS
           END-IF.
           PERFORM 300000-PRINT-GRAND-TOTALS.
      *
           CLOSE ARITEMS
                 CUSTIDX
                 ARAGING.
      *
           DISPLAY 'RPTP1020 ITEMS READ : ' READ-COUNT.
           DISPLAY 'RPTP1020 OPEN ITEMS : ' OPEN-ITEM-COUNT.
           DISPLAY 'RPTP1020 CUSTOMERS  : ' CUSTOMER-COUNT.
           STOP RUN.
      *
       050000-CLEAR-BUCKETS.
           MOVE ZERO TO CUSTOMER-BUCKET(BUCKET-IDX)
                        SALESREP-BUCKET(BUCKET-IDX)
                        BRANCH-BUCKET(BUCKET-IDX)
                        GRAND-BUCKET(BUCKET-IDX).
      *
      *----------------------------------------------------------------
      *    NOMES DE FILIAL E REPRESENTANTE: MESMAS TABELAS DO
      *    RPTP1000 (INDEXADAS PELO NUMERO + 1).
      *----------------------------------------------------------------
       060000-LOAD-NAME-MASTERS.
           PERFORM 061000-INIT-ONE-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > 100.
           OPEN INPUT BRCHMAST
                      REPMAST.
           PERFORM 062000-LOAD-ONE-BRANCH
               UNTIL BRCHMAST-EOF-SWITCH = 'Y'.
           PERFORM 063000-LOAD-ONE-REP
               UNTIL REPMAST-EOF-SWITCH = 'Y'.
           CLOSE BRCHMAST
                 REPMAST.
      *
       061000-INIT-ONE-NAME.
           MOVE '*UNKNOWN*' TO BRANCH-NAME(NAME-IDX).
           MOVE '*UNKNOWN*' TO REP-NAME(NAME-IDX).
      *
       062000-LOAD-ONE-BRANCH.
           READ BRCHMAST
               AT END
                   MOVE 'Y' TO BRCHMAST-EOF-SWITCH
               NOT AT END
                   IF BM-NUMBER NUMERIC
                       COMPUTE NAME-IDX = BM-NUMBER + 1
                       MOVE BM-NAME TO BRANCH-NAME(NAME-IDX)
                   END-IF
           END-READ.
      *
       063000-LOAD-ONE-REP.
           READ REPMAST
               AT END
                   MOVE 'Y' TO REPMAST-EOF-SWITCH
               NOT AT END
                   IF RM-NUMBER NUMERIC
                       COMPUTE NAME-IDX = RM-NUMBER + 1
                       MOVE RM-NAME TO REP-NAME(NAME-IDX)
                   END-IF
           END-READ.
      *
      *    FATURA QUITADA (SALDO ZERO) NAO ENTRA NO RELATORIO.
       100000-READ-ITEM-RECORD.
           MOVE 'N' TO ITEM-WANTED-SWITCH.
           PERFORM 110000-READ-ONE-ITEM
               UNTIL ITEM-WANTED OR ARITEMS-EOF.
      *
       110000-READ-ONE-ITEM.
           READ ARITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO ARITEMS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF AR-OPEN-AMOUNT NOT = ZERO
                      AND AR-CUSTOMER-KEY NUMERIC
                       MOVE 'Y' TO ITEM-WANTED-SWITCH
                   END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    QUEBRAS NA ORDEM DA CHAVE: CLIENTE, REPRESENTANTE, FILIAL.
      *----------------------------------------------------------------
       200000-AGE-ONE-ITEM.
           IF FIRST-ITEM
               MOVE 'N' TO FIRST-ITEM-SWITCH
               MOVE AR-CUSTOMER-KEY TO SAVE-CUSTOMER-KEY
               PERFORM 240000-PRINT-BRANCH-HEADER
               PERFORM 230000-PRINT-SALESREP-HEADER
           ELSE
               IF AR-CUSTOMER-KEY NOT = SAVE-CUSTOMER-KEY
                   PERFORM 250000-PRINT-CUSTOMER-LINE
                   IF AR-BRANCH-NUMBER NOT = SAVE-BRANCH-NUMBER
                       PERFORM 260000-PRINT-SALESREP-TOTALS
                       PERFORM 270000-PRINT-BRANCH-TOTALS
                       MOVE AR-CUSTOMER-KEY TO SAVE-CUSTOMER-KEY
                       PERFORM 240000-PRINT-BRANCH-HEADER
                       PERFORM 230000-PRINT-SALESREP-HEADER
                   ELSE
                       IF AR-SALESREP-NUMBER NOT = SAVE-SALESREP-NUMBER
                           PERFORM 260000-PRINT-SALESREP-TOTALS
                           MOVE AR-CUSTOMER-KEY TO SAVE-CUSTOMER-KEY
                           PERFORM 230000-PRINT-SALESREP-HEADER
                       ELSE
                           MOVE AR-CUSTOMER-KEY TO SAVE-CUSTOMER-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 210000-BUCKET-ONE-ITEM.
           PERFORM 100000-READ-ITEM-RECORD.
      *
      *    IDADE EM DIAS CORRIDOS DESDE A DATA DA FATURA; FATURA COM
      *    DATA POSTERIOR A REFERENCIA CONTA COMO CORRENTE.
       210000-BUCKET-ONE-ITEM.
           ADD 1 TO OPEN-ITEM-COUNT.
           MOVE AR-INVOICE-DATE TO DAY-DATE.
           PERFORM 700000-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER      TO ITEM-DAY-NUMBER.
           COMPUTE DAYS-PAST-INVOICE =
               AS-OF-DAY-NUMBER - ITEM-DAY-NUMBER.
           EVALUATE TRUE
               WHEN DAYS-PAST-INVOICE <= 30
                   MOVE 1 TO BUCKET-IDX
               WHEN DAYS-PAST-INVOICE <= 60
                   MOVE 2 TO BUCKET-IDX
               WHEN DAYS-PAST-INVOICE <= 90
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.
           ADD AR-OPEN-AMOUNT TO CUSTOMER-BUCKET(BUCKET-IDX)
                                 CUSTOMER-BUCKET(5).
      *
       230000-PRINT-SALESREP-HEADER.
           MOVE SAVE-SALESREP-NUMBER  TO SHL-SALESREP-NUMBER.
           COMPUTE NAME-IDX = SAVE-SALESREP-NUMBER + 1.
           MOVE REP-NAME(NAME-IDX)    TO SHL-SALESREP-NAME.
           MOVE SALESREP-HEADER-LINE  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       240000-PRINT-BRANCH-HEADER.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SAVE-BRANCH-NUMBER    TO BHL-BRANCH-NUMBER.
           COMPUTE NAME-IDX = SAVE-BRANCH-NUMBER + 1.
           MOVE BRANCH-NAME(NAME-IDX) TO BHL-BRANCH-NAME.
           MOVE BRANCH-HEADER-LINE    TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
      *    UMA LINHA POR CLIENTE; O SALDO PASSA PARA O REPRESENTANTE.
       250000-PRINT-CUSTOMER-LINE.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE SAVE-CUSTOMER-KEY     TO CI-KEY.
           READ CUSTIDX
               INVALID KEY
                   MOVE '*NOT ON MASTER*' TO CI-CUSTOMER-NAME
           END-READ.
           MOVE SPACES                TO AGL-LABEL.
           MOVE SAVE-CUSTOMER-NUMBER  TO AGL-CUSTOMER-NUMBER.
           MOVE CI-CUSTOMER-NAME      TO AGL-CUSTOMER-NAME.
           PERFORM 251000-ROLL-CUSTOMER-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE AGING-LINE            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       251000-ROLL-CUSTOMER-BUCKET.
           MOVE CUSTOMER-BUCKET(BUCKET-IDX) TO AGL-BUCKET(BUCKET-IDX).
           ADD CUSTOMER-BUCKET(BUCKET-IDX)
               TO SALESREP-BUCKET(BUCKET-IDX).
           MOVE ZERO TO CUSTOMER-BUCKET(BUCKET-IDX).
      *
       260000-PRINT-SALESREP-TOTALS.
           MOVE '  SALESREP TOTAL'    TO AGL-LABEL.
           PERFORM 261000-ROLL-SALESREP-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE AGING-LINE            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       261000-ROLL-SALESREP-BUCKET.
           MOVE SALESREP-BUCKET(BUCKET-IDX) TO AGL-BUCKET(BUCKET-IDX).
           ADD SALESREP-BUCKET(BUCKET-IDX)
               TO BRANCH-BUCKET(BUCKET-IDX).
           MOVE ZERO TO SALESREP-BUCKET(BUCKET-IDX).
      *
       270000-PRINT-BRANCH-TOTALS.
           MOVE 'BRANCH TOTAL'        TO AGL-LABEL.
           PERFORM 271000-ROLL-BRANCH-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE AGING-LINE            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       271000-ROLL-BRANCH-BUCKET.
           MOVE BRANCH-BUCKET(BUCKET-IDX) TO AGL-BUCKET(BUCKET-IDX).
           ADD BRANCH-BUCKET(BUCKET-IDX)
               TO GRAND-BUCKET(BUCKET-IDX).
           MOVE ZERO TO BRANCH-BUCKET(BUCKET-IDX).
      *
       300000-PRINT-GRAND-TOTALS.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'GRAND TOTAL'         TO AGL-LABEL.
           PERFORM 301000-MOVE-GRAND-BUCKET
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE AGING-LINE            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       301000-MOVE-GRAND-BUCKET.
           MOVE GRAND-BUCKET(BUCKET-IDX) TO AGL-BUCKET(BUCKET-IDX).
      *
      *----------------------------------------------------------------
      *    NUMERO DO DIA DE DAY-DATE EM DAY-NUMBER:
      *    365*A + A/4 - A/100 + A/400 + (153*(M-3)+2)/5 + D, COM O
      *    ANO INICIANDO EM MARCO. AS DIVISOES SAO INTEIRAS (DIVIDE
      *    COM QUOCIENTE INTEIRO, TRUNCADO).
      *----------------------------------------------------------------
       700000-COMPUTE-DAY-NUMBER.
           MOVE DAY-YEAR  TO DAY-WORK-YEAR.
           MOVE DAY-MONTH TO DAY-WORK-MONTH.
           IF DAY-WORK-MONTH < 3
               SUBTRACT 1 FROM DAY-WORK-YEAR
               ADD 12 TO DAY-WORK-MONTH
           END-IF.
           DIVIDE DAY-WORK-YEAR BY 4   GIVING DAY-QUOTIENT-4.
           DIVIDE DAY-WORK-YEAR BY 100 GIVING DAY-QUOTIENT-100.
           DIVIDE DAY-WORK-YEAR BY 400 GIVING DAY-QUOTIENT-400.
           COMPUTE DAY-MONTH-DAYS = 153 * (DAY-WORK-MONTH - 3) + 2.
           DIVIDE DAY-MONTH-DAYS BY 5  GIVING DAY-MONTH-DAYS.
           COMPUTE DAY-NUMBER = 365 * DAY-WORK-YEAR
                              + DAY-QUOTIENT-4
                              - DAY-QUOTIENT-100
                              + DAY-QUOTIENT-400
                              + DAY-MONTH-DAYS
                              + DAY-DAY.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 0         *
      *================================================================
