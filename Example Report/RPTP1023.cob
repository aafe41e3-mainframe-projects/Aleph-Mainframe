      *================================================================
      * PROGRAMA    : RPTP1023
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : ANALISE DE CONCENTRACAO DE CLIENTES (PARETO/ABC)
      *               SOBRE O HISTORICO SALESHST.TXT, EM JANELA MOVEL
      *               DE 12 MESES: CLASSIFICACAO DOS CLIENTES PELA
      *               VENDA LIQUIDA DENTRO DA FILIAL E NA EMPRESA,
      *               CLASSE A/B/C PELA PARTICIPACAO ACUMULADA, 12
      *               MESES CONTRA OS 12 ANTERIORES COM CRESCIMENTO, E
      *               DESTAQUE DOS CLIENTES CLASSE A CUJOS ULTIMOS TRES
      *               MESES CAIRAM FORTEMENTE - PARA OS GERENTES DE
      *               CONTA SABEREM QUEM ESTA ESCORREGANDO ANTES DO
      *               FECHAMENTO DO ANO.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01-06  ULTIMO MES DA JANELA (AAAAMM)
      *   COL 07-08  LIMITE DA CLASSE A EM % ACUMULADO (BRANCO = 80)
      *   COL 09-10  LIMITE DA CLASSE B EM % ACUMULADO (BRANCO = 95)
      *   COL 11-12  QUEDA QUE DESTACA UM CLIENTE A, EM % (BRANCO = 25)
      * ENTRADAS:
      *   SALESHST.TXT - historico acumulativo (layout do RPTP1016),
      *                  LIQUIDO: 'S' SOMA, 'C'/'R' SUBTRAEM
      *   CUSTMAST.IDX - nome do cliente (acesso randomico)
      *   BRCHMAST.TXT - nome da filial
      * SAIDA:
      *   PARETO.TXT   - uma secao por filial e uma secao da empresa
      *
      * O CLIENTE E A CHAVE COMPLETA (FILIAL + REPRESENTANTE +
      * CLIENTE). CLASSE PELA PARTICIPACAO ACUMULADA ANTES DO CLIENTE:
      * O CLIENTE QUE CRUZA O LIMITE DE A AINDA E A. CLIENTE COM VENDA
      * LIQUIDA ZERO OU NEGATIVA NA JANELA E SEMPRE C. QUEDA = ULTIMOS
      * TRES MESES CONTRA OS MESMOS TRES MESES DO ANO ANTERIOR (EVITA
      * CONFUNDIR SAZONALIDADE COM PERDA DE CLIENTE).
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1023.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT SALESHST ASSIGN TO 'SALESHST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTIDX  ASSIGN TO 'CUSTMAST.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CI-KEY
           FILE STATUS IS CUSTIDX-STATUS.
       SELECT BRCHMAST ASSIGN TO 'BRCHMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PARETO   ASSIGN TO 'PARETO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SALESHST.
       01  SALES-HIST-RECORD.
           03  SH-YYYYMM.
               05  SH-YEAR             PIC 9(004).
               05  SH-MONTH            PIC 9(002).
           03  SH-KEY.
               05  SH-BRANCH-NUMBER    PIC 9(002).
               05  SH-SALESREP-NUMBER  PIC 9(002).
               05  SH-CUSTOMER-NUMBER  PIC 9(005).
           03  SH-INVOICE-DATE         PIC 9(008).
           03  SH-TRAN-TYPE            PIC X(001).
           03  SH-AMOUNT               PIC S9(005)V9(002).
      *
       FD  CUSTIDX.
       01  CUSTIDX-RECORD.
           03  CI-KEY                  PIC X(009).
           03  CI-CUSTOMER-NAME        PIC X(020).
           03  CI-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CI-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CI-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CI-CREDIT-STATUS        PIC X(001).
      *
       FD  BRCHMAST.
       01  BRANCH-MASTER-RECORD.
           03  BM-NUMBER               PIC 9(002).
           03  BM-NAME                 PIC X(020).
           03  BM-STATUS               PIC X(001).
      *
       FD  PARETO.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1023                    PIC X(008) VALUE 'RPTP1023'.
      *
       01  SWITCHES.
           03  SALESHST-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  SALESHST-EOF                    VALUE 'Y'.
           03  ENTRY-FOUND-SWITCH      PIC X(001) VALUE 'N'.
               88  ENTRY-FOUND                     VALUE 'Y'.
           03  SHIFT-DONE-SWITCH       PIC X(001) VALUE 'N'.
               88  SHIFT-DONE                      VALUE 'Y'.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-END-YYYYMM.
               05  SYSIN-END-YEAR      PIC 9(004).
               05  SYSIN-END-MONTH     PIC 9(002).
           03  SYSIN-A-BREAK-PCT       PIC 9(002).
           03  SYSIN-B-BREAK-PCT       PIC 9(002).
           03  SYSIN-DECLINE-PCT       PIC 9(002).
      *
       77  CUSTIDX-STATUS              PIC X(002) VALUE SPACES.
      *
       01  COUNT-FIELDS.
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  USED-COUNT              PIC S9(005) VALUE ZERO.
           03  BRANCH-FLAG-COUNT       PIC S9(005) VALUE ZERO.
           03  COMPANY-FLAG-COUNT      PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    NOMES DE FILIAL, INDEXADOS PELO PROPRIO NUMERO + 1 (00-99),
      *    CARREGADOS DE BRCHMAST. NUMERO SEM CADASTRO SAI *UNKNOWN*.
      *-----------------------------------------------------------------
       01  NAME-TABLES.
           03  BRANCH-NAME             PIC X(020) OCCURS 100 TIMES.
       77  NAME-IDX                    PIC S9(003).
       01  NAME-EOF-SWITCHES.
           03  BRCHMAST-EOF-SWITCH     PIC X(001) VALUE 'N'.
      *
      *-----------------------------------------------------------------
      *    UMA ENTRADA POR CLIENTE COM MOVIMENTO NOS 24 MESES: JANELA
      *    DE 12 MESES, 12 MESES ANTERIORES, ULTIMOS 3 MESES E OS
      *    MESMOS 3 MESES DO ANO ANTERIOR. A ORDEM (MAIOR VENDA DA
      *    JANELA PRIMEIRO) FICA NA TABELA DE ORDEM.
      *-----------------------------------------------------------------
       01  CUSTOMER-TABLE.
           03  CUSTOMER-ENTRY          OCCURS 5000 TIMES.
               05  CX-KEY.
                   07  CX-BRANCH-NUMBER
                                       PIC 9(002).
                   07  CX-SALESREP-NUMBER
                                       PIC 9(002).
                   07  CX-CUSTOMER-NUMBER
                                       PIC 9(005).
               05  CX-CUSTOMER-NAME    PIC X(020).
               05  CX-NET-12           PIC S9(009)V99 COMP-3.
               05  CX-PRIOR-12         PIC S9(009)V99 COMP-3.
               05  CX-LAST-3           PIC S9(009)V99 COMP-3.
               05  CX-PRIOR-LAST-3     PIC S9(009)V99 COMP-3.
       77  ENTRY-COUNT                 PIC S9(004) VALUE ZERO.
      *
       01  ORDER-TABLE.
           03  ORDER-ENTRY             PIC S9(004) COMP
                                       OCCURS 5000 TIMES.
      *
      *-----------------------------------------------------------------
      *    TOTAIS POR FILIAL (NUMERO + 1) E DA EMPRESA.
      *-----------------------------------------------------------------
       01  BRANCH-TOTAL-TABLE.
           03  BRANCH-TOTAL-ENTRY      OCCURS 100 TIMES.
               05  BT-ACTIVE           PIC X(001).
               05  BT-NET-12           PIC S9(009)V99 COMP-3.
               05  BT-PRIOR-12         PIC S9(009)V99 COMP-3.
               05  BT-LAST-3           PIC S9(009)V99 COMP-3.
               05  BT-PRIOR-LAST-3     PIC S9(009)V99 COMP-3.
      *
       01  COMPANY-TOTAL-FIELDS.
           03  CO-NET-12               PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  CO-PRIOR-12             PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  CO-LAST-3               PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  CO-PRIOR-LAST-3         PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    SECAO CORRENTE (UMA FILIAL OU A EMPRESA)
      *-----------------------------------------------------------------
       01  SECTION-FIELDS.
           03  SECTION-NET-12          PIC S9(009)V99 COMP-3.
           03  SECTION-PRIOR-12        PIC S9(009)V99 COMP-3.
           03  SECTION-LAST-3          PIC S9(009)V99 COMP-3.
           03  SECTION-PRIOR-LAST-3    PIC S9(009)V99 COMP-3.
           03  SECTION-CUM-NET         PIC S9(009)V99 COMP-3.
           03  SECTION-RANK            PIC S9(004).
           03  SECTION-FLAG-COUNT      PIC S9(004).
           03  SECTION-CLASS-COUNT     PIC S9(004) OCCURS 3 TIMES.
      *
       01  WORK-FIELDS.
           03  BRANCH-IDX              PIC S9(003).
           03  CLASS-IDX               PIC S9(003).
           03  BRANCH-NUMBER-WORK      PIC 9(002).
           03  ENTRY-IDX               PIC S9(004).
           03  ORDER-IDX               PIC S9(004).
           03  SORT-IDX                PIC S9(004).
           03  SHIFT-IDX               PIC S9(004).
           03  HOLD-ENTRY              PIC S9(004).
           03  CMP-ENTRY               PIC S9(004).
           03  END-MONTH-NUMBER        PIC S9(007).
           03  MONTHS-BACK             PIC S9(007).
           03  SIGNED-AMOUNT           PIC S9(007)V99.
           03  PRIOR-CUM-SHARE         PIC S9(005)V9 COMP-3.
           03  SHARE-PCT               PIC S9(005)V9 COMP-3.
           03  CUM-SHARE-PCT           PIC S9(005)V9 COMP-3.
           03  GROWTH-PCT              PIC S9(005)V9 COMP-3.
           03  DECLINE-PCT             PIC S9(005)V9 COMP-3.
           03  CUSTOMER-CLASS          PIC X(001).
           03  GROWTH-NET              PIC S9(009)V99 COMP-3.
           03  GROWTH-PRIOR            PIC S9(009)V99 COMP-3.
      *
       01  REPORT-TITLE-LINE.
           03  FILLER                  PIC X(048) VALUE
               'CUSTOMER CONCENTRATION (ABC) - 12 MONTHS ENDING '.
           03  RTL-END-MONTH           PIC 9(002).
           03  FILLER                  PIC X(001) VALUE '/'.
           03  RTL-END-YEAR            PIC 9(004).
           03  FILLER                  PIC X(007) VALUE '   A <='.
           03  RTL-A-BREAK-PCT         PIC Z9.
           03  FILLER                  PIC X(008) VALUE '%   B <='.
           03  RTL-B-BREAK-PCT         PIC Z9.
           03  FILLER                  PIC X(014) VALUE
               '%   DECLINE >='.
           03  RTL-DECLINE-PCT         PIC Z9.
           03  FILLER                  PIC X(001) VALUE '%'.
           03  FILLER                  PIC X(041) VALUE SPACES.
      *
       01  COLUMN-HEADING-LINE.
           03  FILLER                  PIC X(044) VALUE
               '  RANK  BR RP CUST  CUSTOMER NAME         12'.
           03  FILLER                  PIC X(044) VALUE
               '-MONTH NET   SHR%    CUM%  ABC  PRIOR 12 MOS'.
           03  FILLER                  PIC X(039) VALUE
               '  GROWTH%  LAST 3 MOS   SAME 3 LY  FLAG'.
           03  FILLER                  PIC X(005) VALUE SPACES.
      *
       01  SECTION-HEADER-LINE.
           03  SHL-LABEL               PIC X(007).
           03  SHL-BRANCH-NUMBER       PIC X(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  SHL-BRANCH-NAME         PIC X(020).
           03  FILLER                  PIC X(102) VALUE SPACES.
      *
       01  CUSTOMER-LINE.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CL-RANK                 PIC ZZZ9 BLANK WHEN ZERO.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CL-BRANCH-NUMBER        PIC X(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-SALESREP-NUMBER      PIC X(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-CUSTOMER-NUMBER      PIC X(005).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-CUSTOMER-NAME        PIC X(020).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-NET-12               PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-SHARE-PCT            PIC ZZ9.9-.
           03  CL-SHARE-PCT-X          REDEFINES CL-SHARE-PCT
                                       PIC X(006).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-CUM-SHARE-PCT        PIC ZZZ9.9-.
           03  CL-CUM-SHARE-PCT-X      REDEFINES CL-CUM-SHARE-PCT
                                       PIC X(007).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CL-CLASS                PIC X(001).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CL-PRIOR-12             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-GROWTH-PCT           PIC ZZZZ9.9-.
           03  CL-GROWTH-PCT-X         REDEFINES CL-GROWTH-PCT
                                       PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-LAST-3               PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-PRIOR-LAST-3         PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CL-FLAG                 PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
      *
       01  CLASS-COUNT-LINE.
           03  FILLER                  PIC X(023) VALUE
               '      CUSTOMERS CLASS A'.
           03  CCL-CLASS-A-COUNT       PIC ZZZ9.
           03  FILLER                  PIC X(004) VALUE '   B'.
           03  CCL-CLASS-B-COUNT       PIC ZZZ9.
           03  FILLER                  PIC X(004) VALUE '   C'.
           03  CCL-CLASS-C-COUNT       PIC ZZZ9.
           03  FILLER                  PIC X(012) VALUE
               '   SLIPPING '.
           03  CCL-FLAG-COUNT          PIC ZZZ9.
           03  FILLER                  PIC X(073) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-PARETO-REPORT.
      *
           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-END-YYYYMM NOT NUMERIC
              OR SYSIN-END-YEAR = ZERO
              OR SYSIN-END-MONTH < 01
              OR SYSIN-END-MONTH > 12
               DISPLAY 'RPTP1023 END MONTH MISSING ON SYSIN - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-A-BREAK-PCT NOT NUMERIC
              OR SYSIN-A-BREAK-PCT = ZERO
               MOVE 80 TO SYSIN-A-BREAK-PCT
           END-IF.
           IF SYSIN-B-BREAK-PCT NOT NUMERIC
              OR SYSIN-B-BREAK-PCT = ZERO
               MOVE 95 TO SYSIN-B-BREAK-PCT
           END-IF.
           IF SYSIN-DECLINE-PCT NOT NUMERIC
              OR SYSIN-DECLINE-PCT = ZERO
               MOVE 25 TO SYSIN-DECLINE-PCT
           END-IF.
           IF SYSIN-B-BREAK-PCT NOT > SYSIN-A-BREAK-PCT
               DISPLAY 'RPTP1023 CLASS B BREAK MUST EXCEED CLASS A '
                       '- ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE END-MONTH-NUMBER =
               SYSIN-END-YEAR * 12 + SYSIN-END-MONTH.
      *
           PERFORM 050000-INIT-BRANCH-TOTALS
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
           PERFORM 060000-LOAD-BRANCH-NAMES.
      *
           OPEN INPUT SALESHST.
           PERFORM 100000-READ-HIST-RECORD.
           PERFORM 200000-ACCUMULATE-ONE-TRAN
               UNTIL SALESHST-EOF.
           CLOSE SALESHST.
      *
           OPEN INPUT CUSTIDX.
           IF CUSTIDX-STATUS NOT = '00'
               DISPLAY 'RPTP1023 OPEN CUSTMAST.IDX FAILED - STATUS '
                       CUSTIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300000-GET-CUSTOMER-NAME
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT.
           CLOSE CUSTIDX.
      *
           PERFORM 400000-ORDER-CUSTOMERS.
      *
           OPEN OUTPUT PARETO.
           MOVE SYSIN-END-MONTH   TO RTL-END-MONTH.
           MOVE SYSIN-END-YEAR    TO RTL-END-YEAR.
           MOVE SYSIN-A-BREAK-PCT TO RTL-A-BREAK-PCT.
           MOVE SYSIN-B-BREAK-PCT TO RTL-B-BREAK-PCT.
           MOVE SYSIN-DECLINE-PCT TO RTL-DECLINE-PCT.
           MOVE REPORT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE COLUMN-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
           PERFORM 500000-PRINT-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
           PERFORM 600000-PRINT-COMPANY.
           CLOSE PARETO.
      *
           DISPLAY 'RPTP1023 HIST READ      : ' READ-COUNT.
           DISPLAY 'RPTP1023 HIST USED      : ' USED-COUNT.
           DISPLAY 'RPTP1023 CUSTOMERS      : ' ENTRY-COUNT.
           DISPLAY 'RPTP1023 SLIPPING BRCH  : ' BRANCH-FLAG-COUNT.
           DISPLAY 'RPTP1023 SLIPPING CMPY  : ' COMPANY-FLAG-COUNT.
           STOP RUN.
      *
       050000-INIT-BRANCH-TOTALS.
           MOVE 'N'  TO BT-ACTIVE(BRANCH-IDX).
           MOVE ZERO TO BT-NET-12(BRANCH-IDX).
           MOVE ZERO TO BT-PRIOR-12(BRANCH-IDX).
           MOVE ZERO TO BT-LAST-3(BRANCH-IDX).
           MOVE ZERO TO BT-PRIOR-LAST-3(BRANCH-IDX).
      *
       060000-LOAD-BRANCH-NAMES.
           PERFORM 061000-INIT-ONE-NAME
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > 100.
           OPEN INPUT BRCHMAST.
           PERFORM 062000-LOAD-ONE-BRANCH
               UNTIL BRCHMAST-EOF-SWITCH = 'Y'.
           CLOSE BRCHMAST.
      *
       061000-INIT-ONE-NAME.
           MOVE '*UNKNOWN*' TO BRANCH-NAME(NAME-IDX).
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
       100000-READ-HIST-RECORD.
           READ SALESHST
               AT END
                   MOVE 'Y' TO SALESHST-EOF-SWITCH.
      *
      *----------------------------------------------------------------
      *    MESES PARA TRAS A PARTIR DO ULTIMO MES DA JANELA: 00-11 E A
      *    JANELA, 12-23 OS 12 MESES ANTERIORES. FORA DISSO, IGNORA.
      *----------------------------------------------------------------
       200000-ACCUMULATE-ONE-TRAN.
           ADD 1 TO READ-COUNT.
           IF SH-YYYYMM NUMERIC
              AND SH-KEY NUMERIC
              AND SH-AMOUNT NUMERIC
               COMPUTE MONTHS-BACK = END-MONTH-NUMBER
                                   - (SH-YEAR * 12 + SH-MONTH)
               IF MONTHS-BACK >= ZERO AND MONTHS-BACK < 24
                   ADD 1 TO USED-COUNT
                   IF SH-TRAN-TYPE = 'S'
                       MOVE SH-AMOUNT TO SIGNED-AMOUNT
                   ELSE
                       COMPUTE SIGNED-AMOUNT = ZERO - SH-AMOUNT
                   END-IF
                   PERFORM 210000-LOCATE-CUSTOMER
                   PERFORM 220000-ADD-TO-CUSTOMER
               END-IF
           END-IF.
           PERFORM 100000-READ-HIST-RECORD.
      *
       210000-LOCATE-CUSTOMER.
           MOVE 'N' TO ENTRY-FOUND-SWITCH.
           MOVE 1   TO ENTRY-IDX.
           PERFORM 211000-CHECK-ONE-ENTRY
               UNTIL ENTRY-FOUND OR ENTRY-IDX > ENTRY-COUNT.
           IF NOT ENTRY-FOUND
               IF ENTRY-COUNT NOT < 5000
                   DISPLAY 'RPTP1023 CUSTOMER TABLE FULL - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ENTRY-COUNT
               MOVE ENTRY-COUNT TO ENTRY-IDX
               MOVE SH-KEY      TO CX-KEY(ENTRY-IDX)
               MOVE SPACES      TO CX-CUSTOMER-NAME(ENTRY-IDX)
               MOVE ZERO        TO CX-NET-12(ENTRY-IDX)
                                   CX-PRIOR-12(ENTRY-IDX)
                                   CX-LAST-3(ENTRY-IDX)
                                   CX-PRIOR-LAST-3(ENTRY-IDX)
           END-IF.
      *
       211000-CHECK-ONE-ENTRY.
           IF CX-KEY(ENTRY-IDX) = SH-KEY
               MOVE 'Y' TO ENTRY-FOUND-SWITCH
           ELSE
               ADD 1 TO ENTRY-IDX
           END-IF.
      *
       220000-ADD-TO-CUSTOMER.
           COMPUTE BRANCH-IDX = SH-BRANCH-NUMBER + 1.
           MOVE 'Y' TO BT-ACTIVE(BRANCH-IDX).
           IF MONTHS-BACK < 12
               ADD SIGNED-AMOUNT TO CX-NET-12(ENTRY-IDX)
                                    BT-NET-12(BRANCH-IDX)
                                    CO-NET-12
               IF MONTHS-BACK < 3
                   ADD SIGNED-AMOUNT TO CX-LAST-3(ENTRY-IDX)
                                        BT-LAST-3(BRANCH-IDX)
                                        CO-LAST-3
               END-IF
           ELSE
               ADD SIGNED-AMOUNT TO CX-PRIOR-12(ENTRY-IDX)
                                    BT-PRIOR-12(BRANCH-IDX)
                                    CO-PRIOR-12
               IF MONTHS-BACK < 15
                   ADD SIGNED-AMOUNT TO CX-PRIOR-LAST-3(ENTRY-IDX)
                                        BT-PRIOR-LAST-3(BRANCH-IDX)
                                        CO-PRIOR-LAST-3
               END-IF
           END-IF.
      *
       300000-GET-CUSTOMER-NAME.
           MOVE CX-KEY(ENTRY-IDX) TO CI-KEY.
           READ CUSTIDX
               INVALID KEY
                   MOVE '*NOT ON MASTER*' TO CI-CUSTOMER-NAME
           END-READ.
           MOVE CI-CUSTOMER-NAME TO CX-CUSTOMER-NAME(ENTRY-IDX).
      *
      *----------------------------------------------------------------
      *    ORDENACAO POR INSERCAO DA TABELA DE ORDEM, MAIOR VENDA DA
      *    JANELA PRIMEIRO. EMPATE MANTEM A ORDEM DE ENTRADA.
      *----------------------------------------------------------------
       400000-ORDER-CUSTOMERS.
           PERFORM 401000-INIT-ONE-ORDER
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ENTRY-COUNT.
           PERFORM 410000-INSERT-ONE-ENTRY
               VARYING SORT-IDX FROM 2 BY 1
               UNTIL SORT-IDX > ENTRY-COUNT.
      *
       401000-INIT-ONE-ORDER.
           MOVE ORDER-IDX TO ORDER-ENTRY(ORDER-IDX).
      *
       410000-INSERT-ONE-ENTRY.
           MOVE ORDER-ENTRY(SORT-IDX) TO HOLD-ENTRY.
           COMPUTE SHIFT-IDX = SORT-IDX - 1.
           MOVE 'N' TO SHIFT-DONE-SWITCH.
           PERFORM 411000-SHIFT-ONE-ENTRY
               UNTIL SHIFT-DONE.
           MOVE HOLD-ENTRY TO ORDER-ENTRY(SHIFT-IDX + 1).
      *
       411000-SHIFT-ONE-ENTRY.
           IF SHIFT-IDX < 1
               MOVE 'Y' TO SHIFT-DONE-SWITCH
           ELSE
               MOVE ORDER-ENTRY(SHIFT-IDX) TO CMP-ENTRY
               IF CX-NET-12(CMP-ENTRY) < CX-NET-12(HOLD-ENTRY)
                   MOVE CMP-ENTRY TO ORDER-ENTRY(SHIFT-IDX + 1)
                   SUBTRACT 1 FROM SHIFT-IDX
               ELSE
                   MOVE 'Y' TO SHIFT-DONE-SWITCH
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    SECAO DA FILIAL: PERCORRE A ORDEM GERAL E PEGA SO OS
      *    CLIENTES DA FILIAL, JA NA ORDEM DE VENDA.
      *----------------------------------------------------------------
       500000-PRINT-ONE-BRANCH.
           IF BT-ACTIVE(BRANCH-IDX) = 'Y'
               MOVE 'BRANCH '              TO SHL-LABEL
               COMPUTE BRANCH-NUMBER-WORK = BRANCH-IDX - 1
               MOVE BRANCH-NUMBER-WORK     TO SHL-BRANCH-NUMBER
               MOVE BRANCH-NAME(BRANCH-IDX) TO SHL-BRANCH-NAME
               MOVE SECTION-HEADER-LINE    TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE BT-NET-12(BRANCH-IDX)  TO SECTION-NET-12
               MOVE BT-PRIOR-12(BRANCH-IDX) TO SECTION-PRIOR-12
               MOVE BT-LAST-3(BRANCH-IDX)  TO SECTION-LAST-3
               MOVE BT-PRIOR-LAST-3(BRANCH-IDX)
                                           TO SECTION-PRIOR-LAST-3
               PERFORM 700000-START-SECTION
               PERFORM 510000-PRINT-BRANCH-CUSTOMER
                   VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ENTRY-COUNT
               MOVE 'BRANCH TOTAL'         TO CL-CUSTOMER-NAME
               PERFORM 750000-PRINT-SECTION-TOTAL
               ADD SECTION-FLAG-COUNT      TO BRANCH-FLAG-COUNT
           END-IF.
      *
       510000-PRINT-BRANCH-CUSTOMER.
           MOVE ORDER-ENTRY(ORDER-IDX) TO ENTRY-IDX.
           IF CX-BRANCH-NUMBER(ENTRY-IDX) + 1 = BRANCH-IDX
               PERFORM 710000-PRINT-CUSTOMER-LINE
           END-IF.
      *
       600000-PRINT-COMPANY.
           MOVE 'COMPANY'             TO SHL-LABEL.
           MOVE SPACES                TO SHL-BRANCH-NUMBER.
           MOVE 'ALL BRANCHES'        TO SHL-BRANCH-NAME.
           MOVE SECTION-HEADER-LINE   TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CO-NET-12             TO SECTION-NET-12.
           MOVE CO-PRIOR-12           TO SECTION-PRIOR-12.
           MOVE CO-LAST-3             TO SECTION-LAST-3.
           MOVE CO-PRIOR-LAST-3       TO SECTION-PRIOR-LAST-3.
           PERFORM 700000-START-SECTION.
           PERFORM 610000-PRINT-COMPANY-CUSTOMER
               VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ENTRY-COUNT.
           MOVE 'COMPANY TOTAL'       TO CL-CUSTOMER-NAME.
           PERFORM 750000-PRINT-SECTION-TOTAL.
           ADD SECTION-FLAG-COUNT     TO COMPANY-FLAG-COUNT.
      *
       610000-PRINT-COMPANY-CUSTOMER.
           MOVE ORDER-ENTRY(ORDER-IDX) TO ENTRY-IDX.
           PERFORM 710000-PRINT-CUSTOMER-LINE.
      *
       700000-START-SECTION.
           MOVE ZERO TO SECTION-CUM-NET
                        SECTION-RANK
                        SECTION-FLAG-COUNT.
           PERFORM 701000-CLEAR-ONE-CLASS-COUNT
               VARYING CLASS-IDX FROM 1 BY 1
               UNTIL CLASS-IDX > 3.
      *
       701000-CLEAR-ONE-CLASS-COUNT.
           MOVE ZERO TO SECTION-CLASS-COUNT(CLASS-IDX).
      *
      *----------------------------------------------------------------
      *    POSICAO, PARTICIPACAO, CLASSE E DESTAQUE DE UM CLIENTE NA
      *    SECAO CORRENTE. SEM VENDA POSITIVA NA SECAO, TODOS SAO C.
      *----------------------------------------------------------------
       710000-PRINT-CUSTOMER-LINE.
           ADD 1 TO SECTION-RANK.
           IF SECTION-NET-12 > ZERO
               COMPUTE PRIOR-CUM-SHARE ROUNDED =
                   SECTION-CUM-NET * 100 / SECTION-NET-12
                   ON SIZE ERROR
                       MOVE 99999.9 TO PRIOR-CUM-SHARE
               END-COMPUTE
           ELSE
               MOVE 99999.9 TO PRIOR-CUM-SHARE
           END-IF.
           IF CX-NET-12(ENTRY-IDX) > ZERO
              AND PRIOR-CUM-SHARE < SYSIN-A-BREAK-PCT
               MOVE 'A' TO CUSTOMER-CLASS
               MOVE 1   TO CLASS-IDX
           ELSE
               IF CX-NET-12(ENTRY-IDX) > ZERO
                  AND PRIOR-CUM-SHARE < SYSIN-B-BREAK-PCT
                   MOVE 'B' TO CUSTOMER-CLASS
                   MOVE 2   TO CLASS-IDX
               ELSE
                   MOVE 'C' TO CUSTOMER-CLASS
                   MOVE 3   TO CLASS-IDX
               END-IF
           END-IF.
           ADD 1 TO SECTION-CLASS-COUNT(CLASS-IDX).
           ADD CX-NET-12(ENTRY-IDX) TO SECTION-CUM-NET.
      *
           MOVE SECTION-RANK                  TO CL-RANK.
           MOVE CX-BRANCH-NUMBER(ENTRY-IDX)   TO CL-BRANCH-NUMBER.
           MOVE CX-SALESREP-NUMBER(ENTRY-IDX) TO CL-SALESREP-NUMBER.
           MOVE CX-CUSTOMER-NUMBER(ENTRY-IDX) TO CL-CUSTOMER-NUMBER.
           MOVE CX-CUSTOMER-NAME(ENTRY-IDX)   TO CL-CUSTOMER-NAME.
           MOVE CX-NET-12(ENTRY-IDX)          TO CL-NET-12.
           MOVE CUSTOMER-CLASS                TO CL-CLASS.
           MOVE CX-PRIOR-12(ENTRY-IDX)        TO CL-PRIOR-12.
           MOVE CX-LAST-3(ENTRY-IDX)          TO CL-LAST-3.
           MOVE CX-PRIOR-LAST-3(ENTRY-IDX)    TO CL-PRIOR-LAST-3.
           IF SECTION-NET-12 > ZERO
               COMPUTE SHARE-PCT ROUNDED =
                   CX-NET-12(ENTRY-IDX) * 100 / SECTION-NET-12
                   ON SIZE ERROR
                       MOVE 999.9 TO SHARE-PCT
               END-COMPUTE
               COMPUTE CUM-SHARE-PCT ROUNDED =
                   SECTION-CUM-NET * 100 / SECTION-NET-12
                   ON SIZE ERROR
                       MOVE 9999.9 TO CUM-SHARE-PCT
               END-COMPUTE
               MOVE SHARE-PCT     TO CL-SHARE-PCT
               MOVE CUM-SHARE-PCT TO CL-CUM-SHARE-PCT
           ELSE
               MOVE SPACES        TO CL-SHARE-PCT-X
                                     CL-CUM-SHARE-PCT-X
           END-IF.
           MOVE CX-NET-12(ENTRY-IDX)   TO GROWTH-NET.
           MOVE CX-PRIOR-12(ENTRY-IDX) TO GROWTH-PRIOR.
           PERFORM 720000-FORMAT-GROWTH.
      *
           MOVE SPACES TO CL-FLAG.
           IF CUSTOMER-CLASS = 'A'
              AND CX-PRIOR-LAST-3(ENTRY-IDX) > ZERO
               COMPUTE DECLINE-PCT ROUNDED =
                   (CX-PRIOR-LAST-3(ENTRY-IDX) - CX-LAST-3(ENTRY-IDX))
                   * 100 / CX-PRIOR-LAST-3(ENTRY-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO DECLINE-PCT
               END-COMPUTE
               IF DECLINE-PCT NOT < SYSIN-DECLINE-PCT
                   MOVE 'SLIPPING' TO CL-FLAG
                   ADD 1 TO SECTION-FLAG-COUNT
               END-IF
           END-IF.
           MOVE CUSTOMER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       720000-FORMAT-GROWTH.
           IF GROWTH-PRIOR > ZERO
               COMPUTE GROWTH-PCT ROUNDED =
                   (GROWTH-NET - GROWTH-PRIOR) * 100 / GROWTH-PRIOR
                   ON SIZE ERROR
                       MOVE 99999.9 TO GROWTH-PCT
               END-COMPUTE
               MOVE GROWTH-PCT TO CL-GROWTH-PCT
           ELSE
               MOVE SPACES     TO CL-GROWTH-PCT-X
           END-IF.
      *
       750000-PRINT-SECTION-TOTAL.
           MOVE ZERO                 TO CL-RANK.
           MOVE SPACES               TO CL-BRANCH-NUMBER
                                        CL-SALESREP-NUMBER
                                        CL-CUSTOMER-NUMBER
                                        CL-CLASS
                                        CL-FLAG
                                        CL-SHARE-PCT-X
                                        CL-CUM-SHARE-PCT-X.
           MOVE SECTION-NET-12       TO CL-NET-12.
           MOVE SECTION-PRIOR-12     TO CL-PRIOR-12.
           MOVE SECTION-LAST-3       TO CL-LAST-3.
           MOVE SECTION-PRIOR-LAST-3 TO CL-PRIOR-LAST-3.
           MOVE SECTION-NET-12       TO GROWTH-NET.
           MOVE SECTION-PRIOR-12     TO GROWTH-PRIOR.
           PERFORM 720000-FORMAT-GROWTH.
           MOVE CUSTOMER-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SECTION-CLASS-COUNT(1) TO CCL-CLASS-A-COUNT.
           MOVE SECTION-CLASS-COUNT(2) TO CCL-CLASS-B-COUNT.
           MOVE SECTION-CLASS-COUNT(3) TO CCL-CLASS-C-COUNT.
           MOVE SECTION-FLAG-COUNT     TO CCL-FLAG-COUNT.
           MOVE CLASS-COUNT-LINE       TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 3         *
      *================================================================
