      * 003 EQUIPE GFP        PASSA A LER O CUSTMAST.CLN E A CONFERIR  03/09/2026
      *                       O TRAILER DE CONTROLE DO RPTP1012 ANTES
      *                       DE PRODUZIR QUALQUER SAIDA
      * 004 EQUIPE GFP        CLIENTE TRANSFERIDO (RPTP1024): COM 'K'  15/10/2026
      *                       NO SYSIN, O YTD ACUMULADO ATE A
      *                       TRANSFERENCIA (CUSTXREF.TXT) FICA COM O
      *                       REPRESENTANTE ANTERIOR
      * 005 EQUIPE GFP        SYSIN EM BRANCO PASSA A SER 'K', COMO    15/10/2026
      *                       NO RPTP1013 E NO RPTP1017; SEM O ANO
      *                       DO YTD, VALE O ANO DA EXECUCAO
      *================================================================
      *
      * CARTAO SYSIN (OPCIONAL):
      *   COL 01     CLIENTE TRANSFERIDO: 'K' OU BRANCO = O YTD ATE A
      *              TRANSFERENCIA FICA COM O REPRESENTANTE ANTERIOR,
      *              SO O RESTANTE VAI PARA O ATUAL; 'F' = O YTD
      *              INTEIRO SEGUE O CLIENTE (REPRESENTANTE ATUAL)
      *   COL 02-05  ANO DO YTD DO CADASTRO (AAAA) - USADO COM 'K';
      *              SO AS TRANSFERENCIAS VIGENTES NESSE ANO DIVIDEM O
      *              YTD. BRANCO = ANO DA EXECUCAO
      *
       IDENTIFICATION DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPMAST  ASSIGN TO 'REPMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTXREF ASSIGN TO 'CUSTXREF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTXREF-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  CUSTMAST.
       01  CUSTOMER-MASTER-RECORD.
           03  CM-KEY.
               05  CM-BRANCH-NUMBER    PIC 9(002).
               05  CM-SALESREP-NUMBER  PIC 9(002).
               05  CM-CUSTOMER-NUMBER  PIC 9(005).
           03  CM-CUSTOMER-NAME        PIC X(020).
           03  CM-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CM-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  RM-NUMBER               PIC 9(002).
           03  RM-NAME                 PIC X(020).
           03  RM-STATUS               PIC X(001).
      *
       FD  CUSTXREF.
       01  CUSTOMER-XREF-RECORD.
           03  XR-OLD-KEY              PIC X(009).
           03  XR-NEW-KEY              PIC X(009).
           03  XR-EFFECTIVE-DATE.
               05  XR-EFFECTIVE-YEAR   PIC 9(004).
               05  FILLER              PIC 9(004).
           03  XR-REASON               PIC X(020).
           03  XR-USER-ID              PIC X(008).
           03  XR-RUN-DATE             PIC 9(008).
           03  XR-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  XR-SALES-LAST-YTD       PIC S9(005)V9(002).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           03  CUSTMAST-EOF-SWITCH     PIC X(001) VALUE 'N'.
           03  REPMAST-EOF-SWITCH      PIC X(001) VALUE 'N'.
           03  CUSTXREF-EOF-SWITCH     PIC X(001) VALUE 'N'.
           03  HOP-FOUND-SWITCH        PIC X(001) VALUE 'N'.
      *
       77  CUSTXREF-STATUS             PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-TRANSFER-MODE     PIC X(001) VALUE SPACE.
           03  SYSIN-YTD-YEAR          PIC 9(004) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    TRANSFERENCIAS (CUSTXREF.TXT) NA ORDEM EM QUE FORAM FEITAS,
      *    COM O YTD DO CLIENTE NO MOMENTO DE CADA UMA. SO CARREGADA
      *    NO MODO 'K'.
      *-----------------------------------------------------------------
       01  XREF-TABLE.
           03  XREF-ENTRY              OCCURS 500 TIMES.
               05  XRT-OLD-KEY         PIC X(009).
               05  XRT-NEW-KEY         PIC X(009).
               05  XRT-EFFECTIVE-YEAR  PIC 9(004).
               05  XRT-SALES-THIS-YTD  PIC S9(005)V9(002).
       77  XREF-COUNT                  PIC S9(005) VALUE ZERO.
       77  XREF-IDX                    PIC S9(005) VALUE ZERO.
      *
       01  SPLIT-FIELDS.
           03  SPLIT-KEY.
               05  SK-BRANCH-NUMBER    PIC 9(002).
               05  SK-SALESREP-NUMBER  PIC 9(002).
               05  SK-CUSTOMER-NUMBER  PIC 9(005).
           03  SPLIT-REMAINING         PIC S9(007)V99.
           03  SPLIT-END-IDX           PIC S9(005).
           03  SPLIT-COUNT             PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    NOMES DOS REPRESENTANTES (CADASTRO REPMAST), INDEXADOS PELO
      *
       0000-PREPARE-COMMISSION-REPORT.

           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-TRANSFER-MODE = SPACE
               MOVE 'K' TO SYSIN-TRANSFER-MODE
           END-IF.
           IF SYSIN-TRANSFER-MODE NOT = 'F'
              AND SYSIN-TRANSFER-MODE NOT = 'K'
               DISPLAY 'RPTP1003 SYSIN TRANSFER MODE MUST BE F OR K '
                       '- ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-TRANSFER-MODE = 'K'
              AND (SYSIN-YTD-YEAR = SPACES
                   OR SYSIN-YTD-YEAR = ZERO)
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-YEAR TO SYSIN-YTD-YEAR
               DISPLAY 'RPTP1003 YTD YEAR NOT ON SYSIN - USING '
                       SYSIN-YTD-YEAR
           END-IF.
           IF SYSIN-TRANSFER-MODE = 'K'
              AND SYSIN-YTD-YEAR NOT NUMERIC
               DISPLAY 'RPTP1003 YTD YEAR NOT NUMERIC ON SYSIN FOR '
                       'MODE K - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 050000-INITIALIZE-COMMISSION-TABLE.
           PERFORM 055000-LOAD-REP-NAMES.
           IF SYSIN-TRANSFER-MODE = 'K'
               PERFORM 058000-LOAD-XREF-TABLE
           END-IF.

           PERFORM 050000-VERIFY-CONTROL-TRAILER.

           CLOSE CUSTMAST
                 COMMRPT.
           DISPLAY 'Arquivo de saida COMMRPT.TXT gerado. '.
           IF SYSIN-TRANSFER-MODE = 'K'
               DISPLAY 'RPTP1003 TRANSFER SPLITS: ' SPLIT-COUNT
           END-IF.
           STOP RUN.
      *
      *    FAIXA 1: ATE 9.999,99 = 3,0%   FAIXA 2: ATE 49.999,99 = 5,0%
                       MOVE RM-NAME TO REP-NAME(NAME-IDX)
                   END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    REFERENCIA CRUZADA DAS TRANSFERENCIAS (RPTP1024). SEM O
      *    ARQUIVO, NENHUM YTD E DIVIDIDO.
      *----------------------------------------------------------------
       058000-LOAD-XREF-TABLE.
           OPEN INPUT CUSTXREF.
           IF CUSTXREF-STATUS = '00'
               PERFORM 059000-LOAD-ONE-XREF
                   UNTIL CUSTXREF-EOF-SWITCH = 'Y'
               CLOSE CUSTXREF
           END-IF.
      *
       059000-LOAD-ONE-XREF.
           READ CUSTXREF
               AT END
                   MOVE 'Y' TO CUSTXREF-EOF-SWITCH
               NOT AT END
                   IF XREF-COUNT >= 500
                       DISPLAY 'RPTP1003 MORE THAN 500 TRANSFERS ON '
                               'CUSTXREF.TXT - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO XREF-COUNT
                   MOVE XR-OLD-KEY        TO XRT-OLD-KEY(XREF-COUNT)
                   MOVE XR-NEW-KEY        TO XRT-NEW-KEY(XREF-COUNT)
                   MOVE XR-EFFECTIVE-YEAR
                       TO XRT-EFFECTIVE-YEAR(XREF-COUNT)
                   MOVE XR-SALES-THIS-YTD
                       TO XRT-SALES-THIS-YTD(XREF-COUNT)
           END-READ.
      *
       100000-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
       150000-ACCUMULATE-SALES-BY-REP.
           PERFORM 160000-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = 'N'
               PERFORM 170000-CREDIT-CUSTOMER-SALES
           END-IF.
      *
       160000-READ-CUSTOMER-RECORD.
           IF CTR-RECORD-TYPE = 'T'
               MOVE 'Y' TO CUSTMAST-EOF-SWITCH
           END-IF.
      *
      *----------------------------------------------------------------
      *    CREDITO DO YTD DO CLIENTE AO REPRESENTANTE. NO MODO 'K',
      *    CADA TRANSFERENCIA DO ANO (DA MAIS RECENTE PARA TRAS) DEIXA
      *    COM O REPRESENTANTE DA CHAVE NOVA SO O QUE FOI VENDIDO
      *    DEPOIS DELA; O YTD DA EPOCA DA TRANSFERENCIA SEGUE PARA A
      *    CHAVE ANTERIOR. SEM TRANSFERENCIA, O YTD INTEIRO VAI PARA
      *    O REPRESENTANTE ATUAL, COMO SEMPRE.
      *----------------------------------------------------------------
       170000-CREDIT-CUSTOMER-SALES.
           MOVE CM-KEY            TO SPLIT-KEY.
           MOVE CM-SALES-THIS-YTD TO SPLIT-REMAINING.
           MOVE XREF-COUNT        TO SPLIT-END-IDX.
           MOVE 'Y'               TO HOP-FOUND-SWITCH.
           PERFORM 171000-SPLIT-AT-ONE-TRANSFER
               UNTIL HOP-FOUND-SWITCH = 'N'.
           COMPUTE REP-IDX = SK-SALESREP-NUMBER + 1.
           ADD SPLIT-REMAINING TO REP-TOTAL-THIS-YTD(REP-IDX).
      *
       171000-SPLIT-AT-ONE-TRANSFER.
           MOVE 'N' TO HOP-FOUND-SWITCH.
           PERFORM 172000-CHECK-ONE-XREF
               VARYING XREF-IDX FROM SPLIT-END-IDX BY -1
               UNTIL XREF-IDX < 1
                  OR HOP-FOUND-SWITCH = 'Y'.
      *
       172000-CHECK-ONE-XREF.
           IF XRT-NEW-KEY(XREF-IDX) = SPLIT-KEY
              AND XRT-EFFECTIVE-YEAR(XREF-IDX) = SYSIN-YTD-YEAR
               COMPUTE REP-IDX = SK-SALESREP-NUMBER + 1
               COMPUTE REP-TOTAL-THIS-YTD(REP-IDX) =
                   REP-TOTAL-THIS-YTD(REP-IDX) + SPLIT-REMAINING
                       - XRT-SALES-THIS-YTD(XREF-IDX)
               MOVE XRT-SALES-THIS-YTD(XREF-IDX) TO SPLIT-REMAINING
               MOVE XRT-OLD-KEY(XREF-IDX)        TO SPLIT-KEY
               COMPUTE SPLIT-END-IDX = XREF-IDX - 1
               ADD 1 TO SPLIT-COUNT
               MOVE 'Y' TO HOP-FOUND-SWITCH
           END-IF.
      *
       200000-PRINT-COMMISSION-LINES.
           PERFORM 210000-PRINT-ONE-REP-LINE
