      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        OPCAO DE CLIENTE TRANSFERIDO  15/10/2026
      *                       (COL 05 DO SYSIN): 'F' SEGUE O
      *                       CLIENTE ATE A CHAVE NOVA, 'K'
      *                       MANTEM AS VENDAS ANTERIORES A
      *                       VIGENCIA COM A CHAVE ANTIGA
      *                       (CUSTXREF.TXT DO RPTP1024)
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01-04  ANO CORRENTE (AAAA)
      *   COL 05     CLIENTE TRANSFERIDO: 'K' OU BRANCO = VENDAS ATE A
      *              VIGENCIA FICAM COM A FILIAL/REPR ANTERIOR; 'F' =
      *              TODO O HISTORICO SEGUE O CLIENTE
      * ENTRADAS:
      *   SALESHST.TXT - historico acumulativo (layout do RPTP1016)
      *   CUSTXREF.TXT - referencia cruzada das transferencias
      *                  (RPTP1024); ausente = nenhuma transferencia
      * SAIDA:
      *   TRENDRPT.TXT - por filial e por representante, duas linhas:
      *                  ANO CORRENTE E ANO ANTERIOR, 12 COLUNAS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TRENDRPT ASSIGN TO 'TRENDRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTXREF ASSIGN TO 'CUSTXREF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTXREF-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  TRENDRPT.
       01  REPORT-RECORD               PIC X(132).
      *
       FD  CUSTXREF.
       01  CUSTOMER-XREF-RECORD.
           03  XR-OLD-KEY              PIC X(009).
           03  XR-NEW-KEY              PIC X(009).
           03  XR-EFFECTIVE-DATE       PIC 9(008).
           03  XR-REASON               PIC X(020).
           03  XR-USER-ID              PIC X(008).
           03  XR-RUN-DATE             PIC 9(008).
           03  XR-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  XR-SALES-LAST-YTD       PIC S9(005)V9(002).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           03  SALESHST-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  SALESHST-EOF                    VALUE 'Y'.
           03  CUSTXREF-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  CUSTXREF-EOF                    VALUE 'Y'.
           03  HOP-FOUND-SWITCH        PIC X(001) VALUE 'N'.
               88  HOP-FOUND                       VALUE 'Y'.
      *
       77  CUSTXREF-STATUS             PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-CURRENT-YEAR      PIC 9(004).
           03  SYSIN-TRANSFER-MODE     PIC X(001).
               88  FOLLOW-CUSTOMER                 VALUE 'F'.
       77  PREVIOUS-YEAR               PIC 9(004) VALUE ZERO.
      *
       01  COUNT-FIELDS.
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  USED-COUNT              PIC S9(005) VALUE ZERO.
           03  MOVED-COUNT             PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    ACUMULADORES: 12 MESES DO ANO CORRENTE E DO ANTERIOR, POR
           03  ENTRY-IDX               PIC S9(003).
           03  MONTH-IDX               PIC S9(003).
           03  SIGNED-AMOUNT           PIC S9(007)V99.
      *
      *-----------------------------------------------------------------
      *    TRANSFERENCIAS (CUSTXREF.TXT), NA ORDEM EM QUE FORAM FEITAS.
      *    UMA CHAVE DO HISTORICO E TRADUZIDA SALTANDO DE TRANSFERENCIA
      *    EM TRANSFERENCIA (A PARA B, DEPOIS B PARA C), SEMPRE PARA
      *    FRENTE NA TABELA.
      *-----------------------------------------------------------------
       01  XREF-TABLE.
           03  XREF-ENTRY              OCCURS 500 TIMES.
               05  XRT-OLD-KEY         PIC X(009).
               05  XRT-NEW-KEY         PIC X(009).
               05  XRT-EFFECTIVE-DATE  PIC 9(008).
       77  XREF-COUNT                  PIC S9(005) VALUE ZERO.
       77  XREF-IDX                    PIC S9(005) VALUE ZERO.
       77  XREF-START-IDX              PIC S9(005) VALUE ZERO.
      *
       01  TRANSLATE-FIELDS.
           03  TRANSLATE-KEY.
               05  TK-BRANCH-NUMBER    PIC 9(002).
               05  TK-SALESREP-NUMBER  PIC 9(002).
               05  TK-CUSTOMER-NUMBER  PIC 9(005).
           03  TRANSLATE-DATE          PIC 9(008).
      *
       01  TREND-HEADER-LINE.
           03  THL-LABEL               PIC X(013).
      *
       0000-PREPARE-TREND-REPORT.
      *
           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-CURRENT-YEAR NOT NUMERIC
              OR SYSIN-CURRENT-YEAR = ZERO
               DISPLAY 'RPTP1017 CURRENT YEAR MISSING ON SYSIN - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-TRANSFER-MODE = SPACE
               MOVE 'K' TO SYSIN-TRANSFER-MODE
           END-IF.
           IF SYSIN-TRANSFER-MODE NOT = 'F'
              AND SYSIN-TRANSFER-MODE NOT = 'K'
               DISPLAY 'RPTP1017 SYSIN TRANSFER MODE MUST BE F OR K '
                       '- ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE PREVIOUS-YEAR = SYSIN-CURRENT-YEAR - 1.
      *
           PERFORM 050000-INIT-TREND-TABLES.
           PERFORM 060000-LOAD-XREF-TABLE.
      *
           OPEN INPUT  SALESHST.
           OPEN OUTPUT TRENDRPT.
      *
           DISPLAY 'RPTP1017 HIST READ : ' READ-COUNT.
           DISPLAY 'RPTP1017 HIST USED : ' USED-COUNT.
           DISPLAY 'RPTP1017 TRANSFERS : ' XREF-COUNT.
           DISPLAY 'RPTP1017 HIST MOVED: ' MOVED-COUNT.
           STOP RUN.
      *
       050000-INIT-TREND-TABLES.
           MOVE ZERO TO BT-PRV-MONTH(ENTRY-IDX MONTH-IDX).
           MOVE ZERO TO RT-CUR-MONTH(ENTRY-IDX MONTH-IDX).
           MOVE ZERO TO RT-PRV-MONTH(ENTRY-IDX MONTH-IDX).
      *
      *
      *----------------------------------------------------------------
      *    REFERENCIA CRUZADA DAS TRANSFERENCIAS. SEM O ARQUIVO (NENHUMA
      *    TRANSFERENCIA AINDA) O HISTORICO E USADO COMO ESTA.
      *----------------------------------------------------------------
       060000-LOAD-XREF-TABLE.
           OPEN INPUT CUSTXREF.
           IF CUSTXREF-STATUS = '00'
               PERFORM 061000-LOAD-ONE-XREF
                   UNTIL CUSTXREF-EOF
               CLOSE CUSTXREF
           END-IF.
      *
       061000-LOAD-ONE-XREF.
           READ CUSTXREF
               AT END
                   MOVE 'Y' TO CUSTXREF-EOF-SWITCH
               NOT AT END
                   IF XREF-COUNT >= 500
                       DISPLAY 'RPTP1017 MORE THAN 500 TRANSFERS ON '
                               'CUSTXREF.TXT - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO XREF-COUNT
                   MOVE XR-OLD-KEY        TO XRT-OLD-KEY(XREF-COUNT)
                   MOVE XR-NEW-KEY        TO XRT-NEW-KEY(XREF-COUNT)
                   MOVE XR-EFFECTIVE-DATE
                       TO XRT-EFFECTIVE-DATE(XREF-COUNT)
           END-READ.
      *
       100000-READ-HIST-RECORD.
           READ SALESHST
                   COMPUTE SIGNED-AMOUNT = ZERO - SH-AMOUNT
               END-IF
               MOVE SH-MONTH TO MONTH-IDX
               MOVE SH-KEY          TO TRANSLATE-KEY
               MOVE SH-INVOICE-DATE TO TRANSLATE-DATE
               IF XREF-COUNT > ZERO
                   PERFORM 210000-TRANSLATE-KEY
                   IF TRANSLATE-KEY NOT = SH-KEY
                       ADD 1 TO MOVED-COUNT
                   END-IF
               END-IF
               COMPUTE ENTRY-IDX = TK-BRANCH-NUMBER + 1
               IF SH-YEAR = SYSIN-CURRENT-YEAR
                   ADD SIGNED-AMOUNT
                       TO BT-CUR-MONTH(ENTRY-IDX MONTH-IDX)
                       TO BT-PRV-MONTH(ENTRY-IDX MONTH-IDX)
               END-IF
               MOVE 'Y' TO BT-ACTIVE(ENTRY-IDX)
               COMPUTE ENTRY-IDX = TK-SALESREP-NUMBER + 1
               IF SH-YEAR = SYSIN-CURRENT-YEAR
                   ADD SIGNED-AMOUNT
                       TO RT-CUR-MONTH(ENTRY-IDX MONTH-IDX)
               MOVE 'Y' TO RT-ACTIVE(ENTRY-IDX)
           END-IF.
           PERFORM 100000-READ-HIST-RECORD.
      *
      *----------------------------------------------------------------
      *    TRADUCAO DA CHAVE PELAS TRANSFERENCIAS. MODO 'F': TODA
      *    TRANSFERENCIA DA CHAVE VALE. MODO 'K': SO AS VIGENTES NA
      *    DATA DA FATURA - O QUE FOI VENDIDO ANTES FICA COM A
      *    FILIAL/REPRESENTANTE DE ENTAO.
      *----------------------------------------------------------------
       210000-TRANSLATE-KEY.
           MOVE 1   TO XREF-START-IDX.
           MOVE 'Y' TO HOP-FOUND-SWITCH.
           PERFORM 211000-FIND-NEXT-HOP
               UNTIL NOT HOP-FOUND.
      *
       211000-FIND-NEXT-HOP.
           MOVE 'N' TO HOP-FOUND-SWITCH.
           PERFORM 212000-CHECK-ONE-XREF
               VARYING XREF-IDX FROM XREF-START-IDX BY 1
               UNTIL XREF-IDX > XREF-COUNT
                  OR HOP-FOUND.
      *
       212000-CHECK-ONE-XREF.
           IF XRT-OLD-KEY(XREF-IDX) = TRANSLATE-KEY
              AND (FOLLOW-CUSTOMER
                   OR TRANSLATE-DATE >= XRT-EFFECTIVE-DATE(XREF-IDX))
               MOVE XRT-NEW-KEY(XREF-IDX) TO TRANSLATE-KEY
               COMPUTE XREF-START-IDX = XREF-IDX + 1
               MOVE 'Y' TO HOP-FOUND-SWITCH
           END-IF.
      *
       300000-PRINT-BRANCH-TRENDS.
           MOVE 'SALES TREND BY BRANCH - CURRENT VS PRIOR YEAR'
