      *================================================================
      * PROGRAMA    : RPTP1022
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : RELATORIO MENSAL DE ATINGIMENTO DE COTAS POR
      *               REPRESENTANTE E POR FILIAL: VENDA LIQUIDA DO MES
      *               CONTRA A COTA DO MES, ACUMULADO DO ANO CONTRA A
      *               COTA ACUMULADA, PERCENTUAL ATINGIDO E POSICAO DO
      *               REPRESENTANTE DENTRO DA FILIAL. VENDAS DO
      *               HISTORICO SALESHST.TXT (RPTP1016), COTAS DO
      *               QUOTAMST.TXT (RPTP1021). SUBSTITUI A CONFERENCIA
      *               MANUAL DA PLANILHA DE COTAS CONTRA O RPTP1017.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01-04  ANO DO RELATORIO (AAAA)
      *   COL 05-06  MES DO RELATORIO (MM)
      *   COL 07-09  LIMITE DE ATINGIMENTO EM % (BRANCO = 100)
      *   COL 10     SAIDA ('C' CSV PARA A APRESENTACAO DA REUNIAO DE
      *              VENDAS; BRANCO RELATORIO IMPRESSO)
      * ENTRADAS:
      *   QUOTAMST.TXT - cotas (layout do RPTP1021). REPRESENTANTE EM
      *                  BRANCO E A COTA DA FILIAL; MES SEM ELA USA A
      *                  SOMA DAS COTAS DOS REPRESENTANTES DA FILIAL
      *   SALESHST.TXT - historico acumulativo (layout do RPTP1016),
      *                  LIQUIDO: 'S' SOMA, 'C'/'R' SUBTRAEM
      *   BRCHMAST.TXT / REPMAST.TXT - nomes
      * SAIDAS:
      *   QUOTARPT.TXT - relatorio impresso, por filial/representante
      *   QUOTARPT.CSV - mesma informacao em CSV (SAIDA 'C')
      *
      * A POSICAO NA FILIAL E PELO PERCENTUAL DO MES; REPRESENTANTE
      * SEM COTA NO MES NAO E CLASSIFICADO. E SINALIZADO QUEM FICOU
      * ABAIXO DO LIMITE NO MES DO RELATORIO E TAMBEM NO MES
      * ANTERIOR (DEZEMBRO DO ANO ANTERIOR QUANDO O MES E JANEIRO),
      * TENDO COTA NOS DOIS.
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1022.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT QUOTAMST ASSIGN TO 'QUOTAMST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SALESHST ASSIGN TO 'SALESHST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BRCHMAST ASSIGN TO 'BRCHMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPMAST  ASSIGN TO 'REPMAST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTARPT ASSIGN TO 'QUOTARPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTACSV ASSIGN TO 'QUOTARPT.CSV'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  QUOTAMST.
       01  QUOTA-MASTER-RECORD.
           03  QM-YEAR                 PIC 9(004).
           03  QM-MONTH                PIC 9(002).
           03  QM-BRANCH-NUMBER        PIC 9(002).
           03  QM-SALESREP-NUMBER      PIC X(002).
           03  QM-QUOTA-AMOUNT         PIC 9(007)V99.
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
       FD  QUOTARPT.
       01  REPORT-RECORD               PIC X(132).
      *
       FD  QUOTACSV.
       01  CSV-AREA                    PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1022                    PIC X(008) VALUE 'RPTP1022'.
      *
       01  SWITCHES.
           03  QUOTAMST-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  QUOTAMST-EOF                    VALUE 'Y'.
           03  SALESHST-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  SALESHST-EOF                    VALUE 'Y'.
           03  PCT-VALID-SWITCH        PIC X(001) VALUE 'N'.
               88  PCT-VALID                       VALUE 'Y'.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-REPORT-YEAR       PIC 9(004).
           03  SYSIN-REPORT-MONTH      PIC 9(002).
           03  SYSIN-THRESHOLD-PCT     PIC 9(003).
           03  SYSIN-OUTPUT-MODE       PIC X(001).
               88  CSV-MODE-ON                     VALUE 'C'.
       77  PRIOR-YEAR                  PIC 9(004) VALUE ZERO.
       77  PRIOR-SLOT                  PIC S9(003) VALUE ZERO.
      *
       01  COUNT-FIELDS.
           03  QUOTA-READ-COUNT        PIC S9(005) VALUE ZERO.
           03  QUOTA-USED-COUNT        PIC S9(005) VALUE ZERO.
           03  HIST-READ-COUNT         PIC S9(005) VALUE ZERO.
           03  HIST-USED-COUNT         PIC S9(005) VALUE ZERO.
           03  FLAGGED-COUNT           PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    NOMES DE FILIAL E REPRESENTANTE, INDEXADOS PELO PROPRIO
      *    NUMERO + 1 (00-99), CARREGADOS DE BRCHMAST/REPMAST.
      *    NUMERO SEM CADASTRO SAI COMO *UNKNOWN*.
      *-----------------------------------------------------------------
       01  NAME-TABLES.
           03  BRANCH-NAME             PIC X(020) OCCURS 100 TIMES.
           03  REP-NAME                PIC X(020) OCCURS 100 TIMES.
       77  NAME-IDX                    PIC S9(003).
       01  NAME-EOF-SWITCHES.
           03  BRCHMAST-EOF-SWITCH     PIC X(001) VALUE 'N'.
           03  REPMAST-EOF-SWITCH      PIC X(001) VALUE 'N'.
      *
      *-----------------------------------------------------------------
      *    ACUMULADORES POR PERIODO: POSICOES 01-12 SAO OS MESES DO ANO
      *    DO RELATORIO (ATE O MES DO RELATORIO); A POSICAO 13 GUARDA
      *    DEZEMBRO DO ANO ANTERIOR, SO USADA QUANDO O MES E JANEIRO.
      *    FILIAL INDEXADA PELO NUMERO + 1. REPRESENTANTE E FILIAL +
      *    REPRESENTANTE: O MAPA (FILIAL + 1, REPRESENTANTE + 1) APONTA
      *    PARA A ENTRADA NA TABELA DE REPRESENTANTES.
      *-----------------------------------------------------------------
       01  BRANCH-QUOTA-TABLE.
           03  BRANCH-QUOTA-ENTRY      OCCURS 100 TIMES.
               05  BQ-ACTIVE           PIC X(001).
               05  BQ-PERIOD           OCCURS 13 TIMES.
                   07  BQ-NET          PIC S9(009)V99 COMP-3.
                   07  BQ-OWN-QUOTA    PIC S9(009)V99 COMP-3.
                   07  BQ-OWN-QUOTA-SWITCH
                                       PIC X(001).
                   07  BQ-REP-QUOTA    PIC S9(009)V99 COMP-3.
      *
       01  REP-QUOTA-TABLE.
           03  REP-QUOTA-ENTRY         OCCURS 500 TIMES.
               05  RQ-BRANCH-NUMBER    PIC 9(002).
               05  RQ-SALESREP-NUMBER  PIC 9(002).
               05  RQ-PERIOD           OCCURS 13 TIMES.
                   07  RQ-NET          PIC S9(009)V99 COMP-3.
                   07  RQ-QUOTA        PIC S9(009)V99 COMP-3.
               05  RQ-HAS-QUOTA        PIC X(001).
               05  RQ-MONTH-PCT        PIC S9(005)V9 COMP-3.
               05  RQ-RANK             PIC S9(003).
               05  RQ-BELOW-SWITCH     PIC X(001).
       77  REP-ENTRY-COUNT             PIC S9(004) VALUE ZERO.
      *
       01  REP-ENTRY-MAP.
           03  REP-MAP-BRANCH          OCCURS 100 TIMES.
               05  REP-MAP-ENTRY       PIC S9(004) COMP
                                       OCCURS 100 TIMES.
      *
       01  WORK-FIELDS.
           03  BRANCH-IDX              PIC S9(003).
           03  REP-IDX                 PIC S9(003).
           03  CMP-IDX                 PIC S9(003).
           03  SLOT-IDX                PIC S9(003).
           03  PERIOD-SLOT             PIC S9(003).
           03  ENTRY-IDX               PIC S9(004).
           03  CMP-ENTRY               PIC S9(004).
           03  PERIOD-YEAR             PIC 9(004).
           03  PERIOD-MONTH            PIC 9(002).
           03  BRANCH-NUMBER-WORK      PIC 9(002).
           03  REP-NUMBER-WORK         PIC 9(002).
           03  SIGNED-AMOUNT           PIC S9(007)V99.
           03  EFFECTIVE-QUOTA         PIC S9(009)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *    RESULTADO DA LINHA CORRENTE (REPRESENTANTE, FILIAL OU GERAL)
      *-----------------------------------------------------------------
       01  RESULT-FIELDS.
           03  MONTH-NET               PIC S9(009)V99 COMP-3.
           03  MONTH-QUOTA             PIC S9(009)V99 COMP-3.
           03  YTD-NET                 PIC S9(009)V99 COMP-3.
           03  YTD-QUOTA               PIC S9(009)V99 COMP-3.
           03  PCT-NET                 PIC S9(009)V99 COMP-3.
           03  PCT-QUOTA               PIC S9(009)V99 COMP-3.
           03  PCT-RESULT              PIC S9(005)V9 COMP-3.
           03  PRIOR-PCT               PIC S9(005)V9 COMP-3.
           03  RESULT-RANK             PIC S9(003).
           03  RESULT-BELOW-SWITCH     PIC X(001).
           03  LINE-BRANCH             PIC X(002).
           03  LINE-SALESREP           PIC X(002).
           03  LINE-NAME               PIC X(020).
      *
       01  GRAND-FIELDS.
           03  GRAND-MONTH-NET         PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  GRAND-MONTH-QUOTA       PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  GRAND-YTD-NET           PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
           03  GRAND-YTD-QUOTA         PIC S9(009)V99 COMP-3
                                       VALUE ZERO.
      *
       01  REPORT-TITLE-LINE.
           03  FILLER                  PIC X(032) VALUE
               'QUOTA ATTAINMENT REPORT - MONTH '.
           03  RTL-MONTH               PIC 9(002).
           03  FILLER                  PIC X(001) VALUE '/'.
           03  RTL-YEAR                PIC 9(004).
           03  FILLER                  PIC X(013) VALUE
               '   THRESHOLD '.
           03  RTL-THRESHOLD-PCT       PIC ZZ9.
           03  FILLER                  PIC X(001) VALUE '%'.
           03  FILLER                  PIC X(076) VALUE SPACES.
      *
       01  COLUMN-HEADING-LINE.
           03  FILLER                  PIC X(044) VALUE
               '  NO SALESREP NAME             MONTH NET    '.
           03  FILLER                  PIC X(044) VALUE
               'MONTH QUOTA       PCT          YTD NET      '.
           03  FILLER                  PIC X(031) VALUE
               'YTD QUOTA       PCT  RANK  FLAG'.
           03  FILLER                  PIC X(013) VALUE SPACES.
      *
       01  BRANCH-HEADER-LINE.
           03  FILLER                  PIC X(007) VALUE 'BRANCH '.
           03  BHL-BRANCH-NUMBER       PIC 9(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  BHL-BRANCH-NAME         PIC X(020).
           03  FILLER                  PIC X(102) VALUE SPACES.
      *
       01  QUOTA-DETAIL-LINE.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-SALESREP-NUMBER     PIC X(002).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  QDL-NAME                PIC X(020).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-MONTH-NET           PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  QDL-MONTH-QUOTA         PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-MONTH-PCT           PIC ZZZZ9.9-.
           03  QDL-MONTH-PCT-X         REDEFINES QDL-MONTH-PCT
                                       PIC X(008).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  QDL-YTD-NET             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  QDL-YTD-QUOTA           PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-YTD-PCT             PIC ZZZZ9.9-.
           03  QDL-YTD-PCT-X           REDEFINES QDL-YTD-PCT
                                       PIC X(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-RANK                PIC ZZ9 BLANK WHEN ZERO.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  QDL-FLAG                PIC X(012).
           03  FILLER                  PIC X(005) VALUE SPACES.
      *
       01  CSV-HEADING-LINE.
           03  FILLER                  PIC X(040) VALUE
               'BRANCH,SALESREP,NAME,MONTH NET,MONTH QUO'.
           03  FILLER                  PIC X(040) VALUE
               'TA,MONTH PCT,YTD NET,YTD QUOTA,YTD PCT,B'.
           03  FILLER                  PIC X(026) VALUE
               'RANCH RANK,BELOW THRESHOLD'.
           03  FILLER                  PIC X(026) VALUE SPACES.
      *
       01  CSV-DETAIL-LINE.
           03  CDL-BRANCH-NUMBER       PIC X(002).
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-SALESREP-NUMBER     PIC X(002).
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-NAME                PIC X(020).
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-MONTH-NET           PIC -9(007).99.
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-MONTH-QUOTA         PIC -9(007).99.
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-MONTH-PCT           PIC -9(005).9.
           03  CDL-MONTH-PCT-X         REDEFINES CDL-MONTH-PCT
                                       PIC X(008).
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-YTD-NET             PIC -9(007).99.
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-YTD-QUOTA           PIC -9(007).99.
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-YTD-PCT             PIC -9(005).9.
           03  CDL-YTD-PCT-X           REDEFINES CDL-YTD-PCT
                                       PIC X(008).
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-RANK                PIC ZZ9 BLANK WHEN ZERO.
           03  FILLER                  PIC X(001) VALUE ','.
           03  CDL-BELOW-THRESHOLD     PIC X(001).
           03  FILLER                  PIC X(034) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-QUOTA-REPORT.
      *
           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-REPORT-YEAR NOT NUMERIC
              OR SYSIN-REPORT-YEAR = ZERO
               DISPLAY 'RPTP1022 REPORT YEAR MISSING ON SYSIN - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-REPORT-MONTH NOT NUMERIC
              OR SYSIN-REPORT-MONTH < 01
              OR SYSIN-REPORT-MONTH > 12
               DISPLAY 'RPTP1022 REPORT MONTH INVALID ON SYSIN - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-THRESHOLD-PCT NOT NUMERIC
              OR SYSIN-THRESHOLD-PCT = ZERO
               MOVE 100 TO SYSIN-THRESHOLD-PCT
           END-IF.
      *
           IF SYSIN-REPORT-MONTH = 01
               COMPUTE PRIOR-YEAR = SYSIN-REPORT-YEAR - 1
               MOVE 13 TO PRIOR-SLOT
           ELSE
               MOVE SYSIN-REPORT-YEAR TO PRIOR-YEAR
               COMPUTE PRIOR-SLOT = SYSIN-REPORT-MONTH - 1
           END-IF.
      *
           PERFORM 050000-INIT-QUOTA-TABLES.
           PERFORM 060000-LOAD-NAME-MASTERS.
      *
           OPEN INPUT  QUOTAMST
                       SALESHST.
           PERFORM 100000-READ-QUOTA-RECORD.
           PERFORM 150000-ACCUMULATE-ONE-QUOTA
               UNTIL QUOTAMST-EOF.
           PERFORM 110000-READ-HIST-RECORD.
           PERFORM 200000-ACCUMULATE-ONE-TRAN
               UNTIL SALESHST-EOF.
           CLOSE QUOTAMST
                 SALESHST.
      *
           PERFORM 400000-COMPUTE-REP-RESULT
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > REP-ENTRY-COUNT.
           PERFORM 450000-RANK-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
      *
           IF CSV-MODE-ON
               OPEN OUTPUT QUOTACSV
               MOVE CSV-HEADING-LINE TO CSV-AREA
               WRITE CSV-AREA
           ELSE
               OPEN OUTPUT QUOTARPT
               MOVE SYSIN-REPORT-MONTH  TO RTL-MONTH
               MOVE SYSIN-REPORT-YEAR   TO RTL-YEAR
               MOVE SYSIN-THRESHOLD-PCT TO RTL-THRESHOLD-PCT
               MOVE REPORT-TITLE-LINE   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE COLUMN-HEADING-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
           PERFORM 500000-PRINT-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
           PERFORM 600000-PRINT-GRAND-TOTAL.
      *
           IF CSV-MODE-ON
               CLOSE QUOTACSV
           ELSE
               CLOSE QUOTARPT
           END-IF.
      *
           DISPLAY 'RPTP1022 THRESHOLD  : ' SYSIN-THRESHOLD-PCT.
           DISPLAY 'RPTP1022 QUOTA READ : ' QUOTA-READ-COUNT.
           DISPLAY 'RPTP1022 QUOTA USED : ' QUOTA-USED-COUNT.
           DISPLAY 'RPTP1022 HIST READ  : ' HIST-READ-COUNT.
           DISPLAY 'RPTP1022 HIST USED  : ' HIST-USED-COUNT.
           DISPLAY 'RPTP1022 SALESREPS  : ' REP-ENTRY-COUNT.
           DISPLAY 'RPTP1022 FLAGGED    : ' FLAGGED-COUNT.
           STOP RUN.
      *
       050000-INIT-QUOTA-TABLES.
           PERFORM 051000-INIT-ONE-BRANCH
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 100.
           PERFORM 054000-INIT-ONE-REP
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > 500.
      *
       051000-INIT-ONE-BRANCH.
           MOVE 'N' TO BQ-ACTIVE(BRANCH-IDX).
           PERFORM 052000-INIT-ONE-MAP-ENTRY
               VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > 100.
           PERFORM 053000-INIT-ONE-BRANCH-PERIOD
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 13.
      *
       052000-INIT-ONE-MAP-ENTRY.
           MOVE ZERO TO REP-MAP-ENTRY(BRANCH-IDX REP-IDX).
      *
       053000-INIT-ONE-BRANCH-PERIOD.
           MOVE ZERO TO BQ-NET(BRANCH-IDX SLOT-IDX).
           MOVE ZERO TO BQ-OWN-QUOTA(BRANCH-IDX SLOT-IDX).
           MOVE 'N'  TO BQ-OWN-QUOTA-SWITCH(BRANCH-IDX SLOT-IDX).
           MOVE ZERO TO BQ-REP-QUOTA(BRANCH-IDX SLOT-IDX).
      *
       054000-INIT-ONE-REP.
           MOVE ZERO TO RQ-BRANCH-NUMBER(ENTRY-IDX).
           MOVE ZERO TO RQ-SALESREP-NUMBER(ENTRY-IDX).
           MOVE 'N'  TO RQ-HAS-QUOTA(ENTRY-IDX).
           MOVE ZERO TO RQ-MONTH-PCT(ENTRY-IDX).
           MOVE ZERO TO RQ-RANK(ENTRY-IDX).
           MOVE 'N'  TO RQ-BELOW-SWITCH(ENTRY-IDX).
           PERFORM 055000-INIT-ONE-REP-PERIOD
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 13.
      *
       055000-INIT-ONE-REP-PERIOD.
           MOVE ZERO TO RQ-NET(ENTRY-IDX SLOT-IDX).
           MOVE ZERO TO RQ-QUOTA(ENTRY-IDX SLOT-IDX).
      *
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
       100000-READ-QUOTA-RECORD.
           READ QUOTAMST
               AT END
                   MOVE 'Y' TO QUOTAMST-EOF-SWITCH.
      *
       110000-READ-HIST-RECORD.
           READ SALESHST
               AT END
                   MOVE 'Y' TO SALESHST-EOF-SWITCH.
      *
      *----------------------------------------------------------------
      *    COTA COM REPRESENTANTE EM BRANCO E A COTA DA FILIAL; AS
      *    DEMAIS ALIMENTAM O REPRESENTANTE E A SOMA DA FILIAL, USADA
      *    NOS MESES EM QUE A FILIAL NAO TEM COTA PROPRIA.
      *----------------------------------------------------------------
       150000-ACCUMULATE-ONE-QUOTA.
           ADD 1 TO QUOTA-READ-COUNT.
           IF QM-YEAR NUMERIC
              AND QM-MONTH NUMERIC
              AND QM-BRANCH-NUMBER NUMERIC
              AND QM-QUOTA-AMOUNT NUMERIC
              AND (QM-SALESREP-NUMBER NUMERIC
                   OR QM-SALESREP-NUMBER = SPACES)
               MOVE QM-YEAR  TO PERIOD-YEAR
               MOVE QM-MONTH TO PERIOD-MONTH
               PERFORM 300000-FIND-PERIOD-SLOT
               IF PERIOD-SLOT > ZERO
                   ADD 1 TO QUOTA-USED-COUNT
                   COMPUTE BRANCH-IDX = QM-BRANCH-NUMBER + 1
                   MOVE 'Y' TO BQ-ACTIVE(BRANCH-IDX)
                   IF QM-SALESREP-NUMBER = SPACES
                       MOVE QM-QUOTA-AMOUNT
                           TO BQ-OWN-QUOTA(BRANCH-IDX PERIOD-SLOT)
                       MOVE 'Y'
                           TO BQ-OWN-QUOTA-SWITCH(BRANCH-IDX
                                                  PERIOD-SLOT)
                   ELSE
                       MOVE QM-SALESREP-NUMBER TO REP-NUMBER-WORK
                       PERFORM 250000-LOCATE-REP-ENTRY
                       ADD QM-QUOTA-AMOUNT
                           TO RQ-QUOTA(ENTRY-IDX PERIOD-SLOT)
                              BQ-REP-QUOTA(BRANCH-IDX PERIOD-SLOT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 100000-READ-QUOTA-RECORD.
      *
      *----------------------------------------------------------------
      *    LIQUIDO COM A MESMA REGRA DO RPTP1017: 'S' SOMA, 'C'/'R'
      *    SUBTRAEM.
      *----------------------------------------------------------------
       200000-ACCUMULATE-ONE-TRAN.
           ADD 1 TO HIST-READ-COUNT.
           IF SH-YYYYMM NUMERIC
              AND SH-KEY NUMERIC
              AND SH-AMOUNT NUMERIC
               MOVE SH-YEAR  TO PERIOD-YEAR
               MOVE SH-MONTH TO PERIOD-MONTH
               PERFORM 300000-FIND-PERIOD-SLOT
               IF PERIOD-SLOT > ZERO
                   ADD 1 TO HIST-USED-COUNT
                   IF SH-TRAN-TYPE = 'S'
                       MOVE SH-AMOUNT TO SIGNED-AMOUNT
                   ELSE
                       COMPUTE SIGNED-AMOUNT = ZERO - SH-AMOUNT
                   END-IF
                   COMPUTE BRANCH-IDX = SH-BRANCH-NUMBER + 1
                   MOVE 'Y' TO BQ-ACTIVE(BRANCH-IDX)
                   ADD SIGNED-AMOUNT
                       TO BQ-NET(BRANCH-IDX PERIOD-SLOT)
                   MOVE SH-SALESREP-NUMBER TO REP-NUMBER-WORK
                   PERFORM 250000-LOCATE-REP-ENTRY
                   ADD SIGNED-AMOUNT
                       TO RQ-NET(ENTRY-IDX PERIOD-SLOT)
               END-IF
           END-IF.
           PERFORM 110000-READ-HIST-RECORD.
      *
       250000-LOCATE-REP-ENTRY.
           COMPUTE REP-IDX = REP-NUMBER-WORK + 1.
           IF REP-MAP-ENTRY(BRANCH-IDX REP-IDX) = ZERO
               IF REP-ENTRY-COUNT NOT < 500
                   DISPLAY 'RPTP1022 SALESREP TABLE FULL - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REP-ENTRY-COUNT
               MOVE REP-ENTRY-COUNT
                   TO REP-MAP-ENTRY(BRANCH-IDX REP-IDX)
               COMPUTE RQ-BRANCH-NUMBER(REP-ENTRY-COUNT) =
                   BRANCH-IDX - 1
               MOVE REP-NUMBER-WORK
                   TO RQ-SALESREP-NUMBER(REP-ENTRY-COUNT)
           END-IF.
           MOVE REP-MAP-ENTRY(BRANCH-IDX REP-IDX) TO ENTRY-IDX.
      *
       300000-FIND-PERIOD-SLOT.
           MOVE ZERO TO PERIOD-SLOT.
           IF PERIOD-YEAR = SYSIN-REPORT-YEAR
              AND PERIOD-MONTH >= 01
              AND PERIOD-MONTH <= SYSIN-REPORT-MONTH
               MOVE PERIOD-MONTH TO PERIOD-SLOT
           ELSE
               IF PRIOR-SLOT = 13
                  AND PERIOD-YEAR = PRIOR-YEAR
                  AND PERIOD-MONTH = 12
                   MOVE 13 TO PERIOD-SLOT
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    PERCENTUAL DO MES (BASE DA CLASSIFICACAO) E SINALIZACAO DE
      *    DOIS MESES SEGUIDOS ABAIXO DO LIMITE.
      *----------------------------------------------------------------
       400000-COMPUTE-REP-RESULT.
           PERFORM 410000-SUM-REP-PERIODS.
           MOVE MONTH-NET   TO PCT-NET.
           MOVE MONTH-QUOTA TO PCT-QUOTA.
           PERFORM 420000-COMPUTE-PERCENT.
           IF PCT-VALID
               MOVE 'Y'        TO RQ-HAS-QUOTA(ENTRY-IDX)
               MOVE PCT-RESULT TO RQ-MONTH-PCT(ENTRY-IDX)
               MOVE RQ-NET(ENTRY-IDX PRIOR-SLOT)   TO PCT-NET
               MOVE RQ-QUOTA(ENTRY-IDX PRIOR-SLOT) TO PCT-QUOTA
               PERFORM 420000-COMPUTE-PERCENT
               IF PCT-VALID
                  AND RQ-MONTH-PCT(ENTRY-IDX) < SYSIN-THRESHOLD-PCT
                  AND PCT-RESULT < SYSIN-THRESHOLD-PCT
                   MOVE 'Y' TO RQ-BELOW-SWITCH(ENTRY-IDX)
                   ADD 1 TO FLAGGED-COUNT
               END-IF
           END-IF.
      *
       410000-SUM-REP-PERIODS.
           MOVE ZERO TO YTD-NET
                        YTD-QUOTA.
           PERFORM 411000-ADD-ONE-REP-PERIOD
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SYSIN-REPORT-MONTH.
           MOVE RQ-NET(ENTRY-IDX SYSIN-REPORT-MONTH)   TO MONTH-NET.
           MOVE RQ-QUOTA(ENTRY-IDX SYSIN-REPORT-MONTH) TO MONTH-QUOTA.
      *
       411000-ADD-ONE-REP-PERIOD.
           ADD RQ-NET(ENTRY-IDX SLOT-IDX)   TO YTD-NET.
           ADD RQ-QUOTA(ENTRY-IDX SLOT-IDX) TO YTD-QUOTA.
      *
       420000-COMPUTE-PERCENT.
           IF PCT-QUOTA > ZERO
               MOVE 'Y' TO PCT-VALID-SWITCH
               COMPUTE PCT-RESULT ROUNDED =
                   PCT-NET * 100 / PCT-QUOTA
                   ON SIZE ERROR
                       MOVE 99999.9 TO PCT-RESULT
               END-COMPUTE
           ELSE
               MOVE 'N'  TO PCT-VALID-SWITCH
               MOVE ZERO TO PCT-RESULT
           END-IF.
      *
      *----------------------------------------------------------------
      *    POSICAO NA FILIAL: 1 + QUANTOS REPRESENTANTES DA MESMA
      *    FILIAL, COM COTA NO MES, TIVERAM PERCENTUAL MAIOR. EMPATE
      *    DIVIDE A POSICAO.
      *----------------------------------------------------------------
       450000-RANK-ONE-BRANCH.
           PERFORM 451000-RANK-ONE-REP
               VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > 100.
      *
       451000-RANK-ONE-REP.
           IF REP-MAP-ENTRY(BRANCH-IDX REP-IDX) > ZERO
               MOVE REP-MAP-ENTRY(BRANCH-IDX REP-IDX) TO ENTRY-IDX
               IF RQ-HAS-QUOTA(ENTRY-IDX) = 'Y'
                   MOVE 1 TO RQ-RANK(ENTRY-IDX)
                   PERFORM 452000-COMPARE-ONE-REP
                       VARYING CMP-IDX FROM 1 BY 1
                       UNTIL CMP-IDX > 100
               END-IF
           END-IF.
      *
       452000-COMPARE-ONE-REP.
           IF REP-MAP-ENTRY(BRANCH-IDX CMP-IDX) > ZERO
               MOVE REP-MAP-ENTRY(BRANCH-IDX CMP-IDX) TO CMP-ENTRY
               IF RQ-HAS-QUOTA(CMP-ENTRY) = 'Y'
                  AND RQ-MONTH-PCT(CMP-ENTRY) > RQ-MONTH-PCT(ENTRY-IDX)
                   ADD 1 TO RQ-RANK(ENTRY-IDX)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    FILIAL: REPRESENTANTES EM ORDEM DE NUMERO E A LINHA DE TOTAL
      *    DA FILIAL (COTA PROPRIA DO MES OU SOMA DOS REPRESENTANTES).
      *----------------------------------------------------------------
       500000-PRINT-ONE-BRANCH.
           IF BQ-ACTIVE(BRANCH-IDX) = 'Y'
               IF NOT CSV-MODE-ON
                   COMPUTE BHL-BRANCH-NUMBER = BRANCH-IDX - 1
                   MOVE BRANCH-NAME(BRANCH-IDX) TO BHL-BRANCH-NAME
                   MOVE BRANCH-HEADER-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               PERFORM 510000-PRINT-ONE-REP
                   VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > 100
               PERFORM 520000-SUM-BRANCH-PERIODS
               ADD MONTH-NET   TO GRAND-MONTH-NET
               ADD MONTH-QUOTA TO GRAND-MONTH-QUOTA
               ADD YTD-NET     TO GRAND-YTD-NET
               ADD YTD-QUOTA   TO GRAND-YTD-QUOTA
               COMPUTE BRANCH-NUMBER-WORK = BRANCH-IDX - 1
               MOVE BRANCH-NUMBER-WORK TO LINE-BRANCH
               MOVE SPACES          TO LINE-SALESREP
               MOVE 'BRANCH TOTAL'  TO LINE-NAME
               MOVE ZERO            TO RESULT-RANK
               MOVE 'N'             TO RESULT-BELOW-SWITCH
               PERFORM 700000-WRITE-RESULT-LINE
               IF NOT CSV-MODE-ON
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.
      *
       510000-PRINT-ONE-REP.
           IF REP-MAP-ENTRY(BRANCH-IDX REP-IDX) > ZERO
               MOVE REP-MAP-ENTRY(BRANCH-IDX REP-IDX) TO ENTRY-IDX
               PERFORM 410000-SUM-REP-PERIODS
               MOVE RQ-BRANCH-NUMBER(ENTRY-IDX)   TO LINE-BRANCH
               MOVE RQ-SALESREP-NUMBER(ENTRY-IDX) TO LINE-SALESREP
               MOVE REP-NAME(REP-IDX)             TO LINE-NAME
               MOVE RQ-RANK(ENTRY-IDX)            TO RESULT-RANK
               MOVE RQ-BELOW-SWITCH(ENTRY-IDX)
                   TO RESULT-BELOW-SWITCH
               PERFORM 700000-WRITE-RESULT-LINE
           END-IF.
      *
       520000-SUM-BRANCH-PERIODS.
           MOVE ZERO TO YTD-NET
                        YTD-QUOTA.
           PERFORM 521000-ADD-ONE-BRANCH-PERIOD
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SYSIN-REPORT-MONTH.
      *
       521000-ADD-ONE-BRANCH-PERIOD.
           IF BQ-OWN-QUOTA-SWITCH(BRANCH-IDX SLOT-IDX) = 'Y'
               MOVE BQ-OWN-QUOTA(BRANCH-IDX SLOT-IDX)
                   TO EFFECTIVE-QUOTA
           ELSE
               MOVE BQ-REP-QUOTA(BRANCH-IDX SLOT-IDX)
                   TO EFFECTIVE-QUOTA
           END-IF.
           ADD BQ-NET(BRANCH-IDX SLOT-IDX) TO YTD-NET.
           ADD EFFECTIVE-QUOTA             TO YTD-QUOTA.
           IF SLOT-IDX = SYSIN-REPORT-MONTH
               MOVE BQ-NET(BRANCH-IDX SLOT-IDX) TO MONTH-NET
               MOVE EFFECTIVE-QUOTA             TO MONTH-QUOTA
           END-IF.
      *
       600000-PRINT-GRAND-TOTAL.
           MOVE GRAND-MONTH-NET   TO MONTH-NET.
           MOVE GRAND-MONTH-QUOTA TO MONTH-QUOTA.
           MOVE GRAND-YTD-NET     TO YTD-NET.
           MOVE GRAND-YTD-QUOTA   TO YTD-QUOTA.
           MOVE SPACES            TO LINE-BRANCH
                                     LINE-SALESREP.
           MOVE 'GRAND TOTAL'     TO LINE-NAME.
           MOVE ZERO              TO RESULT-RANK.
           MOVE 'N'               TO RESULT-BELOW-SWITCH.
           PERFORM 700000-WRITE-RESULT-LINE.
      *
      *----------------------------------------------------------------
      *    UMA LINHA DE RESULTADO, IMPRESSA OU CSV. PERCENTUAL EM
      *    BRANCO QUANDO NAO HA COTA.
      *----------------------------------------------------------------
       700000-WRITE-RESULT-LINE.
           IF CSV-MODE-ON
               PERFORM 720000-WRITE-CSV-RESULT-LINE
           ELSE
               PERFORM 710000-WRITE-PRINT-RESULT-LINE
           END-IF.
      *
       710000-WRITE-PRINT-RESULT-LINE.
           MOVE LINE-SALESREP TO QDL-SALESREP-NUMBER.
           MOVE LINE-NAME     TO QDL-NAME.
           MOVE MONTH-NET     TO QDL-MONTH-NET.
           MOVE MONTH-QUOTA   TO QDL-MONTH-QUOTA.
           MOVE YTD-NET       TO QDL-YTD-NET.
           MOVE YTD-QUOTA     TO QDL-YTD-QUOTA.
           MOVE MONTH-NET     TO PCT-NET.
           MOVE MONTH-QUOTA   TO PCT-QUOTA.
           PERFORM 420000-COMPUTE-PERCENT.
           IF PCT-VALID
               MOVE PCT-RESULT TO QDL-MONTH-PCT
           ELSE
               MOVE SPACES     TO QDL-MONTH-PCT-X
           END-IF.
           MOVE YTD-NET       TO PCT-NET.
           MOVE YTD-QUOTA     TO PCT-QUOTA.
           PERFORM 420000-COMPUTE-PERCENT.
           IF PCT-VALID
               MOVE PCT-RESULT TO QDL-YTD-PCT
           ELSE
               MOVE SPACES     TO QDL-YTD-PCT-X
           END-IF.
           MOVE RESULT-RANK   TO QDL-RANK.
           IF RESULT-BELOW-SWITCH = 'Y'
               MOVE 'BELOW 2 MOS' TO QDL-FLAG
           ELSE
               MOVE SPACES        TO QDL-FLAG
           END-IF.
           MOVE QUOTA-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       720000-WRITE-CSV-RESULT-LINE.
           MOVE LINE-BRANCH   TO CDL-BRANCH-NUMBER.
           MOVE LINE-SALESREP TO CDL-SALESREP-NUMBER.
           MOVE LINE-NAME     TO CDL-NAME.
           MOVE MONTH-NET     TO CDL-MONTH-NET.
           MOVE MONTH-QUOTA   TO CDL-MONTH-QUOTA.
           MOVE YTD-NET       TO CDL-YTD-NET.
           MOVE YTD-QUOTA     TO CDL-YTD-QUOTA.
           MOVE MONTH-NET     TO PCT-NET.
           MOVE MONTH-QUOTA   TO PCT-QUOTA.
           PERFORM 420000-COMPUTE-PERCENT.
           IF PCT-VALID
               MOVE PCT-RESULT TO CDL-MONTH-PCT
           ELSE
               MOVE SPACES     TO CDL-MONTH-PCT-X
           END-IF.
           MOVE YTD-NET       TO PCT-NET.
           MOVE YTD-QUOTA     TO PCT-QUOTA.
           PERFORM 420000-COMPUTE-PERCENT.
           IF PCT-VALID
               MOVE PCT-RESULT TO CDL-YTD-PCT
           ELSE
               MOVE SPACES     TO CDL-YTD-PCT-X
           END-IF.
           MOVE RESULT-RANK   TO CDL-RANK.
           IF RESULT-BELOW-SWITCH = 'Y'
               MOVE 'Y' TO CDL-BELOW-THRESHOLD
           ELSE
               MOVE 'N' TO CDL-BELOW-THRESHOLD
           END-IF.
           MOVE CSV-DETAIL-LINE TO CSV-AREA.
           WRITE CSV-AREA.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 2         *
      *================================================================
