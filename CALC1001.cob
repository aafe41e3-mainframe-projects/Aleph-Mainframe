      *               IS BUILT FROM THE INVOICE-LEVEL FIGURES - WHICH
      *               IS WHAT THE GOVERNMENT AUDITS. BLANK INVOICE
      *               NUMBER = GROUP OF ONE (OLD FILES UNCHANGED).
      * 15 OCT 2026 - EQUIPE GFP - PROVINCE RATES AND CATEGORY RULES
      *               ARE NO LONGER CODED HERE (NOR AGAIN IN RPTP1018):
      *               BOTH PROGRAMS LOAD THE SHARED EFFECTIVE-DATED
      *               TAXRATES.TXT AT START-UP, MAINTAINED AND LISTED
      *               BY RPTP1026, COVERING EVERY PROVINCE AND
      *               TERRITORY. QUOTAS NOW CARRY 5 DECIMALS (9.975%).
      *               A RATE MISSING FOR THE DATE FALLS BACK TO QC ON
      *               THAT DATE; NO QC RATE EITHER ENDS THE RUN.
      * 15 OCT 2026 - EQUIPE GFP - REMITTANCE TABLE SIZED FOR ALL 13
      *               PROVINCES AND TERRITORIES; A FULL TABLE NOW ENDS
      *               THE RUN (RC 16) INSTEAD OF ADDING THE EXTRA
      *               PROVINCE INTO THE LAST ENTRY.
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SUMMARY    ASSIGN TO 'SALESREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RATES-IN     ASSIGN TO 'TAXRATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATES-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  REMIT-SUMMARY.
       01  REMIT-RECORD                PIC X(080).
      *
      *    ARQUIVO DE TAXAS COMPARTILHADO COM O RPTP1018 (LAYOUT E
      *    MANUTENCAO NO RPTP1026): 'P' = TAXA DA PROVINCIA/TERRITORIO,
      *    'C' = REGRA DA CATEGORIA DE ITEM.
       FD  TAX-RATES-IN.
       01  TAX-RATE-RECORD.
           03    TRR-RECORD-TYPE      PIC X(001).
           03    TRR-CODE             PIC X(002).
           03    TRR-EFF-FROM         PIC 9(008).
           03    TRR-EFF-TO           PIC 9(008).
           03    TRR-TPS-QUOTA        PIC 9(001)V9(005).
           03    TRR-TVQ-QUOTA        PIC 9(001)V9(005).
           03    TRR-APPLY-TPS        PIC X(001).
           03    TRR-APPLY-TVQ        PIC X(001).
           03    TRR-RULE-LABEL       PIC X(008).
           03    TRR-DESCRIPTION      PIC X(020).
      *
       WORKING-STORAGE SECTION.
      *
      *-----------------------------------------------------------------
      *    CADA PROVINCIA PODE TER VARIAS ENTRADAS, UMA POR PERIODO DE
      *    VIGENCIA (EFF-FROM/EFF-TO AAAAMMDD); O LOOKUP ESCOLHE A
      *    ENTRADA EM VIGOR NA DATA DA TRANSACAO. CARREGADA DO
      *    TAXRATES.TXT NA PARTIDA (050-INITIALIZE-PROVINCE-RATES).
       01  PROVINCE-RATE-TABLE.
           03    PROVINCE-RATE-ENTRY  OCCURS 200 TIMES.
                 05  PRT-PROVINCE-CODE   PIC X(002).
                 05  PRT-TPS-QUOTA       PIC S9(001)V9(005).
                 05  PRT-TVQ-QUOTA       PIC S9(001)V9(005).
                 05  PRT-EFF-FROM        PIC 9(008).
                 05  PRT-EFF-TO          PIC 9(008).
       77    PROV-RATE-COUNT            PIC S9(003) VALUE ZERO.
       77    CAT-RULE-COUNT             PIC S9(003) VALUE ZERO.
       77    TAX-RATES-STATUS           PIC X(002) VALUE SPACES.
       77    END-OF-RATES-SWITCH        PIC X VALUE 'N'.
      *
       77    TRANSACTION-DATE           PIC 9(008) VALUE ZERO.
       77    TRANSACTION-DATE-IN        PIC X(008) VALUE SPACES.
      *    TABELA DE REGRAS POR CATEGORIA DE ITEM:
      *    'F' PLENA (TPS+TVQ), 'Z' ZERO-RATED (SO TPS),
      *    'E' EXONERADA (NENHUMA). CATEGORIA DESCONHECIDA OU EM
      *    BRANCO RECEBE A REGRA PLENA. TAMBEM COM VIGENCIA, VINDA DO
      *    TAXRATES.TXT.
      *-----------------------------------------------------------------
       01  CATEGORY-RULE-TABLE.
           03    CATEGORY-RULE-ENTRY  OCCURS 50 TIMES.
                 05  CRT-CATEGORY-CODE   PIC X(001).
                 05  CRT-APPLY-TPS       PIC X(001).
                 05  CRT-APPLY-TVQ       PIC X(001).
                 05  CRT-RULE-LABEL      PIC X(008).
                 05  CRT-EFF-FROM        PIC 9(008).
                 05  CRT-EFF-TO          PIC 9(008).
      *
       77    CAT-IDX                    PIC S9(003).
       77    ITEM-CATEGORY              PIC X(001) VALUE 'F'.
       77    SALES-TAX                  PIC S9(005)V99.
       77    SALES-TPS                  PIC S9(005)V99.
       77    SALES-TVQ                  PIC S9(005)V99.
       77    TPS-QUOTA                  PIC S9(001)V9(005) VALUE +0.05 .
       77    TVQ-QUOTA                  PIC S9(001)V9(005) VALUE +0.1.
       77    SALES-TAXES                PIC S9(005)V99.
       77    REG-REJEITADOS-QT          PIC 9(005) VALUE ZERO.
      *
       77    INV-NET-TOTAL              PIC S9(007)V99 VALUE ZERO.
       77    INV-TPS-BASE               PIC S9(007)V99 VALUE ZERO.
       77    INV-TVQ-BASE               PIC S9(007)V99 VALUE ZERO.
       77    INV-TPS-QUOTA              PIC S9(001)V9(005) VALUE ZERO.
       77    INV-TVQ-QUOTA              PIC S9(001)V9(005) VALUE ZERO.
       77    INV-TPS-AMOUNT             PIC S9(007)V99 VALUE ZERO.
       77    INV-TVQ-AMOUNT             PIC S9(007)V99 VALUE ZERO.
       77    INV-PROVINCE-CODE          PIC X(002) VALUE SPACES.
      *-----------------------------------------------------------------
       01  REMIT-TOTALS-TABLE.
           03  REMIT-PROV-COUNT        PIC S9(003)       VALUE ZERO.
           03  REMIT-TOTALS-ENTRY   OCCURS 13 TIMES.
               05  RMT-PROVINCE-CODE   PIC X(002).
               05  RMT-TRAN-COUNT      PIC S9(007).
               05  RMT-TAXABLE-AMOUNT  PIC S9(009)V99.
       100-CALCULATE-ONE-SALES-TAX.
           DISPLAY '---------------------------------------------------'.
           DISPLAY '------------ TO END PROGRAM, ENTER 0.--------------'.
           DISPLAY 'ENTER THE PROVINCE/TERRITORY CODE (QC, ON, BC...),'.
           DISPLAY 'OR BLANK FOR '.
           DISPLAY 'THE DEFAULT (QC): '.
           ACCEPT PROVINCE-CODE.
           IF PROVINCE-CODE = SPACES
      *
       050-INITIALIZE-PROVINCE-RATES.
      *
      *    SEM O ARQUIVO DE TAXAS NAO HA COMO CALCULAR: FIM DA EXECUCAO.
           OPEN INPUT TAX-RATES-IN.
           IF TAX-RATES-STATUS NOT = '00'
               DISPLAY 'ERRO : TAXRATES.TXT NAO DISPONIVEL - STATUS '
                   TAX-RATES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 051-LOAD-ONE-TAX-RATE
               UNTIL END-OF-RATES-SWITCH = 'Y'.
           CLOSE TAX-RATES-IN.
           IF PROV-RATE-COUNT = ZERO OR CAT-RULE-COUNT = ZERO
               DISPLAY 'ERRO : TAXRATES.TXT SEM TAXAS DE PROVINCIA OU '
                   'SEM REGRAS DE CATEGORIA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       051-LOAD-ONE-TAX-RATE.
      *
           READ TAX-RATES-IN
               AT END
                   MOVE 'Y' TO END-OF-RATES-SWITCH
               NOT AT END
                   IF TRR-RECORD-TYPE = 'P'
                       PERFORM 052-LOAD-PROVINCE-RATE
                   ELSE
                       PERFORM 053-LOAD-CATEGORY-RULE
                   END-IF
           END-READ.
      *
       052-LOAD-PROVINCE-RATE.
      *
           IF PROV-RATE-COUNT >= 200
               DISPLAY 'ERRO : MAIS DE 200 TAXAS DE PROVINCIA NO '
                   'TAXRATES.TXT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PROV-RATE-COUNT.
           MOVE TRR-CODE      TO PRT-PROVINCE-CODE(PROV-RATE-COUNT).
           MOVE TRR-TPS-QUOTA TO PRT-TPS-QUOTA(PROV-RATE-COUNT).
           MOVE TRR-TVQ-QUOTA TO PRT-TVQ-QUOTA(PROV-RATE-COUNT).
           MOVE TRR-EFF-FROM  TO PRT-EFF-FROM(PROV-RATE-COUNT).
           MOVE TRR-EFF-TO    TO PRT-EFF-TO(PROV-RATE-COUNT).
      *
       053-LOAD-CATEGORY-RULE.
      *
           IF CAT-RULE-COUNT >= 50
               DISPLAY 'ERRO : MAIS DE 50 REGRAS DE CATEGORIA NO '
                   'TAXRATES.TXT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CAT-RULE-COUNT.
           MOVE TRR-CODE       TO CRT-CATEGORY-CODE(CAT-RULE-COUNT).
           MOVE TRR-APPLY-TPS  TO CRT-APPLY-TPS(CAT-RULE-COUNT).
           MOVE TRR-APPLY-TVQ  TO CRT-APPLY-TVQ(CAT-RULE-COUNT).
           MOVE TRR-RULE-LABEL TO CRT-RULE-LABEL(CAT-RULE-COUNT).
           MOVE TRR-EFF-FROM   TO CRT-EFF-FROM(CAT-RULE-COUNT).
           MOVE TRR-EFF-TO     TO CRT-EFF-TO(CAT-RULE-COUNT).
      *
      *    IF THE PROVINCE CODE IS NOT FOUND IN THE TABLE (OR NO ENTRY
      *    IS IN FORCE ON THE TRANSACTION DATE), QUEBEC'S RATES IN
      *    FORCE ON THAT DATE ARE APPLIED AS THE DEFAULT.
       060-LOOKUP-PROVINCE-RATES.
      *
           IF TRANSACTION-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO TODAY-DATE-AND-TIME
               MOVE TODAY-DATE TO TRANSACTION-DATE
           END-IF.
           PERFORM 062-SEARCH-PROVINCE-RATES.
           IF PROV-IDX > PROV-RATE-COUNT
               MOVE DEFAULT-PROVINCE-CODE TO PROVINCE-CODE
               PERFORM 062-SEARCH-PROVINCE-RATES
           END-IF.
           IF PROV-IDX > PROV-RATE-COUNT
               DISPLAY 'ERRO : NENHUMA TAXA EM VIGOR PARA '
                   PROVINCE-CODE ' EM ' TRANSACTION-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRT-TPS-QUOTA(PROV-IDX) TO TPS-QUOTA.
           MOVE PRT-TVQ-QUOTA(PROV-IDX) TO TVQ-QUOTA.
       061-ADVANCE-PROVINCE-RATE-INDEX.
      *
           ADD 1 TO PROV-IDX.
      *
       062-SEARCH-PROVINCE-RATES.
      *
           MOVE 1 TO PROV-IDX.
           PERFORM 061-ADVANCE-PROVINCE-RATE-INDEX
               UNTIL PROV-IDX > PROV-RATE-COUNT
                  OR (PROVINCE-CODE = PRT-PROVINCE-CODE(PROV-IDX)
                      AND TRANSACTION-DATE >= PRT-EFF-FROM(PROV-IDX)
                      AND TRANSACTION-DATE <= PRT-EFF-TO(PROV-IDX)).
      *
      *    CATEGORIA DESCONHECIDA OU EM BRANCO RECEBE A REGRA PLENA
      *    ('F') EM VIGOR NA DATA. A REGRA ESCOLHIDA ZERA A QUOTA DO
      *    IMPOSTO QUE NAO SE APLICA, ENTAO O CALCULO ADIANTE NAO MUDA.
       065-LOOKUP-CATEGORY-RULE.
      *
           PERFORM 067-SEARCH-CATEGORY-RULE.
           IF CAT-IDX > CAT-RULE-COUNT
               MOVE 'F' TO ITEM-CATEGORY
               PERFORM 067-SEARCH-CATEGORY-RULE
           END-IF.
           IF CAT-IDX > CAT-RULE-COUNT
               DISPLAY 'ERRO : NENHUMA REGRA DE CATEGORIA F EM VIGOR '
                   'EM ' TRANSACTION-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CRT-APPLY-TPS(CAT-IDX) = 'N'
               MOVE ZERO TO TPS-QUOTA
       066-ADVANCE-CATEGORY-INDEX.
      *
           ADD 1 TO CAT-IDX.
      *
       067-SEARCH-CATEGORY-RULE.
      *
           MOVE 1 TO CAT-IDX.
           PERFORM 066-ADVANCE-CATEGORY-INDEX
               UNTIL CAT-IDX > CAT-RULE-COUNT
                  OR (ITEM-CATEGORY = CRT-CATEGORY-CODE(CAT-IDX)
                      AND TRANSACTION-DATE >= CRT-EFF-FROM(CAT-IDX)
                      AND TRANSACTION-DATE <= CRT-EFF-TO(CAT-IDX)).
      *
      *    MODO 'F': IMPOSTOS POR CIMA DO LIQUIDO INFORMADO.
      *    MODO 'R': O VALOR INFORMADO E O BRUTO (COM IMPOSTOS); O
               UNTIL REMIT-IDX > REMIT-PROV-COUNT
                  OR PROVINCE-CODE = RMT-PROVINCE-CODE (REMIT-IDX).
           IF REMIT-IDX > REMIT-PROV-COUNT
               IF REMIT-PROV-COUNT >= 13
                   DISPLAY 'ERRO : TABELA DE REMESSA CHEIA (13) - '
                       PROVINCE-CODE ' NAO ACUMULADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO REMIT-PROV-COUNT
                   MOVE REMIT-PROV-COUNT TO REMIT-IDX
