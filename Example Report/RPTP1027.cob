      *================================================================
      * PROGRAMA    : RPTP1027
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : INTERFACE CONTABIL DOS IMPOSTOS A RECOLHER. A
      *               CONTABILIDADE REDIGITAVA TODO MES A PAGINA DE
      *               REMESSA DO RPTP1018 (COMO FAZIA COM OS ECARTS
      *               ANTES DO GLECART.TXT). ESTE PASSO, LOGO APOS O
      *               RPTP1018, GERA OS LANCAMENTOS BALANCEADOS POR
      *               FILIAL, PROVINCIA E IMPOSTO - CREDITO NA CONTA
      *               DE IMPOSTO A RECOLHER, DEBITO NA CONTA A
      *               RECEBER/COMPENSACAO - COM AS CONTAS TIRADAS DO
      *               ARQUIVO DE PARAMETROS, GRAVA O ARQUIVO DE
      *               INTERFACE COM HEADER/TRAILER DE CONTROLE E
      *               CONCILIA OS LANCAMENTOS COM OS TOTAIS DE
      *               REMESSA DO PERIODO. O REPROCESSO DE UM PERIODO
      *               JA ENVIADO ESTORNA PRIMEIRO O LOTE ANTERIOR.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      * 002 EQUIPE GFP        CONCILIACAO COM A TABELA      15/10/2026
      *                       CHEIA ABORTA (RC 16) EM VEZ
      *                       DE SOMAR NA ULTIMA PROVINCIA
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01-06  PERIODO CONTABIL (AAAAMM) - OBRIGATORIO
      *   COL 07-14  DATA DO LANCAMENTO (AAAAMMDD); BRANCO = HOJE
      * ENTRADAS:
      *   TAXGLSUM.TXT - resumo por filial/provincia e totais de
      *                  remessa do RPTP1018 (layout no RPTP1018);
      *                  ausente ou sem trailer = ABORTA
      *   GLTAXMAP.TXT - parametros de contas contabeis; ausente =
      *                  ABORTA:
      *     COL 01-03  IMPOSTO ('TPS', 'TVQ', OU 'CLR' = CONTA A
      *                RECEBER/COMPENSACAO, CONTRAPARTIDA DOS DOIS)
      *     COL 04-05  PROVINCIA ('**' = TODAS)
      *     COL 06-07  FILIAL    ('**' = TODAS)
      *     COL 08-15  CONTA CONTABIL
      *     COL 16-35  DESCRICAO (VAI NO LANCAMENTO)
      *                VALE A ENTRADA MAIS ESPECIFICA: PROVINCIA E
      *                FILIAL, PROVINCIA E '**', '**' E FILIAL, E
      *                POR FIM '**' E '**'.
      *   GLTAXHST.TXT - lotes em vigor ja enviados, um por periodo
      *                  (GLTAXHST.NEW da execucao anterior); ausente
      *                  = nenhum periodo enviado ainda
      * SAIDAS:
      *   GLTAXINT.TXT - interface contabil (80 posicoes):
      *     HEADER  'H' SISTEMA/PERIODO/LOTE/DATA DO LANCAMENTO/
      *             DATA E HORA DA GERACAO
      *     DETALHE 'D' PERIODO/LOTE/TIPO ('N' NORMAL, 'R' ESTORNO)/
      *             LOTE ESTORNADO/DATA DO LANCAMENTO/FILIAL/
      *             PROVINCIA/IMPOSTO/CONTA/'D' OU 'C'/VALOR/DESCRICAO
      *     TRAILER 'T' SISTEMA/PERIODO/LOTE/QTDE DE DETALHES/TOTAL
      *             A DEBITO/TOTAL A CREDITO
      *   GLTAXHST.NEW - lotes em vigor atualizados (os outros
      *                  periodos como estavam e o lote novo deste)
      *   GLTAXREC.TXT - conciliacao: remessa x contabil por
      *                  provincia e imposto, totais do lote, do
      *                  estorno e do arquivo
      *
      * CADA VALOR DE IMPOSTO DA FILIAL/PROVINCIA GERA DUAS LINHAS DE
      * MESMO VALOR: CREDITO NA CONTA DO IMPOSTO A RECOLHER E DEBITO NA
      * CONTA DE COMPENSACAO (INVERTIDO QUANDO AS DEVOLUCOES SUPERAM AS
      * VENDAS). O LOTE ANTERIOR DO MESMO PERIODO, SE HOUVER, SAI
      * PRIMEIRO COM DEBITO E CREDITO TROCADOS (TIPO 'R').
      * CONTA NAO PARAMETRIZADA, RESUMO INCOMPLETO OU FATURA FORA DO
      * PERIODO ABORTAM ANTES DE GRAVAR (RC 16). LANCAMENTOS QUE NAO
      * BATEM COM A REMESSA DAO RC 16 - O ARQUIVO NAO DEVE SER ENVIADO
      * NEM O GLTAXHST.NEW PROMOVIDO.
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1027.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT TAXGLSUM ASSIGN TO 'TAXGLSUM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXGLSUM-STATUS.
       SELECT GLTAXMAP ASSIGN TO 'GLTAXMAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLTAXMAP-STATUS.
       SELECT GLTAXHST ASSIGN TO 'GLTAXHST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLTAXHST-STATUS.
       SELECT GLTAXINT ASSIGN TO 'GLTAXINT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HSTNEW   ASSIGN TO 'GLTAXHST.NEW'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GLTAXREC ASSIGN TO 'GLTAXREC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAXGLSUM.
       01  TAX-SUMMARY-RECORD.
           03  GS-RECORD-TYPE          PIC X(001).
           03  GS-BRANCH-NUMBER        PIC 9(002).
           03  GS-PROVINCE-CODE        PIC X(002).
           03  GS-TRAN-COUNT           PIC 9(007).
           03  GS-NET-AMOUNT           PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GS-TPS-AMOUNT           PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GS-TVQ-AMOUNT           PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GS-FIRST-DATE           PIC 9(008).
           03  GS-LAST-DATE            PIC 9(008).
           03  FILLER                  PIC X(016).
      *
       FD  GLTAXMAP.
       01  ACCOUNT-MAP-RECORD.
           03  GM-TAX-TYPE             PIC X(003).
           03  GM-PROVINCE-CODE        PIC X(002).
           03  GM-BRANCH               PIC X(002).
           03  GM-ACCOUNT              PIC X(008).
           03  GM-DESCRIPTION          PIC X(020).
      *
       FD  GLTAXHST.
       01  HISTORY-RECORD              PIC X(080).
      *
       FD  GLTAXINT.
       01  GL-INTERFACE-RECORD         PIC X(080).
      *
       FD  HSTNEW.
       01  NEW-HISTORY-RECORD          PIC X(080).
      *
       FD  GLTAXREC.
       01  RECON-RECORD                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1027                    PIC X(008) VALUE 'RPTP1027'.
      *
       01  SWITCHES.
           03  TAXGLSUM-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  TAXGLSUM-EOF                    VALUE 'Y'.
           03  GLTAXMAP-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  GLTAXMAP-EOF                    VALUE 'Y'.
           03  GLTAXHST-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  GLTAXHST-EOF                    VALUE 'Y'.
           03  TRAILER-FOUND-SWITCH    PIC X(001) VALUE 'N'.
               88  SUMMARY-TRAILER-FOUND           VALUE 'Y'.
           03  RECONCILED-SWITCH       PIC X(001) VALUE 'Y'.
               88  GL-RECONCILED                   VALUE 'Y'.
      *
       77  TAXGLSUM-STATUS             PIC X(002) VALUE SPACES.
       77  GLTAXMAP-STATUS             PIC X(002) VALUE SPACES.
       77  GLTAXHST-STATUS             PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-PERIOD            PIC X(006) VALUE SPACES.
           03  SYSIN-PERIOD-N          REDEFINES SYSIN-PERIOD
                                       PIC 9(006).
           03  SYSIN-PERIOD-R          REDEFINES SYSIN-PERIOD.
               05  SYSIN-PERIOD-YEAR   PIC 9(004).
               05  SYSIN-PERIOD-MONTH  PIC 9(002).
           03  SYSIN-POSTING-DATE      PIC X(008) VALUE SPACES.
           03  SYSIN-POSTING-DATE-N    REDEFINES SYSIN-POSTING-DATE
                                       PIC 9(008).
      *
       01  COUNT-FIELDS.
           03  SUMMARY-READ-COUNT      PIC S9(005) VALUE ZERO.
           03  HISTORY-READ-COUNT      PIC S9(005) VALUE ZERO.
           03  HISTORY-KEPT-COUNT      PIC S9(005) VALUE ZERO.
           03  REVERSAL-COUNT          PIC S9(005) VALUE ZERO.
           03  ENTRY-COUNT             PIC S9(005) VALUE ZERO.
           03  MAP-MISSING-COUNT       PIC S9(005) VALUE ZERO.
           03  DIFF-COUNT              PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    PARAMETROS DE CONTAS (GLTAXMAP.TXT), NA ORDEM DO ARQUIVO.
      *-----------------------------------------------------------------
       01  ACCOUNT-MAP-TABLE.
           03  ACCOUNT-MAP-ENTRY       OCCURS 300 TIMES.
               05  MT-TAX-TYPE         PIC X(003).
               05  MT-PROVINCE-CODE    PIC X(002).
               05  MT-BRANCH           PIC X(002).
               05  MT-ACCOUNT          PIC X(008).
               05  MT-DESCRIPTION      PIC X(020).
       77  MAP-COUNT                   PIC S9(003) VALUE ZERO.
       77  MAP-IDX                     PIC S9(003) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    RESUMO POR FILIAL/PROVINCIA DO RPTP1018, COM A ENTRADA DO
      *    PARAMETRO DE CONTA DE CADA LANCAMENTO.
      *-----------------------------------------------------------------
       01  SUMMARY-TABLE.
           03  SUMMARY-ENTRY           OCCURS 1000 TIMES.
               05  SM-BRANCH-NUMBER    PIC 9(002).
               05  SM-PROVINCE-CODE    PIC X(002).
               05  SM-TRAN-COUNT       PIC S9(007).
               05  SM-TPS-AMOUNT       PIC S9(009)V99.
               05  SM-TVQ-AMOUNT       PIC S9(009)V99.
               05  SM-TPS-MAP-IDX      PIC S9(003).
               05  SM-TVQ-MAP-IDX      PIC S9(003).
               05  SM-CLR-MAP-IDX      PIC S9(003).
       77  SUMMARY-COUNT               PIC S9(005) VALUE ZERO.
       77  SUM-IDX                     PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    CONCILIACAO POR PROVINCIA: REMESSA (REGISTROS 'R' DO
      *    RESUMO) CONTRA O LIQUIDO CONTABIL DAS CONTAS A RECOLHER
      *    (CREDITOS MENOS DEBITOS DO LOTE NOVO).
      *-----------------------------------------------------------------
       01  RECON-TABLE.
           03  RECON-ENTRY             OCCURS 13 TIMES.
               05  RC-PROVINCE-CODE    PIC X(002).
               05  RC-REMIT-TPS        PIC S9(009)V99.
               05  RC-REMIT-TVQ        PIC S9(009)V99.
               05  RC-GL-TPS           PIC S9(009)V99.
               05  RC-GL-TVQ           PIC S9(009)V99.
       77  RECON-COUNT                 PIC S9(003) VALUE ZERO.
       77  RECON-IDX                   PIC S9(003) VALUE ZERO.
      *
       01  GRAND-RECON-TOTALS.
           03  RG-TRAN-COUNT           PIC S9(007)       VALUE ZERO.
           03  RG-REMIT-TPS            PIC S9(009)V99    VALUE ZERO.
           03  RG-REMIT-TVQ            PIC S9(009)V99    VALUE ZERO.
           03  RG-GL-TPS               PIC S9(009)V99    VALUE ZERO.
           03  RG-GL-TVQ               PIC S9(009)V99    VALUE ZERO.
      *
       01  SUMMARY-DATES.
           03  SUMMARY-FIRST-DATE      PIC 9(008) VALUE ZERO.
           03  SUMMARY-FIRST-DATE-R    REDEFINES SUMMARY-FIRST-DATE.
               05  SUMMARY-FIRST-PERIOD
                                       PIC 9(006).
               05  FILLER              PIC 9(002).
           03  SUMMARY-LAST-DATE       PIC 9(008) VALUE ZERO.
           03  SUMMARY-LAST-DATE-R     REDEFINES SUMMARY-LAST-DATE.
               05  SUMMARY-LAST-PERIOD PIC 9(006).
               05  FILLER              PIC 9(002).
      *
      *-----------------------------------------------------------------
      *    LINHAS DO LOTE EM VIGOR DO PERIODO (GLTAXHST.TXT), A
      *    ESTORNAR ANTES DO LOTE NOVO.
      *-----------------------------------------------------------------
       01  REVERSAL-TABLE.
           03  REVERSAL-ENTRY          PIC X(080) OCCURS 4000 TIMES.
       77  REVERSAL-LINE-COUNT         PIC S9(005) VALUE ZERO.
       77  REV-IDX                     PIC S9(005) VALUE ZERO.
      *
       01  CONTROL-TOTALS.
           03  BATCH-DEBIT-TOTAL       PIC S9(011)V99    VALUE ZERO.
           03  BATCH-CREDIT-TOTAL      PIC S9(011)V99    VALUE ZERO.
           03  REVERSAL-DEBIT-TOTAL    PIC S9(011)V99    VALUE ZERO.
           03  REVERSAL-CREDIT-TOTAL   PIC S9(011)V99    VALUE ZERO.
           03  FILE-DEBIT-TOTAL        PIC S9(011)V99    VALUE ZERO.
           03  FILE-CREDIT-TOTAL       PIC S9(011)V99    VALUE ZERO.
           03  DETAIL-LINE-COUNT       PIC S9(007)       VALUE ZERO.
      *
       01  WORK-FIELDS.
           03  POSTING-PERIOD          PIC 9(006).
           03  POSTING-DATE            PIC 9(008).
           03  PRIOR-BATCH-NUMBER      PIC 9(003) VALUE ZERO.
           03  BATCH-NUMBER            PIC 9(003) VALUE ZERO.
           03  LOOKUP-TAX-TYPE         PIC X(003).
           03  LOOKUP-PROVINCE         PIC X(002).
           03  LOOKUP-BRANCH           PIC X(002).
           03  SEARCH-PROVINCE         PIC X(002).
           03  SEARCH-BRANCH           PIC X(002).
           03  FOUND-MAP-IDX           PIC S9(003).
           03  PAYABLE-MAP-IDX         PIC S9(003).
           03  ENTRY-TAX-TYPE          PIC X(003).
           03  ENTRY-AMOUNT            PIC S9(009)V99.
           03  LINE-AMOUNT             PIC S9(009)V99.
           03  RECON-LABEL             PIC X(004).
           03  RECON-REMIT-AMOUNT      PIC S9(009)V99.
           03  RECON-GL-AMOUNT         PIC S9(009)V99.
           03  RECON-DIFFERENCE        PIC S9(009)V99.
      *
       01  CURRENT-DATE-AND-TIME.
           03  CD-DATE                 PIC X(008).
           03  CD-DATE-N               REDEFINES CD-DATE
                                       PIC 9(008).
           03  CD-TIME                 PIC X(006).
           03  FILLER                  PIC X(007).
      *
      *-----------------------------------------------------------------
      *    REGISTROS DA INTERFACE CONTABIL (GLTAXINT.TXT). O DETALHE
      *    TAMBEM E O REGISTRO DO GLTAXHST.
      *-----------------------------------------------------------------
       01  GL-HEADER-LINE.
           03  GHL-RECORD-TYPE         PIC X(001) VALUE 'H'.
           03  GHL-SOURCE-SYSTEM       PIC X(008) VALUE 'SALESTAX'.
           03  GHL-PERIOD              PIC 9(006).
           03  GHL-BATCH-NUMBER        PIC 9(003).
           03  GHL-POSTING-DATE        PIC 9(008).
           03  GHL-RUN-DATE            PIC X(008).
           03  GHL-RUN-TIME            PIC X(006).
           03  FILLER                  PIC X(040) VALUE SPACES.
      *
       01  GL-DETAIL-LINE.
           03  GDL-RECORD-TYPE         PIC X(001).
           03  GDL-PERIOD              PIC 9(006).
           03  GDL-BATCH-NUMBER        PIC 9(003).
           03  GDL-ENTRY-TYPE          PIC X(001).
               88  GDL-NORMAL-ENTRY                VALUE 'N'.
               88  GDL-REVERSAL-ENTRY              VALUE 'R'.
           03  GDL-REVERSED-BATCH      PIC 9(003).
           03  GDL-POSTING-DATE        PIC 9(008).
           03  GDL-BRANCH-NUMBER       PIC 9(002).
           03  GDL-PROVINCE-CODE       PIC X(002).
           03  GDL-TAX-TYPE            PIC X(003).
           03  GDL-ACCOUNT             PIC X(008).
           03  GDL-DEBIT-CREDIT        PIC X(001).
               88  GDL-DEBIT                       VALUE 'D'.
               88  GDL-CREDIT                      VALUE 'C'.
           03  GDL-AMOUNT              PIC 9(009).99.
           03  GDL-DESCRIPTION         PIC X(020).
           03  FILLER                  PIC X(010).
      *
       01  GL-TRAILER-LINE.
           03  GTL-RECORD-TYPE         PIC X(001) VALUE 'T'.
           03  GTL-SOURCE-SYSTEM       PIC X(008) VALUE 'SALESTAX'.
           03  GTL-PERIOD              PIC 9(006).
           03  GTL-BATCH-NUMBER        PIC 9(003).
           03  GTL-DETAIL-COUNT        PIC 9(007).
           03  GTL-TOTAL-DEBIT         PIC 9(011).99.
           03  GTL-TOTAL-CREDIT        PIC 9(011).99.
           03  FILLER                  PIC X(027) VALUE SPACES.
      *
      *-----------------------------------------------------------------
      *    LINHAS DA CONCILIACAO (GLTAXREC.TXT).
      *-----------------------------------------------------------------
       01  RECON-TITLE-LINE.
           03  FILLER                  PIC X(049) VALUE
               'SALES TAX GL INTERFACE - RECONCILIATION - PERIOD '.
           03  RTL-PERIOD              PIC 9(006).
           03  FILLER                  PIC X(008) VALUE '  BATCH '.
           03  RTL-BATCH-NUMBER        PIC 9(003).
           03  FILLER                  PIC X(015) VALUE
               '  POSTING DATE '.
           03  RTL-POSTING-DATE        PIC 9(008).
           03  FILLER                  PIC X(011) VALUE '  RUN DATE '.
           03  RTL-RUN-DATE            PIC X(008).
           03  FILLER                  PIC X(024) VALUE SPACES.
      *
       01  RECON-HEADING-LINE.
           03  FILLER                  PIC X(040) VALUE
               'PROV TAX      REMITTANCE  GL PAYABLE NET'.
           03  FILLER                  PIC X(092) VALUE
               '      DIFFERENCE  STATUS'.
      *
       01  RECON-DETAIL-LINE.
           03  RDT-PROVINCE            PIC X(004).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  RDT-TAX-TYPE            PIC X(003).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  RDT-REMIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  RDT-GL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  RDT-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  RDT-STATUS              PIC X(012).
           03  FILLER                  PIC X(062) VALUE SPACES.
      *
       01  RECON-AMOUNT-LINE.
           03  RAL-LABEL               PIC X(040).
           03  RAL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(074) VALUE SPACES.
      *
       01  RECON-COUNT-LINE.
           03  RCL-LABEL               PIC X(040).
           03  RCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(081) VALUE SPACES.
      *
       01  RECONCILED-MESSAGE-LINE.
           03  FILLER                  PIC X(040) VALUE
               '*** GL ENTRIES AGREE WITH THE REMITTANCE'.
           03  FILLER                  PIC X(092) VALUE
               ' TOTALS FOR THE PERIOD ***'.
      *
       01  NOT-RECONCILED-MESSAGE-LINE.
           03  FILLER                  PIC X(040) VALUE
               '*** GL ENTRIES DO NOT AGREE WITH THE REM'.
           03  FILLER                  PIC X(092) VALUE
               'ITTANCE - DO NOT POST ***'.
      *
       PROCEDURE DIVISION.
      *
       0000-POST-SALES-TAX-TO-GL.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 010000-EDIT-SYSIN-CARD.
      *
           PERFORM 050000-LOAD-ACCOUNT-MAP.
           PERFORM 060000-LOAD-TAX-SUMMARY.
           PERFORM 080000-RESOLVE-ACCOUNTS
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUMMARY-COUNT.
           IF MAP-MISSING-COUNT > ZERO
               DISPLAY 'RPTP1027 ' MAP-MISSING-COUNT
                       ' ENTRIES WITHOUT A GL ACCOUNT ON GLTAXMAP.TXT '
                       '- ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT GLTAXINT
                       HSTNEW
                       GLTAXREC.
      *
           PERFORM 100000-LOAD-POSTED-HISTORY.
           COMPUTE BATCH-NUMBER = PRIOR-BATCH-NUMBER + 1.
      *
           PERFORM 200000-WRITE-INTERFACE-HEADER.
           PERFORM 300000-WRITE-REVERSAL-ENTRY
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > REVERSAL-LINE-COUNT.
           PERFORM 400000-WRITE-BRANCH-ENTRIES
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUMMARY-COUNT.
           PERFORM 500000-WRITE-INTERFACE-TRAILER.
           PERFORM 600000-WRITE-RECONCILIATION.
      *
           CLOSE GLTAXINT
                 HSTNEW
                 GLTAXREC.
      *
           DISPLAY 'RPTP1027 PERIOD          : ' POSTING-PERIOD.
           DISPLAY 'RPTP1027 BATCH           : ' BATCH-NUMBER.
           DISPLAY 'RPTP1027 SUMMARY READ    : ' SUMMARY-READ-COUNT.
           DISPLAY 'RPTP1027 HISTORY READ    : ' HISTORY-READ-COUNT.
           DISPLAY 'RPTP1027 HISTORY KEPT    : ' HISTORY-KEPT-COUNT.
           DISPLAY 'RPTP1027 REVERSAL LINES  : ' REVERSAL-COUNT.
           DISPLAY 'RPTP1027 GL LINES        : ' ENTRY-COUNT.
           DISPLAY 'RPTP1027 DIFFERENCES     : ' DIFF-COUNT.
           IF NOT GL-RECONCILED
               DISPLAY 'RPTP1027 GL ENTRIES DO NOT AGREE WITH THE '
                       'REMITTANCE - DO NOT POST'
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    PERIODO OBRIGATORIO; DATA DO LANCAMENTO EM BRANCO = HOJE.
      *----------------------------------------------------------------
       010000-EDIT-SYSIN-CARD.
           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-PERIOD-N NOT NUMERIC
               DISPLAY 'RPTP1027 SYSIN PERIOD (AAAAMM) MISSING OR NOT '
                       'NUMERIC - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-PERIOD-MONTH < 1 OR SYSIN-PERIOD-MONTH > 12
               DISPLAY 'RPTP1027 SYSIN PERIOD MONTH INVALID: '
                       SYSIN-PERIOD ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYSIN-PERIOD-N TO POSTING-PERIOD.
           IF SYSIN-POSTING-DATE = SPACES
               MOVE CD-DATE-N TO POSTING-DATE
           ELSE
               IF SYSIN-POSTING-DATE-N NOT NUMERIC
                   DISPLAY 'RPTP1027 SYSIN POSTING DATE NOT NUMERIC '
                           '- ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SYSIN-POSTING-DATE-N TO POSTING-DATE
           END-IF.
      *
      *----------------------------------------------------------------
      *    CARGA DOS PARAMETROS DE CONTAS. SEM ELES NAO HA LANCAMENTO:
      *    O PASSO E ABORTADO, ASSIM COMO EM REGISTRO INVALIDO OU
      *    CHAVE REPETIDA.
      *----------------------------------------------------------------
       050000-LOAD-ACCOUNT-MAP.
           OPEN INPUT GLTAXMAP.
           IF GLTAXMAP-STATUS NOT = '00'
               DISPLAY 'RPTP1027 GLTAXMAP.TXT NOT AVAILABLE - STATUS '
                       GLTAXMAP-STATUS ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 051000-LOAD-ONE-ACCOUNT
               UNTIL GLTAXMAP-EOF.
           CLOSE GLTAXMAP.
           IF MAP-COUNT = ZERO
               DISPLAY 'RPTP1027 GLTAXMAP.TXT IS EMPTY - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       051000-LOAD-ONE-ACCOUNT.
           READ GLTAXMAP
               AT END
                   MOVE 'Y' TO GLTAXMAP-EOF-SWITCH
               NOT AT END
                   IF (GM-TAX-TYPE NOT = 'TPS'
                       AND GM-TAX-TYPE NOT = 'TVQ'
                       AND GM-TAX-TYPE NOT = 'CLR')
                      OR GM-PROVINCE-CODE = SPACES
                      OR GM-BRANCH = SPACES
                      OR GM-ACCOUNT = SPACES
                       DISPLAY 'RPTP1027 GLTAXMAP.TXT INVALID RECORD: '
                               ACCOUNT-MAP-RECORD ' - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE GM-TAX-TYPE      TO LOOKUP-TAX-TYPE
                   MOVE GM-PROVINCE-CODE TO SEARCH-PROVINCE
                   MOVE GM-BRANCH        TO SEARCH-BRANCH
                   PERFORM 086000-SEARCH-ACCOUNT-MAP
                   IF FOUND-MAP-IDX > ZERO
                       DISPLAY 'RPTP1027 GLTAXMAP.TXT DUPLICATE KEY: '
                               GM-TAX-TYPE GM-PROVINCE-CODE GM-BRANCH
                               ' - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MAP-COUNT >= 300
                       DISPLAY 'RPTP1027 MORE THAN 300 ENTRIES ON '
                               'GLTAXMAP.TXT - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO MAP-COUNT
                   MOVE GM-TAX-TYPE      TO MT-TAX-TYPE(MAP-COUNT)
                   MOVE GM-PROVINCE-CODE TO MT-PROVINCE-CODE(MAP-COUNT)
                   MOVE GM-BRANCH        TO MT-BRANCH(MAP-COUNT)
                   MOVE GM-ACCOUNT       TO MT-ACCOUNT(MAP-COUNT)
                   MOVE GM-DESCRIPTION   TO MT-DESCRIPTION(MAP-COUNT)
           END-READ.
      *
      *----------------------------------------------------------------
      *    CARGA DO RESUMO DO RPTP1018. SEM O TRAILER O JORNAL NAO
      *    TERMINOU; FATURA FORA DO PERIODO INDICA ARQUIVO DE OUTRO
      *    MES - NOS DOIS CASOS O PASSO E ABORTADO.
      *----------------------------------------------------------------
       060000-LOAD-TAX-SUMMARY.
           OPEN INPUT TAXGLSUM.
           IF TAXGLSUM-STATUS NOT = '00'
               DISPLAY 'RPTP1027 TAXGLSUM.TXT NOT AVAILABLE - STATUS '
                       TAXGLSUM-STATUS ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 061000-LOAD-ONE-SUMMARY
               UNTIL TAXGLSUM-EOF.
           CLOSE TAXGLSUM.
           IF NOT SUMMARY-TRAILER-FOUND
               DISPLAY 'RPTP1027 TAXGLSUM.TXT HAS NO TRAILER - '
                       'RPTP1018 DID NOT COMPLETE - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RG-TRAN-COUNT > ZERO
               IF SUMMARY-FIRST-PERIOD NOT = POSTING-PERIOD
                  OR SUMMARY-LAST-PERIOD NOT = POSTING-PERIOD
                   DISPLAY 'RPTP1027 INVOICE DATES ' SUMMARY-FIRST-DATE
                           ' TO ' SUMMARY-LAST-DATE
                           ' OUTSIDE PERIOD ' POSTING-PERIOD ' - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       061000-LOAD-ONE-SUMMARY.
           READ TAXGLSUM
               AT END
                   MOVE 'Y' TO TAXGLSUM-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SUMMARY-READ-COUNT
                   EVALUATE GS-RECORD-TYPE
                       WHEN 'D'
                           PERFORM 062000-LOAD-BRANCH-SUMMARY
                       WHEN 'R'
                           PERFORM 063000-LOAD-REMIT-SUMMARY
                       WHEN 'T'
                           PERFORM 064000-LOAD-REMIT-TRAILER
                       WHEN OTHER
                           DISPLAY 'RPTP1027 TAXGLSUM.TXT INVALID '
                                   'RECORD TYPE: ' GS-RECORD-TYPE
                                   ' - ABORT'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.
      *
       062000-LOAD-BRANCH-SUMMARY.
           IF SUMMARY-COUNT >= 1000
               DISPLAY 'RPTP1027 MORE THAN 1000 BRANCH/PROVINCE '
                       'ENTRIES ON TAXGLSUM.TXT - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO SUMMARY-COUNT.
           MOVE GS-BRANCH-NUMBER TO SM-BRANCH-NUMBER(SUMMARY-COUNT).
           MOVE GS-PROVINCE-CODE TO SM-PROVINCE-CODE(SUMMARY-COUNT).
           MOVE GS-TRAN-COUNT    TO SM-TRAN-COUNT(SUMMARY-COUNT).
           MOVE GS-TPS-AMOUNT    TO SM-TPS-AMOUNT(SUMMARY-COUNT).
           MOVE GS-TVQ-AMOUNT    TO SM-TVQ-AMOUNT(SUMMARY-COUNT).
           MOVE ZERO             TO SM-TPS-MAP-IDX(SUMMARY-COUNT)
                                    SM-TVQ-MAP-IDX(SUMMARY-COUNT)
                                    SM-CLR-MAP-IDX(SUMMARY-COUNT).
      *
       063000-LOAD-REMIT-SUMMARY.
           IF RECON-COUNT >= 13
               DISPLAY 'RPTP1027 MORE THAN 13 PROVINCES ON '
                       'TAXGLSUM.TXT - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RECON-COUNT.
           MOVE GS-PROVINCE-CODE TO RC-PROVINCE-CODE(RECON-COUNT).
           MOVE GS-TPS-AMOUNT    TO RC-REMIT-TPS(RECON-COUNT).
           MOVE GS-TVQ-AMOUNT    TO RC-REMIT-TVQ(RECON-COUNT).
           MOVE ZERO             TO RC-GL-TPS(RECON-COUNT)
                                    RC-GL-TVQ(RECON-COUNT).
      *
       064000-LOAD-REMIT-TRAILER.
           MOVE 'Y'              TO TRAILER-FOUND-SWITCH.
           MOVE GS-TRAN-COUNT    TO RG-TRAN-COUNT.
           MOVE GS-TPS-AMOUNT    TO RG-REMIT-TPS.
           MOVE GS-TVQ-AMOUNT    TO RG-REMIT-TVQ.
           MOVE GS-FIRST-DATE    TO SUMMARY-FIRST-DATE.
           MOVE GS-LAST-DATE     TO SUMMARY-LAST-DATE.
      *
      *----------------------------------------------------------------
      *    CONTA DE CADA IMPOSTO COM VALOR E A DE COMPENSACAO DA
      *    FILIAL/PROVINCIA. TODAS AS FALTAS SAO LISTADAS ANTES DE
      *    ABORTAR, PARA UMA SO CORRECAO DO GLTAXMAP.
      *----------------------------------------------------------------
       080000-RESOLVE-ACCOUNTS.
           MOVE SM-PROVINCE-CODE(SUM-IDX) TO LOOKUP-PROVINCE.
           MOVE SM-BRANCH-NUMBER(SUM-IDX) TO LOOKUP-BRANCH.
           IF SM-TPS-AMOUNT(SUM-IDX) NOT = ZERO
               MOVE 'TPS' TO LOOKUP-TAX-TYPE
               PERFORM 085000-FIND-ACCOUNT
               MOVE FOUND-MAP-IDX TO SM-TPS-MAP-IDX(SUM-IDX)
           END-IF.
           IF SM-TVQ-AMOUNT(SUM-IDX) NOT = ZERO
               MOVE 'TVQ' TO LOOKUP-TAX-TYPE
               PERFORM 085000-FIND-ACCOUNT
               MOVE FOUND-MAP-IDX TO SM-TVQ-MAP-IDX(SUM-IDX)
           END-IF.
           IF SM-TPS-AMOUNT(SUM-IDX) NOT = ZERO
              OR SM-TVQ-AMOUNT(SUM-IDX) NOT = ZERO
               MOVE 'CLR' TO LOOKUP-TAX-TYPE
               PERFORM 085000-FIND-ACCOUNT
               MOVE FOUND-MAP-IDX TO SM-CLR-MAP-IDX(SUM-IDX)
           END-IF.
      *
       085000-FIND-ACCOUNT.
           MOVE LOOKUP-PROVINCE TO SEARCH-PROVINCE.
           MOVE LOOKUP-BRANCH   TO SEARCH-BRANCH.
           PERFORM 086000-SEARCH-ACCOUNT-MAP.
           IF FOUND-MAP-IDX = ZERO
               MOVE '**' TO SEARCH-BRANCH
               PERFORM 086000-SEARCH-ACCOUNT-MAP
           END-IF.
           IF FOUND-MAP-IDX = ZERO
               MOVE '**'          TO SEARCH-PROVINCE
               MOVE LOOKUP-BRANCH TO SEARCH-BRANCH
               PERFORM 086000-SEARCH-ACCOUNT-MAP
           END-IF.
           IF FOUND-MAP-IDX = ZERO
               MOVE '**' TO SEARCH-BRANCH
               PERFORM 086000-SEARCH-ACCOUNT-MAP
           END-IF.
           IF FOUND-MAP-IDX = ZERO
               ADD 1 TO MAP-MISSING-COUNT
               DISPLAY 'RPTP1027 NO GL ACCOUNT FOR ' LOOKUP-TAX-TYPE
                       ' PROVINCE ' LOOKUP-PROVINCE
                       ' BRANCH ' LOOKUP-BRANCH
           END-IF.
      *
       086000-SEARCH-ACCOUNT-MAP.
           MOVE ZERO TO FOUND-MAP-IDX.
           PERFORM 087000-CHECK-ONE-MAP-ENTRY
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
                  OR FOUND-MAP-IDX > ZERO.
      *
       087000-CHECK-ONE-MAP-ENTRY.
           IF MT-TAX-TYPE(MAP-IDX)      = LOOKUP-TAX-TYPE
              AND MT-PROVINCE-CODE(MAP-IDX) = SEARCH-PROVINCE
              AND MT-BRANCH(MAP-IDX)        = SEARCH-BRANCH
               MOVE MAP-IDX TO FOUND-MAP-IDX
           END-IF.
      *
      *----------------------------------------------------------------
      *    LOTES JA ENVIADOS. OS DOS OUTROS PERIODOS PASSAM PARA O
      *    GLTAXHST.NEW COMO ESTAO; O DO PERIODO EM PROCESSO FICA NA
      *    TABELA PARA O ESTORNO E E SUBSTITUIDO PELO LOTE NOVO.
      *----------------------------------------------------------------
       100000-LOAD-POSTED-HISTORY.
           OPEN INPUT GLTAXHST.
           IF GLTAXHST-STATUS = '00'
               PERFORM 110000-READ-ONE-HISTORY
                   UNTIL GLTAXHST-EOF
               CLOSE GLTAXHST
           ELSE
               DISPLAY 'RPTP1027 GLTAXHST.TXT NOT AVAILABLE - STATUS '
                       GLTAXHST-STATUS ' - NO PRIOR POSTINGS'
           END-IF.
      *
       110000-READ-ONE-HISTORY.
           READ GLTAXHST
               AT END
                   MOVE 'Y' TO GLTAXHST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   MOVE HISTORY-RECORD TO GL-DETAIL-LINE
                   IF GDL-PERIOD = POSTING-PERIOD
                       PERFORM 120000-HOLD-FOR-REVERSAL
                   ELSE
                       MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD
                       WRITE NEW-HISTORY-RECORD
                       ADD 1 TO HISTORY-KEPT-COUNT
                   END-IF
           END-READ.
      *
       120000-HOLD-FOR-REVERSAL.
           IF REVERSAL-LINE-COUNT >= 4000
               DISPLAY 'RPTP1027 MORE THAN 4000 POSTED LINES FOR '
                       'PERIOD ' POSTING-PERIOD ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REVERSAL-LINE-COUNT.
           MOVE HISTORY-RECORD TO REVERSAL-ENTRY(REVERSAL-LINE-COUNT).
           IF GDL-BATCH-NUMBER > PRIOR-BATCH-NUMBER
               MOVE GDL-BATCH-NUMBER TO PRIOR-BATCH-NUMBER
           END-IF.
      *
       200000-WRITE-INTERFACE-HEADER.
           MOVE POSTING-PERIOD TO GHL-PERIOD.
           MOVE BATCH-NUMBER   TO GHL-BATCH-NUMBER.
           MOVE POSTING-DATE   TO GHL-POSTING-DATE.
           MOVE CD-DATE        TO GHL-RUN-DATE.
           MOVE CD-TIME        TO GHL-RUN-TIME.
           MOVE GL-HEADER-LINE TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
      *
      *----------------------------------------------------------------
      *    ESTORNO DO LOTE ANTERIOR DO PERIODO: A MESMA LINHA, COM
      *    DEBITO E CREDITO TROCADOS, NO LOTE NOVO E NA DATA NOVA.
      *----------------------------------------------------------------
       300000-WRITE-REVERSAL-ENTRY.
           MOVE REVERSAL-ENTRY(REV-IDX) TO GL-DETAIL-LINE.
           MOVE GDL-BATCH-NUMBER        TO GDL-REVERSED-BATCH.
           MOVE BATCH-NUMBER            TO GDL-BATCH-NUMBER.
           MOVE 'R'                     TO GDL-ENTRY-TYPE.
           MOVE POSTING-DATE            TO GDL-POSTING-DATE.
           IF GDL-DEBIT
               MOVE 'C' TO GDL-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO GDL-DEBIT-CREDIT
           END-IF.
           PERFORM 450000-WRITE-INTERFACE-LINE.
           ADD 1 TO REVERSAL-COUNT.
      *
       400000-WRITE-BRANCH-ENTRIES.
           IF SM-TPS-AMOUNT(SUM-IDX) NOT = ZERO
               MOVE 'TPS'                   TO ENTRY-TAX-TYPE
               MOVE SM-TPS-AMOUNT(SUM-IDX)  TO ENTRY-AMOUNT
               MOVE SM-TPS-MAP-IDX(SUM-IDX) TO PAYABLE-MAP-IDX
               PERFORM 410000-WRITE-ENTRY-PAIR
           END-IF.
           IF SM-TVQ-AMOUNT(SUM-IDX) NOT = ZERO
               MOVE 'TVQ'                   TO ENTRY-TAX-TYPE
               MOVE SM-TVQ-AMOUNT(SUM-IDX)  TO ENTRY-AMOUNT
               MOVE SM-TVQ-MAP-IDX(SUM-IDX) TO PAYABLE-MAP-IDX
               PERFORM 410000-WRITE-ENTRY-PAIR
           END-IF.
      *
      *----------------------------------------------------------------
      *    IMPOSTO POSITIVO: CREDITO NA CONTA A RECOLHER E DEBITO NA
      *    COMPENSACAO. NEGATIVO (DEVOLUCOES MAIORES QUE AS VENDAS):
      *    O INVERSO, PELO VALOR ABSOLUTO.
      *----------------------------------------------------------------
       410000-WRITE-ENTRY-PAIR.
           MOVE SPACES                      TO GL-DETAIL-LINE.
           MOVE 'D'                         TO GDL-RECORD-TYPE.
           MOVE POSTING-PERIOD              TO GDL-PERIOD.
           MOVE BATCH-NUMBER                TO GDL-BATCH-NUMBER.
           MOVE 'N'                         TO GDL-ENTRY-TYPE.
           MOVE ZERO                        TO GDL-REVERSED-BATCH.
           MOVE POSTING-DATE                TO GDL-POSTING-DATE.
           MOVE SM-BRANCH-NUMBER(SUM-IDX)   TO GDL-BRANCH-NUMBER.
           MOVE SM-PROVINCE-CODE(SUM-IDX)   TO GDL-PROVINCE-CODE.
           MOVE ENTRY-TAX-TYPE              TO GDL-TAX-TYPE.
      *
           MOVE MT-ACCOUNT(PAYABLE-MAP-IDX)     TO GDL-ACCOUNT.
           MOVE MT-DESCRIPTION(PAYABLE-MAP-IDX) TO GDL-DESCRIPTION.
           IF ENTRY-AMOUNT > ZERO
               MOVE 'C'          TO GDL-DEBIT-CREDIT
               MOVE ENTRY-AMOUNT TO GDL-AMOUNT
           ELSE
               MOVE 'D'          TO GDL-DEBIT-CREDIT
               COMPUTE GDL-AMOUNT = ZERO - ENTRY-AMOUNT
           END-IF.
           PERFORM 450000-WRITE-INTERFACE-LINE.
           PERFORM 460000-WRITE-NEW-HISTORY.
           PERFORM 420000-ACCUMULATE-GL-PAYABLE.
      *
           MOVE MT-ACCOUNT(SM-CLR-MAP-IDX(SUM-IDX))
               TO GDL-ACCOUNT.
           MOVE MT-DESCRIPTION(SM-CLR-MAP-IDX(SUM-IDX))
               TO GDL-DESCRIPTION.
           IF GDL-CREDIT
               MOVE 'D' TO GDL-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO GDL-DEBIT-CREDIT
           END-IF.
           PERFORM 450000-WRITE-INTERFACE-LINE.
           PERFORM 460000-WRITE-NEW-HISTORY.
      *
      *----------------------------------------------------------------
      *    LIQUIDO DA CONTA A RECOLHER (CREDITO MENOS DEBITO), TIRADO
      *    DA LINHA GRAVADA, POR PROVINCIA E IMPOSTO.
      *----------------------------------------------------------------
       420000-ACCUMULATE-GL-PAYABLE.
           MOVE 1 TO RECON-IDX.
           PERFORM 421000-ADVANCE-RECON-INDEX
               UNTIL RECON-IDX > RECON-COUNT
                  OR GDL-PROVINCE-CODE = RC-PROVINCE-CODE(RECON-IDX).
           IF RECON-IDX > RECON-COUNT
               IF RECON-COUNT >= 13
                   DISPLAY 'RPTP1027 RECONCILIATION TABLE FULL (13) - '
                           GDL-PROVINCE-CODE ' NOT ACCUMULATED - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO RECON-COUNT
                   MOVE RECON-COUNT TO RECON-IDX
                   MOVE GDL-PROVINCE-CODE TO RC-PROVINCE-CODE(RECON-IDX)
                   MOVE ZERO TO RC-REMIT-TPS(RECON-IDX)
                   MOVE ZERO TO RC-REMIT-TVQ(RECON-IDX)
                   MOVE ZERO TO RC-GL-TPS(RECON-IDX)
                   MOVE ZERO TO RC-GL-TVQ(RECON-IDX)
               END-IF
           END-IF.
           IF GDL-DEBIT
               COMPUTE LINE-AMOUNT = ZERO - LINE-AMOUNT
           END-IF.
           IF GDL-TAX-TYPE = 'TPS'
               ADD LINE-AMOUNT TO RC-GL-TPS(RECON-IDX)
               ADD LINE-AMOUNT TO RG-GL-TPS
           ELSE
               ADD LINE-AMOUNT TO RC-GL-TVQ(RECON-IDX)
               ADD LINE-AMOUNT TO RG-GL-TVQ
           END-IF.
      *
       421000-ADVANCE-RECON-INDEX.
           ADD 1 TO RECON-IDX.
      *
       450000-WRITE-INTERFACE-LINE.
           MOVE GDL-AMOUNT TO LINE-AMOUNT.
           IF GDL-DEBIT
               ADD LINE-AMOUNT TO FILE-DEBIT-TOTAL
               IF GDL-REVERSAL-ENTRY
                   ADD LINE-AMOUNT TO REVERSAL-DEBIT-TOTAL
               ELSE
                   ADD LINE-AMOUNT TO BATCH-DEBIT-TOTAL
               END-IF
           ELSE
               ADD LINE-AMOUNT TO FILE-CREDIT-TOTAL
               IF GDL-REVERSAL-ENTRY
                   ADD LINE-AMOUNT TO REVERSAL-CREDIT-TOTAL
               ELSE
                   ADD LINE-AMOUNT TO BATCH-CREDIT-TOTAL
               END-IF
           END-IF.
           ADD 1 TO DETAIL-LINE-COUNT.
           MOVE GL-DETAIL-LINE TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
      *
       460000-WRITE-NEW-HISTORY.
           MOVE GL-DETAIL-LINE TO NEW-HISTORY-RECORD.
           WRITE NEW-HISTORY-RECORD.
           ADD 1 TO ENTRY-COUNT.
      *
       500000-WRITE-INTERFACE-TRAILER.
           MOVE POSTING-PERIOD    TO GTL-PERIOD.
           MOVE BATCH-NUMBER      TO GTL-BATCH-NUMBER.
           MOVE DETAIL-LINE-COUNT TO GTL-DETAIL-COUNT.
           MOVE FILE-DEBIT-TOTAL  TO GTL-TOTAL-DEBIT.
           MOVE FILE-CREDIT-TOTAL TO GTL-TOTAL-CREDIT.
           MOVE GL-TRAILER-LINE   TO GL-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD.
      *
      *----------------------------------------------------------------
      *    CONCILIACAO: REMESSA X CONTABIL POR PROVINCIA/IMPOSTO E NO
      *    TOTAL GERAL, E DEBITOS = CREDITOS NO LOTE, NO ESTORNO E NO
      *    ARQUIVO. QUALQUER DIFERENCA DA RC 16.
      *----------------------------------------------------------------
       600000-WRITE-RECONCILIATION.
           MOVE POSTING-PERIOD     TO RTL-PERIOD.
           MOVE BATCH-NUMBER       TO RTL-BATCH-NUMBER.
           MOVE POSTING-DATE       TO RTL-POSTING-DATE.
           MOVE CD-DATE            TO RTL-RUN-DATE.
           MOVE RECON-TITLE-LINE   TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE SPACES             TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE RECON-HEADING-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
           PERFORM 610000-WRITE-PROVINCE-RECON
               VARYING RECON-IDX FROM 1 BY 1
               UNTIL RECON-IDX > RECON-COUNT.
      *
           MOVE 'ALL '       TO RECON-LABEL.
           MOVE 'TPS'        TO ENTRY-TAX-TYPE.
           MOVE RG-REMIT-TPS TO RECON-REMIT-AMOUNT.
           MOVE RG-GL-TPS    TO RECON-GL-AMOUNT.
           PERFORM 620000-WRITE-RECON-LINE.
           MOVE 'TVQ'        TO ENTRY-TAX-TYPE.
           MOVE RG-REMIT-TVQ TO RECON-REMIT-AMOUNT.
           MOVE RG-GL-TVQ    TO RECON-GL-AMOUNT.
           PERFORM 620000-WRITE-RECON-LINE.
      *
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE 'TRANSACTIONS IN THE TAX JOURNAL'  TO RCL-LABEL.
           MOVE RG-TRAN-COUNT                      TO RCL-COUNT.
           PERFORM 640000-WRITE-COUNT-LINE.
           MOVE 'GL LINES THIS BATCH'              TO RCL-LABEL.
           MOVE ENTRY-COUNT                        TO RCL-COUNT.
           PERFORM 640000-WRITE-COUNT-LINE.
           MOVE 'DEBITS THIS BATCH'                TO RAL-LABEL.
           MOVE BATCH-DEBIT-TOTAL                  TO RAL-AMOUNT.
           PERFORM 630000-WRITE-AMOUNT-LINE.
           MOVE 'CREDITS THIS BATCH'               TO RAL-LABEL.
           MOVE BATCH-CREDIT-TOTAL                 TO RAL-AMOUNT.
           PERFORM 630000-WRITE-AMOUNT-LINE.
           IF BATCH-DEBIT-TOTAL NOT = BATCH-CREDIT-TOTAL
               MOVE '*** BATCH DEBITS AND CREDITS DO NOT BALANCE ***'
                   TO RECON-RECORD
               WRITE RECON-RECORD
               MOVE 'N' TO RECONCILED-SWITCH
           END-IF.
      *
           IF REVERSAL-COUNT > ZERO
               MOVE SPACES TO RECON-RECORD
               WRITE RECON-RECORD
               MOVE 'REVERSED BATCH NUMBER'        TO RCL-LABEL
               MOVE PRIOR-BATCH-NUMBER             TO RCL-COUNT
               PERFORM 640000-WRITE-COUNT-LINE
               MOVE 'REVERSAL LINES'               TO RCL-LABEL
               MOVE REVERSAL-COUNT                 TO RCL-COUNT
               PERFORM 640000-WRITE-COUNT-LINE
               MOVE 'REVERSAL DEBITS'              TO RAL-LABEL
               MOVE REVERSAL-DEBIT-TOTAL           TO RAL-AMOUNT
               PERFORM 630000-WRITE-AMOUNT-LINE
               MOVE 'REVERSAL CREDITS'             TO RAL-LABEL
               MOVE REVERSAL-CREDIT-TOTAL          TO RAL-AMOUNT
               PERFORM 630000-WRITE-AMOUNT-LINE
               IF REVERSAL-DEBIT-TOTAL NOT = REVERSAL-CREDIT-TOTAL
                   MOVE
                       '*** REVERSAL DEBITS/CREDITS DO NOT BALANCE ***'
                       TO RECON-RECORD
                   WRITE RECON-RECORD
                   MOVE 'N' TO RECONCILED-SWITCH
               END-IF
           END-IF.
      *
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE 'INTERFACE DETAIL RECORDS'         TO RCL-LABEL.
           MOVE DETAIL-LINE-COUNT                  TO RCL-COUNT.
           PERFORM 640000-WRITE-COUNT-LINE.
           MOVE 'INTERFACE TOTAL DEBITS'           TO RAL-LABEL.
           MOVE FILE-DEBIT-TOTAL                   TO RAL-AMOUNT.
           PERFORM 630000-WRITE-AMOUNT-LINE.
           MOVE 'INTERFACE TOTAL CREDITS'          TO RAL-LABEL.
           MOVE FILE-CREDIT-TOTAL                  TO RAL-AMOUNT.
           PERFORM 630000-WRITE-AMOUNT-LINE.
      *
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           IF GL-RECONCILED
               MOVE RECONCILED-MESSAGE-LINE     TO RECON-RECORD
           ELSE
               MOVE NOT-RECONCILED-MESSAGE-LINE TO RECON-RECORD
           END-IF.
           WRITE RECON-RECORD.
      *
       610000-WRITE-PROVINCE-RECON.
           MOVE RC-PROVINCE-CODE(RECON-IDX) TO RECON-LABEL.
           MOVE 'TPS'                       TO ENTRY-TAX-TYPE.
           MOVE RC-REMIT-TPS(RECON-IDX)     TO RECON-REMIT-AMOUNT.
           MOVE RC-GL-TPS(RECON-IDX)        TO RECON-GL-AMOUNT.
           PERFORM 620000-WRITE-RECON-LINE.
           MOVE 'TVQ'                       TO ENTRY-TAX-TYPE.
           MOVE RC-REMIT-TVQ(RECON-IDX)     TO RECON-REMIT-AMOUNT.
           MOVE RC-GL-TVQ(RECON-IDX)        TO RECON-GL-AMOUNT.
           PERFORM 620000-WRITE-RECON-LINE.
      *
       620000-WRITE-RECON-LINE.
           COMPUTE RECON-DIFFERENCE = RECON-GL-AMOUNT
                                    - RECON-REMIT-AMOUNT.
           MOVE RECON-LABEL        TO RDT-PROVINCE.
           MOVE ENTRY-TAX-TYPE     TO RDT-TAX-TYPE.
           MOVE RECON-REMIT-AMOUNT TO RDT-REMIT-AMOUNT.
           MOVE RECON-GL-AMOUNT    TO RDT-GL-AMOUNT.
           MOVE RECON-DIFFERENCE   TO RDT-DIFFERENCE.
           IF RECON-DIFFERENCE = ZERO
               MOVE 'OK'           TO RDT-STATUS
           ELSE
               MOVE '*** DIFF ***' TO RDT-STATUS
               MOVE 'N'            TO RECONCILED-SWITCH
               ADD 1               TO DIFF-COUNT
           END-IF.
           MOVE RECON-DETAIL-LINE  TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
       630000-WRITE-AMOUNT-LINE.
           MOVE RECON-AMOUNT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
       640000-WRITE-COUNT-LINE.
           MOVE RECON-COUNT-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 7         *
      *================================================================
