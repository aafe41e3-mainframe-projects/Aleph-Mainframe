      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        PAGAMENTO ('P') NAO GERA      15/10/2026
      *                       IMPOSTO: E IGNORADO E CONTADO
      *                       A PARTE, NAO COMO REJEITADO
      * 003 EQUIPE GFP        REGISTRO DE CERTIFICADOS DE   15/10/2026
      *                       ISENCAO POR CLIENTE (TAXEXMPT
      *                       DO RPTP1025): ISENCAO SO COM O
      *                       CERTIFICADO VALIDO NA DATA DA
      *                       FATURA, NUMERO DO CERTIFICADO
      *                       NO JORNAL E RELATORIO DE
      *                       ISENCOES (EXMPTRPT.TXT)
      * 004 EQUIPE GFP        TAXAS E REGRAS DE CATEGORIA   15/10/2026
      *                       LIDAS DO TAXRATES.TXT
      *                       (RPTP1026), O MESMO ARQUIVO
      *                       DO CALC1001; FIM DAS TABELAS
      *                       FIXAS NO FONTE
      * 005 EQUIPE GFP        RESUMO POR FILIAL/PROVINCIA   15/10/2026
      *                       E TOTAIS DE REMESSA PARA A
      *                       INTERFACE CONTABIL
      *                       (TAXGLSUM.TXT, LIDO PELO
      *                       RPTP1027)
      * 006 EQUIPE GFP        REMESSA COM AS 13 PROVINCIAS  15/10/2026
      *                       E TERRITORIOS; TABELA CHEIA
      *                       ABORTA (RC 16) EM VEZ DE SOMAR
      *                       NA ULTIMA PROVINCIA
      * 007 EQUIPE GFP        RESUMO POR FILIAL/PROVINCIA   15/10/2026
      *                       COM A TABELA CHEIA TAMBEM
      *                       ABORTA (RC 16)
      *================================================================
      *
      * ENTRADA:
      *                  ordenado por filial/repr/cliente) ESTENDIDO:
      *     COL 26-27  PROVINCIA  X(2) (BRANCO = QC)
      *     COL 28     CATEGORIA  X(1) (BRANCO = PLENA)
      *                O LANCAMENTO (RPTP1011) IGNORA AS COLUNAS
      *                26-28; ESSAS COLUNAS SAO DESTE JORNAL.
      *   TAXRATES.TXT - taxas por provincia/territorio e regras por
      *                  categoria, com vigencia (RPTP1026); ausente =
      *                  ABORTA
      *   TAXEXMPT.TXT - registro de certificados de isencao por
      *                  cliente (RPTP1025); ausente = nenhuma isencao
      *                  por cliente, com aviso
      * SAIDAS:
      *   TAXJRNL.TXT  - jornal de impostos, com subtotal por filial
      *   TAXREMIT.TXT - totais de remessa no MESMO layout do
      *                  SALESREM.TXT do CALC1001
      *   EXMPTRPT.TXT - vendas isentas por certificado e certificados
      *                  invocados fora da validade
      *   TAXGLSUM.TXT - resumo para a interface contabil (RPTP1027):
      *     COL 01     TIPO ('D' FILIAL/PROVINCIA, 'R' REMESSA DA
      *                PROVINCIA, 'T' TOTAL GERAL DA REMESSA)
      *     COL 02-03  FILIAL (ZERO EM 'R' E 'T')
      *     COL 04-05  PROVINCIA (BRANCO EM 'T')
      *     COL 06-12  TRANSACOES
      *     COL 13-24  VALOR TRIBUTAVEL  S9(9)V99 SINAL NA FRENTE
      *     COL 25-36  TPS/GST           S9(9)V99 SINAL NA FRENTE
      *     COL 37-48  TVQ/PST-HST       S9(9)V99 SINAL NA FRENTE
      *     COL 49-56  PRIMEIRA DATA DE FATURA ('T')
      *     COL 57-64  ULTIMA DATA DE FATURA   ('T')
      *
      * ISENCAO POR CLIENTE: A TRANSACAO CUJO CLIENTE TEM CERTIFICADO
      * COBRINDO A PROVINCIA E VALIDO NA DATA DA FATURA NAO PAGA O(S)
      * IMPOSTO(S) ISENTADO(S) PELO CERTIFICADO, ALEM DA REGRA DA
      * CATEGORIA. CERTIFICADO VENCIDO (OU AINDA NAO VALIDO) NAO ISENTA:
      * O IMPOSTO E COBRADO E A TRANSACAO SAI NO RELATORIO.
      *
      * AS TAXAS E AS REGRAS DE CATEGORIA VEM DO TAXRATES.TXT, O MESMO
      * ARQUIVO LIDO PELO CALC1001 - MUDANCA DE ALIQUOTA OU VIGENCIA SO
      * PELO RPTP1026, NUNCA NO FONTE.
      *
       IDENTIFICATION DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TAXREMIT ASSIGN TO 'TAXREMIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TAXRATES ASSIGN TO 'TAXRATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXRATES-STATUS.
       SELECT TAXEXMPT ASSIGN TO 'TAXEXMPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXEXMPT-STATUS.
       SELECT EXMPTRPT ASSIGN TO 'EXMPTRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TAXGLSUM ASSIGN TO 'TAXGLSUM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *
       FD  TAXREMIT.
       01  REMIT-RECORD                PIC X(080).
      *
       FD  TAXRATES.
       01  TAX-RATE-RECORD.
           03  TR-RECORD-TYPE          PIC X(001).
           03  TR-CODE                 PIC X(002).
           03  TR-EFF-FROM             PIC 9(008).
           03  TR-EFF-TO               PIC 9(008).
           03  TR-TPS-QUOTA            PIC 9(001)V9(005).
           03  TR-TVQ-QUOTA            PIC 9(001)V9(005).
           03  TR-APPLY-TPS            PIC X(001).
           03  TR-APPLY-TVQ            PIC X(001).
           03  TR-RULE-LABEL           PIC X(008).
           03  TR-DESCRIPTION          PIC X(020).
      *
       FD  TAXEXMPT.
       01  EXEMPT-MASTER-RECORD.
           03  EX-CUSTOMER-KEY         PIC X(009).
           03  EX-CERTIFICATE-NUMBER   PIC X(015).
           03  EX-EXEMPT-TYPE          PIC X(001).
           03  EX-EXEMPT-TPS           PIC X(001).
           03  EX-EXEMPT-TVQ           PIC X(001).
           03  EX-PROVINCE-LIST        PIC X(012).
           03  EX-VALID-FROM           PIC 9(008).
           03  EX-VALID-TO             PIC 9(008).
      *
       FD  EXMPTRPT.
       01  EXEMPT-REPORT-RECORD        PIC X(132).
      *
       FD  TAXGLSUM.
       01  GL-SUMMARY-RECORD           PIC X(080).
      *
       WORKING-STORAGE SECTION.
      *
               88  SALESTRN-EOF                    VALUE 'Y'.
           03  FIRST-TRAN-SWITCH       PIC X(001) VALUE 'Y'.
               88  FIRST-TRAN                      VALUE 'Y'.
           03  TAXRATES-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  TAXRATES-EOF                    VALUE 'Y'.
           03  TAXEXMPT-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  TAXEXMPT-EOF                    VALUE 'Y'.
           03  PROVINCE-COVERED-SWITCH PIC X(001) VALUE 'N'.
               88  PROVINCE-COVERED                VALUE 'Y'.
      *
       77  TAXRATES-STATUS             PIC X(002) VALUE SPACES.
       77  TAXEXMPT-STATUS             PIC X(002) VALUE SPACES.
      *
       01  COUNT-FIELDS.
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  TAXED-COUNT             PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
           03  PAYMENT-COUNT           PIC S9(005) VALUE ZERO.
           03  EXEMPT-COUNT            PIC S9(005) VALUE ZERO.
           03  INVALID-CLAIM-COUNT     PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    TABELAS DE TAXAS POR PROVINCIA E DE REGRAS POR CATEGORIA,
      *    COM VIGENCIA, CARREGADAS DO TAXRATES.TXT (MESMO ARQUIVO E
      *    MESMAS TABELAS DO CALC1001).
      *-----------------------------------------------------------------
       01  PROVINCE-RATE-TABLE.
           03    PROVINCE-RATE-ENTRY  OCCURS 200 TIMES.
                 05  PRT-PROVINCE-CODE   PIC X(002).
                 05  PRT-TPS-QUOTA       PIC S9(001)V9(005).
                 05  PRT-TVQ-QUOTA       PIC S9(001)V9(005).
                 05  PRT-EFF-FROM        PIC 9(008).
                 05  PRT-EFF-TO          PIC 9(008).
      *
       01  CATEGORY-RULE-TABLE.
           03    CATEGORY-RULE-ENTRY  OCCURS 50 TIMES.
                 05  CRT-CATEGORY-CODE   PIC X(001).
                 05  CRT-APPLY-TPS       PIC X(001).
                 05  CRT-APPLY-TVQ       PIC X(001).
                 05  CRT-RULE-LABEL      PIC X(008).
                 05  CRT-EFF-FROM        PIC 9(008).
                 05  CRT-EFF-TO          PIC 9(008).
      *
       77    PROV-RATE-COUNT            PIC S9(003) VALUE ZERO.
       77    CAT-RULE-COUNT             PIC S9(003) VALUE ZERO.
       77    PROV-IDX                   PIC S9(003).
       77    CAT-IDX                    PIC S9(003).
       77    DEFAULT-PROVINCE-CODE      PIC X(002) VALUE 'QC'.
           03  TODAY-DATE              PIC 9(008).
           03  FILLER                  PIC X(013).
      *
       77    TPS-QUOTA                  PIC S9(001)V9(005) VALUE ZERO.
       77    TVQ-QUOTA                  PIC S9(001)V9(005) VALUE ZERO.
       77    SIGNED-AMOUNT              PIC S9(007)V99 VALUE ZERO.
       77    SALES-TPS                  PIC S9(007)V99 VALUE ZERO.
       77    SALES-TVQ                  PIC S9(007)V99 VALUE ZERO.
       77    EXEMPTED-TPS               PIC S9(007)V99 VALUE ZERO.
       77    EXEMPTED-TVQ               PIC S9(007)V99 VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    REGISTRO DE CERTIFICADOS DE ISENCAO (TAXEXMPT.TXT), NA ORDEM
      *    DO ARQUIVO (CLIENTE/CERTIFICADO), COM OS ACUMULADOS DO
      *    RELATORIO DE ISENCOES.
      *-----------------------------------------------------------------
       01  EXEMPT-TABLE.
           03  EXEMPT-ENTRY            OCCURS 1000 TIMES.
               05  ET-CUSTOMER-KEY     PIC X(009).
               05  ET-CERTIFICATE-NUMBER
                                       PIC X(015).
               05  ET-EXEMPT-TYPE      PIC X(001).
               05  ET-EXEMPT-TPS       PIC X(001).
               05  ET-EXEMPT-TVQ       PIC X(001).
               05  ET-PROVINCE-LIST.
                   07  ET-PROVINCE-CODE
                                       PIC X(002) OCCURS 6 TIMES.
               05  ET-VALID-FROM       PIC 9(008).
               05  ET-VALID-TO         PIC 9(008).
               05  ET-EXEMPT-TRANS     PIC S9(007) COMP-3.
               05  ET-EXEMPT-NET       PIC S9(009)V99 COMP-3.
               05  ET-EXEMPT-TPS-AMT   PIC S9(009)V99 COMP-3.
               05  ET-EXEMPT-TVQ-AMT   PIC S9(009)V99 COMP-3.
               05  ET-INVALID-TRANS    PIC S9(007) COMP-3.
               05  ET-INVALID-NET      PIC S9(009)V99 COMP-3.
               05  ET-INVALID-FIRST    PIC 9(008).
               05  ET-INVALID-LAST     PIC 9(008).
       77    EXEMPT-ENTRY-COUNT         PIC S9(005) VALUE ZERO.
       77    EXEMPT-IDX                 PIC S9(005) VALUE ZERO.
       77    VALID-IDX                  PIC S9(005) VALUE ZERO.
       77    CLAIM-IDX                  PIC S9(005) VALUE ZERO.
       77    SLOT-IDX                   PIC S9(003) VALUE ZERO.
      *
       01  EXEMPT-REPORT-TOTALS.
           03  ERT-EXEMPT-TRANS        PIC S9(007) VALUE ZERO.
           03  ERT-EXEMPT-NET          PIC S9(009)V99 VALUE ZERO.
           03  ERT-EXEMPT-TPS-AMT      PIC S9(009)V99 VALUE ZERO.
           03  ERT-EXEMPT-TVQ-AMT      PIC S9(009)V99 VALUE ZERO.
           03  ERT-INVALID-TRANS       PIC S9(007) VALUE ZERO.
           03  ERT-INVALID-NET         PIC S9(009)V99 VALUE ZERO.
      *
       01  BRANCH-CONTROL-FIELDS.
           03  SAVE-BRANCH-NUMBER      PIC 9(002) VALUE ZERO.
      *-----------------------------------------------------------------
       01  REMIT-TOTALS-TABLE.
           03  REMIT-PROV-COUNT        PIC S9(003)       VALUE ZERO.
           03  REMIT-TOTALS-ENTRY   OCCURS 13 TIMES.
               05  RMT-PROVINCE-CODE   PIC X(002).
               05  RMT-TRAN-COUNT      PIC S9(007).
               05  RMT-TAXABLE-AMOUNT  PIC S9(009)V99.
           03  GRT-TAXABLE-AMOUNT      PIC S9(009)V99    VALUE ZERO.
           03  GRT-TPS-AMOUNT          PIC S9(009)V99    VALUE ZERO.
           03  GRT-TVQ-AMOUNT          PIC S9(009)V99    VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    ACUMULADORES DA FILIAL CORRENTE POR PROVINCIA, GRAVADOS NO
      *    TAXGLSUM.TXT NA QUEBRA DE FILIAL, E O INTERVALO DE DATAS DE
      *    FATURA DO ARQUIVO (CONFERIDO PELO RPTP1027 CONTRA O PERIODO).
      *-----------------------------------------------------------------
       01  BRANCH-PROVINCE-TABLE.
           03  BPT-PROV-COUNT          PIC S9(003)       VALUE ZERO.
           03  BRANCH-PROVINCE-ENTRY OCCURS 13 TIMES.
               05  BPT-PROVINCE-CODE   PIC X(002).
               05  BPT-TRAN-COUNT      PIC S9(007).
               05  BPT-NET-AMOUNT      PIC S9(009)V99.
               05  BPT-TPS-AMOUNT      PIC S9(009)V99.
               05  BPT-TVQ-AMOUNT      PIC S9(009)V99.
       77    BPT-IDX                    PIC S9(003).
       01  GL-INVOICE-DATES.
           03  GL-FIRST-DATE           PIC 9(008) VALUE 99999999.
           03  GL-LAST-DATE            PIC 9(008) VALUE ZERO.
      *
       01  GL-SUMMARY-LINE.
           03  GSL-RECORD-TYPE         PIC X(001).
           03  GSL-BRANCH-NUMBER       PIC 9(002).
           03  GSL-PROVINCE-CODE       PIC X(002).
           03  GSL-TRAN-COUNT          PIC 9(007).
           03  GSL-NET-AMOUNT          PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GSL-TPS-AMOUNT          PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GSL-TVQ-AMOUNT          PIC S9(009)V99 SIGN LEADING
                                                      SEPARATE.
           03  GSL-FIRST-DATE          PIC 9(008).
           03  GSL-LAST-DATE           PIC 9(008).
           03  FILLER                  PIC X(016).
      *
       01  REMIT-PROVINCE-LINE.
           03  FILLER                  PIC X(010) VALUE 'PROVINCE: '.
           03  JL-TPS-AMOUNT           PIC ZZ,ZZ9.99-.
           03  FILLER                  PIC X(006) VALUE ' TVQ: '.
           03  JL-TVQ-AMOUNT           PIC ZZ,ZZ9.99-.
           03  JL-CERTIFICATE-LABEL    PIC X(007).
           03  JL-CERTIFICATE-NUMBER   PIC X(015).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  JL-EXEMPT-NOTE          PIC X(008).
           03  FILLER                  PIC X(033) VALUE SPACES.
      *
       01  BRANCH-TOTAL-LINE.
           03  FILLER                  PIC X(014) VALUE
           03  FILLER                  PIC X(006) VALUE ' TVQ: '.
           03  BTL-TVQ-TOTAL           PIC Z,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(059) VALUE SPACES.
      *
      *
       01  EXEMPT-HEADING-1.
           03  FILLER                  PIC X(050) VALUE
               'CERTIFICATE     CUSTOMER  T PROVINCES    VAL FROM'.
           03  FILLER                  PIC X(050) VALUE
               ' VALID TO   TRANS     NET AMOUNT     TPS EXEMPT'.
           03  FILLER                  PIC X(032) VALUE
               '  TVQ EXEMPT'.
      *
       01  EXEMPT-DETAIL-LINE.
           03  EDL-CERTIFICATE-NUMBER  PIC X(015).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-CUSTOMER-KEY        PIC X(009).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-EXEMPT-TYPE         PIC X(001).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-PROVINCE-LIST       PIC X(012).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-VALID-FROM          PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  EDL-VALID-TO            PIC 9(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-TRANS               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EDL-NET-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           03  EDL-TPS-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           03  EDL-TVQ-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(019) VALUE SPACES.
      *
       01  INVALID-HEADING-1.
           03  FILLER                  PIC X(050) VALUE
               'CERTIFICATE     CUSTOMER  T PROVINCES    VAL FROM'.
           03  FILLER                  PIC X(050) VALUE
               ' VALID TO   TRANS     NET AMOUNT   FIRST INV LAST'.
           03  FILLER                  PIC X(032) VALUE
               'INV'.
      *
       01  INVALID-DETAIL-LINE.
           03  IDL-CERTIFICATE-NUMBER  PIC X(015).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-CUSTOMER-KEY        PIC X(009).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-EXEMPT-TYPE         PIC X(001).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-PROVINCE-LIST       PIC X(012).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-VALID-FROM          PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  IDL-VALID-TO            PIC 9(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-TRANS               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  IDL-NET-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  IDL-FIRST-DATE          PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  IDL-LAST-DATE           PIC 9(008).
           03  FILLER                  PIC X(029) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-TAX-JOURNAL.
      *
           PERFORM 050000-INITIALIZE-RATE-TABLES.
           PERFORM 060000-LOAD-EXEMPT-TABLE.
      *
           OPEN INPUT  SALESTRN.
           OPEN OUTPUT TAXJRNL
                       TAXREMIT
                       EXMPTRPT
                       TAXGLSUM.
      *
           PERFORM 100000-READ-TRAN-RECORD.
           PERFORM 200000-TAX-ONE-TRAN
           END-IF.
      *
           PERFORM 300000-WRITE-REMITTANCE-SUMMARY.
           PERFORM 400000-WRITE-EXEMPTION-REPORT.
           PERFORM 500000-WRITE-GL-REMIT-TOTALS.
      *
           CLOSE SALESTRN
                 TAXJRNL
                 TAXREMIT
                 EXMPTRPT
                 TAXGLSUM.
      *
           DISPLAY 'RPTP1018 READ     : ' READ-COUNT.
           DISPLAY 'RPTP1018 TAXED    : ' TAXED-COUNT.
           DISPLAY 'RPTP1018 REJECTED : ' REJECT-COUNT.
           DISPLAY 'RPTP1018 PAYMENTS : ' PAYMENT-COUNT.
           DISPLAY 'RPTP1018 EXEMPTED : ' EXEMPT-COUNT.
           DISPLAY 'RPTP1018 CERT NOT VALID : ' INVALID-CLAIM-COUNT.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    CARGA DO TAXRATES.TXT (MESMA REGRA DO 050 DO CALC1001). SEM
      *    TAXAS NAO HA JORNAL: O PASSO E ABORTADO.
      *----------------------------------------------------------------
       050000-INITIALIZE-RATE-TABLES.
           OPEN INPUT TAXRATES.
           IF TAXRATES-STATUS NOT = '00'
               DISPLAY 'RPTP1018 TAXRATES.TXT NOT AVAILABLE - STATUS '
                       TAXRATES-STATUS ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 051000-LOAD-ONE-RATE
               UNTIL TAXRATES-EOF.
           CLOSE TAXRATES.
           IF PROV-RATE-COUNT = ZERO OR CAT-RULE-COUNT = ZERO
               DISPLAY 'RPTP1018 TAXRATES.TXT HAS NO PROVINCE RATES OR '
                       'NO CATEGORY RULES - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       051000-LOAD-ONE-RATE.
           READ TAXRATES
               AT END
                   MOVE 'Y' TO TAXRATES-EOF-SWITCH
               NOT AT END
                   IF TR-RECORD-TYPE = 'P'
                       PERFORM 052000-LOAD-PROVINCE-RATE
                   ELSE
                       PERFORM 053000-LOAD-CATEGORY-RULE
                   END-IF
           END-READ.
      *
       052000-LOAD-PROVINCE-RATE.
           IF PROV-RATE-COUNT >= 200
               DISPLAY 'RPTP1018 MORE THAN 200 PROVINCE RATES ON '
                       'TAXRATES.TXT - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PROV-RATE-COUNT.
           MOVE TR-CODE      TO PRT-PROVINCE-CODE(PROV-RATE-COUNT).
           MOVE TR-TPS-QUOTA TO PRT-TPS-QUOTA(PROV-RATE-COUNT).
           MOVE TR-TVQ-QUOTA TO PRT-TVQ-QUOTA(PROV-RATE-COUNT).
           MOVE TR-EFF-FROM  TO PRT-EFF-FROM(PROV-RATE-COUNT).
           MOVE TR-EFF-TO    TO PRT-EFF-TO(PROV-RATE-COUNT).
      *
       053000-LOAD-CATEGORY-RULE.
           IF CAT-RULE-COUNT >= 50
               DISPLAY 'RPTP1018 MORE THAN 50 CATEGORY RULES ON '
                       'TAXRATES.TXT - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CAT-RULE-COUNT.
           MOVE TR-CODE       TO CRT-CATEGORY-CODE(CAT-RULE-COUNT).
           MOVE TR-APPLY-TPS  TO CRT-APPLY-TPS(CAT-RULE-COUNT).
           MOVE TR-APPLY-TVQ  TO CRT-APPLY-TVQ(CAT-RULE-COUNT).
           MOVE TR-RULE-LABEL TO CRT-RULE-LABEL(CAT-RULE-COUNT).
           MOVE TR-EFF-FROM   TO CRT-EFF-FROM(CAT-RULE-COUNT).
           MOVE TR-EFF-TO     TO CRT-EFF-TO(CAT-RULE-COUNT).
      *
      *----------------------------------------------------------------
      *    REGISTRO DE CERTIFICADOS DE ISENCAO. SEM O ARQUIVO O JORNAL
      *    SAI SO COM A REGRA DE CATEGORIA, COMO ANTES.
      *----------------------------------------------------------------
       060000-LOAD-EXEMPT-TABLE.
           OPEN INPUT TAXEXMPT.
           IF TAXEXMPT-STATUS = '00'
               PERFORM 061000-LOAD-ONE-CERTIFICATE
                   UNTIL TAXEXMPT-EOF
               CLOSE TAXEXMPT
           ELSE
               DISPLAY 'RPTP1018 TAXEXMPT.TXT NOT AVAILABLE - STATUS '
                       TAXEXMPT-STATUS ' - NO CUSTOMER EXEMPTIONS'
           END-IF.
      *
       061000-LOAD-ONE-CERTIFICATE.
           READ TAXEXMPT
               AT END
                   MOVE 'Y' TO TAXEXMPT-EOF-SWITCH
               NOT AT END
                   IF EXEMPT-ENTRY-COUNT >= 1000
                       DISPLAY 'RPTP1018 MORE THAN 1000 CERTIFICATES '
                               'ON TAXEXMPT.TXT - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO EXEMPT-ENTRY-COUNT
                   MOVE EXEMPT-ENTRY-COUNT TO EXEMPT-IDX
                   MOVE EX-CUSTOMER-KEY
                       TO ET-CUSTOMER-KEY(EXEMPT-IDX)
                   MOVE EX-CERTIFICATE-NUMBER
                       TO ET-CERTIFICATE-NUMBER(EXEMPT-IDX)
                   MOVE EX-EXEMPT-TYPE TO ET-EXEMPT-TYPE(EXEMPT-IDX)
                   MOVE EX-EXEMPT-TPS  TO ET-EXEMPT-TPS(EXEMPT-IDX)
                   MOVE EX-EXEMPT-TVQ  TO ET-EXEMPT-TVQ(EXEMPT-IDX)
                   MOVE EX-PROVINCE-LIST
                       TO ET-PROVINCE-LIST(EXEMPT-IDX)
                   MOVE EX-VALID-FROM  TO ET-VALID-FROM(EXEMPT-IDX)
                   MOVE EX-VALID-TO    TO ET-VALID-TO(EXEMPT-IDX)
                   MOVE ZERO TO ET-EXEMPT-TRANS(EXEMPT-IDX)
                                ET-EXEMPT-NET(EXEMPT-IDX)
                                ET-EXEMPT-TPS-AMT(EXEMPT-IDX)
                                ET-EXEMPT-TVQ-AMT(EXEMPT-IDX)
                                ET-INVALID-TRANS(EXEMPT-IDX)
                                ET-INVALID-NET(EXEMPT-IDX)
                                ET-INVALID-FIRST(EXEMPT-IDX)
                                ET-INVALID-LAST(EXEMPT-IDX)
           END-READ.
      *
       100000-READ-TRAN-RECORD.
           READ SALESTRN
      *    VENDA ('S') GERA IMPOSTO POSITIVO; CREDITO E DEVOLUCAO
      *    ('C'/'R') GERAM O ESTORNO, COM O MESMO CALCULO E SINAL
      *    TROCADO - ASSIM A REMESSA ACOMPANHA O LIVRO DE VENDAS.
      *    PAGAMENTO ('P') SO QUITA FATURA E NAO ENTRA NO JORNAL.
      *----------------------------------------------------------------
       200000-TAX-ONE-TRAN.
           ADD 1 TO READ-COUNT.
           IF ST-TRAN-TYPE = 'P'
               ADD 1 TO PAYMENT-COUNT
           ELSE
               IF ST-KEY NOT NUMERIC
                  OR ST-AMOUNT NOT NUMERIC
                  OR (ST-TRAN-TYPE NOT = 'S' AND ST-TRAN-TYPE NOT = 'C'
                      AND ST-TRAN-TYPE NOT = 'R')
                   ADD 1 TO REJECT-COUNT
               ELSE
                   PERFORM 210000-CONTROL-BRANCH-BREAK
                   PERFORM 220000-COMPUTE-TRAN-TAXES
               END-IF
           END-IF.
           PERFORM 100000-READ-TRAN-RECORD.
      *
           ELSE
               COMPUTE SIGNED-AMOUNT = ZERO - ST-AMOUNT
           END-IF.
      *
           MOVE SPACES TO JL-CERTIFICATE-LABEL
                          JL-CERTIFICATE-NUMBER
                          JL-EXEMPT-NOTE.
           IF EXEMPT-ENTRY-COUNT > ZERO
               PERFORM 270000-APPLY-CUSTOMER-EXEMPTION
           END-IF.
      *
           COMPUTE SALES-TPS ROUNDED = SIGNED-AMOUNT * TPS-QUOTA.
           COMPUTE SALES-TVQ ROUNDED = SIGNED-AMOUNT * TVQ-QUOTA.
           ADD SALES-TVQ     TO BRANCH-TVQ-TOTAL.
      *
           PERFORM 260000-ACCUMULATE-REMITTANCE.
           PERFORM 265000-ACCUMULATE-BRANCH-PROVINCE.
      *
      *    MESMA REGRA DO 060-LOOKUP-PROVINCE-RATES DO CALC1001:
      *    DATA ZERO = HOJE; PROVINCIA/VIGENCIA NAO ENCONTRADA CAI NO
      *    QUEBEC EM VIGOR NA DATA; SEM ELE O PASSO E ABORTADO.
       230000-LOOKUP-PROVINCE-RATES.
           IF TRANSACTION-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO TODAY-DATE-AND-TIME
               MOVE TODAY-DATE TO TRANSACTION-DATE
           END-IF.
           PERFORM 232000-SEARCH-PROVINCE-RATES.
           IF PROV-IDX > PROV-RATE-COUNT
               MOVE DEFAULT-PROVINCE-CODE TO PROVINCE-CODE
               PERFORM 232000-SEARCH-PROVINCE-RATES
           END-IF.
           IF PROV-IDX > PROV-RATE-COUNT
               DISPLAY 'RPTP1018 NO RATE IN FORCE FOR ' PROVINCE-CODE
                       ' ON ' TRANSACTION-DATE ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRT-TPS-QUOTA(PROV-IDX) TO TPS-QUOTA.
           MOVE PRT-TVQ-QUOTA(PROV-IDX) TO TVQ-QUOTA.
       231000-ADVANCE-PROVINCE-INDEX.
           ADD 1 TO PROV-IDX.
      *
       232000-SEARCH-PROVINCE-RATES.
           MOVE 1 TO PROV-IDX.
           PERFORM 231000-ADVANCE-PROVINCE-INDEX
               UNTIL PROV-IDX > PROV-RATE-COUNT
                  OR (PROVINCE-CODE = PRT-PROVINCE-CODE(PROV-IDX)
                      AND TRANSACTION-DATE >= PRT-EFF-FROM(PROV-IDX)
                      AND TRANSACTION-DATE <= PRT-EFF-TO(PROV-IDX)).
      *
      *    CATEGORIA DESCONHECIDA OU EM BRANCO RECEBE A REGRA PLENA
      *    ('F') EM VIGOR NA DATA.
       240000-LOOKUP-CATEGORY-RULE.
           PERFORM 242000-SEARCH-CATEGORY-RULE.
           IF CAT-IDX > CAT-RULE-COUNT
               MOVE 'F' TO ITEM-CATEGORY
               PERFORM 242000-SEARCH-CATEGORY-RULE
           END-IF.
           IF CAT-IDX > CAT-RULE-COUNT
               DISPLAY 'RPTP1018 NO CATEGORY F RULE IN FORCE ON '
                       TRANSACTION-DATE ' - ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CRT-APPLY-TPS(CAT-IDX) = 'N'
               MOVE ZERO TO TPS-QUOTA
      *
       241000-ADVANCE-CATEGORY-INDEX.
           ADD 1 TO CAT-IDX.
      *
       242000-SEARCH-CATEGORY-RULE.
           MOVE 1 TO CAT-IDX.
           PERFORM 241000-ADVANCE-CATEGORY-INDEX
               UNTIL CAT-IDX > CAT-RULE-COUNT
                  OR (ITEM-CATEGORY = CRT-CATEGORY-CODE(CAT-IDX)
                      AND TRANSACTION-DATE >= CRT-EFF-FROM(CAT-IDX)
                      AND TRANSACTION-DATE <= CRT-EFF-TO(CAT-IDX)).
      *
       250000-WRITE-BRANCH-TOTAL.
           MOVE SAVE-BRANCH-NUMBER TO BTL-BRANCH-NUMBER.
           MOVE ZERO TO BRANCH-NET-TOTAL
                        BRANCH-TPS-TOTAL
                        BRANCH-TVQ-TOTAL.
           PERFORM 255000-WRITE-BRANCH-GL-SUMMARY
               VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX > BPT-PROV-COUNT.
           MOVE ZERO TO BPT-PROV-COUNT.
      *
       255000-WRITE-BRANCH-GL-SUMMARY.
           MOVE SPACES                      TO GL-SUMMARY-LINE.
           MOVE 'D'                         TO GSL-RECORD-TYPE.
           MOVE SAVE-BRANCH-NUMBER          TO GSL-BRANCH-NUMBER.
           MOVE BPT-PROVINCE-CODE(BPT-IDX)  TO GSL-PROVINCE-CODE.
           MOVE BPT-TRAN-COUNT(BPT-IDX)     TO GSL-TRAN-COUNT.
           MOVE BPT-NET-AMOUNT(BPT-IDX)     TO GSL-NET-AMOUNT.
           MOVE BPT-TPS-AMOUNT(BPT-IDX)     TO GSL-TPS-AMOUNT.
           MOVE BPT-TVQ-AMOUNT(BPT-IDX)     TO GSL-TVQ-AMOUNT.
           MOVE ZERO                        TO GSL-FIRST-DATE
                                               GSL-LAST-DATE.
           MOVE GL-SUMMARY-LINE             TO GL-SUMMARY-RECORD.
           WRITE GL-SUMMARY-RECORD.
      *
       260000-ACCUMULATE-REMITTANCE.
           MOVE 1 TO REMIT-IDX.
               UNTIL REMIT-IDX > REMIT-PROV-COUNT
                  OR PROVINCE-CODE = RMT-PROVINCE-CODE (REMIT-IDX).
           IF REMIT-IDX > REMIT-PROV-COUNT
               IF REMIT-PROV-COUNT >= 13
                   DISPLAY 'RPTP1018 REMITTANCE TABLE FULL (13) - '
                           PROVINCE-CODE ' NOT ACCUMULATED - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO REMIT-PROV-COUNT
                   MOVE REMIT-PROV-COUNT TO REMIT-IDX
      *
       261000-ADVANCE-REMIT-INDEX.
           ADD 1 TO REMIT-IDX.
      *
       265000-ACCUMULATE-BRANCH-PROVINCE.
           MOVE 1 TO BPT-IDX.
           PERFORM 266000-ADVANCE-BRANCH-PROV-INDEX
               UNTIL BPT-IDX > BPT-PROV-COUNT
                  OR PROVINCE-CODE = BPT-PROVINCE-CODE (BPT-IDX).
           IF BPT-IDX > BPT-PROV-COUNT
               IF BPT-PROV-COUNT >= 13
                   DISPLAY 'RPTP1018 BRANCH PROVINCE TABLE FULL (13) - '
                           PROVINCE-CODE ' NOT ACCUMULATED - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO BPT-PROV-COUNT
                   MOVE BPT-PROV-COUNT TO BPT-IDX
                   MOVE PROVINCE-CODE TO BPT-PROVINCE-CODE (BPT-IDX)
                   MOVE ZERO TO BPT-TRAN-COUNT (BPT-IDX)
                   MOVE ZERO TO BPT-NET-AMOUNT (BPT-IDX)
                   MOVE ZERO TO BPT-TPS-AMOUNT (BPT-IDX)
                   MOVE ZERO TO BPT-TVQ-AMOUNT (BPT-IDX)
               END-IF
           END-IF.
           ADD 1             TO BPT-TRAN-COUNT (BPT-IDX).
           ADD SIGNED-AMOUNT TO BPT-NET-AMOUNT (BPT-IDX).
           ADD SALES-TPS     TO BPT-TPS-AMOUNT (BPT-IDX).
           ADD SALES-TVQ     TO BPT-TVQ-AMOUNT (BPT-IDX).
           IF TRANSACTION-DATE < GL-FIRST-DATE
               MOVE TRANSACTION-DATE TO GL-FIRST-DATE
           END-IF.
           IF TRANSACTION-DATE > GL-LAST-DATE
               MOVE TRANSACTION-DATE TO GL-LAST-DATE
           END-IF.
      *
       266000-ADVANCE-BRANCH-PROV-INDEX.
           ADD 1 TO BPT-IDX.
      *
      *----------------------------------------------------------------
      *    CERTIFICADO DO CLIENTE PARA A PROVINCIA DA TRANSACAO. UM
      *    CERTIFICADO VALIDO NA DATA DA FATURA ISENTA; SEM NENHUM
      *    VALIDO, O ULTIMO ENCONTRADO FORA DA VALIDADE E REGISTRADO
      *    COMO INVOCADO INDEVIDAMENTE E O IMPOSTO E COBRADO.
      *----------------------------------------------------------------
       270000-APPLY-CUSTOMER-EXEMPTION.
           MOVE ZERO TO VALID-IDX
                        CLAIM-IDX.
           PERFORM 271000-CHECK-ONE-CERTIFICATE
               VARYING EXEMPT-IDX FROM 1 BY 1
               UNTIL EXEMPT-IDX > EXEMPT-ENTRY-COUNT
                  OR VALID-IDX > ZERO.
           IF VALID-IDX > ZERO
               PERFORM 273000-APPLY-VALID-CERTIFICATE
           ELSE
               IF CLAIM-IDX > ZERO
                   PERFORM 274000-RECORD-INVALID-CLAIM
               END-IF
           END-IF.
      *
       271000-CHECK-ONE-CERTIFICATE.
           IF ET-CUSTOMER-KEY(EXEMPT-IDX) = ST-KEY
               MOVE 'N' TO PROVINCE-COVERED-SWITCH
               PERFORM 272000-CHECK-ONE-PROVINCE
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 6
                      OR PROVINCE-COVERED
               IF PROVINCE-COVERED
                   IF TRANSACTION-DATE >= ET-VALID-FROM(EXEMPT-IDX)
                      AND TRANSACTION-DATE <= ET-VALID-TO(EXEMPT-IDX)
                       MOVE EXEMPT-IDX TO VALID-IDX
                   ELSE
                       MOVE EXEMPT-IDX TO CLAIM-IDX
                   END-IF
               END-IF
           END-IF.
      *
       272000-CHECK-ONE-PROVINCE.
           IF ET-PROVINCE-CODE(EXEMPT-IDX SLOT-IDX) = PROVINCE-CODE
               MOVE 'Y' TO PROVINCE-COVERED-SWITCH
           END-IF.
      *
      *    O IMPOSTO QUE DEIXA DE SER COBRADO E CALCULADO COM A
      *    ALIQUOTA JA AJUSTADA PELA CATEGORIA - ITEM EXONERADO NAO
      *    CONTA COMO ISENCAO DO CERTIFICADO.
       273000-APPLY-VALID-CERTIFICATE.
           MOVE ZERO TO EXEMPTED-TPS
                        EXEMPTED-TVQ.
           IF ET-EXEMPT-TPS(VALID-IDX) = 'Y'
               COMPUTE EXEMPTED-TPS ROUNDED = SIGNED-AMOUNT * TPS-QUOTA
               MOVE ZERO TO TPS-QUOTA
           END-IF.
           IF ET-EXEMPT-TVQ(VALID-IDX) = 'Y'
               COMPUTE EXEMPTED-TVQ ROUNDED = SIGNED-AMOUNT * TVQ-QUOTA
               MOVE ZERO TO TVQ-QUOTA
           END-IF.
           ADD 1 TO EXEMPT-COUNT.
           ADD 1             TO ET-EXEMPT-TRANS(VALID-IDX).
           ADD SIGNED-AMOUNT TO ET-EXEMPT-NET(VALID-IDX).
           ADD EXEMPTED-TPS  TO ET-EXEMPT-TPS-AMT(VALID-IDX).
           ADD EXEMPTED-TVQ  TO ET-EXEMPT-TVQ-AMT(VALID-IDX).
           MOVE ' CERT: ' TO JL-CERTIFICATE-LABEL.
           MOVE ET-CERTIFICATE-NUMBER(VALID-IDX)
               TO JL-CERTIFICATE-NUMBER.
           MOVE 'EXEMPT  ' TO JL-EXEMPT-NOTE.
      *
       274000-RECORD-INVALID-CLAIM.
           ADD 1 TO INVALID-CLAIM-COUNT.
           ADD 1             TO ET-INVALID-TRANS(CLAIM-IDX).
           ADD SIGNED-AMOUNT TO ET-INVALID-NET(CLAIM-IDX).
           IF ET-INVALID-FIRST(CLAIM-IDX) = ZERO
              OR TRANSACTION-DATE < ET-INVALID-FIRST(CLAIM-IDX)
               MOVE TRANSACTION-DATE TO ET-INVALID-FIRST(CLAIM-IDX)
           END-IF.
           IF TRANSACTION-DATE > ET-INVALID-LAST(CLAIM-IDX)
               MOVE TRANSACTION-DATE TO ET-INVALID-LAST(CLAIM-IDX)
           END-IF.
           MOVE ' CERT: ' TO JL-CERTIFICATE-LABEL.
           MOVE ET-CERTIFICATE-NUMBER(CLAIM-IDX)
               TO JL-CERTIFICATE-NUMBER.
           IF TRANSACTION-DATE > ET-VALID-TO(CLAIM-IDX)
               MOVE 'EXPIRED ' TO JL-EXEMPT-NOTE
           ELSE
               MOVE 'NOT YET ' TO JL-EXEMPT-NOTE
           END-IF.
      *
      *    MESMO LAYOUT DE PAGINA DO 230-WRITE-REMITTANCE-SUMMARY DO
      *    CALC1001, PARA QUE AS DUAS APURACOES SEJAM COMPARAVEIS
           WRITE REMIT-RECORD.
           ADD 1 TO REMIT-IDX.
      *
      *----------------------------------------------------------------
      *    RELATORIO DE ISENCOES DO PERIODO: VENDAS ISENTAS POR
      *    CERTIFICADO E, A SEGUIR, CERTIFICADOS INVOCADOS EM FATURAS
      *    FORA DA VALIDADE (VENCIDOS OU AINDA NAO VALIDOS) - O QUE A
      *    REVENU QUEBEC PEDE NA AUDITORIA.
      *----------------------------------------------------------------
       400000-WRITE-EXEMPTION-REPORT.
           MOVE 'TAX EXEMPTION REPORT - EXEMPTED SALES BY CERTIFICATE'
               TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
           MOVE EXEMPT-HEADING-1 TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
           PERFORM 410000-WRITE-ONE-EXEMPT-LINE
               VARYING EXEMPT-IDX FROM 1 BY 1
               UNTIL EXEMPT-IDX > EXEMPT-ENTRY-COUNT.
           MOVE SPACES             TO EXEMPT-DETAIL-LINE.
           MOVE 'TOTAL EXEMPTED'   TO EDL-CERTIFICATE-NUMBER.
           MOVE ERT-EXEMPT-TRANS   TO EDL-TRANS.
           MOVE ERT-EXEMPT-NET     TO EDL-NET-AMOUNT.
           MOVE ERT-EXEMPT-TPS-AMT TO EDL-TPS-AMOUNT.
           MOVE ERT-EXEMPT-TVQ-AMT TO EDL-TVQ-AMOUNT.
           MOVE EXEMPT-DETAIL-LINE TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
      *
           MOVE SPACES TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
           MOVE 'CERTIFICATES CLAIMED OUTSIDE VALIDITY - TAX CHARGED'
               TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
           MOVE INVALID-HEADING-1 TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
           PERFORM 420000-WRITE-ONE-INVALID-LINE
               VARYING EXEMPT-IDX FROM 1 BY 1
               UNTIL EXEMPT-IDX > EXEMPT-ENTRY-COUNT.
           MOVE SPACES              TO INVALID-DETAIL-LINE.
           MOVE 'TOTAL NOT VALID'   TO IDL-CERTIFICATE-NUMBER.
           MOVE ERT-INVALID-TRANS   TO IDL-TRANS.
           MOVE ERT-INVALID-NET     TO IDL-NET-AMOUNT.
           MOVE INVALID-DETAIL-LINE TO EXEMPT-REPORT-RECORD.
           WRITE EXEMPT-REPORT-RECORD.
      *
       410000-WRITE-ONE-EXEMPT-LINE.
           IF ET-EXEMPT-TRANS(EXEMPT-IDX) NOT = ZERO
               PERFORM 430000-FORMAT-CERTIFICATE-COLS
               MOVE ET-EXEMPT-TRANS(EXEMPT-IDX)   TO EDL-TRANS
               MOVE ET-EXEMPT-NET(EXEMPT-IDX)     TO EDL-NET-AMOUNT
               MOVE ET-EXEMPT-TPS-AMT(EXEMPT-IDX) TO EDL-TPS-AMOUNT
               MOVE ET-EXEMPT-TVQ-AMT(EXEMPT-IDX) TO EDL-TVQ-AMOUNT
               MOVE EXEMPT-DETAIL-LINE TO EXEMPT-REPORT-RECORD
               WRITE EXEMPT-REPORT-RECORD
               ADD ET-EXEMPT-TRANS(EXEMPT-IDX)   TO ERT-EXEMPT-TRANS
               ADD ET-EXEMPT-NET(EXEMPT-IDX)     TO ERT-EXEMPT-NET
               ADD ET-EXEMPT-TPS-AMT(EXEMPT-IDX) TO ERT-EXEMPT-TPS-AMT
               ADD ET-EXEMPT-TVQ-AMT(EXEMPT-IDX) TO ERT-EXEMPT-TVQ-AMT
           END-IF.
      *
       420000-WRITE-ONE-INVALID-LINE.
           IF ET-INVALID-TRANS(EXEMPT-IDX) NOT = ZERO
               MOVE ET-CERTIFICATE-NUMBER(EXEMPT-IDX)
                   TO IDL-CERTIFICATE-NUMBER
               MOVE ET-CUSTOMER-KEY(EXEMPT-IDX)  TO IDL-CUSTOMER-KEY
               MOVE ET-EXEMPT-TYPE(EXEMPT-IDX)   TO IDL-EXEMPT-TYPE
               MOVE ET-PROVINCE-LIST(EXEMPT-IDX) TO IDL-PROVINCE-LIST
               MOVE ET-VALID-FROM(EXEMPT-IDX)    TO IDL-VALID-FROM
               MOVE ET-VALID-TO(EXEMPT-IDX)      TO IDL-VALID-TO
               MOVE ET-INVALID-TRANS(EXEMPT-IDX) TO IDL-TRANS
               MOVE ET-INVALID-NET(EXEMPT-IDX)   TO IDL-NET-AMOUNT
               MOVE ET-INVALID-FIRST(EXEMPT-IDX) TO IDL-FIRST-DATE
               MOVE ET-INVALID-LAST(EXEMPT-IDX)  TO IDL-LAST-DATE
               MOVE INVALID-DETAIL-LINE TO EXEMPT-REPORT-RECORD
               WRITE EXEMPT-REPORT-RECORD
               ADD ET-INVALID-TRANS(EXEMPT-IDX) TO ERT-INVALID-TRANS
               ADD ET-INVALID-NET(EXEMPT-IDX)   TO ERT-INVALID-NET
           END-IF.
      *
       430000-FORMAT-CERTIFICATE-COLS.
           MOVE ET-CERTIFICATE-NUMBER(EXEMPT-IDX)
               TO EDL-CERTIFICATE-NUMBER.
           MOVE ET-CUSTOMER-KEY(EXEMPT-IDX)  TO EDL-CUSTOMER-KEY.
           MOVE ET-EXEMPT-TYPE(EXEMPT-IDX)   TO EDL-EXEMPT-TYPE.
           MOVE ET-PROVINCE-LIST(EXEMPT-IDX) TO EDL-PROVINCE-LIST.
           MOVE ET-VALID-FROM(EXEMPT-IDX)    TO EDL-VALID-FROM.
           MOVE ET-VALID-TO(EXEMPT-IDX)      TO EDL-VALID-TO.
      *
      *----------------------------------------------------------------
      *    TOTAIS DE REMESSA POR PROVINCIA E GERAL NO TAXGLSUM.TXT -
      *    OS MESMOS VALORES DO TAXREMIT.TXT, CONTRA OS QUAIS O
      *    RPTP1027 CONCILIA OS LANCAMENTOS CONTABEIS.
      *----------------------------------------------------------------
       500000-WRITE-GL-REMIT-TOTALS.
           PERFORM 510000-WRITE-ONE-GL-REMIT-LINE
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-PROV-COUNT.
           MOVE SPACES              TO GL-SUMMARY-LINE.
           MOVE 'T'                 TO GSL-RECORD-TYPE.
           MOVE ZERO                TO GSL-BRANCH-NUMBER.
           MOVE GRT-TRAN-COUNT      TO GSL-TRAN-COUNT.
           MOVE GRT-TAXABLE-AMOUNT  TO GSL-NET-AMOUNT.
           MOVE GRT-TPS-AMOUNT      TO GSL-TPS-AMOUNT.
           MOVE GRT-TVQ-AMOUNT      TO GSL-TVQ-AMOUNT.
           IF GRT-TRAN-COUNT = ZERO
               MOVE ZERO TO GL-FIRST-DATE
           END-IF.
           MOVE GL-FIRST-DATE       TO GSL-FIRST-DATE.
           MOVE GL-LAST-DATE        TO GSL-LAST-DATE.
           MOVE GL-SUMMARY-LINE     TO GL-SUMMARY-RECORD.
           WRITE GL-SUMMARY-RECORD.
      *
       510000-WRITE-ONE-GL-REMIT-LINE.
           MOVE SPACES                             TO GL-SUMMARY-LINE.
           MOVE 'R'                                TO GSL-RECORD-TYPE.
           MOVE ZERO                               TO GSL-BRANCH-NUMBER.
           MOVE RMT-PROVINCE-CODE (REMIT-IDX)      TO GSL-PROVINCE-CODE.
           MOVE RMT-TRAN-COUNT (REMIT-IDX)         TO GSL-TRAN-COUNT.
           MOVE RMT-TAXABLE-AMOUNT (REMIT-IDX)     TO GSL-NET-AMOUNT.
           MOVE RMT-TPS-AMOUNT (REMIT-IDX)         TO GSL-TPS-AMOUNT.
           MOVE RMT-TVQ-AMOUNT (REMIT-IDX)         TO GSL-TVQ-AMOUNT.
           MOVE ZERO                               TO GSL-FIRST-DATE
                                                      GSL-LAST-DATE.
           MOVE GL-SUMMARY-LINE                    TO GL-SUMMARY-RECORD.
           WRITE GL-SUMMARY-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 1 8         *
      *================================================================
