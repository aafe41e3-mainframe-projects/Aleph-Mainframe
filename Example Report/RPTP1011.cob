      *                       EXTRACAO COM TRAILER PARA OS
      *                       RELATORIOS E O MODO U DO
      *                       RPTP1019
      * 004 EQUIPE GFP        TIPO 'P' (PAGAMENTO) E CONTAS 15/10/2026
      *                       A RECEBER POR FATURA (ARITEMS.
      *                       IDX): A VENDA ABRE A FATURA;
      *                       PAGAMENTO, CREDITO E DEVOLUCAO
      *                       QUITAM A FATURA INFORMADA OU,
      *                       SEM ELA, AS MAIS ANTIGAS
      *                       PRIMEIRO. O EXCEDENTE FICA
      *                       COMO CREDITO NAO APLICADO
      * 005 EQUIPE GFP        CONTROLE DE CREDITO: VENDA DE 15/10/2026
      *                       CLIENTE BLOQUEADO ('H') OU QUE
      *                       LEVA O SALDO EM ABERTO ACIMA
      *                       DO LIMITE NAO E LANCADA - VAI
      *                       PARA REVISAO (CREDREVW) E PARA
      *                       O RELATORIO DE EXCECOES
      *                       (CREDEXCP). LIBERACAO PELO
      *                       GERENTE DE CREDITO AUTORIZADO
      *                       (CREDAUTH) VIA CREDOVRD NA
      *                       EXECUCAO SEGUINTE
      * 006 EQUIPE GFP        CREDOVRD ESVAZIADO DEPOIS DE  15/10/2026
      *                       LANCADO (A LIBERACAO NAO E
      *                       LANCADA DE NOVO NA EXECUCAO
      *                       SEGUINTE); AS RETIDAS AINDA
      *                       NAO LIBERADAS DO CREDREVW
      *                       ANTERIOR (CREDRVIN) SAO
      *                       REPORTADAS NO NOVO CREDREVW -
      *                       SO SAEM QUANDO A LIBERACAO E
      *                       LANCADA
      * 007 EQUIPE GFP        CREDRVIN CARREGADO ANTES DAS  15/10/2026
      *                       LIBERACOES: SO E LANCADA A
      *                       LIBERACAO QUE CASA COM UMA
      *                       RETIDA AINDA NAO LIBERADA, QUE
      *                       FICA MARCADA (LINHA REPETIDA
      *                       NAO LANCA DUAS VEZES; VENDA
      *                       NUNCA RETIDA NAO ESCAPA DA
      *                       CHECAGEM DE CREDITO). TODA
      *                       LIBERACAO NAO LANCADA VAI PARA
      *                       O SALESERR E PARA O CREDEXCP
      *================================================================
      *
      * ENTRADAS:
      *   CUSTMAST.IDX - cadastro de clientes indexado (chave
      *                  filial/representante/cliente), SEM LIMITE DE
      *                  REGISTROS. LIMITE DE CREDITO (ZERO = SEM
      *                  LIMITE) E SITUACAO ('H' = BLOQUEADO) MANTIDOS
      *                  PELO RPTP1010
      *   SALESTRN.TXT - detalhe de vendas:
      *     COL 01-02  FILIAL          9(2)
      *     COL 03-04  REPRESENTANTE   9(2)
      *     COL 05-09  CLIENTE         9(5)
      *     COL 10-17  DATA DA FATURA  9(8) AAAAMMDD
      *     COL 18     TIPO ('S' VENDA, 'C' CREDITO, 'R' DEVOLUCAO,
      *                'P' PAGAMENTO)
      *     COL 19-25  VALOR           S9(5)V99
      *     COL 26-28  PROVINCIA/CATEGORIA (DO JORNAL RPTP1018)
      *     COL 29-38  NUMERO DA FATURA X(10): NA VENDA, A FATURA
      *                ABERTA (BRANCO = AAAAMMDD + SEQUENCIAL); NO
      *                PAGAMENTO/CREDITO/DEVOLUCAO, A FATURA A
      *                QUITAR (BRANCO = MAIS ANTIGAS PRIMEIRO)
      *   CREDOVRD.TXT - liberacoes de credito (opcional), lancadas
      *                  ANTES do SALESTRN, sem a checagem de credito:
      *     COL 01-08  USUARIO DO GERENTE DE CREDITO
      *     COL 09-46  A VENDA RETIDA (COL 1-38 DO CREDREVW)
      *                  CADA LINHA LIBERA UMA UNICA RETIDA DO CREDRVIN
      *                  AINDA NAO LIBERADA; SEM ELA A LINHA E
      *                  REJEITADA. ESVAZIADO DEPOIS DE LANCADO
      *   CREDRVIN.TXT - CREDREVW.TXT da execucao anterior (opcional,
      *                  mesmo layout, ate 500 retidas): as retidas
      *                  ainda nao liberadas sao reportadas no CREDREVW
      *                  desta execucao
      *   CREDAUTH.TXT - gerentes de credito autorizados (COL 01-08
      *                  usuario, ate 50); sem o arquivo, nenhuma
      *                  liberacao e aceita
      * SAIDAS:
      *   CUSTMAST.IDX - atualizado no lugar (READ/REWRITE POR CHAVE)
      *                  - O PAGAMENTO NAO MEXE NO ACUMULADO DE VENDAS
      *   ARITEMS.IDX  - contas a receber por fatura (chave cliente +
      *                  fatura); criado vazio na primeira execucao
      *   SALESJRN.TXT - jornal de lancamento com totais de controle
      *   SALESERR.TXT - transacoes orfas ou invalidas
      *   CREDREVW.TXT - vendas retidas para revisao de credito:
      *     COL 01-38  A TRANSACAO (LAYOUT DO SALESTRN)
      *     COL 39     MOTIVO ('H' BLOQUEADO, 'L' ACIMA DO LIMITE)
      *     COL 40-48  SALDO EM ABERTO ANTES DA VENDA S9(7)V99
      *     COL 49-57  LIMITE DE CREDITO              S9(7)V99
      *     COL 58-66  VALOR ACIMA DO LIMITE          S9(7)V99
      *     COL 67-74  DATA DA EXECUCAO (AAAAMMDD) EM QUE FOI RETIDA
      *     PRIMEIRO AS REPORTADAS DO CREDRVIN, DEPOIS AS RETIDAS NESTA
      *     EXECUCAO. VIRA O CREDRVIN.TXT DA EXECUCAO SEGUINTE
      *   CREDEXCP.TXT - relatorio de excecoes de credito (retidas,
      *                  liberadas e liberacoes rejeitadas)
      *
       IDENTIFICATION DIVISION.
      *
           ACCESS MODE IS RANDOM
           RECORD KEY IS CI-KEY
           FILE STATUS IS CUSTIDX-STATUS.
       SELECT ARITEMS  ASSIGN TO 'ARITEMS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS ARITEMS-STATUS.
       SELECT SALESTRN ASSIGN TO 'SALESTRN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SALESJRN ASSIGN TO 'SALESJRN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SALESERR ASSIGN TO 'SALESERR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CREDOVRD ASSIGN TO 'CREDOVRD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDOVRD-STATUS.
       SELECT CREDAUTH ASSIGN TO 'CREDAUTH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDAUTH-STATUS.
       SELECT CREDRVIN ASSIGN TO 'CREDRVIN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDRVIN-STATUS.
       SELECT CREDREVW ASSIGN TO 'CREDREVW.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CREDEXCP ASSIGN TO 'CREDEXCP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
           03  CI-CUSTOMER-NAME        PIC X(020).
           03  CI-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CI-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CI-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CI-CREDIT-STATUS        PIC X(001).
               88  CI-CREDIT-HOLD                  VALUE 'H'.
      *
      *    FATURA ('I') OU CREDITO NAO APLICADO ('U'). O SALDO EM
      *    ABERTO DO CREDITO E NEGATIVO; FATURA QUITADA FICA COM
      *    SALDO ZERO.
       FD  ARITEMS.
       01  AR-ITEM-RECORD.
           03  AR-KEY.
               05  AR-CUSTOMER-KEY     PIC X(009).
               05  AR-INVOICE-NUMBER   PIC X(010).
           03  AR-ITEM-TYPE            PIC X(001).
               88  AR-INVOICE-ITEM                 VALUE 'I'.
               88  AR-UNAPPLIED-ITEM               VALUE 'U'.
           03  AR-INVOICE-DATE         PIC 9(008).
           03  AR-ORIGINAL-AMOUNT      PIC S9(007)V9(002).
           03  AR-OPEN-AMOUNT          PIC S9(007)V9(002).
           03  AR-LAST-ACTIVITY-DATE   PIC 9(008).
      *
       FD  SALESTRN.
       01  SALES-TRAN-RECORD.
           03  ST-INVOICE-DATE         PIC 9(008).
           03  ST-TRAN-TYPE            PIC X(001).
           03  ST-AMOUNT               PIC S9(005)V9(002).
           03  FILLER                  PIC X(003).
           03  ST-INVOICE-NUMBER       PIC X(010).
      *
       FD  SALESJRN.
       01  JOURNAL-RECORD              PIC X(132).
      *
       FD  SALESERR.
       01  ERROR-RECORD                PIC X(132).
      *
       FD  CREDOVRD.
       01  OVERRIDE-RECORD.
           03  OV-USER-ID              PIC X(008).
           03  OV-TRAN-IMAGE           PIC X(038).
      *
       FD  CREDAUTH.
       01  CREDIT-MANAGER-RECORD.
           03  CA-USER-ID              PIC X(008).
      *
       FD  CREDRVIN.
       01  PRIOR-REVIEW-RECORD         PIC X(074).
      *
       FD  CREDREVW.
       01  CREDIT-REVIEW-RECORD.
           03  CR-TRAN-IMAGE           PIC X(038).
           03  CR-REASON-CODE          PIC X(001).
           03  CR-OPEN-BALANCE         PIC S9(007)V9(002).
           03  CR-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CR-OVER-AMOUNT          PIC S9(007)V9(002).
           03  CR-RUN-DATE             PIC 9(008).
      *
       FD  CREDEXCP.
       01  EXCEPTION-RECORD            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
               88  SALESTRN-EOF                    VALUE 'Y'.
           03  MASTER-FOUND-SWITCH     PIC X(001) VALUE 'N'.
               88  MASTER-FOUND                    VALUE 'Y'.
           03  AR-ITEM-WRITTEN-SWITCH  PIC X(001) VALUE 'N'.
               88  AR-ITEM-WRITTEN                 VALUE 'Y'.
           03  AR-SCAN-EOF-SWITCH      PIC X(001) VALUE 'N'.
               88  AR-SCAN-EOF                     VALUE 'Y'.
           03  AR-ITEMS-LEFT-SWITCH    PIC X(001) VALUE 'N'.
               88  AR-ITEMS-LEFT                   VALUE 'Y'.
           03  CREDIT-OK-SWITCH        PIC X(001) VALUE 'Y'.
               88  CREDIT-OK                       VALUE 'Y'.
           03  CREDIT-OVERRIDE-SWITCH  PIC X(001) VALUE 'N'.
               88  CREDIT-OVERRIDE                 VALUE 'Y'.
           03  CREDOVRD-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  CREDOVRD-EOF                    VALUE 'Y'.
           03  CREDAUTH-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  CREDAUTH-EOF                    VALUE 'Y'.
           03  MANAGER-FOUND-SWITCH    PIC X(001) VALUE 'N'.
               88  MANAGER-FOUND                   VALUE 'Y'.
           03  CREDRVIN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  CREDRVIN-EOF                    VALUE 'Y'.
      *
       77  CUSTIDX-STATUS              PIC X(002) VALUE SPACES.
       77  ARITEMS-STATUS              PIC X(002) VALUE SPACES.
       77  CREDOVRD-STATUS             PIC X(002) VALUE SPACES.
       77  CREDAUTH-STATUS             PIC X(002) VALUE SPACES.
       77  CREDRVIN-STATUS             PIC X(002) VALUE SPACES.
      *
       01  COUNT-FIELDS.
           03  TRAN-COUNT              PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
           03  SALES-COUNT             PIC S9(005) VALUE ZERO.
           03  CREDIT-COUNT            PIC S9(005) VALUE ZERO.
           03  PAYMENT-COUNT           PIC S9(005) VALUE ZERO.
           03  AR-INVOICE-COUNT        PIC S9(005) VALUE ZERO.
           03  AR-APPLIED-COUNT        PIC S9(005) VALUE ZERO.
           03  AR-UNAPPLIED-COUNT      PIC S9(005) VALUE ZERO.
           03  HELD-COUNT              PIC S9(005) VALUE ZERO.
           03  OVERRIDE-COUNT          PIC S9(005) VALUE ZERO.
           03  CARRIED-COUNT           PIC S9(005) VALUE ZERO.
           03  OVERRIDE-REJECT-COUNT   PIC S9(005) VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           03  TOTAL-SALES-AMOUNT      PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-CREDIT-AMOUNT     PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-POSTED-AMOUNT     PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-PAYMENT-AMOUNT    PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-APPLIED-AMOUNT    PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-UNAPPLIED-AMOUNT  PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-HELD-AMOUNT       PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-OVERRIDE-AMOUNT   PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-CARRIED-AMOUNT    PIC S9(007)V99 VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    CONTROLE DE CREDITO: SALDO EM ABERTO DO CLIENTE ANTES DA
      *    VENDA, QUANTO A VENDA PASSA DO LIMITE E O MOTIVO DA
      *    RETENCAO ('H' BLOQUEADO, 'L' ACIMA DO LIMITE).
      *-----------------------------------------------------------------
       01  CREDIT-WORK-FIELDS.
           03  CUSTOMER-OPEN-BALANCE   PIC S9(007)V99 VALUE ZERO.
           03  CREDIT-OVER-AMOUNT      PIC S9(007)V99 VALUE ZERO.
           03  CREDIT-REASON           PIC X(001) VALUE SPACE.
           03  OVERRIDE-USER-ID        PIC X(008) VALUE SPACES.
      *
       01  CREDIT-MANAGER-TABLE.
           03  MANAGER-COUNT           PIC S9(003) VALUE ZERO.
           03  MANAGER-USER-ID         PIC X(008) OCCURS 50 TIMES.
       77  MANAGER-IDX                 PIC S9(003).
      *
      *-----------------------------------------------------------------
      *    RETIDAS DA EXECUCAO ANTERIOR (CREDRVIN). A LIBERACAO LANCADA
      *    MARCA A RETIDA QUE CASOU COM ELA (HRT-RELEASED = 'Y'); AS
      *    DEMAIS VOLTAM PARA O CREDREVW DESTA EXECUCAO.
      *-----------------------------------------------------------------
       01  HELD-REVIEW-TABLE.
           03  HELD-REVIEW-COUNT       PIC S9(003) VALUE ZERO.
           03  HELD-REVIEW-ENTRY       OCCURS 500 TIMES.
               05  HRT-REVIEW-RECORD.
                   07  HRT-TRAN-IMAGE.
                       09  FILLER      PIC X(018).
                       09  HRT-AMOUNT  PIC S9(005)V9(002).
                       09  FILLER      PIC X(013).
                   07  FILLER          PIC X(036).
               05  HRT-RELEASED        PIC X(001).
       77  HELD-IDX                    PIC S9(003).
       77  HELD-MATCH-IDX              PIC S9(003).
       77  OVERRIDES-BEFORE            PIC S9(005).
      *
       01  CURRENT-DATE-AND-TIME.
           03  CD-DATE                 PIC 9(008).
           03  FILLER                  PIC X(013).
      *
      *-----------------------------------------------------------------
      *    APLICACAO NAS CONTAS A RECEBER. A TABELA GUARDA AS FATURAS
      *    EM ABERTO DO CLIENTE DA TRANSACAO, PARA A ESCOLHA DA MAIS
      *    ANTIGA (A CHAVE DO ARITEMS E O NUMERO, NAO A DATA).
      *-----------------------------------------------------------------
       01  AR-WORK-FIELDS.
           03  AR-REMAINING-AMOUNT     PIC S9(007)V99 VALUE ZERO.
           03  AR-APPLY-AMOUNT         PIC S9(007)V99 VALUE ZERO.
           03  AR-NEW-INVOICE-NUMBER.
               05  AR-NIN-DATE         PIC 9(008).
               05  AR-NIN-SEQUENCE     PIC 9(002).
           03  AR-UNAPPLIED-NUMBER.
               05  FILLER              PIC X(001) VALUE 'U'.
               05  AR-UAN-DATE         PIC 9(008).
               05  FILLER              PIC X(001) VALUE '0'.
      *
       01  AR-OPEN-ITEM-TABLE.
           03  AR-OPEN-COUNT           PIC S9(003) VALUE ZERO.
           03  AR-OPEN-ENTRY           OCCURS 200 TIMES.
               05  AOT-INVOICE-NUMBER  PIC X(010).
               05  AOT-INVOICE-DATE    PIC 9(008).
               05  AOT-DONE            PIC X(001).
       77  AR-IDX                      PIC S9(003).
       77  AR-OLDEST-IDX               PIC S9(003).
      *
       01  JOURNAL-LINE.
           03  JL-KEY                  PIC X(009).
           03  FILLER                  PIC X(006) VALUE ' YTD: '.
           03  JL-NEW-YTD              PIC ZZ,ZZ9.99-.
           03  FILLER                  PIC X(085) VALUE SPACES.
      *
       01  AR-APPLY-LINE.
           03  FILLER                  PIC X(012) VALUE SPACES.
           03  AAL-LABEL               PIC X(012).
           03  AAL-INVOICE-NUMBER      PIC X(010).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AAL-AMOUNT              PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(007) VALUE ' OPEN: '.
           03  AAL-OPEN-AMOUNT         PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(068) VALUE SPACES.
      *
       01  CREDIT-NOTE-LINE.
           03  FILLER                  PIC X(012) VALUE SPACES.
           03  FILLER                  PIC X(019) VALUE
               'CREDIT OVERRIDE BY '.
           03  CNL-USER-ID             PIC X(008).
           03  FILLER                  PIC X(093) VALUE SPACES.
      *
       01  OVERRIDE-REJECT-LINE.
           03  FILLER                  PIC X(023) VALUE
               'OVERRIDE REJECTED USER '.
           03  ORL-USER-ID             PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  ORL-REASON              PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  ORL-TRAN-IMAGE          PIC X(038).
           03  FILLER                  PIC X(031) VALUE SPACES.
      *
       01  JOURNAL-TOTAL-LINE.
           03  JTL-LABEL               PIC X(022).
       01  ERROR-LINE.
           03  EL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EL-TRAN-IMAGE           PIC X(038).
           03  FILLER                  PIC X(063) VALUE SPACES.
      *
       01  EXCEPTION-HEADING-LINE.
           03  FILLER                  PIC X(038) VALUE
               'RPTP1011 CREDIT EXCEPTIONS  RUN DATE: '.
           03  EHL-RUN-DATE            PIC 9(008).
           03  FILLER                  PIC X(086) VALUE SPACES.
      *
       01  EXCEPTION-COLUMN-LINE.
           03  FILLER                  PIC X(040) VALUE
               'CUSTOMER  NAME                 INV DATE '.
           03  FILLER                  PIC X(040) VALUE
               'INVOICE        AMOUNT    OPEN BAL       '.
           03  FILLER                  PIC X(040) VALUE
               'LIMIT  OVER LIMIT ACTION                '.
           03  FILLER                  PIC X(012) VALUE SPACES.
      *
       01  EXCEPTION-LINE.
           03  XL-KEY                  PIC X(009).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-CUSTOMER-NAME        PIC X(020).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-INVOICE-DATE         PIC 9(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-INVOICE-NUMBER       PIC X(010).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-AMOUNT               PIC ZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-OPEN-BALANCE         PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-CREDIT-LIMIT         PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-OVER-AMOUNT          PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  XL-ACTION.
               05  XL-ACTION-TEXT      PIC X(012).
               05  XL-ACTION-USER      PIC X(008).
           03  FILLER                  PIC X(014) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 050000-OPEN-RECEIVABLES.
           OPEN INPUT  SALESTRN.
           OPEN OUTPUT SALESJRN
                       SALESERR
                       CREDREVW
                       CREDEXCP.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE                TO EHL-RUN-DATE.
           MOVE EXCEPTION-HEADING-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE EXCEPTION-COLUMN-LINE  TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
      *
           PERFORM 060000-LOAD-CREDIT-MANAGERS.
           PERFORM 150000-POST-CREDIT-OVERRIDES.
      *
           PERFORM 210000-READ-TRAN-RECORD.
           PERFORM 200000-POST-ONE-TRAN
               UNTIL SALESTRN-EOF.
      *
           PERFORM 400000-WRITE-CONTROL-TOTALS.
           PERFORM 410000-WRITE-CREDIT-TOTALS.
      *
           CLOSE CUSTIDX
                 ARITEMS
                 SALESTRN
                 SALESJRN
                 SALESERR
                 CREDREVW
                 CREDEXCP.
      *
           DISPLAY 'RPTP1011 TRANS READ : ' TRAN-COUNT.
           DISPLAY 'RPTP1011 POSTED     : ' POSTED-COUNT.
           DISPLAY 'RPTP1011 REJECTED   : ' REJECT-COUNT.
           DISPLAY 'RPTP1011 PAYMENTS   : ' PAYMENT-COUNT.
           DISPLAY 'RPTP1011 CREDIT HELD: ' HELD-COUNT.
           DISPLAY 'RPTP1011 OVERRIDES  : ' OVERRIDE-COUNT.
           DISPLAY 'RPTP1011 STILL HELD : ' CARRIED-COUNT.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    O ARQUIVO DE CONTAS A RECEBER NASCE COM O PRIMEIRO
      *    LANCAMENTO: AUSENTE (STATUS 35), E CRIADO VAZIO.
      *----------------------------------------------------------------
       050000-OPEN-RECEIVABLES.
           OPEN I-O ARITEMS.
           IF ARITEMS-STATUS = '35'
               OPEN OUTPUT ARITEMS
               CLOSE ARITEMS
               OPEN I-O ARITEMS
           END-IF.
           IF ARITEMS-STATUS NOT = '00'
               DISPLAY 'RPTP1011 OPEN ARITEMS.IDX FAILED - STATUS '
                       ARITEMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------
      *    GERENTES DE CREDITO AUTORIZADOS A LIBERAR VENDA RETIDA.
      *    SEM O CREDAUTH.TXT A TABELA FICA VAZIA E TODA LIBERACAO E
      *    REJEITADA.
      *----------------------------------------------------------------
       060000-LOAD-CREDIT-MANAGERS.
           OPEN INPUT CREDAUTH.
           IF CREDAUTH-STATUS = '00'
               PERFORM 061000-LOAD-ONE-MANAGER
                   UNTIL CREDAUTH-EOF
               CLOSE CREDAUTH
           ELSE
               DISPLAY 'RPTP1011 CREDAUTH.TXT NOT AVAILABLE - STATUS '
                       CREDAUTH-STATUS ' - NO OVERRIDE ACCEPTED'
           END-IF.
      *
       061000-LOAD-ONE-MANAGER.
           READ CREDAUTH
               AT END
                   MOVE 'Y' TO CREDAUTH-EOF-SWITCH
               NOT AT END
                   IF CA-USER-ID NOT = SPACES
                       IF MANAGER-COUNT >= 50
                           DISPLAY 'RPTP1011 CREDAUTH TABLE FULL (50)'
                       ELSE
                           ADD 1 TO MANAGER-COUNT
                           MOVE CA-USER-ID
                               TO MANAGER-USER-ID(MANAGER-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    LIBERACOES DE CREDITO: A VENDA RETIDA NA EXECUCAO ANTERIOR
      *    (COPIADA DO CREDREVW) VOLTA PELO MESMO CAMINHO DO SALESTRN,
      *    SEM A CHECAGEM DE CREDITO, QUANDO O USUARIO E UM GERENTE
      *    AUTORIZADO E A VENDA CASA COM UMA RETIDA DO CREDRVIN AINDA
      *    NAO LIBERADA. CADA RETIDA LIBERA UMA SO VEZ. A AREA DO
      *    SALESTRN E USADA ANTES DA PRIMEIRA LEITURA DELE. DEPOIS DE
      *    LANCADO O CREDOVRD E ESVAZIADO, PARA A MESMA LIBERACAO NAO
      *    SER LANCADA DE NOVO NA EXECUCAO SEGUINTE; A LIBERACAO
      *    REJEITADA CONTINUA NA REVISAO E PODE SER REENVIADA.
      *----------------------------------------------------------------
       150000-POST-CREDIT-OVERRIDES.
           PERFORM 140000-LOAD-HELD-REVIEWS.
           OPEN INPUT CREDOVRD.
           IF CREDOVRD-STATUS = '00'
               MOVE 'Y' TO CREDIT-OVERRIDE-SWITCH
               PERFORM 151000-READ-OVERRIDE-RECORD
               PERFORM 152000-POST-ONE-OVERRIDE
                   UNTIL CREDOVRD-EOF
               MOVE 'N' TO CREDIT-OVERRIDE-SWITCH
               MOVE SPACES TO OVERRIDE-USER-ID
               CLOSE CREDOVRD
               OPEN OUTPUT CREDOVRD
               CLOSE CREDOVRD
           END-IF.
           PERFORM 160000-CARRY-FORWARD-REVIEW.
      *
      *----------------------------------------------------------------
      *    RETIDAS DA EXECUCAO ANTERIOR (CREDRVIN = CREDREVW DE ONTEM).
      *    SEM O ARQUIVO NAO HA RETIDA A LIBERAR NEM A REPORTAR. A
      *    TABELA CHEIA ENCERRA A EXECUCAO: UMA RETIDA DEIXADA DE FORA
      *    SAIRIA DA REVISAO SEM TER SIDO LIBERADA.
      *----------------------------------------------------------------
       140000-LOAD-HELD-REVIEWS.
           OPEN INPUT CREDRVIN.
           IF CREDRVIN-STATUS = '00'
               PERFORM 141000-LOAD-ONE-HELD-REVIEW
                   UNTIL CREDRVIN-EOF
               CLOSE CREDRVIN
           ELSE
               DISPLAY 'RPTP1011 CREDRVIN.TXT NOT AVAILABLE - STATUS '
                       CREDRVIN-STATUS ' - NOTHING CARRIED FORWARD'
           END-IF.
      *
       141000-LOAD-ONE-HELD-REVIEW.
           READ CREDRVIN
               AT END
                   MOVE 'Y' TO CREDRVIN-EOF-SWITCH
               NOT AT END
                   IF HELD-REVIEW-COUNT >= 500
                       DISPLAY 'RPTP1011 CREDRVIN TABLE FULL (500)'
                               ' - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HELD-REVIEW-COUNT
                   MOVE PRIOR-REVIEW-RECORD
                       TO HRT-REVIEW-RECORD(HELD-REVIEW-COUNT)
                   MOVE 'N' TO HRT-RELEASED(HELD-REVIEW-COUNT)
           END-READ.
      *
       151000-READ-OVERRIDE-RECORD.
           READ CREDOVRD
               AT END
                   MOVE 'Y' TO CREDOVRD-EOF-SWITCH.
      *
       152000-POST-ONE-OVERRIDE.
           ADD 1 TO TRAN-COUNT.
           MOVE OV-TRAN-IMAGE TO SALES-TRAN-RECORD.
           MOVE OV-USER-ID    TO OVERRIDE-USER-ID.
           MOVE 'N'           TO MANAGER-FOUND-SWITCH.
           PERFORM 153000-CHECK-ONE-MANAGER
               VARYING MANAGER-IDX FROM 1 BY 1
               UNTIL MANAGER-IDX > MANAGER-COUNT.
           MOVE ZERO          TO HELD-MATCH-IDX.
           PERFORM 155000-FIND-HELD-REVIEW
               VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-REVIEW-COUNT
                  OR HELD-MATCH-IDX > ZERO.
           IF NOT MANAGER-FOUND OR OV-USER-ID = SPACES
               MOVE 'OVERRIDE USER NOT AUTHORISED' TO EL-REASON
               PERFORM 154000-REJECT-OVERRIDE
           ELSE
               IF ST-TRAN-TYPE NOT = 'S'
                   MOVE 'OVERRIDE IS NOT A SALE      ' TO EL-REASON
                   PERFORM 154000-REJECT-OVERRIDE
               ELSE
                   IF HELD-MATCH-IDX = ZERO
                       MOVE 'OVERRIDE NOT IN CREDIT REVIEW'
                           TO EL-REASON
                       PERFORM 154000-REJECT-OVERRIDE
                   ELSE
                       MOVE OVERRIDE-COUNT TO OVERRIDES-BEFORE
                       PERFORM 220000-EDIT-TRAN-RECORD
                       IF OVERRIDE-COUNT > OVERRIDES-BEFORE
                           MOVE 'Y' TO HRT-RELEASED(HELD-MATCH-IDX)
                       ELSE
                           PERFORM 156000-WRITE-OVERRIDE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 151000-READ-OVERRIDE-RECORD.
      *
       153000-CHECK-ONE-MANAGER.
           IF MANAGER-USER-ID(MANAGER-IDX) = OV-USER-ID
               MOVE 'Y' TO MANAGER-FOUND-SWITCH
           END-IF.
      *
       154000-REJECT-OVERRIDE.
           PERFORM 290000-WRITE-REJECT.
           PERFORM 156000-WRITE-OVERRIDE-EXCEPTION.
      *
      *    A PRIMEIRA RETIDA AINDA NAO LIBERADA COM A MESMA IMAGEM.
      *    UMA LINHA REPETIDA NO CREDOVRD NAO ACHA MAIS A RETIDA.
       155000-FIND-HELD-REVIEW.
           IF HRT-RELEASED(HELD-IDX) = 'N'
              AND HRT-TRAN-IMAGE(HELD-IDX) = OV-TRAN-IMAGE
               MOVE HELD-IDX TO HELD-MATCH-IDX
           END-IF.
      *
      *    LIBERACAO NAO LANCADA: LINHA NO RELATORIO DE EXCECOES COM O
      *    MOTIVO JA GRAVADO NO SALESERR.
       156000-WRITE-OVERRIDE-EXCEPTION.
           ADD 1 TO OVERRIDE-REJECT-COUNT.
           MOVE OV-USER-ID           TO ORL-USER-ID.
           MOVE EL-REASON            TO ORL-REASON.
           MOVE OV-TRAN-IMAGE        TO ORL-TRAN-IMAGE.
           MOVE OVERRIDE-REJECT-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
      *
      *----------------------------------------------------------------
      *    RETIDAS DO CREDRVIN AINDA SEM LIBERACAO LANCADA VOLTAM PARA
      *    O CREDREVW COM A DATA EM QUE FORAM RETIDAS.
      *----------------------------------------------------------------
       160000-CARRY-FORWARD-REVIEW.
           PERFORM 161000-CARRY-ONE-REVIEW
               VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-REVIEW-COUNT.
      *
       161000-CARRY-ONE-REVIEW.
           IF HRT-RELEASED(HELD-IDX) = 'N'
               ADD 1                  TO CARRIED-COUNT
               ADD HRT-AMOUNT(HELD-IDX) TO TOTAL-CARRIED-AMOUNT
               MOVE HRT-REVIEW-RECORD(HELD-IDX)
                   TO CREDIT-REVIEW-RECORD
               WRITE CREDIT-REVIEW-RECORD
           END-IF.
      *
       200000-POST-ONE-TRAN.
           ADD 1 TO TRAN-COUNT.
               ELSE
                   IF ST-TRAN-TYPE NOT = 'S' AND
                      ST-TRAN-TYPE NOT = 'C' AND
                      ST-TRAN-TYPE NOT = 'R' AND
                      ST-TRAN-TYPE NOT = 'P'
                       MOVE 'INVALID TRAN TYPE           ' TO EL-REASON
                       PERFORM 290000-WRITE-REJECT
                   ELSE
                       PERFORM 230000-READ-MASTER-BY-KEY
                       IF MASTER-FOUND
                           PERFORM 235000-CHECK-CREDIT
                           IF CREDIT-OK
                               PERFORM 240000-APPLY-TRAN
                           ELSE
                               PERFORM 236000-HOLD-FOR-REVIEW
                           END-IF
                       ELSE
                           MOVE 'CUSTOMER NOT ON MASTER      '
                               TO EL-REASON
           END-READ.
      *
      *----------------------------------------------------------------
      *    CONTROLE DE CREDITO, SO NA VENDA: CLIENTE BLOQUEADO OU
      *    SALDO EM ABERTO + VENDA ACIMA DO LIMITE (LIMITE ZERO = SEM
      *    LIMITE) RETEM A VENDA. NA LIBERACAO PELO GERENTE OS VALORES
      *    SAO CALCULADOS DO MESMO JEITO, SO PARA O RELATORIO.
      *----------------------------------------------------------------
       235000-CHECK-CREDIT.
           MOVE 'Y'   TO CREDIT-OK-SWITCH.
           MOVE SPACE TO CREDIT-REASON.
           MOVE ZERO  TO CUSTOMER-OPEN-BALANCE
                         CREDIT-OVER-AMOUNT.
           IF ST-TRAN-TYPE = 'S'
              AND (CI-CREDIT-LIMIT > ZERO OR CI-CREDIT-HOLD
                   OR CREDIT-OVERRIDE)
               PERFORM 237000-SUM-OPEN-BALANCE
               IF CI-CREDIT-LIMIT > ZERO
                   COMPUTE CREDIT-OVER-AMOUNT = CUSTOMER-OPEN-BALANCE
                       + ST-AMOUNT - CI-CREDIT-LIMIT
                   IF CREDIT-OVER-AMOUNT > ZERO
                       MOVE 'L'  TO CREDIT-REASON
                   ELSE
                       MOVE ZERO TO CREDIT-OVER-AMOUNT
                   END-IF
               END-IF
               IF CI-CREDIT-HOLD
                   MOVE 'H' TO CREDIT-REASON
               END-IF
               IF CREDIT-REASON NOT = SPACE AND NOT CREDIT-OVERRIDE
                   MOVE 'N' TO CREDIT-OK-SWITCH
               END-IF
           END-IF.
      *
      *    A VENDA RETIDA NAO TOCA CADASTRO NEM CONTAS A RECEBER: VAI
      *    PARA O CREDREVW (DE ONDE SAI A LIBERACAO) E PARA O
      *    RELATORIO DE EXCECOES.
       236000-HOLD-FOR-REVIEW.
           ADD 1         TO HELD-COUNT.
           ADD ST-AMOUNT TO TOTAL-HELD-AMOUNT.
           MOVE SALES-TRAN-RECORD     TO CR-TRAN-IMAGE.
           MOVE CREDIT-REASON         TO CR-REASON-CODE.
           MOVE CUSTOMER-OPEN-BALANCE TO CR-OPEN-BALANCE.
           MOVE CI-CREDIT-LIMIT       TO CR-CREDIT-LIMIT.
           MOVE CREDIT-OVER-AMOUNT    TO CR-OVER-AMOUNT.
           MOVE CD-DATE               TO CR-RUN-DATE.
           WRITE CREDIT-REVIEW-RECORD.
           IF CREDIT-REASON = 'H'
               MOVE 'HELD - ON HOLD'    TO XL-ACTION
           ELSE
               MOVE 'HELD - OVER LIMIT' TO XL-ACTION
           END-IF.
           PERFORM 238000-WRITE-EXCEPTION-LINE.
      *
      *    SALDO EM ABERTO = SOMA DOS ITENS DO CLIENTE NO ARITEMS
      *    (FATURAS MENOS CREDITOS NAO APLICADOS).
       237000-SUM-OPEN-BALANCE.
           MOVE 'N'        TO AR-SCAN-EOF-SWITCH.
           MOVE ST-KEY     TO AR-CUSTOMER-KEY.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START ARITEMS KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO AR-SCAN-EOF-SWITCH
           END-START.
           PERFORM 237100-SUM-ONE-OPEN-ITEM
               UNTIL AR-SCAN-EOF.
      *
       237100-SUM-ONE-OPEN-ITEM.
           READ ARITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO AR-SCAN-EOF-SWITCH
               NOT AT END
                   IF AR-CUSTOMER-KEY NOT = ST-KEY
                       MOVE 'Y' TO AR-SCAN-EOF-SWITCH
                   ELSE
                       ADD AR-OPEN-AMOUNT TO CUSTOMER-OPEN-BALANCE
                   END-IF
           END-READ.
      *
       238000-WRITE-EXCEPTION-LINE.
           MOVE ST-KEY                TO XL-KEY.
           MOVE CI-CUSTOMER-NAME      TO XL-CUSTOMER-NAME.
           MOVE ST-INVOICE-DATE       TO XL-INVOICE-DATE.
           MOVE ST-INVOICE-NUMBER     TO XL-INVOICE-NUMBER.
           MOVE ST-AMOUNT             TO XL-AMOUNT.
           MOVE CUSTOMER-OPEN-BALANCE TO XL-OPEN-BALANCE.
           MOVE CI-CREDIT-LIMIT       TO XL-CREDIT-LIMIT.
           MOVE CREDIT-OVER-AMOUNT    TO XL-OVER-AMOUNT.
           MOVE EXCEPTION-LINE        TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
      *
      *    VENDA LIBERADA PELO GERENTE: NOTA NO JORNAL, ABAIXO DA
      *    TRANSACAO, E LINHA NO RELATORIO DE EXCECOES.
       239000-NOTE-OVERRIDE-RELEASE.
           ADD 1         TO OVERRIDE-COUNT.
           ADD ST-AMOUNT TO TOTAL-OVERRIDE-AMOUNT.
           MOVE OVERRIDE-USER-ID TO CNL-USER-ID.
           MOVE CREDIT-NOTE-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'RELEASED BY '   TO XL-ACTION-TEXT.
           MOVE OVERRIDE-USER-ID TO XL-ACTION-USER.
           PERFORM 238000-WRITE-EXCEPTION-LINE.
      *
      *----------------------------------------------------------------
      *    VENDA ('S') SOMA NO YTD; CREDITO ('C') E DEVOLUCAO ('R')
      *    SUBTRAEM. O REGISTRO E REGRAVADO NO LUGAR (REWRITE).
      *    PAGAMENTO ('P') NAO E VENDA: O CADASTRO FICA COMO ESTA E
      *    SO A CONTA A RECEBER E MOVIMENTADA.
      *----------------------------------------------------------------
       240000-APPLY-TRAN.
           EVALUATE ST-TRAN-TYPE
               WHEN 'S'
                   ADD ST-AMOUNT TO CI-SALES-THIS-YTD
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   SUBTRACT ST-AMOUNT FROM CI-SALES-THIS-YTD
           END-EVALUATE.
      *
           IF ST-TRAN-TYPE NOT = 'P'
               REWRITE CUSTIDX-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED ON MASTER    '
                           TO EL-REASON
                       PERFORM 290000-WRITE-REJECT
                       DISPLAY 'RPTP1011 REWRITE FAILED KEY ' CI-KEY
                               ' STATUS ' CUSTIDX-STATUS
               END-REWRITE
           END-IF.
      *
      *    CONTADORES E TOTAIS DE CONTROLE SO NO SUCESSO DO REWRITE:
      *    TRANSACAO REJEITADA (SALESERR) NAO PODE INFLAR O JORNAL -
      *    OS TOTAIS PROVAM O QUE FOI DE FATO APLICADO.
           IF CUSTIDX-STATUS = '00'
               EVALUATE ST-TRAN-TYPE
                   WHEN 'S'
                       ADD 1         TO SALES-COUNT
                       ADD ST-AMOUNT TO TOTAL-SALES-AMOUNT
                       ADD ST-AMOUNT TO TOTAL-POSTED-AMOUNT
                   WHEN 'P'
                       ADD 1         TO PAYMENT-COUNT
                       ADD ST-AMOUNT TO TOTAL-PAYMENT-AMOUNT
                   WHEN OTHER
                       ADD 1              TO CREDIT-COUNT
                       ADD ST-AMOUNT      TO TOTAL-CREDIT-AMOUNT
                       SUBTRACT ST-AMOUNT FROM TOTAL-POSTED-AMOUNT
               END-EVALUATE
               ADD 1 TO POSTED-COUNT
               MOVE ST-KEY                   TO JL-KEY
               MOVE ST-INVOICE-DATE          TO JL-INVOICE-DATE
               MOVE CI-SALES-THIS-YTD        TO JL-NEW-YTD
               MOVE JOURNAL-LINE             TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
               IF CREDIT-OVERRIDE
                   PERFORM 239000-NOTE-OVERRIDE-RELEASE
               END-IF
               PERFORM 250000-POST-RECEIVABLE
           END-IF.
      *
      *----------------------------------------------------------------
      *    CONTAS A RECEBER: A VENDA ABRE (OU ACRESCENTA) A FATURA;
      *    CREDITO, DEVOLUCAO E PAGAMENTO QUITAM. CADA MOVIMENTO SAI
      *    NO JORNAL LOGO ABAIXO DA TRANSACAO QUE O GEROU.
      *----------------------------------------------------------------
       250000-POST-RECEIVABLE.
           MOVE ST-AMOUNT TO AR-REMAINING-AMOUNT.
           IF ST-TRAN-TYPE = 'S'
               PERFORM 251000-OPEN-INVOICE-ITEM
           ELSE
               PERFORM 255000-APPLY-TO-OPEN-ITEMS
           END-IF.
      *
      *    FATURA INFORMADA JA EXISTENTE = MAIS UMA LINHA DA MESMA
      *    FATURA. SEM NUMERO, A FATURA RECEBE DATA + SEQUENCIAL
      *    (01-99) LIVRE PARA O CLIENTE.
       251000-OPEN-INVOICE-ITEM.
           MOVE 'N' TO AR-ITEM-WRITTEN-SWITCH.
           IF ST-INVOICE-NUMBER NOT = SPACES
               MOVE ST-KEY            TO AR-CUSTOMER-KEY
               MOVE ST-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ ARITEMS
                   INVALID KEY
                       PERFORM 252000-WRITE-NEW-INVOICE
                   NOT INVALID KEY
                       PERFORM 253000-ADD-TO-INVOICE
               END-READ
           ELSE
               MOVE ST-INVOICE-DATE TO AR-NIN-DATE
               MOVE ZERO            TO AR-NIN-SEQUENCE
               PERFORM 254000-TRY-NEXT-INVOICE-NUMBER
                   UNTIL AR-ITEM-WRITTEN
                      OR AR-NIN-SEQUENCE >= 99
           END-IF.
           IF NOT AR-ITEM-WRITTEN
               DISPLAY 'RPTP1011 AR INVOICE NOT RECORDED KEY ' ST-KEY
                       ' STATUS ' ARITEMS-STATUS
           END-IF.
      *
       252000-WRITE-NEW-INVOICE.
           MOVE 'I'             TO AR-ITEM-TYPE.
           MOVE ST-INVOICE-DATE TO AR-INVOICE-DATE.
           MOVE ST-AMOUNT       TO AR-ORIGINAL-AMOUNT.
           MOVE ST-AMOUNT       TO AR-OPEN-AMOUNT.
           MOVE ST-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE.
           WRITE AR-ITEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AR-ITEM-WRITTEN-SWITCH
                   ADD 1    TO AR-INVOICE-COUNT
                   MOVE 'NEW INVOICE ' TO AAL-LABEL
                   MOVE ST-AMOUNT      TO AAL-AMOUNT
                   PERFORM 259500-WRITE-APPLY-LINE
           END-WRITE.
      *
       253000-ADD-TO-INVOICE.
           ADD ST-AMOUNT        TO AR-ORIGINAL-AMOUNT.
           ADD ST-AMOUNT        TO AR-OPEN-AMOUNT.
           MOVE ST-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE.
           REWRITE AR-ITEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AR-ITEM-WRITTEN-SWITCH
                   MOVE 'INVOICE LINE' TO AAL-LABEL
                   MOVE ST-AMOUNT      TO AAL-AMOUNT
                   PERFORM 259500-WRITE-APPLY-LINE
           END-REWRITE.
      *
       254000-TRY-NEXT-INVOICE-NUMBER.
           ADD 1 TO AR-NIN-SEQUENCE.
           MOVE ST-KEY                TO AR-CUSTOMER-KEY.
           MOVE AR-NEW-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           PERFORM 252000-WRITE-NEW-INVOICE.
      *
      *    PRIMEIRO A FATURA INFORMADA (SE EXISTE E ESTA EM ABERTO);
      *    O QUE SOBRAR VAI PARA AS FATURAS MAIS ANTIGAS E, POR FIM,
      *    PARA UM CREDITO NAO APLICADO DO CLIENTE.
       255000-APPLY-TO-OPEN-ITEMS.
           IF ST-INVOICE-NUMBER NOT = SPACES
               MOVE ST-KEY            TO AR-CUSTOMER-KEY
               MOVE ST-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ ARITEMS
                   INVALID KEY
                       MOVE 'NOT FOUND   '    TO AAL-LABEL
                       MOVE ST-INVOICE-NUMBER TO AR-INVOICE-NUMBER
                       MOVE ZERO              TO AAL-AMOUNT
                       MOVE ZERO              TO AR-OPEN-AMOUNT
                       PERFORM 259500-WRITE-APPLY-LINE
                   NOT INVALID KEY
                       IF AR-INVOICE-ITEM AND AR-OPEN-AMOUNT > ZERO
                           PERFORM 257000-APPLY-TO-CURRENT-ITEM
                       END-IF
               END-READ
           END-IF.
      *
           IF AR-REMAINING-AMOUNT > ZERO
               PERFORM 256000-LOAD-OPEN-ITEMS
               MOVE 'Y' TO AR-ITEMS-LEFT-SWITCH
               PERFORM 258000-APPLY-TO-OLDEST
                   UNTIL AR-REMAINING-AMOUNT NOT > ZERO
                      OR NOT AR-ITEMS-LEFT
           END-IF.
      *
           IF AR-REMAINING-AMOUNT > ZERO
               PERFORM 259000-POST-UNAPPLIED
           END-IF.
      *
       256000-LOAD-OPEN-ITEMS.
           MOVE ZERO       TO AR-OPEN-COUNT.
           MOVE 'N'        TO AR-SCAN-EOF-SWITCH.
           MOVE ST-KEY     TO AR-CUSTOMER-KEY.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START ARITEMS KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO AR-SCAN-EOF-SWITCH
           END-START.
           PERFORM 256100-LOAD-ONE-OPEN-ITEM
               UNTIL AR-SCAN-EOF.
      *
       256100-LOAD-ONE-OPEN-ITEM.
           READ ARITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO AR-SCAN-EOF-SWITCH
               NOT AT END
                   IF AR-CUSTOMER-KEY NOT = ST-KEY
                       MOVE 'Y' TO AR-SCAN-EOF-SWITCH
                   ELSE
                       IF AR-INVOICE-ITEM AND AR-OPEN-AMOUNT > ZERO
                           PERFORM 256200-KEEP-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ.
      *
       256200-KEEP-OPEN-ITEM.
           IF AR-OPEN-COUNT >= 200
               DISPLAY 'RPTP1011 MORE THAN 200 OPEN INVOICES KEY '
                       ST-KEY
           ELSE
               ADD 1 TO AR-OPEN-COUNT
               MOVE AR-INVOICE-NUMBER
                   TO AOT-INVOICE-NUMBER(AR-OPEN-COUNT)
               MOVE AR-INVOICE-DATE
                   TO AOT-INVOICE-DATE(AR-OPEN-COUNT)
               MOVE 'N' TO AOT-DONE(AR-OPEN-COUNT)
           END-IF.
      *
       257000-APPLY-TO-CURRENT-ITEM.
           IF AR-REMAINING-AMOUNT < AR-OPEN-AMOUNT
               MOVE AR-REMAINING-AMOUNT TO AR-APPLY-AMOUNT
           ELSE
               MOVE AR-OPEN-AMOUNT      TO AR-APPLY-AMOUNT
           END-IF.
           SUBTRACT AR-APPLY-AMOUNT FROM AR-OPEN-AMOUNT.
           MOVE ST-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE.
           REWRITE AR-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'RPTP1011 REWRITE FAILED ON ARITEMS '
                           AR-KEY ' STATUS ' ARITEMS-STATUS
               NOT INVALID KEY
                   SUBTRACT AR-APPLY-AMOUNT FROM AR-REMAINING-AMOUNT
                   ADD 1               TO AR-APPLIED-COUNT
                   ADD AR-APPLY-AMOUNT TO TOTAL-APPLIED-AMOUNT
                   MOVE 'APPLIED TO  ' TO AAL-LABEL
                   MOVE AR-APPLY-AMOUNT TO AAL-AMOUNT
                   PERFORM 259500-WRITE-APPLY-LINE
           END-REWRITE.
      *
      *    A FATURA MAIS ANTIGA AINDA NAO TOCADA E RELIDA PELA CHAVE
      *    E QUITADA; SEM FATURA SOBRANDO, O LACO TERMINA.
       258000-APPLY-TO-OLDEST.
           MOVE ZERO TO AR-OLDEST-IDX.
           PERFORM 258100-CHECK-ONE-OPEN-ITEM
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > AR-OPEN-COUNT.
           IF AR-OLDEST-IDX = ZERO
               MOVE 'N' TO AR-ITEMS-LEFT-SWITCH
           ELSE
               MOVE 'Y'    TO AOT-DONE(AR-OLDEST-IDX)
               MOVE ST-KEY TO AR-CUSTOMER-KEY
               MOVE AOT-INVOICE-NUMBER(AR-OLDEST-IDX)
                   TO AR-INVOICE-NUMBER
               READ ARITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 257000-APPLY-TO-CURRENT-ITEM
               END-READ
           END-IF.
      *
       258100-CHECK-ONE-OPEN-ITEM.
           IF AOT-DONE(AR-IDX) = 'N'
               IF AR-OLDEST-IDX = ZERO
                   MOVE AR-IDX TO AR-OLDEST-IDX
               ELSE
                   IF AOT-INVOICE-DATE(AR-IDX)
                      < AOT-INVOICE-DATE(AR-OLDEST-IDX)
                       MOVE AR-IDX TO AR-OLDEST-IDX
                   END-IF
               END-IF
           END-IF.
      *
      *    SOBRA SEM FATURA A QUITAR: CREDITO NAO APLICADO DO CLIENTE
      *    NO DIA ('U' + DATA), SALDO NEGATIVO, ACUMULADO SE O DIA JA
      *    TIVER UM.
       259000-POST-UNAPPLIED.
           MOVE ST-INVOICE-DATE     TO AR-UAN-DATE.
           MOVE ST-KEY              TO AR-CUSTOMER-KEY.
           MOVE AR-UNAPPLIED-NUMBER TO AR-INVOICE-NUMBER.
           READ ARITEMS
               INVALID KEY
                   MOVE 'U'             TO AR-ITEM-TYPE
                   MOVE ST-INVOICE-DATE TO AR-INVOICE-DATE
                   COMPUTE AR-ORIGINAL-AMOUNT =
                       ZERO - AR-REMAINING-AMOUNT
                   MOVE AR-ORIGINAL-AMOUNT TO AR-OPEN-AMOUNT
                   MOVE ST-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE
                   WRITE AR-ITEM-RECORD
                       INVALID KEY
                           DISPLAY 'RPTP1011 WRITE FAILED ON ARITEMS '
                                   AR-KEY ' STATUS ' ARITEMS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT AR-REMAINING-AMOUNT FROM AR-ORIGINAL-AMOUNT
                   SUBTRACT AR-REMAINING-AMOUNT FROM AR-OPEN-AMOUNT
                   MOVE ST-INVOICE-DATE TO AR-LAST-ACTIVITY-DATE
                   REWRITE AR-ITEM-RECORD
                       INVALID KEY
                           DISPLAY 'RPTP1011 REWRITE FAILED ON ARITEMS '
                                   AR-KEY ' STATUS ' ARITEMS-STATUS
                   END-REWRITE
           END-READ.
           IF ARITEMS-STATUS = '00'
               ADD 1                   TO AR-UNAPPLIED-COUNT
               ADD AR-REMAINING-AMOUNT TO TOTAL-UNAPPLIED-AMOUNT
               MOVE 'UNAPPLIED   '     TO AAL-LABEL
               MOVE AR-REMAINING-AMOUNT TO AAL-AMOUNT
               MOVE ZERO               TO AR-REMAINING-AMOUNT
               PERFORM 259500-WRITE-APPLY-LINE
           END-IF.
      *
       259500-WRITE-APPLY-LINE.
           MOVE AR-INVOICE-NUMBER TO AAL-INVOICE-NUMBER.
           MOVE AR-OPEN-AMOUNT    TO AAL-OPEN-AMOUNT.
           MOVE AR-APPLY-LINE     TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
      *
       290000-WRITE-REJECT.
           ADD 1 TO REJECT-COUNT.
           MOVE TOTAL-POSTED-AMOUNT      TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'PAYMENTS            : ' TO JTL-LABEL.
           MOVE PAYMENT-COUNT            TO JTL-COUNT.
           MOVE TOTAL-PAYMENT-AMOUNT     TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'AR INVOICES OPENED  : ' TO JTL-LABEL.
           MOVE AR-INVOICE-COUNT         TO JTL-COUNT.
           MOVE TOTAL-SALES-AMOUNT       TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'AR APPLIED          : ' TO JTL-LABEL.
           MOVE AR-APPLIED-COUNT         TO JTL-COUNT.
           MOVE TOTAL-APPLIED-AMOUNT     TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'AR UNAPPLIED        : ' TO JTL-LABEL.
           MOVE AR-UNAPPLIED-COUNT       TO JTL-COUNT.
           MOVE TOTAL-UNAPPLIED-AMOUNT   TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'CREDIT HELD         : ' TO JTL-LABEL.
           MOVE HELD-COUNT               TO JTL-COUNT.
           MOVE TOTAL-HELD-AMOUNT        TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'CREDIT OVERRIDES    : ' TO JTL-LABEL.
           MOVE OVERRIDE-COUNT           TO JTL-COUNT.
           MOVE TOTAL-OVERRIDE-AMOUNT    TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE 'REJECTED            : ' TO JTL-LABEL.
           MOVE REJECT-COUNT             TO JTL-COUNT.
           MOVE ZERO                     TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
      *
      *    MESMOS TOTAIS DE CREDITO AO PE DO RELATORIO DE EXCECOES.
       410000-WRITE-CREDIT-TOTALS.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'HELD FOR REVIEW     : ' TO JTL-LABEL.
           MOVE HELD-COUNT               TO JTL-COUNT.
           MOVE TOTAL-HELD-AMOUNT        TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'RELEASED BY OVERRIDE: ' TO JTL-LABEL.
           MOVE OVERRIDE-COUNT           TO JTL-COUNT.
           MOVE TOTAL-OVERRIDE-AMOUNT    TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'OVERRIDES REJECTED  : ' TO JTL-LABEL.
           MOVE OVERRIDE-REJECT-COUNT    TO JTL-COUNT.
           MOVE ZERO                     TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'STILL HELD (PRIOR)  : ' TO JTL-LABEL.
           MOVE CARRIED-COUNT            TO JTL-COUNT.
           MOVE TOTAL-CARRIED-AMOUNT     TO JTL-AMOUNT.
           MOVE JOURNAL-TOTAL-LINE       TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 1 1         *
      *================================================================
