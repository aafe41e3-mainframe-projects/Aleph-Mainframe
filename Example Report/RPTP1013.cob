      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        PAGAMENTO ('P') NO EXTRATO,   15/10/2026
      *                       FORA DO LIQUIDO DE VENDAS, E
      *                       SALDO EM ABERTO DO ARITEMS.IDX
      *                       AO LADO DO YTD. LAYOUT DO
      *                       CADASTRO COM OS CAMPOS DE
      *                       CREDITO (53 POSICOES)
      * 003 EQUIPE GFP        CLIENTE TRANSFERIDO (RPTP1024, 15/10/2026
      *                       CUSTXREF.TXT): TRANSACAO DA
      *                       CHAVE ANTIGA VAI PARA O
      *                       EXTRATO DA CHAVE NOVA ('F' NO
      *                       SYSIN, OU 'K' A PARTIR DA
      *                       VIGENCIA) OU SAI NAS ORFAS
      *                       COMO CLIENTE TRANSFERIDO, SEM
      *                       CONTAR COMO ORFA
      *================================================================
      *
      * CARTAO SYSIN:
      *   COL 01     CLIENTE TRANSFERIDO: 'K' OU BRANCO = SO AS
      *              TRANSACOES A PARTIR DA VIGENCIA SEGUEM PARA A
      *              CHAVE NOVA; 'F' = TODAS SEGUEM O CLIENTE
      * ENTRADAS:
      *   CUSTMAST.TXT - cadastro de clientes JA LANCADO, ordenado por
      *                  filial/repr/cliente; um trailer de controle
      *                  encerra os dados
      *   SALESTRN.TXT - detalhe de vendas do periodo, MESMA ORDEM DE
      *                  CHAVE (mesmo layout do RPTP1011)
      *   ARITEMS.IDX  - contas a receber por fatura (RPTP1011); a
      *                  soma dos saldos em aberto do cliente sai na
      *                  linha OPEN BALANCE DUE. Sem o arquivo, o
      *                  saldo sai zerado com aviso
      *   CUSTXREF.TXT - referencia cruzada das transferencias
      *                  (RPTP1024); ausente = nenhuma transferencia
      * SAIDAS:
      *   CUSTSTMT.TXT - extratos, um bloco por cliente
      *   STMTORFA.TXT - transacoes sem cliente no cadastro
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SALESTRN ASSIGN TO 'SALESTRN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARITEMS  ASSIGN TO 'ARITEMS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS ARITEMS-STATUS.
       SELECT CUSTSTMT ASSIGN TO 'CUSTSTMT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STMTORFA ASSIGN TO 'STMTORFA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTXREF ASSIGN TO 'CUSTXREF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTXREF-STATUS.
      *
       DATA DIVISION.
      *
           03  CM-CUSTOMER-NAME        PIC X(020).
           03  CM-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CM-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CM-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CM-CREDIT-STATUS        PIC X(001).
      *
       FD  SALESTRN.
       01  SALES-TRAN-RECORD.
           03  ST-INVOICE-DATE         PIC 9(008).
           03  ST-TRAN-TYPE            PIC X(001).
           03  ST-AMOUNT               PIC S9(005)V9(002).
      *
       FD  ARITEMS.
       01  AR-ITEM-RECORD.
           03  AR-KEY.
               05  AR-CUSTOMER-KEY     PIC X(009).
               05  AR-INVOICE-NUMBER   PIC X(010).
           03  AR-ITEM-TYPE            PIC X(001).
           03  AR-INVOICE-DATE         PIC 9(008).
           03  AR-ORIGINAL-AMOUNT      PIC S9(007)V9(002).
           03  AR-OPEN-AMOUNT          PIC S9(007)V9(002).
           03  AR-LAST-ACTIVITY-DATE   PIC 9(008).
      *
       FD  CUSTSTMT.
       01  STATEMENT-RECORD            PIC X(132).
      *
       FD  STMTORFA.
       01  ORPHAN-RECORD               PIC X(132).
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
               88  CUSTMAST-EOF                    VALUE 'Y'.
           03  SALESTRN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  SALESTRN-EOF                    VALUE 'Y'.
           03  ARITEMS-OPEN-SWITCH     PIC X(001) VALUE 'N'.
               88  ARITEMS-OPEN                    VALUE 'Y'.
           03  AR-SCAN-EOF-SWITCH      PIC X(001) VALUE 'N'.
               88  AR-SCAN-EOF                     VALUE 'Y'.
           03  CUSTXREF-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  CUSTXREF-EOF                    VALUE 'Y'.
           03  HOP-FOUND-SWITCH        PIC X(001) VALUE 'N'.
               88  HOP-FOUND                       VALUE 'Y'.
           03  TRAN-CARRIED-SWITCH     PIC X(001) VALUE 'N'.
               88  TRAN-CARRIED                    VALUE 'Y'.
           03  OLD-KEY-FOUND-SWITCH    PIC X(001) VALUE 'N'.
               88  OLD-KEY-FOUND                   VALUE 'Y'.
      *
       77  ARITEMS-STATUS              PIC X(002) VALUE SPACES.
       77  CUSTXREF-STATUS             PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-TRANSFER-MODE     PIC X(001) VALUE SPACE.
               88  FOLLOW-CUSTOMER                 VALUE 'F'.
      *
       01  KEY-FIELDS.
           03  HIGH-KEY                PIC X(009) VALUE HIGH-VALUES.
           03  TRAN-COUNT              PIC S9(005) VALUE ZERO.
           03  ORPHAN-COUNT            PIC S9(005) VALUE ZERO.
           03  TIE-FAIL-COUNT          PIC S9(005) VALUE ZERO.
           03  CARRIED-COUNT           PIC S9(005) VALUE ZERO.
           03  TRANSFERRED-COUNT       PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    TRANSFERENCIAS (CUSTXREF.TXT), NA ORDEM EM QUE FORAM FEITAS.
      *    UMA CHAVE E TRADUZIDA SALTANDO DE TRANSFERENCIA EM
      *    TRANSFERENCIA (A PARA B, DEPOIS B PARA C), SEMPRE PARA
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
           03  TRANSLATE-KEY           PIC X(009).
           03  TRANSLATE-DATE          PIC 9(008).
           03  CHECK-KEY               PIC X(009).
      *
      *-----------------------------------------------------------------
      *    TRANSACOES DA CHAVE ANTIGA QUE VAO PARA O EXTRATO DA CHAVE
      *    NOVA. O SALESTRN VEM NA ORDEM DA CHAVE ANTIGA, ENTAO ELAS
      *    SAO SEPARADAS NUMA PRE-PASSAGEM E IMPRESSAS JUNTO COM O
      *    CLIENTE DE DESTINO.
      *-----------------------------------------------------------------
       01  CARRIED-TRAN-TABLE.
           03  CARRIED-TRAN-ENTRY      OCCURS 1000 TIMES.
               05  CTT-NEW-KEY         PIC X(009).
               05  CTT-PRINTED         PIC X(001).
               05  CTT-TRAN-IMAGE      PIC X(025).
       77  CARRIED-TABLE-COUNT         PIC S9(005) VALUE ZERO.
       77  CARRIED-IDX                 PIC S9(005) VALUE ZERO.
      *
      *    TRANSACAO EM FORMATACAO (DO SALESTRN OU DA TABELA ACIMA).
       01  TRAN-WORK-RECORD.
           03  TW-KEY                  PIC X(009).
           03  TW-INVOICE-DATE         PIC 9(008).
           03  TW-TRAN-TYPE            PIC X(001).
           03  TW-AMOUNT               PIC S9(005)V9(002).
      *
       01  BALANCE-FIELDS.
           03  NET-PERIOD-AMOUNT       PIC S9(007)V99 VALUE ZERO.
           03  OPENING-BALANCE         PIC S9(007)V99 VALUE ZERO.
           03  RUNNING-BALANCE         PIC S9(007)V99 VALUE ZERO.
           03  OPEN-BALANCE-DUE        PIC S9(007)V99 VALUE ZERO.
           03  TOTAL-BALANCE-DUE       PIC S9(007)V99 VALUE ZERO.
      *
       01  STATEMENT-HEADER-LINE.
           03  FILLER                  PIC X(010) VALUE 'CUSTOMER: '.
           03  SD-AMOUNT               PIC ZZ,ZZ9.99-.
           03  FILLER                  PIC X(006) VALUE ' BAL: '.
           03  SD-RUNNING-BALANCE      PIC ZZ,ZZ9.99-.
           03  SD-FROM-LABEL           PIC X(006).
           03  SD-FROM-KEY             PIC X(009).
           03  FILLER                  PIC X(069) VALUE  SPACES.
      *
       01  CLOSING-LINE.
           03  FILLER                  PIC X(030) VALUE
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  TOL-VERDICT             PIC X(010).
           03  FILLER                  PIC X(081) VALUE  SPACES.
      *
       01  BALANCE-DUE-LINE.
           03  FILLER                  PIC X(029) VALUE
               '  OPEN BALANCE DUE           '.
           03  BDL-AMOUNT              PIC ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(012) VALUE
               ' SALES YTD: '.
           03  BDL-SALES-YTD           PIC ZZ,ZZ9.99-.
           03  FILLER                  PIC X(070) VALUE  SPACES.
      *
       01  ORPHAN-LINE.
           03  OR-LABEL                PIC X(030).
           03  OR-TRAN-IMAGE           PIC X(025).
           03  FILLER                  PIC X(077) VALUE  SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-CUSTOMER-STMTS.
      *
           ACCEPT SYSIN-TRANSFER-MODE FROM SYSIN.
           IF SYSIN-TRANSFER-MODE = SPACE
               MOVE 'K' TO SYSIN-TRANSFER-MODE
           END-IF.
           IF SYSIN-TRANSFER-MODE NOT = 'F'
              AND SYSIN-TRANSFER-MODE NOT = 'K'
               DISPLAY 'RPTP1013 SYSIN TRANSFER MODE MUST BE F OR K '
                       '- ABORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 050000-LOAD-XREF-TABLE.
           IF XREF-COUNT > ZERO
               PERFORM 055000-LOAD-CARRIED-TRANS
           END-IF.
      *
           OPEN INPUT  CUSTMAST
                       SALESTRN.
           OPEN OUTPUT CUSTSTMT
                       STMTORFA.
           OPEN INPUT  ARITEMS.
           IF ARITEMS-STATUS = '00'
               MOVE 'Y' TO ARITEMS-OPEN-SWITCH
           ELSE
               DISPLAY 'RPTP1013 ARITEMS.IDX NOT AVAILABLE - STATUS '
                       ARITEMS-STATUS ' - BALANCE DUE PRINTED AS ZERO'
           END-IF.
      *
           PERFORM 100000-READ-MASTER-RECORD.
           PERFORM 110000-READ-TRAN-RECORD.
      *
           PERFORM 200000-STATEMENT-ONE-KEY
               UNTIL CUSTMAST-EOF AND SALESTRN-EOF.
           PERFORM 295000-WRITE-UNPRINTED-CARRIED
               VARYING CARRIED-IDX FROM 1 BY 1
               UNTIL CARRIED-IDX > CARRIED-TABLE-COUNT.
      *
           CLOSE CUSTMAST
                 SALESTRN
                 CUSTSTMT
                 STMTORFA.
           IF ARITEMS-OPEN
               CLOSE ARITEMS
           END-IF.
      *
           DISPLAY 'RPTP1013 CUSTOMERS : ' CUSTOMER-COUNT.
           DISPLAY 'RPTP1013 TRANS     : ' TRAN-COUNT.
           DISPLAY 'RPTP1013 ORPHANS   : ' ORPHAN-COUNT.
           DISPLAY 'RPTP1013 CARRIED   : ' CARRIED-COUNT.
           DISPLAY 'RPTP1013 TRANSFERD : ' TRANSFERRED-COUNT.
           DISPLAY 'RPTP1013 TIE FAILS : ' TIE-FAIL-COUNT.
           DISPLAY 'RPTP1013 BAL DUE   : ' TOTAL-BALANCE-DUE.
           IF TIE-FAIL-COUNT > ZERO OR ORPHAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    REFERENCIA CRUZADA DAS TRANSFERENCIAS. SEM O ARQUIVO (NENHUMA
      *    TRANSFERENCIA AINDA) O EXTRATO SAI COMO SEMPRE SAIU.
      *----------------------------------------------------------------
       050000-LOAD-XREF-TABLE.
           OPEN INPUT CUSTXREF.
           IF CUSTXREF-STATUS = '00'
               PERFORM 051000-LOAD-ONE-XREF
                   UNTIL CUSTXREF-EOF
               CLOSE CUSTXREF
           END-IF.
      *
       051000-LOAD-ONE-XREF.
           READ CUSTXREF
               AT END
                   MOVE 'Y' TO CUSTXREF-EOF-SWITCH
               NOT AT END
                   IF XREF-COUNT >= 500
                       DISPLAY 'RPTP1013 MORE THAN 500 TRANSFERS ON '
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
      *----------------------------------------------------------------
      *    PRE-PASSAGEM NO SALESTRN: GUARDA AS TRANSACOES CUJA CHAVE
      *    TRADUZ PARA OUTRA. NA PASSAGEM PRINCIPAL ELAS SAO PULADAS.
      *----------------------------------------------------------------
       055000-LOAD-CARRIED-TRANS.
           OPEN INPUT SALESTRN.
           PERFORM 056000-LOAD-ONE-CARRIED
               UNTIL SALESTRN-EOF.
           CLOSE SALESTRN.
           MOVE 'N' TO SALESTRN-EOF-SWITCH.
      *
       056000-LOAD-ONE-CARRIED.
           PERFORM 111000-READ-ONE-TRAN.
           IF TRAN-CARRIED
               IF CARRIED-TABLE-COUNT >= 1000
                   DISPLAY 'RPTP1013 MORE THAN 1000 TRANSFERRED '
                           'TRANS ON SALESTRN.TXT - ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CARRIED-TABLE-COUNT
               MOVE TRANSLATE-KEY
                   TO CTT-NEW-KEY(CARRIED-TABLE-COUNT)
               MOVE 'N' TO CTT-PRINTED(CARRIED-TABLE-COUNT)
               MOVE SALES-TRAN-RECORD
                   TO CTT-TRAN-IMAGE(CARRIED-TABLE-COUNT)
           END-IF.
      *
       100000-READ-MASTER-RECORD.
           READ CUSTMAST
           END-IF.
      *
       110000-READ-TRAN-RECORD.
           MOVE 'Y' TO TRAN-CARRIED-SWITCH.
           PERFORM 111000-READ-ONE-TRAN
               UNTIL NOT TRAN-CARRIED.
      *
      *    TRANSACAO CUJA CHAVE TRADUZ PARA OUTRA (CLIENTE TRANSFERIDO)
      *    FICA MARCADA COMO LEVADA - JA ESTA NA TABELA DA PRE-PASSAGEM.
       111000-READ-ONE-TRAN.
           MOVE 'N' TO TRAN-CARRIED-SWITCH.
           READ SALESTRN
               AT END
                   MOVE 'Y'        TO SALESTRN-EOF-SWITCH
                   MOVE HIGH-KEY   TO ST-KEY
           END-READ.
           IF NOT SALESTRN-EOF
              AND XREF-COUNT > ZERO
              AND ST-KEY NUMERIC
               MOVE ST-KEY          TO TRANSLATE-KEY
               MOVE ST-INVOICE-DATE TO TRANSLATE-DATE
               PERFORM 600000-TRANSLATE-KEY
               IF TRANSLATE-KEY NOT = ST-KEY
                   MOVE 'Y' TO TRAN-CARRIED-SWITCH
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    LINHA BALANCEADA (COMO NO RPTP1010): OS DOIS ARQUIVOS VEM
           MOVE ZERO TO RUNNING-BALANCE.
           PERFORM 230000-WRITE-ONE-TRAN-LINE
               UNTIL ST-KEY NOT = CM-KEY.
           PERFORM 235000-WRITE-CARRIED-LINE
               VARYING CARRIED-IDX FROM 1 BY 1
               UNTIL CARRIED-IDX > CARRIED-TABLE-COUNT.
      *
           COMPUTE OPENING-BALANCE =
               CM-SALES-THIS-YTD - NET-PERIOD-AMOUNT.
           END-IF.
           MOVE TIE-OUT-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
      *
           PERFORM 240000-SUM-OPEN-ITEMS.
           MOVE OPEN-BALANCE-DUE  TO BDL-AMOUNT.
           MOVE CM-SALES-THIS-YTD TO BDL-SALES-YTD.
           MOVE BALANCE-DUE-LINE  TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
      *
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
      *    SUBTRAEM - MESMA REGRA DO LANCAMENTO (RPTP1011).
      *----------------------------------------------------------------
       230000-WRITE-ONE-TRAN-LINE.
           MOVE SALES-TRAN-RECORD TO TRAN-WORK-RECORD.
           MOVE SPACES            TO SD-FROM-LABEL
                                     SD-FROM-KEY.
           PERFORM 231000-FORMAT-TRAN-LINE.
           PERFORM 110000-READ-TRAN-RECORD.
      *
       231000-FORMAT-TRAN-LINE.
           ADD 1 TO TRAN-COUNT.
           EVALUATE TW-TRAN-TYPE
               WHEN 'S'
                   MOVE 'INVOICE ' TO SD-TRAN-LABEL
                   ADD TW-AMOUNT TO NET-PERIOD-AMOUNT
                   ADD TW-AMOUNT TO RUNNING-BALANCE
               WHEN 'C'
                   MOVE 'CREDIT  ' TO SD-TRAN-LABEL
                   SUBTRACT TW-AMOUNT FROM NET-PERIOD-AMOUNT
                   SUBTRACT TW-AMOUNT FROM RUNNING-BALANCE
               WHEN 'R'
                   MOVE 'RETURN  ' TO SD-TRAN-LABEL
                   SUBTRACT TW-AMOUNT FROM NET-PERIOD-AMOUNT
                   SUBTRACT TW-AMOUNT FROM RUNNING-BALANCE
      *            PAGAMENTO NAO E VENDA: SAI NO EXTRATO MAS NAO MEXE
      *            NO LIQUIDO NEM NO SALDO CONTRA O YTD.
               WHEN 'P'
                   MOVE 'PAYMENT ' TO SD-TRAN-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO SD-TRAN-LABEL
           END-EVALUATE.
           MOVE TW-INVOICE-DATE  TO SD-INVOICE-DATE.
           MOVE TW-AMOUNT        TO SD-AMOUNT.
           MOVE RUNNING-BALANCE  TO SD-RUNNING-BALANCE.
           MOVE STATEMENT-DETAIL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
      *
      *    TRANSACAO DA CHAVE ANTIGA LEVADA PARA ESTE CLIENTE: A LINHA
      *    MOSTRA DE QUAL CHAVE ELA VEIO.
       235000-WRITE-CARRIED-LINE.
           IF CTT-NEW-KEY(CARRIED-IDX) = CM-KEY
               MOVE CTT-TRAN-IMAGE(CARRIED-IDX) TO TRAN-WORK-RECORD
               MOVE ' FROM '                    TO SD-FROM-LABEL
               MOVE TW-KEY                      TO SD-FROM-KEY
               PERFORM 231000-FORMAT-TRAN-LINE
               MOVE 'Y' TO CTT-PRINTED(CARRIED-IDX)
               ADD 1 TO CARRIED-COUNT
           END-IF.
      *
      *----------------------------------------------------------------
      *    SALDO EM ABERTO DO CLIENTE: SOMA DOS ITENS DO ARITEMS.IDX
      *    (FATURAS MENOS CREDITOS NAO APLICADOS) DA CHAVE DO CLIENTE.
      *----------------------------------------------------------------
       240000-SUM-OPEN-ITEMS.
           MOVE ZERO TO OPEN-BALANCE-DUE.
           IF ARITEMS-OPEN
               MOVE 'N'        TO AR-SCAN-EOF-SWITCH
               MOVE CM-KEY     TO AR-CUSTOMER-KEY
               MOVE LOW-VALUES TO AR-INVOICE-NUMBER
               START ARITEMS KEY IS NOT LESS THAN AR-KEY
                   INVALID KEY
                       MOVE 'Y' TO AR-SCAN-EOF-SWITCH
               END-START
               PERFORM 241000-SUM-ONE-OPEN-ITEM
                   UNTIL AR-SCAN-EOF
               ADD OPEN-BALANCE-DUE TO TOTAL-BALANCE-DUE
           END-IF.
      *
       241000-SUM-ONE-OPEN-ITEM.
           READ ARITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO AR-SCAN-EOF-SWITCH
               NOT AT END
                   IF AR-CUSTOMER-KEY NOT = CM-KEY
                       MOVE 'Y' TO AR-SCAN-EOF-SWITCH
                   ELSE
                       ADD AR-OPEN-AMOUNT TO OPEN-BALANCE-DUE
                   END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    TRANSACAO SEM CLIENTE. SE A CHAVE FOI TRANSFERIDA (MODO 'K',
      *    ANTES DA VIGENCIA) A TRANSACAO E LEGITIMA: SAI NO ARQUIVO
      *    IDENTIFICADA, SEM CONTAR COMO ORFA.
      *----------------------------------------------------------------
       290000-WRITE-ORPHAN.
           MOVE ST-KEY TO CHECK-KEY.
           PERFORM 291000-CLASSIFY-ORPHAN.
           MOVE SALES-TRAN-RECORD TO OR-TRAN-IMAGE.
           MOVE ORPHAN-LINE       TO ORPHAN-RECORD.
           WRITE ORPHAN-RECORD.
      *
       291000-CLASSIFY-ORPHAN.
           MOVE 'N' TO OLD-KEY-FOUND-SWITCH.
           PERFORM 292000-CHECK-OLD-KEY
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > XREF-COUNT
                  OR OLD-KEY-FOUND.
           IF OLD-KEY-FOUND
               ADD 1 TO TRANSFERRED-COUNT
               MOVE 'TRAN OF TRANSFERRED CUSTOMER  ' TO OR-LABEL
           ELSE
               ADD 1 TO ORPHAN-COUNT
               MOVE 'TRAN WITHOUT MASTER CUSTOMER  ' TO OR-LABEL
           END-IF.
      *
       292000-CHECK-OLD-KEY.
           IF XRT-OLD-KEY(XREF-IDX) = CHECK-KEY
               MOVE 'Y' TO OLD-KEY-FOUND-SWITCH
           END-IF.
      *
      *    TRANSACAO LEVADA PARA UMA CHAVE QUE NAO ESTA NO CADASTRO:
      *    NO MODO 'K', UMA CHAVE INTERMEDIARIA DE UMA CADEIA DE
      *    TRANSFERENCIAS (VENDA FEITA NA EPOCA DELA).
       295000-WRITE-UNPRINTED-CARRIED.
           IF CTT-PRINTED(CARRIED-IDX) = 'N'
               MOVE CTT-NEW-KEY(CARRIED-IDX)    TO CHECK-KEY
               PERFORM 291000-CLASSIFY-ORPHAN
               MOVE CTT-TRAN-IMAGE(CARRIED-IDX) TO OR-TRAN-IMAGE
               MOVE ORPHAN-LINE                 TO ORPHAN-RECORD
               WRITE ORPHAN-RECORD
           END-IF.
      *
      *----------------------------------------------------------------
      *    TRADUCAO DA CHAVE PELAS TRANSFERENCIAS. MODO 'F': TODA
      *    TRANSFERENCIA DA CHAVE VALE. MODO 'K': SO AS VIGENTES NA
      *    DATA DA TRANSACAO.
      *----------------------------------------------------------------
       600000-TRANSLATE-KEY.
           MOVE 1   TO XREF-START-IDX.
           MOVE 'Y' TO HOP-FOUND-SWITCH.
           PERFORM 610000-FIND-NEXT-HOP
               UNTIL NOT HOP-FOUND.
      *
       610000-FIND-NEXT-HOP.
           MOVE 'N' TO HOP-FOUND-SWITCH.
           PERFORM 620000-CHECK-ONE-XREF
               VARYING XREF-IDX FROM XREF-START-IDX BY 1
               UNTIL XREF-IDX > XREF-COUNT
                  OR HOP-FOUND.
      *
       620000-CHECK-ONE-XREF.
           IF XRT-OLD-KEY(XREF-IDX) = TRANSLATE-KEY
              AND (FOLLOW-CUSTOMER
                   OR TRANSLATE-DATE >= XRT-EFFECTIVE-DATE(XREF-IDX))
               MOVE XRT-NEW-KEY(XREF-IDX) TO TRANSLATE-KEY
               COMPUTE XREF-START-IDX = XREF-IDX + 1
               MOVE 'Y' TO HOP-FOUND-SWITCH
           END-IF.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 1 3         *
