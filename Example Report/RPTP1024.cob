      *================================================================
      * PROGRAMA    : RPTP1024
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : TRANSFERENCIA DE CLIENTE ENTRE FILIAL E/OU
      *               REPRESENTANTE. A CHAVE DO CUSTMAST.IDX E FILIAL +
      *               REPRESENTANTE + CLIENTE, E A TROCA ERA FEITA COM
      *               EXCLUSAO E INCLUSAO NO RPTP1010 - OS ACUMULADOS
      *               ERAM REDIGITADOS A MAO E NADA LIGAVA A CHAVE
      *               VELHA A NOVA. ESTE JOB MOVE O REGISTRO INTEIRO
      *               (ACUMULADOS E CREDITO) PARA A CHAVE NOVA, LEVA
      *               JUNTO OS ITENS EM ABERTO DO ARITEMS.IDX, GRAVA A
      *               TRILHA DE AUDITORIA E MANTEM A REFERENCIA
      *               CRUZADA CUSTXREF.TXT USADA PELOS RELATORIOS.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      * 002 EQUIPE GFP        ITEM DO ARITEMS GRAVADO NA    15/10/2026
      *                       CHAVE NOVA ANTES DE EXCLUIDO
      *                       DA ATUAL; FALHA NO WRITE OU NO
      *                       DELETE PARA A MUDANCA DOS
      *                       ITENS DO CLIENTE COM RC 8
      * 003 EQUIPE GFP        FALHA NA EXCLUSAO DA CHAVE    15/10/2026
      *                       ATUAL DO CADASTRO DESFAZ A
      *                       GRAVACAO NA CHAVE NOVA: A
      *                       TRANSFERENCIA E REJEITADA COM
      *                       RC 8, SEM MOVER ITENS, SEM
      *                       AUDITORIA E SEM REFERENCIA
      *                       CRUZADA
      *================================================================
      *
      * ENTRADAS:
      *   CUSTMAST.IDX - cadastro indexado (chave filial/
      *                  representante/cliente)
      *   ARITEMS.IDX  - contas a receber por fatura (RPTP1011); sem
      *                  o arquivo, so o cadastro e transferido, com
      *                  aviso
      *   XFERTRAN.TXT - transferencias:
      *     COL 01-08  USUARIO RESPONSAVEL
      *     COL 09-17  CHAVE ATUAL (FILIAL 9(2) REPR 9(2) CLIENTE 9(5))
      *     COL 18-26  CHAVE NOVA  (FILIAL 9(2) REPR 9(2) CLIENTE 9(5))
      *     COL 27-34  DATA DE VIGENCIA (AAAAMMDD)
      *     COL 35-54  MOTIVO
      * SAIDAS:
      *   CUSTMAST.IDX - registro movido para a chave nova
      *   ARITEMS.IDX  - itens do cliente regravados na chave nova
      *   CUSTAUDT.TXT - trilha de auditoria (OPEN EXTEND), mesmo
      *                  layout do RPTP1010, acao 'T': ANTES = registro
      *                  na chave atual, DEPOIS = registro na chave nova
      *   CUSTXREF.TXT - referencia cruzada acumulativa (OPEN EXTEND):
      *     COL 01-09  CHAVE ANTERIOR
      *     COL 10-18  CHAVE NOVA
      *     COL 19-26  DATA DE VIGENCIA (AAAAMMDD)
      *     COL 27-46  MOTIVO
      *     COL 47-54  USUARIO
      *     COL 55-62  DATA DO PROCESSAMENTO (AAAAMMDD)
      *     COL 63-69  YTD ATUAL NA TRANSFERENCIA    S9(5)V99
      *     COL 70-76  YTD ANTERIOR NA TRANSFERENCIA S9(5)V99
      *   XFERERRS.TXT - transferencias rejeitadas com o motivo; a
      *                  rejeitada por falha na exclusao da chave
      *                  atual (RC 8); e as transferidas cujos itens
      *                  do ARITEMS nao foram todos movidos (RC 8)
      *
      * ORDEM NA CADEIA: O RPTP1010 ABRE O CUSTAUDT.TXT EM OUTPUT.
      * ESTE PASSO RODA DEPOIS DELE, PARA QUE AS LINHAS 'T' FIQUEM NA
      * MESMA TRILHA DO DIA EM VEZ DE SEREM SOBREPOSTAS.
      *
      * A CHAVE ANTERIOR NAO DEVE SER REAPROVEITADA PARA OUTRO CLIENTE:
      * OS RELATORIOS (RPTP1003, RPTP1013, RPTP1017) TRADUZEM PELA
      * CUSTXREF.TXT TUDO O QUE FOI LANCADO NELA.
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1024.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT CUSTIDX  ASSIGN TO 'CUSTMAST.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CI-KEY
           FILE STATUS IS CUSTIDX-STATUS.
       SELECT ARITEMS  ASSIGN TO 'ARITEMS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS ARITEMS-STATUS.
       SELECT XFERTRAN ASSIGN TO 'XFERTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CUSTAUDT ASSIGN TO 'CUSTAUDT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CUSTXREF ASSIGN TO 'CUSTXREF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT XFERERRS ASSIGN TO 'XFERERRS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  XFERTRAN.
       01  TRANSFER-TRAN-RECORD.
           03  XT-USER-ID              PIC X(008).
           03  XT-OLD-KEY              PIC X(009).
           03  XT-NEW-KEY              PIC X(009).
           03  XT-EFFECTIVE-DATE       PIC 9(008).
           03  XT-EFFECTIVE-DATE-R     REDEFINES XT-EFFECTIVE-DATE.
               05  XT-EFFECTIVE-YEAR   PIC 9(004).
               05  XT-EFFECTIVE-MONTH  PIC 9(002).
               05  XT-EFFECTIVE-DAY    PIC 9(002).
           03  XT-REASON               PIC X(020).
      *
       FD  CUSTAUDT.
       01  AUDIT-RECORD                PIC X(142).
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
       FD  XFERERRS.
       01  ERROR-RECORD                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1024                    PIC X(008) VALUE 'RPTP1024'.
      *
       01  SWITCHES.
           03  XFERTRAN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  XFERTRAN-EOF                    VALUE 'Y'.
           03  TRAN-VALID-SWITCH       PIC X(001) VALUE 'N'.
               88  TRAN-VALID                      VALUE 'Y'.
           03  ARITEMS-OPEN-SWITCH     PIC X(001) VALUE 'N'.
               88  ARITEMS-OPEN                    VALUE 'Y'.
           03  AR-ITEM-FOUND-SWITCH    PIC X(001) VALUE 'N'.
               88  AR-ITEM-FOUND                   VALUE 'Y'.
           03  AR-MOVE-FAILED-SWITCH   PIC X(001) VALUE 'N'.
               88  AR-MOVE-FAILED                  VALUE 'Y'.
      *
       77  CUSTIDX-STATUS              PIC X(002) VALUE SPACES.
       77  ARITEMS-STATUS              PIC X(002) VALUE SPACES.
      *
       01  COUNT-FIELDS.
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  TRANSFER-COUNT          PIC S9(005) VALUE ZERO.
           03  AR-MOVED-COUNT          PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
      *
       01  CURRENT-DATE-AND-TIME.
           03  CD-DATE                 PIC 9(008).
           03  FILLER                  PIC X(013).
      *
       01  WORK-FIELDS.
           03  OLD-MASTER-IMAGE        PIC X(053).
           03  SCAN-CUSTOMER-KEY       PIC X(009).
           03  OLD-ITEM-KEY            PIC X(019).
      *
       01  AUDIT-LINE.
           03  AL-DATE                 PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-USER-ID              PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-ACTION-CODE          PIC X(001).
           03  FILLER                  PIC X(008) VALUE ' BEFORE('.
           03  AL-BEFORE-IMAGE         PIC X(053).
           03  FILLER                  PIC X(008) VALUE ') AFTER('.
           03  AL-AFTER-IMAGE          PIC X(053).
           03  FILLER                  PIC X(001) VALUE ')'.
      *
       01  ERROR-LINE.
           03  EL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EL-TRAN-IMAGE           PIC X(054).
           03  FILLER                  PIC X(047) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-TRANSFER-CUSTOMERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *
           OPEN I-O    CUSTIDX.
           IF CUSTIDX-STATUS NOT = '00'
               DISPLAY 'RPTP1024 OPEN CUSTMAST.IDX FAILED - STATUS '
                       CUSTIDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    ARITEMS.
           IF ARITEMS-STATUS = '00'
               MOVE 'Y' TO ARITEMS-OPEN-SWITCH
           ELSE
               DISPLAY 'RPTP1024 ARITEMS.IDX NOT AVAILABLE - STATUS '
                       ARITEMS-STATUS ' - OPEN ITEMS NOT MOVED'
           END-IF.
           OPEN INPUT  XFERTRAN.
           OPEN EXTEND CUSTAUDT
                       CUSTXREF.
           OPEN OUTPUT XFERERRS.
      *
           PERFORM 110000-READ-TRAN-RECORD.
           PERFORM 200000-APPLY-ONE-TRANSFER
               UNTIL XFERTRAN-EOF.
      *
           CLOSE CUSTIDX
                 XFERTRAN
                 CUSTAUDT
                 CUSTXREF
                 XFERERRS.
           IF ARITEMS-OPEN
               CLOSE ARITEMS
           END-IF.
      *
           DISPLAY 'RPTP1024 READ      : ' READ-COUNT.
           DISPLAY 'RPTP1024 TRANSFERS : ' TRANSFER-COUNT.
           DISPLAY 'RPTP1024 AR MOVED  : ' AR-MOVED-COUNT.
           DISPLAY 'RPTP1024 REJECTS   : ' REJECT-COUNT.
           STOP RUN.
      *
       110000-READ-TRAN-RECORD.
           READ XFERTRAN
               AT END
                   MOVE 'Y' TO XFERTRAN-EOF-SWITCH.
      *
      *----------------------------------------------------------------
      *    UMA TRANSFERENCIA: A CHAVE ATUAL TEM QUE EXISTIR E A NOVA
      *    NAO. O REGISTRO E GRAVADO NA CHAVE NOVA ANTES DE SER
      *    EXCLUIDO DA ATUAL - UMA FALHA NO MEIO NUNCA PERDE O
      *    CLIENTE.  TRANSFERENCIAS DO MESMO CLIENTE NO MESMO LOTE
      *    ENCADEIAM (A PARA B, DEPOIS B PARA C).
      *----------------------------------------------------------------
       200000-APPLY-ONE-TRANSFER.
           ADD 1 TO READ-COUNT.
           PERFORM 400000-EDIT-TRAN-RECORD.
           IF TRAN-VALID
               PERFORM 210000-CHECK-MASTER-KEYS
           END-IF.
           IF TRAN-VALID AND ARITEMS-OPEN
               PERFORM 220000-CHECK-NEW-KEY-ITEMS
           END-IF.
           IF TRAN-VALID
               PERFORM 230000-MOVE-MASTER-RECORD
           END-IF.
           IF TRAN-VALID
               ADD 1 TO TRANSFER-COUNT
               IF ARITEMS-OPEN
                   PERFORM 240000-MOVE-OPEN-ITEMS
               END-IF
               PERFORM 510000-WRITE-AUDIT
               PERFORM 520000-WRITE-XREF
           ELSE
               PERFORM 505000-WRITE-REJECT-LINE
           END-IF.
           PERFORM 110000-READ-TRAN-RECORD.
      *
       210000-CHECK-MASTER-KEYS.
           MOVE XT-NEW-KEY TO CI-KEY.
           READ CUSTIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'NEW KEY ALREADY ON MASTER   ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
           END-READ.
           IF TRAN-VALID
               MOVE XT-OLD-KEY TO CI-KEY
               READ CUSTIDX
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON MASTER     ' TO EL-REASON
                       MOVE 'N' TO TRAN-VALID-SWITCH
               END-READ
           END-IF.
      *
      *----------------------------------------------------------------
      *    A CHAVE NOVA NAO PODE TER ITENS NO CONTAS A RECEBER (RESTO
      *    DE UM CLIENTE EXCLUIDO): OS ITENS DO TRANSFERIDO SE
      *    MISTURARIAM COM ELES E UMA FATURA REPETIDA NAO REGRAVARIA.
      *----------------------------------------------------------------
       220000-CHECK-NEW-KEY-ITEMS.
           MOVE XT-NEW-KEY TO SCAN-CUSTOMER-KEY.
           PERFORM 250000-FIND-FIRST-ITEM.
           IF AR-ITEM-FOUND
               MOVE 'NEW KEY HAS AR ITEMS        ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
      *    O REGISTRO DA CHAVE ATUAL ESTA NA AREA (LIDO NO 210000).
      *    SE A CHAVE ATUAL NAO PUDER SER EXCLUIDA, A COPIA NA CHAVE
      *    NOVA E EXCLUIDA (O CADASTRO NAO FICA COM O CLIENTE EM DUAS
      *    CHAVES) E A TRANSFERENCIA E REJEITADA COM RC 8.
       230000-MOVE-MASTER-RECORD.
           MOVE CUSTIDX-RECORD TO OLD-MASTER-IMAGE.
           MOVE XT-NEW-KEY     TO CI-KEY.
           WRITE CUSTIDX-RECORD
               INVALID KEY
                   MOVE 'WRITE FAILED ON MASTER      ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
           END-WRITE.
           IF TRAN-VALID
               MOVE XT-OLD-KEY TO CI-KEY
               DELETE CUSTIDX RECORD
                   INVALID KEY
                       DISPLAY 'RPTP1024 DELETE FAILED ON KEY '
                               XT-OLD-KEY ' - STATUS ' CUSTIDX-STATUS
                       PERFORM 231000-BACK-OUT-NEW-KEY
               END-DELETE
           END-IF.
           IF TRAN-VALID
               MOVE OLD-MASTER-IMAGE TO CUSTIDX-RECORD
               MOVE XT-NEW-KEY       TO CI-KEY
           END-IF.
      *
       231000-BACK-OUT-NEW-KEY.
           MOVE 8 TO RETURN-CODE.
           MOVE 'DELETE FAILED ON MASTER     ' TO EL-REASON.
           MOVE 'N' TO TRAN-VALID-SWITCH.
           MOVE XT-NEW-KEY TO CI-KEY.
           DELETE CUSTIDX RECORD
               INVALID KEY
                   DISPLAY 'RPTP1024 BACK-OUT DELETE FAILED ON KEY '
                           XT-NEW-KEY ' - STATUS ' CUSTIDX-STATUS
           END-DELETE.
      *
      *----------------------------------------------------------------
      *    ITENS DO CONTAS A RECEBER: CADA ITEM DA CHAVE ATUAL E
      *    GRAVADO NA CHAVE NOVA E SO DEPOIS EXCLUIDO DA ATUAL, COMO O
      *    CADASTRO. O POSICIONAMENTO E REFEITO A CADA ITEM, SEM
      *    DEPENDER DO PONTEIRO DE LEITURA DEPOIS DE UM WRITE/DELETE.
      *    FALHA NO WRITE OU NO DELETE PARA A MUDANCA DOS ITENS DESTE
      *    CLIENTE (SENAO O MESMO ITEM SERIA ACHADO DE NOVO) E O PASSO
      *    TERMINA COM RC 8 PARA O ACERTO MANUAL.
      *----------------------------------------------------------------
       240000-MOVE-OPEN-ITEMS.
           MOVE 'N'        TO AR-MOVE-FAILED-SWITCH.
           MOVE XT-OLD-KEY TO SCAN-CUSTOMER-KEY.
           PERFORM 250000-FIND-FIRST-ITEM.
           PERFORM 241000-MOVE-ONE-ITEM
               UNTIL NOT AR-ITEM-FOUND
                  OR AR-MOVE-FAILED.
           IF AR-MOVE-FAILED
               PERFORM 245000-REPORT-ITEM-FAILURE
           END-IF.
      *
       241000-MOVE-ONE-ITEM.
           MOVE AR-KEY     TO OLD-ITEM-KEY.
           MOVE XT-NEW-KEY TO AR-CUSTOMER-KEY.
           WRITE AR-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'RPTP1024 AR WRITE FAILED ON KEY '
                           AR-KEY ' - STATUS ' ARITEMS-STATUS
                   MOVE 'Y' TO AR-MOVE-FAILED-SWITCH
               NOT INVALID KEY
                   MOVE OLD-ITEM-KEY TO AR-KEY
                   DELETE ARITEMS RECORD
                       INVALID KEY
                           DISPLAY 'RPTP1024 AR DELETE FAILED ON KEY '
                                   AR-KEY ' - STATUS ' ARITEMS-STATUS
                           MOVE 'Y' TO AR-MOVE-FAILED-SWITCH
                       NOT INVALID KEY
                           ADD 1 TO AR-MOVED-COUNT
                   END-DELETE
           END-WRITE.
           IF NOT AR-MOVE-FAILED
               PERFORM 250000-FIND-FIRST-ITEM
           END-IF.
      *
      *    O CADASTRO JA ESTA NA CHAVE NOVA: A TRANSFERENCIA FICA, E OS
      *    ITENS QUE SOBRARAM NA CHAVE ATUAL SAO APONTADOS NO XFERERRS.
       245000-REPORT-ITEM-FAILURE.
           MOVE 8 TO RETURN-CODE.
           MOVE 'AR ITEMS NOT ALL MOVED      ' TO EL-REASON.
           MOVE TRANSFER-TRAN-RECORD           TO EL-TRAN-IMAGE.
           MOVE ERROR-LINE                     TO ERROR-RECORD.
           WRITE ERROR-RECORD.
      *
       250000-FIND-FIRST-ITEM.
           MOVE 'N'               TO AR-ITEM-FOUND-SWITCH.
           MOVE SCAN-CUSTOMER-KEY TO AR-CUSTOMER-KEY.
           MOVE LOW-VALUES        TO AR-INVOICE-NUMBER.
           START ARITEMS KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARITEMS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AR-CUSTOMER-KEY = SCAN-CUSTOMER-KEY
                               MOVE 'Y' TO AR-ITEM-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.
      *
      *----------------------------------------------------------------
      *    CRITICA DE CAMPOS DA TRANSFERENCIA.
      *----------------------------------------------------------------
       400000-EDIT-TRAN-RECORD.
           MOVE 'Y' TO TRAN-VALID-SWITCH.
           MOVE SPACES TO EL-REASON.
      *
           IF XT-USER-ID = SPACES
               MOVE 'USER ID MISSING             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (XT-OLD-KEY NOT NUMERIC OR XT-NEW-KEY NOT NUMERIC)
               MOVE 'KEY NOT NUMERIC             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-OLD-KEY = XT-NEW-KEY
               MOVE 'NEW KEY SAME AS OLD KEY     ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
               IF XT-EFFECTIVE-DATE NOT NUMERIC
                  OR XT-EFFECTIVE-YEAR = ZERO
                  OR XT-EFFECTIVE-MONTH < 01
                  OR XT-EFFECTIVE-MONTH > 12
                  OR XT-EFFECTIVE-DAY < 01
                  OR XT-EFFECTIVE-DAY > 31
                   MOVE 'INVALID EFFECTIVE DATE      ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID AND XT-REASON = SPACES
               MOVE 'TRANSFER REASON MISSING     ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
       505000-WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE TRANSFER-TRAN-RECORD TO EL-TRAN-IMAGE.
           MOVE ERROR-LINE           TO ERROR-RECORD.
           WRITE ERROR-RECORD.
      *
       510000-WRITE-AUDIT.
           MOVE CD-DATE          TO AL-DATE.
           MOVE XT-USER-ID       TO AL-USER-ID.
           MOVE 'T'              TO AL-ACTION-CODE.
           MOVE OLD-MASTER-IMAGE TO AL-BEFORE-IMAGE.
           MOVE CUSTIDX-RECORD   TO AL-AFTER-IMAGE.
           MOVE AUDIT-LINE       TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
       520000-WRITE-XREF.
           MOVE XT-OLD-KEY        TO XR-OLD-KEY.
           MOVE XT-NEW-KEY        TO XR-NEW-KEY.
           MOVE XT-EFFECTIVE-DATE TO XR-EFFECTIVE-DATE.
           MOVE XT-REASON         TO XR-REASON.
           MOVE XT-USER-ID        TO XR-USER-ID.
           MOVE CD-DATE           TO XR-RUN-DATE.
           MOVE CI-SALES-THIS-YTD TO XR-SALES-THIS-YTD.
           MOVE CI-SALES-LAST-YTD TO XR-SALES-LAST-YTD.
           WRITE CUSTOMER-XREF-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 4         *
      *================================================================
