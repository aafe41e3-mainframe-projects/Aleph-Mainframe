      *                       ORDEM DE CHAVE. TRILHA DE
      *                       AUDITORIA E REJEITADOS
      *                       INALTERADOS.
      * 003 EQUIPE GFP        LIMITE E SITUACAO DE CREDITO  15/10/2026
      *                       NO CADASTRO: INFORMADOS NA
      *                       INCLUSAO E MANTIDOS PELA NOVA
      *                       ACAO 'L' (SO CREDITO), COM A
      *                       MESMA TRILHA DE AUDITORIA. A
      *                       ALTERACAO 'C' NAO MEXE NELES
      *================================================================
      *
      * ENTRADAS:
      *   CUSTMAST.IDX - cadastro indexado (chave filial/
      *                  representante/cliente)
      *   CUSTTRAN.TXT - transacoes de manutencao:
      *     COL 01     ACAO ('A' INCLUI, 'C' ALTERA, 'D' EXCLUI,
      *                'L' ALTERA SO O LIMITE/SITUACAO DE CREDITO)
      *     COL 02-09  USUARIO RESPONSAVEL
      *     COL 10-11  FILIAL         9(2)
      *     COL 12-13  REPRESENTANTE  9(2)
      *     COL 19-38  NOME           X(20)
      *     COL 39-45  YTD ATUAL      S9(5)V99
      *     COL 46-52  YTD ANTERIOR   S9(5)V99
      *     COL 53-61  LIMITE CREDITO S9(7)V99 ('A'/'L'; BRANCO OU
      *                ZERO = SEM LIMITE)
      *     COL 62     SITUACAO CREDITO ('A'/'L'; BRANCO NORMAL,
      *                'H' BLOQUEADO PELA COBRANCA)
      * SAIDAS:
      *   CUSTMAST.IDX - atualizado no lugar
      *   CUSTAUDT.TXT - trilha de auditoria (imagem antes/depois,
           03  CI-CUSTOMER-NAME        PIC X(020).
           03  CI-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CI-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CI-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CI-CREDIT-STATUS        PIC X(001).
      *
       FD  CUSTTRAN.
       01  CUSTOMER-TRAN-RECORD.
           03  CT-CUSTOMER-NAME        PIC X(020).
           03  CT-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CT-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CT-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CT-CREDIT-LIMIT-X       REDEFINES CT-CREDIT-LIMIT
                                       PIC X(009).
           03  CT-CREDIT-STATUS        PIC X(001).
      *
       FD  CUSTAUDT.
       01  AUDIT-RECORD                PIC X(142).
      *
       FD  CUSTERRS.
       01  ERROR-RECORD                PIC X(132).
           03  ADD-COUNT               PIC S9(005) VALUE ZERO.
           03  CHANGE-COUNT            PIC S9(005) VALUE ZERO.
           03  DELETE-COUNT            PIC S9(005) VALUE ZERO.
           03  CREDIT-COUNT            PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
      *
       01  CURRENT-DATE-AND-TIME.
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
           03  EL-TRAN-IMAGE           PIC X(062).
           03  FILLER                  PIC X(039) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY 'RPTP1010 ADDS    : ' ADD-COUNT.
           DISPLAY 'RPTP1010 CHANGES : ' CHANGE-COUNT.
           DISPLAY 'RPTP1010 DELETES : ' DELETE-COUNT.
           DISPLAY 'RPTP1010 CREDIT  : ' CREDIT-COUNT.
           DISPLAY 'RPTP1010 REJECTS : ' REJECT-COUNT.
           STOP RUN.
      *
                       PERFORM 227000-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM 228000-APPLY-DELETE
                   WHEN 'L'
                       PERFORM 229000-APPLY-CREDIT-CHANGE
               END-EVALUATE
           END-IF.
           PERFORM 110000-READ-TRAN-RECORD.
               MOVE CT-CUSTOMER-NAME   TO CI-CUSTOMER-NAME
               MOVE CT-SALES-THIS-YTD  TO CI-SALES-THIS-YTD
               MOVE CT-SALES-LAST-YTD  TO CI-SALES-LAST-YTD
               PERFORM 229100-MOVE-CREDIT-FIELDS
               WRITE CUSTIDX-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED ON MASTER      '
           END-IF.
      *
      *----------------------------------------------------------------
      *    LIMITE E SITUACAO DE CREDITO (COBRANCA): SO ESTES DOIS
      *    CAMPOS MUDAM; NOME E ACUMULADOS FICAM COMO ESTAO.
      *----------------------------------------------------------------
       229000-APPLY-CREDIT-CHANGE.
           IF NOT KEY-PRESENT
               MOVE 'CUSTOMER NOT ON MASTER     ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE CUSTIDX-RECORD    TO AL-BEFORE-IMAGE
               PERFORM 229100-MOVE-CREDIT-FIELDS
               REWRITE CUSTIDX-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED ON MASTER    '
                           TO EL-REASON
                       PERFORM 505000-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CREDIT-COUNT
                       MOVE CUSTIDX-RECORD TO AL-AFTER-IMAGE
                       PERFORM 510000-WRITE-AUDIT
               END-REWRITE
           END-IF.
      *
       229100-MOVE-CREDIT-FIELDS.
           IF CT-CREDIT-LIMIT-X = SPACES
               MOVE ZERO            TO CI-CREDIT-LIMIT
           ELSE
               MOVE CT-CREDIT-LIMIT TO CI-CREDIT-LIMIT
           END-IF.
           MOVE CT-CREDIT-STATUS    TO CI-CREDIT-STATUS.
      *
      *----------------------------------------------------------------
      *    CRITICA DE CAMPOS DA TRANSACAO, CONTRA O LAYOUT DO CADASTRO.
      *----------------------------------------------------------------
       400000-EDIT-TRAN-RECORD.
      *
           IF CT-ACTION-CODE NOT = 'A' AND
              CT-ACTION-CODE NOT = 'C' AND
              CT-ACTION-CODE NOT = 'D' AND
              CT-ACTION-CODE NOT = 'L'
               MOVE 'INVALID ACTION CODE         ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID
              AND (CT-ACTION-CODE = 'A' OR CT-ACTION-CODE = 'L')
               IF CT-CREDIT-LIMIT-X NOT = SPACES
                  AND CT-CREDIT-LIMIT NOT NUMERIC
                   MOVE 'CREDIT LIMIT NOT NUMERIC    ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
               IF TRAN-VALID
                  AND CT-CREDIT-STATUS NOT = SPACE
                  AND CT-CREDIT-STATUS NOT = 'H'
                   MOVE 'INVALID CREDIT STATUS       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
       505000-WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
