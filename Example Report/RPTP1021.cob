      *================================================================
      * PROGRAMA    : RPTP1021
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : MANUTENCAO AUDITADA DO CADASTRO DE COTAS MENSAIS
      *               DE VENDAS (QUOTAMST), POR FILIAL E POR
      *               REPRESENTANTE, NO MESMO ESTILO DO RPTP1015: LINHA
      *               BALANCEADA, TRILHA DE AUDITORIA COM IMAGEM
      *               ANTES/DEPOIS E REJEITADOS COM MOTIVO. AS COTAS
      *               ATE AGORA VIVIAM NUMA PLANILHA DA GERENCIA E ERAM
      *               CONFERIDAS A MAO CONTRA O RPTP1017; O CADASTRO
      *               ALIMENTA O RELATORIO DE ATINGIMENTO (RPTP1022).
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      *================================================================
      *
      * ENTRADAS:
      *   QUOTAMST.TXT - cadastro atual de cotas, ordenado pela chave:
      *     COL 01-04  ANO            9(4)
      *     COL 05-06  MES            9(2)
      *     COL 07-08  FILIAL         9(2)
      *     COL 09-10  REPRESENTANTE  9(2) - EM BRANCO = COTA DA
      *                               FILIAL (ORDENA ANTES DOS REPS)
      *     COL 11-19  VALOR DA COTA  9(7)V99
      *   QUOTTRAN.TXT - transacoes de manutencao, mesma ordem:
      *     COL 01     ACAO ('A' INCLUI, 'C' ALTERA, 'D' EXCLUI)
      *     COL 02-09  USUARIO RESPONSAVEL
      *     COL 10-19  CHAVE (ANO, MES, FILIAL, REPRESENTANTE)
      *     COL 20-28  VALOR DA COTA  9(7)V99 ('A' E 'C')
      * SAIDAS:
      *   QUOTAMST.NEW - cadastro atualizado
      *   QUOTAUDT.TXT - trilha de auditoria
      *   QUOTERRS.TXT - transacoes rejeitadas com o motivo
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1021.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT QUOTAMST ASSIGN TO 'QUOTAMST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTTRAN ASSIGN TO 'QUOTTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTANEW ASSIGN TO 'QUOTAMST.NEW'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTAUDT ASSIGN TO 'QUOTAUDT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTERRS ASSIGN TO 'QUOTERRS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  QUOTAMST.
       01  QUOTA-MASTER-RECORD         PIC X(019).
      *
       FD  QUOTTRAN.
       01  QUOTA-TRAN-RECORD.
           03  QT-ACTION-CODE          PIC X(001).
           03  QT-USER-ID              PIC X(008).
           03  QT-KEY.
               05  QT-YEAR             PIC 9(004).
               05  QT-MONTH            PIC 9(002).
               05  QT-BRANCH-NUMBER    PIC 9(002).
               05  QT-SALESREP-NUMBER  PIC X(002).
           03  QT-QUOTA-AMOUNT         PIC 9(007)V99.
      *
       FD  QUOTANEW.
       01  NEW-QUOTA-RECORD            PIC X(019).
      *
       FD  QUOTAUDT.
       01  AUDIT-RECORD                PIC X(132).
      *
       FD  QUOTERRS.
       01  ERROR-RECORD                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1021                    PIC X(008) VALUE 'RPTP1021'.
      *
       01  SWITCHES.
           03  MASTER-EOF-SWITCH       PIC X(001) VALUE 'N'.
               88  MASTER-EOF                      VALUE 'Y'.
           03  QUOTTRAN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  QUOTTRAN-EOF                    VALUE 'Y'.
           03  TRAN-VALID-SWITCH       PIC X(001) VALUE 'N'.
               88  TRAN-VALID                      VALUE 'Y'.
           03  KEY-PRESENT-SWITCH      PIC X(001) VALUE 'N'.
               88  KEY-PRESENT                     VALUE 'Y'.
      *
       01  COUNT-FIELDS.
           03  ADD-COUNT               PIC S9(005) VALUE ZERO.
           03  CHANGE-COUNT            PIC S9(005) VALUE ZERO.
           03  DELETE-COUNT            PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
           03  OUT-COUNT               PIC S9(005) VALUE ZERO.
      *
       01  QUOTA-AREA.
           03  QA-KEY                  PIC X(010).
           03  QA-QUOTA-AMOUNT         PIC 9(007)V99.
      *
       01  WORK-QUOTA-AREA.
           03  WA-KEY                  PIC X(010).
           03  WA-QUOTA-AMOUNT         PIC 9(007)V99.
      *
       01  KEY-FIELDS.
           03  MASTER-KEY              PIC X(010) VALUE LOW-VALUES.
           03  HIGH-KEY                PIC X(010) VALUE HIGH-VALUES.
           03  TRAN-KEY                PIC X(010) VALUE LOW-VALUES.
           03  PREV-TRAN-KEY           PIC X(010) VALUE LOW-VALUES.
           03  HELD-KEY                PIC X(010) VALUE LOW-VALUES.
      *
       01  CURRENT-DATE-AND-TIME.
           03  CD-DATE                 PIC X(008).
           03  FILLER                  PIC X(013).
      *
       01  AUDIT-LINE.
           03  AL-DATE                 PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-USER-ID              PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-ACTION-CODE          PIC X(001).
           03  FILLER                  PIC X(008) VALUE ' BEFORE('.
           03  AL-BEFORE-IMAGE         PIC X(019).
           03  FILLER                  PIC X(008) VALUE ') AFTER('.
           03  AL-AFTER-IMAGE          PIC X(019).
           03  FILLER                  PIC X(001) VALUE ')'.
           03  FILLER                  PIC X(058) VALUE SPACES.
      *
       01  ERROR-LINE.
           03  EL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EL-TRAN-IMAGE           PIC X(028).
           03  FILLER                  PIC X(073) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-QUOTA-MASTER.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *
           OPEN INPUT  QUOTAMST
                       QUOTTRAN.
           OPEN OUTPUT QUOTANEW
                       QUOTAUDT
                       QUOTERRS.
      *
           PERFORM 100000-READ-MASTER-RECORD.
           PERFORM 110000-READ-TRAN-RECORD.
      *
           PERFORM 200000-BALANCE-ONE-KEY
               UNTIL MASTER-EOF AND QUOTTRAN-EOF.
      *
           CLOSE QUOTAMST
                 QUOTTRAN
                 QUOTANEW
                 QUOTAUDT
                 QUOTERRS.
      *
           DISPLAY 'RPTP1021 ADDS    : ' ADD-COUNT.
           DISPLAY 'RPTP1021 CHANGES : ' CHANGE-COUNT.
           DISPLAY 'RPTP1021 DELETES : ' DELETE-COUNT.
           DISPLAY 'RPTP1021 REJECTS : ' REJECT-COUNT.
           DISPLAY 'RPTP1021 WRITTEN : ' OUT-COUNT.
           STOP RUN.
      *
       100000-READ-MASTER-RECORD.
           READ QUOTAMST
               AT END
                   MOVE 'Y'        TO MASTER-EOF-SWITCH
                   MOVE HIGH-KEY   TO MASTER-KEY
               NOT AT END
                   MOVE QUOTA-MASTER-RECORD TO QUOTA-AREA
                   MOVE QA-KEY     TO MASTER-KEY
           END-READ.
      *
       110000-READ-TRAN-RECORD.
           READ QUOTTRAN
               AT END
                   MOVE 'Y'        TO QUOTTRAN-EOF-SWITCH
                   MOVE HIGH-KEY   TO TRAN-KEY
               NOT AT END
                   MOVE QT-KEY     TO TRAN-KEY
           END-READ.
           PERFORM 115000-SKIP-OUT-OF-SEQ-TRAN
               UNTIL QUOTTRAN-EOF OR TRAN-KEY NOT < PREV-TRAN-KEY.
           IF NOT QUOTTRAN-EOF
               MOVE TRAN-KEY TO PREV-TRAN-KEY
           END-IF.
      *
       115000-SKIP-OUT-OF-SEQ-TRAN.
           MOVE 'TRAN OUT OF SEQUENCE        ' TO EL-REASON.
           PERFORM 505000-WRITE-REJECT-LINE.
           READ QUOTTRAN
               AT END
                   MOVE 'Y'        TO QUOTTRAN-EOF-SWITCH
                   MOVE HIGH-KEY   TO TRAN-KEY
               NOT AT END
                   MOVE QT-KEY     TO TRAN-KEY
           END-READ.
      *
      *----------------------------------------------------------------
      *    MESMA LINHA BALANCEADA DO RPTP1015: TODAS AS TRANSACOES DE
      *    UMA CHAVE (ANO/MES/FILIAL/REPRESENTANTE) SAO APLICADAS SOBRE
      *    O REGISTRO RETIDO E O NOVO CADASTRO SO E GRAVADO NA TROCA.
      *----------------------------------------------------------------
       200000-BALANCE-ONE-KEY.
           IF MASTER-KEY < TRAN-KEY
               MOVE QUOTA-AREA TO WORK-QUOTA-AREA
               PERFORM 300000-WRITE-NEW-MASTER
               PERFORM 100000-READ-MASTER-RECORD
           ELSE
               IF MASTER-KEY > TRAN-KEY
                   PERFORM 215000-START-UNMATCHED-SET
               ELSE
                   PERFORM 220000-APPLY-MATCHED-SET
               END-IF
           END-IF.
      *
       215000-START-UNMATCHED-SET.
           MOVE TRAN-KEY TO HELD-KEY.
           MOVE 'N'      TO KEY-PRESENT-SWITCH.
           PERFORM 225000-APPLY-ONE-TRAN
               UNTIL TRAN-KEY NOT = HELD-KEY.
           IF KEY-PRESENT
               PERFORM 300000-WRITE-NEW-MASTER
           END-IF.
      *
       220000-APPLY-MATCHED-SET.
           MOVE QUOTA-AREA  TO WORK-QUOTA-AREA.
           MOVE MASTER-KEY  TO HELD-KEY.
           MOVE 'Y'         TO KEY-PRESENT-SWITCH.
           PERFORM 225000-APPLY-ONE-TRAN
               UNTIL TRAN-KEY NOT = HELD-KEY.
           IF KEY-PRESENT
               PERFORM 300000-WRITE-NEW-MASTER
           END-IF.
           PERFORM 100000-READ-MASTER-RECORD.
      *
       225000-APPLY-ONE-TRAN.
           PERFORM 400000-EDIT-TRAN-RECORD.
           IF NOT TRAN-VALID
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               EVALUATE QT-ACTION-CODE
                   WHEN 'A'
                       PERFORM 226000-APPLY-ADD
                   WHEN 'C'
                       PERFORM 227000-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM 228000-APPLY-DELETE
               END-EVALUATE
           END-IF.
           PERFORM 110000-READ-TRAN-RECORD.
      *
       226000-APPLY-ADD.
           IF KEY-PRESENT
               MOVE 'QUOTA ALREADY ON MASTER    ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE QT-KEY          TO WA-KEY
               MOVE QT-QUOTA-AMOUNT TO WA-QUOTA-AMOUNT
               MOVE 'Y' TO KEY-PRESENT-SWITCH
               ADD 1 TO ADD-COUNT
               MOVE SPACES          TO AL-BEFORE-IMAGE
               MOVE WORK-QUOTA-AREA TO AL-AFTER-IMAGE
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
       227000-APPLY-CHANGE.
           IF NOT KEY-PRESENT
               MOVE 'QUOTA NOT ON MASTER        ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE WORK-QUOTA-AREA TO AL-BEFORE-IMAGE
               MOVE QT-QUOTA-AMOUNT TO WA-QUOTA-AMOUNT
               ADD 1 TO CHANGE-COUNT
               MOVE WORK-QUOTA-AREA TO AL-AFTER-IMAGE
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
       228000-APPLY-DELETE.
           IF NOT KEY-PRESENT
               MOVE 'QUOTA NOT ON MASTER        ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE WORK-QUOTA-AREA TO AL-BEFORE-IMAGE
               MOVE SPACES          TO AL-AFTER-IMAGE
               MOVE 'N' TO KEY-PRESENT-SWITCH
               ADD 1 TO DELETE-COUNT
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
       300000-WRITE-NEW-MASTER.
           MOVE WORK-QUOTA-AREA TO NEW-QUOTA-RECORD.
           WRITE NEW-QUOTA-RECORD.
           ADD 1 TO OUT-COUNT.
      *
      *----------------------------------------------------------------
      *    REPRESENTANTE EM BRANCO E A COTA DA PROPRIA FILIAL; SE NAO
      *    HOUVER, O RPTP1022 USA A SOMA DAS COTAS DOS REPRESENTANTES.
      *----------------------------------------------------------------
       400000-EDIT-TRAN-RECORD.
           MOVE 'Y' TO TRAN-VALID-SWITCH.
           MOVE SPACES TO EL-REASON.
      *
           IF QT-ACTION-CODE NOT = 'A' AND
              QT-ACTION-CODE NOT = 'C' AND
              QT-ACTION-CODE NOT = 'D'
               MOVE 'INVALID ACTION CODE         ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (QT-YEAR NOT NUMERIC OR QT-YEAR = ZERO)
               MOVE 'INVALID YEAR                ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (QT-MONTH NOT NUMERIC
                   OR QT-MONTH < 01 OR QT-MONTH > 12)
               MOVE 'INVALID MONTH               ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND QT-BRANCH-NUMBER NOT NUMERIC
               MOVE 'BRANCH NOT NUMERIC          ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND QT-SALESREP-NUMBER NOT NUMERIC
              AND QT-SALESREP-NUMBER NOT = SPACES
               MOVE 'SALESREP NOT NUMERIC        ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND QT-USER-ID = SPACES
               MOVE 'USER ID MISSING             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (QT-ACTION-CODE = 'A' OR QT-ACTION-CODE = 'C')
              AND QT-QUOTA-AMOUNT NOT NUMERIC
               MOVE 'QUOTA AMOUNT NOT NUMERIC    ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
       505000-WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE QUOTA-TRAN-RECORD TO EL-TRAN-IMAGE.
           MOVE ERROR-LINE        TO ERROR-RECORD.
           WRITE ERROR-RECORD.
      *
       510000-WRITE-AUDIT.
           MOVE CD-DATE           TO AL-DATE.
           MOVE QT-USER-ID        TO AL-USER-ID.
           MOVE QT-ACTION-CODE    TO AL-ACTION-CODE.
           MOVE AUDIT-LINE        TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 1         *
      *================================================================
