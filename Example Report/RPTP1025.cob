      *================================================================
      * PROGRAMA    : RPTP1025
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : MANUTENCAO AUDITADA DO REGISTRO DE CERTIFICADOS
      *               DE ISENCAO DE IMPOSTO POR CLIENTE (TAXEXMPT), NO
      *               MESMO ESTILO DO RPTP1015/RPTP1021: LINHA
      *               BALANCEADA, TRILHA DE AUDITORIA COM IMAGEM
      *               ANTES/DEPOIS E REJEITADOS COM MOTIVO. ATE AGORA O
      *               CLIENTE ISENTO (REVENDEDOR COM NUMERO DE TVQ,
      *               COMPRADOR DAS PRIMEIRAS NACOES) ERA TAXADO PELO
      *               SISTEMA E CREDITADO A MAO; O REGISTRO E LIDO PELO
      *               JORNAL DE IMPOSTOS (RPTP1018).
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      *================================================================
      *
      * ENTRADAS:
      *   TAXEXMPT.TXT - registro atual, ordenado pela chave:
      *     COL 01-09  CLIENTE (FILIAL 9(2) REPR 9(2) CLIENTE 9(5))
      *     COL 10-24  NUMERO DO CERTIFICADO / REGISTRO X(15)
      *     COL 25     TIPO ('R' REVENDEDOR, 'P' PRIMEIRAS NACOES,
      *                'O' OUTROS)
      *     COL 26     ISENTA TPS/GST ('Y'/'N')
      *     COL 27     ISENTA TVQ/QST-PST ('Y'/'N')
      *     COL 28-39  PROVINCIAS COBERTAS, ATE 6 X(2) (BRANCO = VAGO)
      *     COL 40-47  VALIDO DESDE (AAAAMMDD)
      *     COL 48-55  VALIDO ATE   (AAAAMMDD; ZERO/BRANCO NA
      *                TRANSACAO = SEM VENCIMENTO, GRAVADO 99991231)
      *   EXMPTRAN.TXT - transacoes de manutencao, mesma ordem:
      *     COL 01     ACAO ('A' INCLUI, 'C' ALTERA, 'D' EXCLUI)
      *     COL 02-09  USUARIO RESPONSAVEL
      *     COL 10-64  IMAGEM DO REGISTRO (LAYOUT ACIMA); 'D' SO
      *                PRECISA DA CHAVE
      * SAIDAS:
      *   TAXEXMPT.NEW - registro atualizado
      *   EXMPAUDT.TXT - trilha de auditoria
      *   EXMPERRS.TXT - transacoes rejeitadas com o motivo
      *
      * A CHAVE E A DO CADASTRO DE CLIENTES: CLIENTE TRANSFERIDO PELO
      * RPTP1024 TEM O CERTIFICADO EXCLUIDO E INCLUIDO NA CHAVE NOVA
      * POR ESTE PROGRAMA.
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1025.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT TAXEXMPT ASSIGN TO 'TAXEXMPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXMPTRAN ASSIGN TO 'EXMPTRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXMPTNEW ASSIGN TO 'TAXEXMPT.NEW'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXMPAUDT ASSIGN TO 'EXMPAUDT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXMPERRS ASSIGN TO 'EXMPERRS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAXEXMPT.
       01  EXEMPT-MASTER-RECORD        PIC X(055).
      *
       FD  EXMPTRAN.
       01  EXEMPT-TRAN-RECORD.
           03  XT-ACTION-CODE          PIC X(001).
           03  XT-USER-ID              PIC X(008).
           03  XT-KEY.
               05  XT-CUSTOMER-KEY     PIC X(009).
               05  XT-CERTIFICATE-NUMBER
                                       PIC X(015).
           03  XT-EXEMPT-TYPE          PIC X(001).
           03  XT-EXEMPT-TPS           PIC X(001).
           03  XT-EXEMPT-TVQ           PIC X(001).
           03  XT-PROVINCE-CODE        PIC X(002) OCCURS 6 TIMES.
           03  XT-VALID-FROM           PIC 9(008).
           03  XT-VALID-FROM-R         REDEFINES XT-VALID-FROM.
               05  XT-FROM-YEAR        PIC 9(004).
               05  XT-FROM-MONTH       PIC 9(002).
               05  XT-FROM-DAY         PIC 9(002).
           03  XT-VALID-TO             PIC 9(008).
           03  XT-VALID-TO-X           REDEFINES XT-VALID-TO
                                       PIC X(008).
      *
       FD  EXMPTNEW.
       01  NEW-EXEMPT-RECORD           PIC X(055).
      *
       FD  EXMPAUDT.
       01  AUDIT-RECORD                PIC X(146).
      *
       FD  EXMPERRS.
       01  ERROR-RECORD                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1025                    PIC X(008) VALUE 'RPTP1025'.
      *
       01  SWITCHES.
           03  MASTER-EOF-SWITCH       PIC X(001) VALUE 'N'.
               88  MASTER-EOF                      VALUE 'Y'.
           03  EXMPTRAN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  EXMPTRAN-EOF                    VALUE 'Y'.
           03  TRAN-VALID-SWITCH       PIC X(001) VALUE 'N'.
               88  TRAN-VALID                      VALUE 'Y'.
           03  KEY-PRESENT-SWITCH      PIC X(001) VALUE 'N'.
               88  KEY-PRESENT                     VALUE 'Y'.
           03  PROVINCE-VALID-SWITCH   PIC X(001) VALUE 'N'.
               88  PROVINCE-VALID                  VALUE 'Y'.
      *
       01  COUNT-FIELDS.
           03  ADD-COUNT               PIC S9(005) VALUE ZERO.
           03  CHANGE-COUNT            PIC S9(005) VALUE ZERO.
           03  DELETE-COUNT            PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
           03  OUT-COUNT               PIC S9(005) VALUE ZERO.
      *
       01  EXEMPT-AREA.
           03  EA-KEY                  PIC X(024).
           03  FILLER                  PIC X(031).
      *
       01  WORK-EXEMPT-AREA.
           03  WA-KEY                  PIC X(024).
           03  WA-EXEMPT-TYPE          PIC X(001).
           03  WA-EXEMPT-TPS           PIC X(001).
           03  WA-EXEMPT-TVQ           PIC X(001).
           03  WA-PROVINCE-CODE        PIC X(002) OCCURS 6 TIMES.
           03  WA-VALID-FROM           PIC 9(008).
           03  WA-VALID-TO             PIC 9(008).
      *
       01  KEY-FIELDS.
           03  MASTER-KEY              PIC X(024) VALUE LOW-VALUES.
           03  HIGH-KEY                PIC X(024) VALUE HIGH-VALUES.
           03  TRAN-KEY                PIC X(024) VALUE LOW-VALUES.
           03  PREV-TRAN-KEY           PIC X(024) VALUE LOW-VALUES.
           03  HELD-KEY                PIC X(024) VALUE LOW-VALUES.
      *
      *-----------------------------------------------------------------
      *    PROVINCIAS E TERRITORIOS ACEITOS NA LISTA DE COBERTURA.
      *-----------------------------------------------------------------
       01  PROVINCE-CODE-LIST          PIC X(026) VALUE
           'QCONABBCMBSKNSNBNLPEYTNTNU'.
       01  PROVINCE-CODE-TABLE         REDEFINES PROVINCE-CODE-LIST.
           03  PCT-PROVINCE-CODE       PIC X(002) OCCURS 13 TIMES.
      *
       01  WORK-FIELDS.
           03  SLOT-IDX                PIC S9(003).
           03  PCT-IDX                 PIC S9(003).
           03  PROVINCE-COUNT          PIC S9(003).
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
           03  AL-BEFORE-IMAGE         PIC X(055).
           03  FILLER                  PIC X(008) VALUE ') AFTER('.
           03  AL-AFTER-IMAGE          PIC X(055).
           03  FILLER                  PIC X(001) VALUE ')'.
      *
       01  ERROR-LINE.
           03  EL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EL-TRAN-IMAGE           PIC X(064).
           03  FILLER                  PIC X(037) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-EXEMPT-REGISTER.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *
           OPEN INPUT  TAXEXMPT
                       EXMPTRAN.
           OPEN OUTPUT EXMPTNEW
                       EXMPAUDT
                       EXMPERRS.
      *
           PERFORM 100000-READ-MASTER-RECORD.
           PERFORM 110000-READ-TRAN-RECORD.
      *
           PERFORM 200000-BALANCE-ONE-KEY
               UNTIL MASTER-EOF AND EXMPTRAN-EOF.
      *
           CLOSE TAXEXMPT
                 EXMPTRAN
                 EXMPTNEW
                 EXMPAUDT
                 EXMPERRS.
      *
           DISPLAY 'RPTP1025 ADDS    : ' ADD-COUNT.
           DISPLAY 'RPTP1025 CHANGES : ' CHANGE-COUNT.
           DISPLAY 'RPTP1025 DELETES : ' DELETE-COUNT.
           DISPLAY 'RPTP1025 REJECTS : ' REJECT-COUNT.
           DISPLAY 'RPTP1025 WRITTEN : ' OUT-COUNT.
           STOP RUN.
      *
       100000-READ-MASTER-RECORD.
           READ TAXEXMPT
               AT END
                   MOVE 'Y'        TO MASTER-EOF-SWITCH
                   MOVE HIGH-KEY   TO MASTER-KEY
               NOT AT END
                   MOVE EXEMPT-MASTER-RECORD TO EXEMPT-AREA
                   MOVE EA-KEY     TO MASTER-KEY
           END-READ.
      *
       110000-READ-TRAN-RECORD.
           READ EXMPTRAN
               AT END
                   MOVE 'Y'        TO EXMPTRAN-EOF-SWITCH
                   MOVE HIGH-KEY   TO TRAN-KEY
               NOT AT END
                   MOVE XT-KEY     TO TRAN-KEY
           END-READ.
           PERFORM 115000-SKIP-OUT-OF-SEQ-TRAN
               UNTIL EXMPTRAN-EOF OR TRAN-KEY NOT < PREV-TRAN-KEY.
           IF NOT EXMPTRAN-EOF
               MOVE TRAN-KEY TO PREV-TRAN-KEY
           END-IF.
      *
       115000-SKIP-OUT-OF-SEQ-TRAN.
           MOVE 'TRAN OUT OF SEQUENCE        ' TO EL-REASON.
           PERFORM 505000-WRITE-REJECT-LINE.
           READ EXMPTRAN
               AT END
                   MOVE 'Y'        TO EXMPTRAN-EOF-SWITCH
                   MOVE HIGH-KEY   TO TRAN-KEY
               NOT AT END
                   MOVE XT-KEY     TO TRAN-KEY
           END-READ.
      *
      *----------------------------------------------------------------
      *    MESMA LINHA BALANCEADA DO RPTP1015: TODAS AS TRANSACOES DE
      *    UMA CHAVE (CLIENTE/CERTIFICADO) SAO APLICADAS SOBRE O
      *    REGISTRO RETIDO E O NOVO ARQUIVO SO E GRAVADO NA TROCA.
      *----------------------------------------------------------------
       200000-BALANCE-ONE-KEY.
           IF MASTER-KEY < TRAN-KEY
               MOVE EXEMPT-AREA TO WORK-EXEMPT-AREA
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
           MOVE EXEMPT-AREA TO WORK-EXEMPT-AREA.
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
               EVALUATE XT-ACTION-CODE
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
               MOVE 'CERTIFICATE ALREADY ON FILE' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE XT-KEY TO WA-KEY
               PERFORM 229000-MOVE-TRAN-FIELDS
               MOVE 'Y' TO KEY-PRESENT-SWITCH
               ADD 1 TO ADD-COUNT
               MOVE SPACES           TO AL-BEFORE-IMAGE
               MOVE WORK-EXEMPT-AREA TO AL-AFTER-IMAGE
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
       227000-APPLY-CHANGE.
           IF NOT KEY-PRESENT
               MOVE 'CERTIFICATE NOT ON FILE    ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE WORK-EXEMPT-AREA TO AL-BEFORE-IMAGE
               PERFORM 229000-MOVE-TRAN-FIELDS
               ADD 1 TO CHANGE-COUNT
               MOVE WORK-EXEMPT-AREA TO AL-AFTER-IMAGE
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
       228000-APPLY-DELETE.
           IF NOT KEY-PRESENT
               MOVE 'CERTIFICATE NOT ON FILE    ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE WORK-EXEMPT-AREA TO AL-BEFORE-IMAGE
               MOVE SPACES           TO AL-AFTER-IMAGE
               MOVE 'N' TO KEY-PRESENT-SWITCH
               ADD 1 TO DELETE-COUNT
               PERFORM 510000-WRITE-AUDIT
           END-IF.
      *
      *    A ALTERACAO SUBSTITUI TODOS OS CAMPOS FORA DA CHAVE.
       229000-MOVE-TRAN-FIELDS.
           MOVE XT-EXEMPT-TYPE TO WA-EXEMPT-TYPE.
           MOVE XT-EXEMPT-TPS  TO WA-EXEMPT-TPS.
           MOVE XT-EXEMPT-TVQ  TO WA-EXEMPT-TVQ.
           PERFORM 229100-MOVE-ONE-PROVINCE
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 6.
           MOVE XT-VALID-FROM  TO WA-VALID-FROM.
           IF XT-VALID-TO-X = SPACES OR XT-VALID-TO = ZERO
               MOVE 99991231    TO WA-VALID-TO
           ELSE
               MOVE XT-VALID-TO TO WA-VALID-TO
           END-IF.
      *
       229100-MOVE-ONE-PROVINCE.
           MOVE XT-PROVINCE-CODE(SLOT-IDX)
               TO WA-PROVINCE-CODE(SLOT-IDX).
      *
       300000-WRITE-NEW-MASTER.
           MOVE WORK-EXEMPT-AREA TO NEW-EXEMPT-RECORD.
           WRITE NEW-EXEMPT-RECORD.
           ADD 1 TO OUT-COUNT.
      *
      *----------------------------------------------------------------
      *    CRITICA DA TRANSACAO. PARA 'A'/'C': TIPO, PELO MENOS UM DOS
      *    DOIS IMPOSTOS ISENTO, PELO MENOS UMA PROVINCIA (TODAS DA
      *    LISTA ACEITA) E VIGENCIA COERENTE.
      *----------------------------------------------------------------
       400000-EDIT-TRAN-RECORD.
           MOVE 'Y' TO TRAN-VALID-SWITCH.
           MOVE SPACES TO EL-REASON.
      *
           IF XT-ACTION-CODE NOT = 'A' AND
              XT-ACTION-CODE NOT = 'C' AND
              XT-ACTION-CODE NOT = 'D'
               MOVE 'INVALID ACTION CODE         ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-CUSTOMER-KEY NOT NUMERIC
               MOVE 'CUSTOMER KEY NOT NUMERIC    ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-CERTIFICATE-NUMBER = SPACES
               MOVE 'CERTIFICATE NUMBER MISSING  ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-USER-ID = SPACES
               MOVE 'USER ID MISSING             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (XT-ACTION-CODE = 'A' OR XT-ACTION-CODE = 'C')
               PERFORM 410000-EDIT-CERTIFICATE-FIELDS
           END-IF.
      *
       410000-EDIT-CERTIFICATE-FIELDS.
           IF XT-EXEMPT-TYPE NOT = 'R' AND
              XT-EXEMPT-TYPE NOT = 'P' AND
              XT-EXEMPT-TYPE NOT = 'O'
               MOVE 'INVALID EXEMPTION TYPE      ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (XT-EXEMPT-TPS NOT = 'Y' AND XT-EXEMPT-TPS NOT = 'N')
               MOVE 'TPS/TVQ FLAG MUST BE Y OR N ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND (XT-EXEMPT-TVQ NOT = 'Y' AND XT-EXEMPT-TVQ NOT = 'N')
               MOVE 'TPS/TVQ FLAG MUST BE Y OR N ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND XT-EXEMPT-TPS = 'N' AND XT-EXEMPT-TVQ = 'N'
               MOVE 'NO TAX EXEMPTED             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
               MOVE ZERO TO PROVINCE-COUNT
               MOVE 'Y'  TO PROVINCE-VALID-SWITCH
               PERFORM 411000-EDIT-ONE-PROVINCE
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 6
               IF NOT PROVINCE-VALID
                   MOVE 'INVALID PROVINCE CODE       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               ELSE
                   IF PROVINCE-COUNT = ZERO
                       MOVE 'NO PROVINCE COVERED         '
                           TO EL-REASON
                       MOVE 'N' TO TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
           IF TRAN-VALID
               IF XT-VALID-FROM NOT NUMERIC
                  OR XT-FROM-YEAR = ZERO
                  OR XT-FROM-MONTH < 01 OR XT-FROM-MONTH > 12
                  OR XT-FROM-DAY < 01 OR XT-FROM-DAY > 31
                   MOVE 'INVALID VALID-FROM DATE     ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID
              AND XT-VALID-TO-X NOT = SPACES
               IF XT-VALID-TO NOT NUMERIC
                   MOVE 'INVALID VALID-TO DATE       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               ELSE
                   IF XT-VALID-TO NOT = ZERO
                      AND XT-VALID-TO < XT-VALID-FROM
                       MOVE 'VALID-TO BEFORE VALID-FROM  '
                           TO EL-REASON
                       MOVE 'N' TO TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       411000-EDIT-ONE-PROVINCE.
           IF XT-PROVINCE-CODE(SLOT-IDX) NOT = SPACES
               ADD 1 TO PROVINCE-COUNT
               MOVE 1 TO PCT-IDX
               PERFORM 412000-ADVANCE-PROVINCE-INDEX
                   UNTIL PCT-IDX > 13
                      OR PCT-PROVINCE-CODE(PCT-IDX)
                             = XT-PROVINCE-CODE(SLOT-IDX)
               IF PCT-IDX > 13
                   MOVE 'N' TO PROVINCE-VALID-SWITCH
               END-IF
           END-IF.
      *
       412000-ADVANCE-PROVINCE-INDEX.
           ADD 1 TO PCT-IDX.
      *
       505000-WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE EXEMPT-TRAN-RECORD TO EL-TRAN-IMAGE.
           MOVE ERROR-LINE         TO ERROR-RECORD.
           WRITE ERROR-RECORD.
      *
       510000-WRITE-AUDIT.
           MOVE CD-DATE           TO AL-DATE.
           MOVE XT-USER-ID        TO AL-USER-ID.
           MOVE XT-ACTION-CODE    TO AL-ACTION-CODE.
           MOVE AUDIT-LINE        TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 5         *
      *================================================================
