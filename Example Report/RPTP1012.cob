      * 004 EQUIPE GFP        ACEITA (E ENCERRA NO) TRAILER 03/09/2026
      *                       DA EXTRACAO DO CADASTRO
      *                       INDEXADO (RPTP1019 MODO U)
      * 005 EQUIPE GFP        CADASTRO COM LIMITE E         15/10/2026
      *                       SITUACAO DE CREDITO (COL 44-
      *                       53): CRITICADOS QUANDO
      *                       PREENCHIDOS; O CUSTMAST.CLN
      *                       DOS RELATORIOS CONTINUA COM
      *                       43 POSICOES
      *================================================================
      *
      * ENTRADA:
      *
       FD  CUSTMAST.
       01  RAW-MASTER-RECORD.
           03  RAW-FIXED-PART          PIC X(053).
           03  RAW-EXCESS-PART         PIC X(027).
      *
       FD  CUSTCLN.
       01  CLEAN-MASTER-RECORD         PIC X(043).
           03  CM-CUSTOMER-NAME        PIC X(020).
           03  CM-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CM-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CM-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CM-CREDIT-STATUS        PIC X(001).
      *
       01  CONTROL-FIELDS.
           03  PREVIOUS-KEY            PIC X(009) VALUE LOW-VALUES.
       01  REJECT-LINE.
           03  RL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  RL-RECORD-IMAGE         PIC X(053).
           03  FILLER                  PIC X(048) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
               ADD CM-SALES-THIS-YTD TO CLEAN-THIS-TOTAL
               ADD CM-SALES-LAST-YTD TO CLEAN-LAST-TOTAL
               MOVE CM-KEY              TO PREVIOUS-KEY
               MOVE CUSTOMER-MASTER-AREA(1:43) TO CLEAN-MASTER-RECORD
               WRITE CLEAN-MASTER-RECORD
           END-IF.
           PERFORM 100000-READ-MASTER-RECORD.
               MOVE 'SALES LAST YTD NOT NUMERIC  ' TO RL-REASON
               PERFORM 390000-WRITE-REJECT-LINE
           END-IF.
      *
      *    CAMPOS DE CREDITO EM BRANCO (CADASTRO ANTERIOR AO LIMITE)
      *    SAO ACEITOS: SEM LIMITE E SITUACAO NORMAL.
           IF CM-CREDIT-LIMIT NOT NUMERIC
              AND CUSTOMER-MASTER-AREA(44:9) NOT = SPACES
               MOVE 'CREDIT LIMIT NOT NUMERIC    ' TO RL-REASON
               PERFORM 390000-WRITE-REJECT-LINE
           END-IF.
      *
           IF CM-CREDIT-STATUS NOT = SPACE
              AND CM-CREDIT-STATUS NOT = 'H'
               MOVE 'INVALID CREDIT STATUS       ' TO RL-REASON
               PERFORM 390000-WRITE-REJECT-LINE
           END-IF.
      *
           IF RECORD-CLEAN AND CM-KEY = PREVIOUS-KEY
               MOVE 'DUPLICATE CUSTOMER NUMBER   ' TO RL-REASON
