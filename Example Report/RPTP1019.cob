      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        LIMITE E SITUACAO DE CREDITO  15/10/2026
      *                       NO CADASTRO (COL 44-52 E 53).
      *                       NA CARGA, LIMITE EM BRANCO
      *                       (CADASTRO ANTIGO DE 43
      *                       POSICOES) ENTRA COMO ZERO
      *================================================================
      *
      * CARTAO SYSIN:
      *                  saida com trailer de controle no modo U)
      *   CUSTMAST.IDX - cadastro indexado (saida no modo L; entrada
      *                  no modo U)
      * LAYOUT DO CADASTRO (53 POSICOES):
      *     COL 01-09  FILIAL/REPRESENTANTE/CLIENTE
      *     COL 10-29  NOME            X(20)
      *     COL 30-36  YTD ATUAL       S9(5)V99
      *     COL 37-43  YTD ANTERIOR    S9(5)V99
      *     COL 44-52  LIMITE DE CREDITO S9(7)V99 (ZERO = SEM LIMITE)
      *     COL 53     SITUACAO DE CREDITO (BRANCO NORMAL, 'H'
      *                BLOQUEADO PELA COBRANCA)
      *
       IDENTIFICATION DIVISION.
      *
           03  CM-CUSTOMER-NAME        PIC X(020).
           03  CM-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CM-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CM-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CM-CREDIT-STATUS        PIC X(001).
       01  CONTROL-TRAILER-RECORD.
           03  CTR-RECORD-TYPE         PIC X(001).
           03  CTR-RECORD-COUNT        PIC 9(007).
           03  CI-CUSTOMER-NAME        PIC X(020).
           03  CI-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CI-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CI-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CI-CREDIT-STATUS        PIC X(001).
      *
       WORKING-STORAGE SECTION.
      *
           MOVE CM-CUSTOMER-NAME   TO CI-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO CI-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO CI-SALES-LAST-YTD.
           IF CM-CREDIT-LIMIT NUMERIC
               MOVE CM-CREDIT-LIMIT TO CI-CREDIT-LIMIT
           ELSE
               MOVE ZERO            TO CI-CREDIT-LIMIT
           END-IF.
           MOVE CM-CREDIT-STATUS   TO CI-CREDIT-STATUS.
           WRITE CUSTIDX-RECORD
               INVALID KEY
                   DISPLAY 'RPTP1019 WRITE FAILED KEY ' CI-KEY
           MOVE CI-CUSTOMER-NAME   TO CM-CUSTOMER-NAME.
           MOVE CI-SALES-THIS-YTD  TO CM-SALES-THIS-YTD.
           MOVE CI-SALES-LAST-YTD  TO CM-SALES-LAST-YTD.
           MOVE CI-CREDIT-LIMIT    TO CM-CREDIT-LIMIT.
           MOVE CI-CREDIT-STATUS   TO CM-CREDIT-STATUS.
           WRITE CUSTOMER-MASTER-RECORD.
           ADD 1 TO RECORD-COUNT.
           ADD CI-SALES-THIS-YTD TO HASH-THIS-TOTAL.
