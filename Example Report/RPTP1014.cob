      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        LAYOUT DO CADASTRO COM LIMITE 15/10/2026
      *                       E SITUACAO DE CREDITO (53
      *                       POSICOES), COPIADOS SEM
      *                       MUDANCA NA VIRADA
      *================================================================
      *
      * CARTAO SYSIN:
           03  CM-CUSTOMER-NAME        PIC X(020).
           03  CM-SALES-THIS-YTD       PIC S9(005)V9(002).
           03  CM-SALES-LAST-YTD       PIC S9(005)V9(002).
           03  CM-CREDIT-LIMIT         PIC S9(007)V9(002).
           03  CM-CREDIT-STATUS        PIC X(001).
      *
       FD  ROLLCTLI.
       01  ROLLCTL-RECORD.
           03  RC-ROLL-DATE            PIC 9(008).
      *
       FD  CUSTBKUP.
       01  BACKUP-RECORD               PIC X(053).
      *
       FD  CUSTNEW.
       01  NEW-MASTER-RECORD           PIC X(053).
      *
       FD  ROLLRPT.
       01  REPORT-RECORD               PIC X(132).
