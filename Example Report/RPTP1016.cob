      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   03/09/2026
      * 002 EQUIPE GFP        PAGAMENTO ('P') NAO E VENDA:  15/10/2026
      *                       FICA FORA DO HISTORICO E E
      *                       CONTADO A PARTE, NAO COMO PULADO
      *================================================================
      *
      * ENTRADA:
           03  READ-COUNT              PIC S9(005) VALUE ZERO.
           03  ARCHIVED-COUNT          PIC S9(005) VALUE ZERO.
           03  SKIPPED-COUNT           PIC S9(005) VALUE ZERO.
           03  PAYMENT-COUNT           PIC S9(005) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY 'RPTP1016 READ     : ' READ-COUNT.
           DISPLAY 'RPTP1016 ARCHIVED : ' ARCHIVED-COUNT.
           DISPLAY 'RPTP1016 SKIPPED  : ' SKIPPED-COUNT.
           DISPLAY 'RPTP1016 PAYMENTS : ' PAYMENT-COUNT.
           STOP RUN.
      *
       100000-READ-TRAN-RECORD.
      *    ACEITARIA (MESMA CRITICA MINIMA DO RPTP1011): CHAVE E
      *    VALOR NUMERICOS, TIPO S/C/R E DATA NUMERICA. O RESTO E
      *    CONTADO COMO PULADO - O ARQUIVO DE ERROS DO LANCAMENTO JA
      *    DOCUMENTA O MOTIVO. PAGAMENTO ('P') E VALIDO MAS NAO E
      *    VENDA: A TENDENCIA DO RPTP1017 NAO O VE, E ELE E CONTADO
      *    A PARTE.
      *----------------------------------------------------------------
       200000-ARCHIVE-ONE-TRAN.
           ADD 1 TO READ-COUNT.
               WRITE SALES-HIST-RECORD
               ADD 1 TO ARCHIVED-COUNT
           ELSE
               IF ST-TRAN-TYPE = 'P'
                   ADD 1 TO PAYMENT-COUNT
               ELSE
                   ADD 1 TO SKIPPED-COUNT
               END-IF
           END-IF.
           PERFORM 100000-READ-TRAN-RECORD.
      *
