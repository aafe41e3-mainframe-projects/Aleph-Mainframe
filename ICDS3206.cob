      *          ICDS3206 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS002 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS001 22.08.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *    col 02-10   - modo R: codigo do emissor (CD_ADD_CTFR)
      *    col 11-50   - modo R: numero de serie   (TX_NR_SRE_CTFD)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS011I - Controle de execucao da cadeia batch
      *----------------------------------------------------------------*
      *
      *--------------------*
       ENVIRONMENT DIVISION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3206'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  CTE-QT-REG-CMIT                 PIC S9(009) COMP VALUE +100.
       01  GDA-QT-ARQV                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-HST-ARQV                 PIC S9(009) COMP VALUE ZERO.
               05  PARM-TX-NR-SRE-CTFD     PIC  X(040).
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS011I - Controle de execucao batch
      *----------------------------------------------------------------*
       01  ICDS011I                        PIC  X(008) VALUE 'ICDS011I'.
      *
       01  ICDS011W-DADOS.
-INC   ICDKRTNW
-INC   ICDK011W
      *
      *----------------------------------------------------------------*
      *    Cursor dos certificados arquivaveis:
      *    (1) estados finais ('E','R','I','S') ha mais de
      *        PARM-QT-ANOS anos (carencia sobre TS_EST);
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           ACCEPT PARM-ENTRADA FROM SYSIN.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           OPEN OUTPUT ARCVRPT.
      *
           END-IF.
      *
           CLOSE ARCVRPT.
           PERFORM 980000-REGISTRA-FIM-EXEC.
           STOP RUN.
      *
      *--------------------------------------*
       080000-REGISTRA-INICIO-EXEC    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 080000-REGISTRA-INICIO-EXEC   '.
      *
      *----------------------------------------------------------------*
      *    Registro da execucao em DB2ICD.CTL_EXEC_BATCH_ICD: falha do
      *    registro nao impede o processamento (so fica sem linha no
      *    relatorio matinal ICDS9108).
      *----------------------------------------------------------------*
           INITIALIZE     ICDS011W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S011I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S011I-FUC-INIC            TO TRUE.
           MOVE CTE-PRGM                  TO K011-CD-PGM.
           MOVE PARM-ENTRADA              TO K011-TX-PRM-SYSIN.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS011I USING GDA-DFHEIBLK
                               ICDS011W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS011W-DADOS EQUAL ZEROS
               SET  GDA-CTL-EXEC-ATVO     TO TRUE
               MOVE K011-TS-INI-EXEC      TO GDA-TS-INI-EXEC
           ELSE
               DISPLAY '000 ' CTE-PRGM ' - ICDS011I CD-RTN = '
                       KRTN-CD-RTN OF ICDS011W-DADOS
                       ' - EXECUCAO NAO REGISTRADA'
           END-IF.
      *
           MOVE ZEROS TO RETURN-CODE.
      *
       080099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-ARQUIVA-CERTIFICADOS    SECTION.
      *--------------------------------------*
       900099-SAI.
           EXIT.
      *
      *--------------------------------------*
       980000-REGISTRA-FIM-EXEC       SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 980000-REGISTRA-FIM-EXEC      '.
      *
      *----------------------------------------------------------------*
      *    Fim da execucao em DB2ICD.CTL_EXEC_BATCH_ICD, depois do
      *    ultimo COMMIT do programa.  O CALL sobrescreve o
      *    RETURN-CODE: guarda o do programa e restaura no fim.
      *----------------------------------------------------------------*
           IF  NOT GDA-CTL-EXEC-ATVO
               GO TO 980099-SAI
           END-IF.
      *
           MOVE RETURN-CODE               TO GDA-CD-RTN-EXEC.
      *
           INITIALIZE     ICDS011W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S011I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S011I-FUC-FIM             TO TRUE.
           MOVE CTE-PRGM                  TO K011-CD-PGM.
           MOVE GDA-TS-INI-EXEC           TO K011-TS-INI-EXEC.
           MOVE GDA-CD-RTN-EXEC           TO K011-CD-RTN-EXEC.
           MOVE GDA-QT-ARQV               TO K011-QT-ATLZ.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS011I USING GDA-DFHEIBLK
                               ICDS011W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS011W-DADOS NOT EQUAL ZEROS
               DISPLAY '000 ' CTE-PRGM ' - ICDS011I CD-RTN = '
                       KRTN-CD-RTN OF ICDS011W-DADOS
                       ' - FIM DA EXECUCAO NAO REGISTRADO'
           END-IF.
      *
           MOVE GDA-CD-RTN-EXEC           TO RETURN-CODE.
      *
       980099-SAI.
           EXIT.
      *
      *----------------------------------------------------------------*
      *       F I M   D O   P R O G R A M A   I C D S 3 2 0 6          *
      *----------------------------------------------------------------*
