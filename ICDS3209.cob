      *          ICDS3209 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado (CRLReason -
      *                              RFC 5280) do historico no fim do
      *                              registro de evento (CD-MTV-RVGC);
      *                              registro cabe nos 100 bytes, os
      *                              consumidores que leem so as
      *                              posicoes antigas nao mudam.
      * VRS001 22.08.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *  Cartao SYSIN:
      *    col 01-26  - timestamp inicial do ciclo (exclusivo)
      *    col 27-52  - timestamp final   do ciclo (inclusivo)
      *    col 53     - 'S' reexecucao forcada: nao verifica os
      *                 predecessores (default branco = verifica)
      *  (formato DB2 AAAA-MM-DD-HH.MM.SS.NNNNNN)
      *----------------------------------------------------------------*
      *  Antes de gerar o extrato, confere em DB2ICD.CTL_EXEC_BATCH_ICD
      *  (ICDS011I funcao 'V') se os predecessores cadastrados em
      *  DB2ICD.PRDC_EXEC_BATCH_ICD concluiram no ciclo; havendo
      *  pendente, avisa no console, nao gera o CTFDEVNT.TXT e termina
      *  com return code 8 (os consumidores nao recebem feed parcial).
      *----------------------------------------------------------------*
      *  Layout do registro de evento (CTFDEVNT.TXT):
      *    CD-IDFC-MCI      +9(10)
      *    CD-ADD-CTFR      -9(09)
      *    CD-EST-ANT       X(01)
      *    CD-EST-NOVO      X(01)
      *    TS-EVENTO        X(26)
      *    CD-MTV-RVGC      9(02)  motivo codificado da alteracao
      *                            (00 unspecified, 01 keyCompromise,
      *                            02 cACompromise, 03 affiliation-
      *                            Changed, 04 superseded, 05
      *                            cessationOfOperation, 06
      *                            certificateHold, 08 removeFromCRL,
      *                            09 privilegeWithdrawn, 10
      *                            aACompromise)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS2200 - Vincular certificado X codigo MCI - Usuario Final
      *    ICDS011I - Controle de execucao da cadeia batch
      *----------------------------------------------------------------*
      *
      *--------------------*
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3209'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-DT-CICL-EXEC                PIC  X(010) VALUE SPACES.
       01  GDA-SW-PRDC-PDTE                PIC  X(001) VALUE 'N'.
           88  GDA-PRDC-PENDENTE                       VALUE 'S'.
       01  GDA-LINHA-CONSOLE               PIC  X(120) VALUE SPACES.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-QT-EVT                      PIC S9(009) COMP VALUE ZERO.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
       01  PARM-ENTRADA.
           03  PARM-TS-INICIO              PIC  X(026).
           03  PARM-TS-FIM                 PIC  X(026).
           03  PARM-IN-REEXEC              PIC  X(001).
               88  PARM-REEXEC-FORCADA                 VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Quebra por certificado: situacao anterior vem da linha
           03  EVT-CD-EST-NOVO             PIC  X(001).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  EVT-TS-EVENTO               PIC  X(026).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  EVT-CD-MTV-RVGC             PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS2200 - Vincula certificado ao MCI
       01  ICDS2200-DADOS.
-INC   ICDKRTNW
-INC   ICDK2200
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
      *    Alteracoes de situacao do ciclo, em ordem de certificado e
                  ,  TX_NR_SRE_CTFD
                  ,  CD_EST_CTFD_DGTL
                  ,  TS_ALT_TAB
                  ,  CD_MTV_RVGC
               FROM  DB2ICD.HST_CTFD_DGTL
              WHERE  TS_ALT_TAB >  :PARM-TS-INICIO
                AND  TS_ALT_TAB <= :PARM-TS-FIM
       01  KHST-TX-NR-SRE-CTFD             PIC  X(040).
       01  KHST-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KHST-TS-ALT-TAB                 PIC  X(026).
       01  KHST-CD-MTV-RVGC                PIC S9(004) COMP.
       01  KHST-CD-EST-PRE-CICLO           PIC  X(001).
      *
      *-------------------
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           ACCEPT PARM-ENTRADA FROM SYSIN.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           IF  NOT PARM-REEXEC-FORCADA
               PERFORM 090000-VERIFICA-PREDECESSOR
           END-IF.
      *
           IF  GDA-PRDC-PENDENTE
               MOVE +8 TO RETURN-CODE
               PERFORM 980000-REGISTRA-FIM-EXEC
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT CTFDEVNT.
      *
           DISPLAY '000 ' CTE-PRGM ' - Eventos extraidos: ' GDA-QT-EVT.
      *
           CLOSE CTFDEVNT.
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
               MOVE K011-DT-CICL          TO GDA-DT-CICL-EXEC
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
       090000-VERIFICA-PREDECESSOR    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 090000-VERIFICA-PREDECESSOR   '.
      *
      *----------------------------------------------------------------*
      *    Falha na consulta conta como pendente: sem a confirmacao dos
      *    predecessores o feed nao sai (reexecutar com col 53 = 'S').
      *----------------------------------------------------------------*
           INITIALIZE     ICDS011W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S011I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S011I-FUC-VRFC            TO TRUE.
           MOVE CTE-PRGM                  TO K011-CD-PGM.
           MOVE GDA-DT-CICL-EXEC          TO K011-DT-CICL.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS011I USING GDA-DFHEIBLK
                               ICDS011W-DADOS.
      *
           MOVE SPACES TO GDA-LINHA-CONSOLE.
      *
           IF  KRTN-CD-RTN OF ICDS011W-DADOS NOT EQUAL ZEROS
               SET  GDA-PRDC-PENDENTE     TO TRUE
               STRING CTE-PRGM ' - FEED NAO GERADO - FALHA NA '
                      'VERIFICACAO DOS PREDECESSORES (ICDS011I)'
                           DELIMITED BY SIZE INTO GDA-LINHA-CONSOLE
               END-STRING
           ELSE
               IF  K011-QT-PRDC-PDTE GREATER ZEROS
                   SET  GDA-PRDC-PENDENTE TO TRUE
                   STRING CTE-PRGM ' - FEED NAO GERADO - PREDECESSOR '
                          K011-CD-PGM-PDTE ' NAO CONCLUIU NO CICLO '
                          K011-DT-CICL
                               DELIMITED BY SIZE INTO GDA-LINHA-CONSOLE
                   END-STRING
               END-IF
           END-IF.
      *
           IF  GDA-PRDC-PENDENTE
               DISPLAY GDA-LINHA-CONSOLE UPON CONSOLE
               DISPLAY '000 ' GDA-LINHA-CONSOLE
           END-IF.
      *
           MOVE ZEROS TO RETURN-CODE.
      *
       090099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-PROCESSA-ALTERACAO      SECTION.
      *--------------------------------------*
                    ,  :KHST-TX-NR-SRE-CTFD
                    ,  :KHST-CD-EST-CTFD-DGTL
                    ,  :KHST-TS-ALT-TAB
                    ,  :KHST-CD-MTV-RVGC
           END-EXEC.
      *
           EVALUATE SQLCODE
           MOVE GDA-CD-EST-ANT          TO EVT-CD-EST-ANT.
           MOVE KHST-CD-EST-CTFD-DGTL   TO EVT-CD-EST-NOVO.
           MOVE KHST-TS-ALT-TAB         TO EVT-TS-EVENTO.
           MOVE KHST-CD-MTV-RVGC        TO EVT-CD-MTV-RVGC.
           MOVE EVT-LINE-WS             TO EVT-LINE.
           WRITE EVT-LINE.
      *
       240099-SAI.
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
           MOVE GDA-QT-EVT                TO K011-QT-ATLZ.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 0 9          *
      *----------------------------------------------------------------*
