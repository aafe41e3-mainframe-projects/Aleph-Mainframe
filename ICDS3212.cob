      *          ICDS3212 - COBOL II - BATCH                           *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado da revogacao
      *                              (CRLReason): campo opcional
      *                              ENCR-CD-MTV-RVGC no arquivo de
      *                              encerramentos; em branco vale 05
      *                              (cessationOfOperation).  Repassado
      *                              a ICDS3201 em S3201-CD-MTV-RVGC.
      * VRS001 22.08.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *  Layout do arquivo de encerramentos (MCIENCER.TXT):
      *    ENCR-CD-IDFC-MCI   9(10)
      *    ENCR-TX-MTV        X(40)
      *    ENCR-CD-MTV-RVGC   X(02)  motivo codificado (CRLReason,
      *                              RFC 5280 - ver ICDS3201), ex.:
      *                              01 fraude com chave, 09 retirada
      *                              de privilegio; em branco = 05
      *                              (cessationOfOperation)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS2200 - Vincular certificado X codigo MCI - Usuario Final
      *    ICDS003C - Interface Tabela DB2ICD.CTFD_DGTL         - SELECT
      *    ICDS3201 - Revogacao manual/emergencial de certificado
      *    ICDS011I - Controle de execucao da cadeia batch
      *----------------------------------------------------------------*
      *
      *--------------------*
       01  ENCR-RECORD.
           03  ENCR-CD-IDFC-MCI            PIC  9(010).
           03  ENCR-TX-MTV                 PIC  X(040).
           03  ENCR-CD-MTV-RVGC            PIC  X(002).
           03  ENCR-CD-MTV-RVGC-N          REDEFINES
               ENCR-CD-MTV-RVGC            PIC  9(002).
      *
       FD  RVGCRPT.
       01  RPT-LINE                        PIC X(132).
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3212'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    Motivo codificado quando o cadastro nao informa o seu:
      *    05 - cessationOfOperation (fim do relacionamento).
      *----------------------------------------------------------------*
       01  CTE-CD-MTV-RVGC-PADRAO          PIC  9(002) VALUE 05.
      *----------------------------------------------------------------*
      *    Limite de certificados tratados por MCI: acima do maximo
      *    que um unico pacote PKCS#7 pode legitimamente entregar
       01  ICDS003W-DADOS.
-INC   ICDKRTNW
-INC   ICDK003W
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
      *    Variaveis da linkage da ICDS3201 (mesmo book do online)
       000000-PRINCIPAL               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           OPEN INPUT  MCIENCER.
           OPEN OUTPUT RVGCRPT.
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
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
           MOVE SPACES                    TO K011-TX-PRM-SYSIN.
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
       200000-PROCESSA-MCI            SECTION.
      *--------------------------------------*
           STRING 'ENCERRAMENTO MCI - ' ENCR-TX-MTV
                       DELIMITED BY SIZE INTO S3201-TX-MTV-RVGC
           END-STRING.
      *
           IF  ENCR-CD-MTV-RVGC NUMERIC
               MOVE ENCR-CD-MTV-RVGC-N     TO S3201-CD-MTV-RVGC
           ELSE
               MOVE CTE-CD-MTV-RVGC-PADRAO TO S3201-CD-MTV-RVGC
           END-IF.
      *
           MOVE GDA-LKS-3201 TO LKS-BOOK-3201-ENTD.
      *
       220099-SAI.
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
           MOVE GDA-QT-MCI-LIDOS          TO K011-QT-LIDO.
           MOVE GDA-QT-RVGD               TO K011-QT-ATLZ.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 1 2          *
      *----------------------------------------------------------------*
