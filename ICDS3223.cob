      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3223.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3223 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS002 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Modo em lote da conferencia retroativa de assinatura: le do
      *  arquivo sequencial ASSLIST.TXT uma lista de assinaturas
      *  (certificado + timestamp + hash + assinatura) e submete cada
      *  uma a ICDS3222 exatamente como a conferencia avulsa do
      *  suporte - mesmo padrao com que o ICDS3219 dirige a
      *  ICDS3218.  Cada conferencia grava a sua evidencia em
      *  DB2ICD.EVD_VLD_ASS_DGTL; o relatorio ASSRPT.TXT traz o
      *  veredito, a evidencia (timestamp) para reproducao e a
      *  cadeia conferida, para os pedidos juridicos com varios
      *  documentos de uma vez.  Com 'E' na coluna 1 o registro eh
      *  uma reproducao: so o timestamp da evidencia eh lido.
      *----------------------------------------------------------------*
      *  Layout do registro de ASSLIST.TXT:
      *    col 01      - 'E' reproduz evidencia / branco = conferencia
      *    col 02-10   - codigo do emissor    (CD_ADD_CTFR)
      *    col 12-27   - numero de serie      (CD_NR_SRE_CTFD)
      *    col 29-54   - timestamp assinatura (AAAA-MM-DD-HH.MM.SS...)
      *                  ou, com 'E', o timestamp da evidencia
      *    col 56-87   - algoritmo da assinatura
      *    col 89-216  - hash do documento      (formato da ICDS0100)
      *    col 218-1241- valor da assinatura    (formato da ICDS0100)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS3222 - Conferencia retroativa de assinatura digital
      *    ICDS011I - Controle de execucao da cadeia batch
      *----------------------------------------------------------------*
      *
      *--------------------*
       ENVIRONMENT DIVISION.
      *--------------------*
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT ASSLIST  ASSIGN TO 'ASSLIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ASSRPT   ASSIGN TO 'ASSRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  ASSLIST.
       01  LISTA-RECORD.
           03  LISTA-IN-REPRODUZ           PIC  X(001).
               88  LISTA-REPRODUZ                      VALUE 'E'.
           03  LISTA-CD-ADD-CTFR           PIC  X(009).
           03  FILLER                      PIC  X(001).
           03  LISTA-NR-SRE-CTFD           PIC  X(016).
           03  FILLER                      PIC  X(001).
           03  LISTA-TS-REF                PIC  X(026).
           03  FILLER                      PIC  X(001).
           03  LISTA-ALG-ASS               PIC  X(032).
           03  FILLER                      PIC  X(001).
           03  LISTA-HASH-DCTO             PIC  X(128).
           03  FILLER                      PIC  X(001).
           03  LISTA-ASS-DCTO              PIC  X(1024).
      *
       FD  ASSRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3223'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-QT-REG-LIDO                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-REG-VALD                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-REG-N-VALD               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-REG-ERRO                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-TAM                      PIC S9(004) COMP VALUE ZERO.
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  GDA-TX-VRDT                     PIC  X(030) VALUE SPACES.
       01  GDA-SW-FIM-LISTA                PIC  X(001) VALUE 'N'.
           88  GDA-FIM-LISTA                           VALUE 'S'.
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
      *    Variaveis da linkage da ICDS3222 (mesmo book do online)
      *----------------------------------------------------------------*
       01  ICDS3222                        PIC  X(008) VALUE 'ICDS3222'.
      *
       01  GDA-LKS-ENTD.
-INC   ICDKRTNW
-INC   ICDK3222
      *
       01  LKS-BOOK-ENTD.
           03  LKS-BOOK-RTNW               PIC  X(0110).
           03  LKS-BOOK-3222               PIC  X(4000).
      *
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
      *
      *--------------------------------------*
       000000-PRINCIPAL               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           OPEN INPUT  ASSLIST.
           OPEN OUTPUT ASSRPT.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'CONFERENCIA RETROATIVA DE ASSINATURAS - LOTE'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           PERFORM 200000-PROCESSA-CONFERENCIA
               UNTIL GDA-FIM-LISTA.
      *
           PERFORM 500000-IMPRIME-TOTAIS.
      *
           CLOSE ASSLIST
                 ASSRPT.
      *
           IF  GDA-QT-REG-ERRO GREATER ZEROS
               MOVE +4 TO RETURN-CODE
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
       200000-PROCESSA-CONFERENCIA    SECTION.
      *--------------------------------------*
      *
           READ ASSLIST
               AT END
                   SET  GDA-FIM-LISTA TO TRUE
                   GO TO 200099-SAI
           END-READ.
      *
           ADD +1 TO GDA-QT-REG-LIDO.
      *
           PERFORM 210000-SUBMETE-ICDS3222.
           PERFORM 220000-IMPRIME-RESULTADO.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-SUBMETE-ICDS3222        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 210000-SUBMETE-ICDS3222       '.
      *
           INITIALIZE     GDA-LKS-ENTD
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S3222-IDFR-VRS-PRM-ATU-OK  TO TRUE.
      *
           IF  LISTA-REPRODUZ
               MOVE LISTA-TS-REF           TO S3222-TS-EVD
               GO TO 210010-CHAMA
           END-IF.
      *
           MOVE LISTA-CD-ADD-CTFR          TO S3222-CD-ADD-CTFR.
           MOVE LISTA-NR-SRE-CTFD          TO S3222-NR-SRE-CTFD.
           MOVE LISTA-TS-REF               TO S3222-TS-ASS.
      *
      *----------------------------------------------------------------*
      *    Tamanho de cada campo variavel = ate o primeiro branco,
      *    como no acolhimento do certificado (ICDS3200 100000).
      *----------------------------------------------------------------*
           MOVE ZEROS TO GDA-QT-TAM.
           INSPECT LISTA-ALG-ASS TALLYING GDA-QT-TAM
                   FOR CHARACTERS BEFORE ' '.
           MOVE GDA-QT-TAM                 TO S3222-ALG-ASS-SIZE.
           MOVE LISTA-ALG-ASS              TO S3222-ALG-ASS-TEXT.
      *
           MOVE ZEROS TO GDA-QT-TAM.
           INSPECT LISTA-HASH-DCTO TALLYING GDA-QT-TAM
                   FOR CHARACTERS BEFORE ' '.
           MOVE GDA-QT-TAM                 TO S3222-HASH-DCTO-SIZE.
           MOVE LISTA-HASH-DCTO            TO S3222-HASH-DCTO-TEXT.
      *
           MOVE ZEROS TO GDA-QT-TAM.
           INSPECT LISTA-ASS-DCTO TALLYING GDA-QT-TAM
                   FOR CHARACTERS BEFORE ' '.
           MOVE GDA-QT-TAM                 TO S3222-ASS-DCTO-SIZE.
           MOVE LISTA-ASS-DCTO             TO S3222-ASS-DCTO-TEXT.
      *
       210010-CHAMA.
           MOVE GDA-LKS-ENTD TO LKS-BOOK-ENTD.
      *
           CALL ICDS3222 USING LKS-BOOK-ENTD.
      *
           MOVE LKS-BOOK-ENTD TO GDA-LKS-ENTD.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-IMPRIME-RESULTADO       SECTION.
      *--------------------------------------*
      *
           IF  KRTN-CD-RTN OF GDA-LKS-ENTD NOT EQUAL ZEROS
               ADD +1 TO GDA-QT-REG-ERRO
               MOVE SPACES TO RPT-LINE
               STRING '  ' LISTA-CD-ADD-CTFR ' ' LISTA-NR-SRE-CTFD
                      ' EM ' LISTA-TS-REF (1:19)
                      ' *ERRO NA CONFERENCIA*'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO 220099-SAI
           END-IF.
      *
           EVALUATE S3222-SAID-CD-VRDT
               WHEN 'V'
                    MOVE 'ASSINATURA VALIDA'      TO GDA-TX-VRDT
               WHEN 'I'
                    MOVE 'ASSINATURA NAO CONFERE' TO GDA-TX-VRDT
               WHEN 'R'
                    MOVE 'CTFD NAO VALIDO NA DATA' TO GDA-TX-VRDT
               WHEN 'C'
                    MOVE 'CADEIA NAO VALIDA NA DATA'
                                                  TO GDA-TX-VRDT
               WHEN OTHER
                    MOVE 'CTFD SEM HISTORIA NA DATA'
                                                  TO GDA-TX-VRDT
           END-EVALUATE.
      *
           IF  S3222-SAID-CD-VRDT EQUAL 'V'
               ADD +1 TO GDA-QT-REG-VALD
           ELSE
               ADD +1 TO GDA-QT-REG-N-VALD
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  ' S3222-CD-ADD-CTFR ' ' S3222-NR-SRE-CTFD
                  ' EM ' S3222-TS-ASS (1:19)
                  ' ' S3222-SAID-CD-VRDT ' ' GDA-TX-VRDT
                  ' EVIDENCIA ' S3222-SAID-TS-EVD
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '       SITUACAO ' S3222-SAID-CD-EST-REF
                  ' DESDE ' S3222-SAID-TS-ALT-ANT (1:19)
                  ' POR '   S3222-SAID-NM-PGM-ALT-ANT
                  ' CRIPTOGRAMA ' S3222-SAID-CND-VLD-ASS
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '       CADEIA ' S3222-SAID-TX-CADEIA (1:110)
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-REG-LIDO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CONFERENCIAS LIDAS   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-REG-VALD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ASSINATURAS VALIDAS  : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-REG-N-VALD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ASSINATURAS RECUSADAS: ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-REG-ERRO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CONFERENCIAS COM ERRO: ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       500099-SAI.
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
           MOVE GDA-QT-REG-LIDO           TO K011-QT-LIDO.
           MOVE GDA-QT-REG-ERRO           TO K011-QT-RJTD.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 3          *
      *----------------------------------------------------------------*
