      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3226.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3226 - COBOL II / DB2 - BATCH                     *
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
      *  Relatorio mensal de revogacoes por motivo codificado
      *  (CRLReason - RFC 5280, coluna CD_MTV_RVGC do historico) e por
      *  emissor, para a area de seguranca e as reunioes com as ACs
      *  (ex.: quantas revogacoes por keyCompromise na AC X no mes):
      *    (1) por emissor (CD_ADD_CTFR), a quantidade de cada motivo
      *        com subtotal do emissor;
      *    (2) o quadro do sistema todo por motivo, com total geral.
      *  Conta as alteracoes do historico para os estados de saida de
      *  uso - [R]evogado (LCR/conciliacao), [I]nvalidado (manual,
      *  encerramento de MCI, desconfianca de AC), [H] suspenso,
      *  [S]ubstituido por renovacao e [D]esconfiada (a propria AC) -
      *  lendo tambem o arquivo HST_CTFD_DGTL_ARCV (ICDS3206), para
      *  que periodos antigos continuem reproduziveis.  Historico
      *  gravado antes do motivo codificado sai como 00 (unspecified).
      *  O nome do motivo vem do dominio DB2ICD.MTV_RVGC_CTFD.
      *  Erro de SQL termina com RC 8; soma dos emissores diferente
      *  do quadro por motivo, RC 4.
      *----------------------------------------------------------------*
      *  Cartao SYSIN (mesmo formato do ICDS3214):
      *    col 01-10   - data inicial (AAAA-MM-DD)
      *    col 11-20   - data final   (AAAA-MM-DD)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.HST_CTFD_DGTL  / HST_CTFD_DGTL_ARCV         - SELECT
      *    DB2ICD.MTV_RVGC_CTFD                               - SELECT
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
       SELECT MTVRRPT  ASSIGN TO 'MTVRRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  MTVRRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3226'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-CD-ADD-CTFR-ANT             PIC S9(009) COMP VALUE ZERO.
       01  GDA-SW-PRMO-EMISSOR             PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-EMISSOR                        VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-DVGC                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-DVGC                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Acumuladores: emissor corrente e total geral (o total geral
      *    das duas partes tem de bater - divergencia termina RC 4)
      *----------------------------------------------------------------*
       01  GDA-QT-EMISSOR                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-TOTAL-EMT                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-TOTAL-MTV                PIC S9(009) COMP VALUE ZERO.
      *
       01  EDT-QT-OCR                      PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-CD-MTV-RVGC                 PIC  99.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
      *
       01  PARM-ENTRADA.
           03  PARM-DT-INICIO              PIC  X(010).
           03  PARM-DT-FIM                 PIC  X(010).
      *
      *----------------------------------------------------------------*
      *    (1) Revogacoes do periodo por emissor e motivo - historico
      *        quente e arquivo
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  RVGC-EMT CURSOR FOR
             SELECT  X.CD_ADD_CTFR
                  ,  X.CD_MTV_RVGC
                  ,  COALESCE(M.NM_MTV_RVGC, '(NAO CADASTRADO)')
                  ,  COUNT(*)
               FROM  ( SELECT  H.CD_ADD_CTFR
                            ,  H.CD_MTV_RVGC
                         FROM  DB2ICD.HST_CTFD_DGTL H
                        WHERE  H.CD_EST_CTFD_DGTL IN
                               ('R', 'I', 'H', 'S', 'D')
                          AND  H.TS_ALT_TAB >= :PARM-DT-INICIO
                          AND  H.TS_ALT_TAB <  DATE(:PARM-DT-FIM)
                                             + 1 DAY
                    UNION ALL
                       SELECT  A.CD_ADD_CTFR
                            ,  A.CD_MTV_RVGC
                         FROM  DB2ICD.HST_CTFD_DGTL_ARCV A
                        WHERE  A.CD_EST_CTFD_DGTL IN
                               ('R', 'I', 'H', 'S', 'D')
                          AND  A.TS_ALT_TAB >= :PARM-DT-INICIO
                          AND  A.TS_ALT_TAB <  DATE(:PARM-DT-FIM)
                                             + 1 DAY
                     ) X
                     LEFT OUTER JOIN DB2ICD.MTV_RVGC_CTFD M
                 ON  M.CD_MTV_RVGC = X.CD_MTV_RVGC
           GROUP BY  X.CD_ADD_CTFR
                  ,  X.CD_MTV_RVGC
                  ,  M.NM_MTV_RVGC
           ORDER BY  1
                  ,  2
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    (2) Quadro do sistema todo por motivo
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  RVGC-MTV CURSOR FOR
             SELECT  X.CD_MTV_RVGC
                  ,  COALESCE(M.NM_MTV_RVGC, '(NAO CADASTRADO)')
                  ,  COUNT(*)
               FROM  ( SELECT  H.CD_MTV_RVGC
                         FROM  DB2ICD.HST_CTFD_DGTL H
                        WHERE  H.CD_EST_CTFD_DGTL IN
                               ('R', 'I', 'H', 'S', 'D')
                          AND  H.TS_ALT_TAB >= :PARM-DT-INICIO
                          AND  H.TS_ALT_TAB <  DATE(:PARM-DT-FIM)
                                             + 1 DAY
                    UNION ALL
                       SELECT  A.CD_MTV_RVGC
                         FROM  DB2ICD.HST_CTFD_DGTL_ARCV A
                        WHERE  A.CD_EST_CTFD_DGTL IN
                               ('R', 'I', 'H', 'S', 'D')
                          AND  A.TS_ALT_TAB >= :PARM-DT-INICIO
                          AND  A.TS_ALT_TAB <  DATE(:PARM-DT-FIM)
                                             + 1 DAY
                     ) X
                     LEFT OUTER JOIN DB2ICD.MTV_RVGC_CTFD M
                 ON  M.CD_MTV_RVGC = X.CD_MTV_RVGC
           GROUP BY  X.CD_MTV_RVGC
                  ,  M.NM_MTV_RVGC
           ORDER BY  1
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KRVG-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KRVG-CD-MTV-RVGC                PIC S9(004) COMP.
       01  KRVG-NM-MTV-RVGC                PIC  X(020).
       01  KRVG-QT-OCR                     PIC S9(009).
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
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
      *
      *--------------------------------------*
       000000-PRINCIPAL               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           ACCEPT PARM-ENTRADA FROM SYSIN.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           OPEN OUTPUT MTVRRPT.
      *
           PERFORM 100000-FORMATA-CABECALHO.
      *
           EXEC SQL
                OPEN RVGC-EMT
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 200000-PROCESSA-EMISSOR-MTV
               UNTIL GDA-FIM-CRSR.
      *
           IF  NOT GDA-PRMO-EMISSOR
               PERFORM 300000-IMPRIME-SUBTOTAL-EMT
           END-IF.
      *
           EXEC SQL
                CLOSE RVGC-EMT
           END-EXEC.
      *
           PERFORM 400000-IMPRIME-QUADRO-MTV.
      *
           PERFORM 500000-IMPRIME-TOTAIS.
      *
           CLOSE MTVRRPT.
      *
           IF  GDA-HOUVE-ERRO
               MOVE +8 TO RETURN-CODE
           ELSE
               IF  GDA-HOUVE-DVGC
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF.
      *
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
       100000-FORMATA-CABECALHO       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'REVOGACOES POR MOTIVO (CRLREASON) E EMISSOR - '
                  'PERIODO: ' PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-PROCESSA-EMISSOR-MTV    SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  RVGC-EMT
                 INTO  :KRVG-CD-ADD-CTFR
                    ,  :KRVG-CD-MTV-RVGC
                    ,  :KRVG-NM-MTV-RVGC
                    ,  :KRVG-QT-OCR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KRVG-CD-ADD-CTFR NOT EQUAL GDA-CD-ADD-CTFR-ANT
                    OR  GDA-PRMO-EMISSOR
                        PERFORM 210000-QUEBRA-EMISSOR
                    END-IF
                    PERFORM 220000-IMPRIME-LINHA-MTV
                    ADD KRVG-QT-OCR TO GDA-QT-EMISSOR
                                       GDA-QT-TOTAL-EMT
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-QUEBRA-EMISSOR          SECTION.
      *--------------------------------------*
      *
           IF  NOT GDA-PRMO-EMISSOR
               PERFORM 300000-IMPRIME-SUBTOTAL-EMT
           END-IF.
      *
           MOVE 'N'              TO GDA-SW-PRMO-EMISSOR.
           MOVE KRVG-CD-ADD-CTFR TO GDA-CD-ADD-CTFR-ANT.
           MOVE ZEROS            TO GDA-QT-EMISSOR.
      *
           MOVE GDA-CD-ADD-CTFR-ANT TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING 'EMISSOR ' EDT-CD-ADD-CTFR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-IMPRIME-LINHA-MTV       SECTION.
      *--------------------------------------*
      *
           MOVE KRVG-CD-MTV-RVGC TO EDT-CD-MTV-RVGC.
           MOVE KRVG-QT-OCR      TO EDT-QT-OCR.
           MOVE SPACES TO RPT-LINE.
           STRING '  MOTIVO ' EDT-CD-MTV-RVGC ' ' KRVG-NM-MTV-RVGC
                  ' : ' EDT-QT-OCR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-IMPRIME-SUBTOTAL-EMT    SECTION.
      *--------------------------------------*
      *
           MOVE GDA-QT-EMISSOR TO EDT-QT-OCR.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL DO EMISSOR             : ' EDT-QT-OCR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-IMPRIME-QUADRO-MTV      SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'REVOGACOES POR MOTIVO (TODO O SISTEMA)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN RVGC-MTV
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 410000-PROCESSA-MOTIVO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE RVGC-MTV
           END-EXEC.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-PROCESSA-MOTIVO         SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  RVGC-MTV
                 INTO  :KRVG-CD-MTV-RVGC
                    ,  :KRVG-NM-MTV-RVGC
                    ,  :KRVG-QT-OCR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 220000-IMPRIME-LINHA-MTV
                    ADD KRVG-QT-OCR TO GDA-QT-TOTAL-MTV
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE GDA-QT-TOTAL-MTV TO EDT-QT-OCR.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL GERAL DE REVOGACOES       : ' EDT-QT-OCR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
      *----------------------------------------------------------------*
      *    As duas partes leem as mesmas linhas: total por emissor
      *    diferente do total por motivo indica historico alterado
      *    entre as duas leituras - refazer a execucao.
      *----------------------------------------------------------------*
           IF  GDA-QT-TOTAL-EMT NOT EQUAL GDA-QT-TOTAL-MTV
               MOVE GDA-QT-TOTAL-EMT TO EDT-QT-OCR
               MOVE SPACES TO RPT-LINE
               STRING '*DIVERGENCIA* SOMA DOS EMISSORES : ' EDT-QT-OCR
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY '000 ' CTE-PRGM ' - TOTAIS DIVERGENTES'
               SET  GDA-HOUVE-DVGC TO TRUE
           END-IF.
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
           MOVE GDA-QT-TOTAL-EMT          TO K011-QT-LIDO.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 6          *
      *----------------------------------------------------------------*
