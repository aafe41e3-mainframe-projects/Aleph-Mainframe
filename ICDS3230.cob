      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3230.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3230 - COBOL II / DB2 - BATCH                     *
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
      *  Relatorio semanal de divergencias OCSP x LCR, por emissor,
      *  sobre DB2ICD.DVG_OCSP_LCR_ICD (gravada pela ICDS3200 quando a
      *  resposta do OCSP e a LCR ativa baixada discordam sobre o
      *  mesmo certificado).  Evidencia para abrir problema com a AC
      *  e para decidir, por emissor, em que fonte confiar.
      *  Cada divergencia eh classificada em:
      *    ATRASO  - atraso esperado da LCR:
      *              . OCSP revogado, serie fora da LCR, e a LCR eh
      *                anterior a revogacao (TS_ATL_LCR <
      *                revocationTime do OCSP); ou
      *              . OCSP ativo, serie na LCR por suspensao
      *                (certificateHold, motivo 06) e a LCR eh
      *                anterior a resposta (TS_ATL_LCR < producedAt)
      *                - suspensao levantada depois da LCR;
      *    INCONS  - inconsistencia na AC: qualquer outra
      *              divergencia (ex.: OCSP ativo com a serie
      *              revogada na LCR, ou OCSP revogado com LCR
      *              posterior a revogacao sem a serie).
      *    (1) resumo por emissor: total, atrasos e inconsistencias
      *        separadas por sentido (OCSP ativo x LCR revogado;
      *        OCSP revogado x LCR ativo) e % de inconsistencia;
      *    (2) detalhe das inconsistencias, por emissor.
      *  Return code 4 quando ha inconsistencia; 8 em SYSIN invalido
      *  ou erro de SQL.
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01-10   - primeiro dia da semana (AAAA-MM-DD); brancos =
      *                  os 7 dias terminados ontem
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.DVG_OCSP_LCR_ICD  - SELECT
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
       SELECT DVGOLRPT ASSIGN TO 'DVGOLRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  DVGOLRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3230'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-CD-ADD-CTFR-ANT             PIC S9(009) COMP VALUE ZERO.
       01  GDA-SW-PRMO-EMISSOR             PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-EMISSOR                        VALUE 'S'.
      *
       01  GDA-DT-INI                      PIC  X(010) VALUE SPACES.
       01  GDA-DT-INI-R REDEFINES GDA-DT-INI.
           03  GDA-AA-INI                  PIC  9(004).
           03  GDA-TRCO-1-INI              PIC  X(001).
           03  GDA-MM-INI                  PIC  9(002).
           03  GDA-TRCO-2-INI              PIC  X(001).
           03  GDA-DD-INI                  PIC  9(002).
      *
       01  GDA-QT-EMISSOR                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-DVG                      PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ATRASO                   PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-INCS-ATVO                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-INCS-REVG                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-INCS                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-PC-INCS                     PIC S9(003)V9 COMP-3
                                           VALUE ZERO.
      *
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-DVG                      PIC  ZZZ,ZZ9.
       01  EDT-QT-ATRASO                   PIC  ZZZ,ZZ9.
       01  EDT-QT-INCS-ATVO                PIC  ZZZ,ZZ9.
       01  EDT-QT-INCS-REVG                PIC  ZZZ,ZZ9.
       01  EDT-PC-INCS                     PIC  ZZ9,9.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  EDT-CD-MTV-RVGC                 PIC  9(002).
       01  EDT-CD-MTV-RVGC-X REDEFINES EDT-CD-MTV-RVGC
                                           PIC  X(002).
      *
       01  PARM-ENTRADA.
           03  PARM-DT-INI                 PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    (1) Resumo por emissor
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  DVG-EMIS CURSOR FOR
             SELECT  X.CD_ADD_CTFR
                  ,  COUNT(*)
                  ,  SUM(X.IN_ATRASO)
                  ,  SUM(CASE WHEN X.IN_ATRASO   = 0
                               AND X.CD_EST_OCSP = 'A'
                              THEN 1 ELSE 0 END)
                  ,  SUM(CASE WHEN X.IN_ATRASO   = 0
                               AND X.CD_EST_OCSP = 'R'
                              THEN 1 ELSE 0 END)
               FROM  ( SELECT  D.CD_ADD_CTFR
                            ,  D.CD_EST_OCSP
                            ,  CASE WHEN D.CD_EST_OCSP   = 'R'
                                     AND D.CD_EST_LCR    = 'A'
                                     AND D.TS_RVGC_OCSP IS NOT NULL
                                     AND D.TS_ATL_LCR    <
                                         D.TS_RVGC_OCSP
                                    THEN 1
                                    WHEN D.CD_EST_OCSP     = 'A'
                                     AND D.CD_EST_LCR      = 'R'
                                     AND D.CD_MTV_RVGC_LCR = 6
                                     AND D.TS_ATL_LCR      <
                                         D.TS_PRDZ_OCSP
                                    THEN 1
                                    ELSE 0
                               END AS IN_ATRASO
                         FROM  DB2ICD.DVG_OCSP_LCR_ICD D
                        WHERE  D.TS_DVG >= :KDVG-DT-INI
                          AND  D.TS_DVG <  DATE(:KDVG-DT-INI) + 7 DAYS
                     ) X
           GROUP BY  X.CD_ADD_CTFR
           ORDER BY  X.CD_ADD_CTFR
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    (2) Detalhe das inconsistencias
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  DVG-INCS CURSOR FOR
             SELECT  D.CD_ADD_CTFR
                  ,  D.TX_NR_SRE_CTFD
                  ,  D.CD_EST_OCSP
                  ,  D.CD_EST_LCR
                  ,  D.CD_MTV_RVGC_LCR
                  ,  CHAR(D.TS_PRDZ_OCSP)
                  ,  COALESCE(CHAR(D.TS_RVGC_OCSP), ' ')
                  ,  CHAR(D.TS_ATL_LCR)
                  ,  D.IN_FON_ACAO
               FROM  DB2ICD.DVG_OCSP_LCR_ICD D
              WHERE  D.TS_DVG >= :KDVG-DT-INI
                AND  D.TS_DVG <  DATE(:KDVG-DT-INI) + 7 DAYS
                AND  NOT ( (     D.CD_EST_OCSP   = 'R'
                             AND D.CD_EST_LCR    = 'A'
                             AND D.TS_RVGC_OCSP IS NOT NULL
                             AND D.TS_ATL_LCR    < D.TS_RVGC_OCSP )
                        OR (     D.CD_EST_OCSP     = 'A'
                             AND D.CD_EST_LCR      = 'R'
                             AND D.CD_MTV_RVGC_LCR = 6
                             AND D.TS_ATL_LCR      < D.TS_PRDZ_OCSP ) )
           ORDER BY  D.CD_ADD_CTFR
                  ,  D.TS_DVG
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KDVG-DT-INI                     PIC  X(010).
       01  KDVG-DT-FIM                     PIC  X(010).
       01  KDVG-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KDVG-QT-DVG                     PIC S9(009) COMP.
       01  KDVG-QT-ATRASO                  PIC S9(009) COMP.
       01  KDVG-QT-INCS-ATVO               PIC S9(009) COMP.
       01  KDVG-QT-INCS-REVG               PIC S9(009) COMP.
       01  KDVG-TX-NR-SRE-CTFD             PIC  X(040).
       01  KDVG-CD-EST-OCSP                PIC  X(001).
       01  KDVG-CD-EST-LCR                 PIC  X(001).
       01  KDVG-CD-MTV-RVGC-LCR            PIC S9(004) COMP.
       01  KDVG-TS-PRDZ-OCSP               PIC  X(026).
       01  KDVG-TS-RVGC-OCSP               PIC  X(026).
       01  KDVG-TS-ATL-LCR                 PIC  X(026).
       01  KDVG-IN-FON-ACAO                PIC  X(001).
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
           OPEN OUTPUT DVGOLRPT.
      *
           PERFORM 100000-VALIDA-PARAMETRO.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 150000-FORMATA-CABECALHO
               PERFORM 200000-IMPRIME-RESUMO
           END-IF.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 400000-IMPRIME-INCONSISTENCIAS
           END-IF.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 500000-IMPRIME-TOTAIS
           END-IF.
      *
           CLOSE DVGOLRPT.
      *
           IF  GDA-HOUVE-ERRO
               MOVE +8 TO RETURN-CODE
           ELSE
               IF  GDA-QT-INCS GREATER ZEROS
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
       100000-VALIDA-PARAMETRO        SECTION.
      *--------------------------------------*
      *
           IF  PARM-DT-INI EQUAL SPACES
               EXEC SQL
                    SET :KDVG-DT-INI = CHAR(CURRENT DATE - 7 DAYS, ISO)
               END-EXEC
               IF  SQLCODE NOT EQUAL +0
                   DISPLAY '000 ' CTE-PRGM ' - ERRO SQL DATA = '
                           SQLCODE
                   SET  GDA-HOUVE-ERRO TO TRUE
                   GO TO 100099-SAI
               END-IF
               MOVE KDVG-DT-INI TO GDA-DT-INI
           ELSE
               MOVE PARM-DT-INI TO GDA-DT-INI
           END-IF.
      *
           IF  GDA-AA-INI     IS NOT NUMERIC
           OR  GDA-MM-INI     IS NOT NUMERIC
           OR  GDA-DD-INI     IS NOT NUMERIC
           OR  GDA-TRCO-1-INI NOT EQUAL '-'
           OR  GDA-TRCO-2-INI NOT EQUAL '-'
           OR  GDA-MM-INI     LESS    01
           OR  GDA-MM-INI     GREATER 12
           OR  GDA-DD-INI     LESS    01
           OR  GDA-DD-INI     GREATER 31
               MOVE SPACES TO RPT-LINE
               STRING '*ERRO* DATA INICIAL INVALIDA: ' PARM-DT-INI
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY '000 ' CTE-PRGM ' - SYSIN INVALIDO: '
                       PARM-DT-INI
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           MOVE GDA-DT-INI TO KDVG-DT-INI.
      *
           EXEC SQL
                SET :KDVG-DT-FIM =
                    CHAR(DATE(:KDVG-DT-INI) + 6 DAYS, ISO)
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL DATA = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       150000-FORMATA-CABECALHO       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'DIVERGENCIAS OCSP X LCR - SEMANA DE ' KDVG-DT-INI
                  ' A ' KDVG-DT-FIM
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       150099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-IMPRIME-RESUMO          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING '(1) RESUMO POR EMISSOR'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '     EMISSOR   DIVERG   ATRASO  INCONS OCSP-A/LCR-R'
                  '  INCONS OCSP-R/LCR-A  % INCONS'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN DVG-EMIS
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN RESUMO = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 200099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
      *
           PERFORM 210000-PROCESSA-EMISSOR
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE DVG-EMIS
           END-EXEC.
      *
           IF  GDA-QT-EMISSOR EQUAL ZEROS
               MOVE SPACES TO RPT-LINE
               STRING '  NENHUMA DIVERGENCIA NA SEMANA'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-PROCESSA-EMISSOR        SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  DVG-EMIS
                 INTO  :KDVG-CD-ADD-CTFR
                    ,  :KDVG-QT-DVG
                    ,  :KDVG-QT-ATRASO
                    ,  :KDVG-QT-INCS-ATVO
                    ,  :KDVG-QT-INCS-REVG
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 220000-IMPRIME-LINHA-EMISSOR
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL RESUMO = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-IMPRIME-LINHA-EMISSOR   SECTION.
      *--------------------------------------*
      *
           ADD  +1                 TO GDA-QT-EMISSOR.
           ADD  KDVG-QT-DVG        TO GDA-QT-DVG.
           ADD  KDVG-QT-ATRASO     TO GDA-QT-ATRASO.
           ADD  KDVG-QT-INCS-ATVO  TO GDA-QT-INCS-ATVO.
           ADD  KDVG-QT-INCS-REVG  TO GDA-QT-INCS-REVG.
      *
           COMPUTE GDA-PC-INCS ROUNDED =
                   ( KDVG-QT-INCS-ATVO + KDVG-QT-INCS-REVG ) * 100
                   / KDVG-QT-DVG.
      *
           MOVE KDVG-CD-ADD-CTFR   TO EDT-CD-ADD-CTFR.
           MOVE KDVG-QT-DVG        TO EDT-QT-DVG.
           MOVE KDVG-QT-ATRASO     TO EDT-QT-ATRASO.
           MOVE KDVG-QT-INCS-ATVO  TO EDT-QT-INCS-ATVO.
           MOVE KDVG-QT-INCS-REVG  TO EDT-QT-INCS-REVG.
           MOVE GDA-PC-INCS        TO EDT-PC-INCS.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  ' EDT-CD-ADD-CTFR
                  '  ' EDT-QT-DVG
                  '  ' EDT-QT-ATRASO
                  '              ' EDT-QT-INCS-ATVO
                  '              ' EDT-QT-INCS-REVG
                  '     ' EDT-PC-INCS
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-IMPRIME-INCONSISTENCIAS SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '(2) INCONSISTENCIAS NA AC (FORA DO ATRASO ESPERADO '
                  'DA LCR)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '     EMISSOR SERIE                                  '
                  ' OCSP LCR MTV PRODUCEDAT       REVOCATIONTIME   '
                  'LCR ATUALIZADA   FONTE'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN DVG-INCS
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN INCONS = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 400099-SAI
           END-IF.
      *
           MOVE 'N'   TO GDA-SW-FIM-CRSR.
           MOVE 'S'   TO GDA-SW-PRMO-EMISSOR.
           MOVE ZEROS TO GDA-CD-ADD-CTFR-ANT.
      *
           PERFORM 410000-PROCESSA-INCONSISTENCIA
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE DVG-INCS
           END-EXEC.
      *
           IF  GDA-QT-INCS EQUAL ZEROS
               MOVE SPACES TO RPT-LINE
               STRING '  NENHUMA'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-PROCESSA-INCONSISTENCIA SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  DVG-INCS
                 INTO  :KDVG-CD-ADD-CTFR
                    ,  :KDVG-TX-NR-SRE-CTFD
                    ,  :KDVG-CD-EST-OCSP
                    ,  :KDVG-CD-EST-LCR
                    ,  :KDVG-CD-MTV-RVGC-LCR
                    ,  :KDVG-TS-PRDZ-OCSP
                    ,  :KDVG-TS-RVGC-OCSP
                    ,  :KDVG-TS-ATL-LCR
                    ,  :KDVG-IN-FON-ACAO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KDVG-CD-ADD-CTFR NOT EQUAL GDA-CD-ADD-CTFR-ANT
                    AND NOT GDA-PRMO-EMISSOR
                        MOVE SPACES TO RPT-LINE
                        WRITE RPT-LINE
                    END-IF
                    MOVE 'N'              TO GDA-SW-PRMO-EMISSOR
                    MOVE KDVG-CD-ADD-CTFR TO GDA-CD-ADD-CTFR-ANT
                    PERFORM 420000-IMPRIME-LINHA-INCS
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL INCONS = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       420000-IMPRIME-LINHA-INCS      SECTION.
      *--------------------------------------*
      *
           ADD  +1 TO GDA-QT-INCS.
      *
           MOVE KDVG-CD-ADD-CTFR      TO EDT-CD-ADD-CTFR.
           MOVE KDVG-CD-MTV-RVGC-LCR  TO EDT-CD-MTV-RVGC.
      *
           IF  KDVG-CD-EST-LCR NOT EQUAL 'R'
               MOVE SPACES TO EDT-CD-MTV-RVGC-X
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  ' EDT-CD-ADD-CTFR
                  ' ' KDVG-TX-NR-SRE-CTFD
                  '  ' KDVG-CD-EST-OCSP
                  '   ' KDVG-CD-EST-LCR
                  '  ' EDT-CD-MTV-RVGC-X
                  '  ' KDVG-TS-PRDZ-OCSP (1:16)
                  ' ' KDVG-TS-RVGC-OCSP (1:16)
                  ' ' KDVG-TS-ATL-LCR (1:16)
                  ' ' KDVG-IN-FON-ACAO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       420099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-EMISSOR TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  EMISSORES COM DIVERGENCIA : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-DVG TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  DIVERGENCIAS              : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-ATRASO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ATRASO ESPERADO DA LCR    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-INCS-ATVO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  INCONS OCSP-A / LCR-R     : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-INCS-REVG TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  INCONS OCSP-R / LCR-A     : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  OCSP/LCR: A = ATIVO, R = REVOGADO; MTV = MOTIVO NA'
                  ' LCR (CRLREASON); FONTE: O = VEREDICTO SEGUIU O OCSP'
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
           MOVE GDA-QT-DVG                TO K011-QT-LIDO.
           MOVE GDA-QT-INCS               TO K011-QT-RJTD.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 3 0          *
      *----------------------------------------------------------------*
