      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3229.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3229 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - SQLCODE conferido apos cada SET
      *                              de data e apos o OPEN do cursor
      *                              do painel (erro = RC 8).
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
      *  Painel mensal de nivel de servico da ICD (13 meses moveis),
      *  para o relatorio de servico da gerencia.  Roda no inicio do
      *  mes, depois do fechamento do mes anterior e antes da
      *  retencao ICDS9107 desse mes:
      *    (1) apura as medidas do mes de referencia e grava em
      *        DB2ICD.MDD_MES_SRVC_ICD (uma linha por medida e chave;
      *        reexecucao do mesmo mes substitui a apuracao):
      *          QT-ACEIT  certificados aceitos pela ICDS3200
      *          QT-REJ    certificados rejeitados pela ICDS3200
      *          TX-REJ    taxa de rejeicao (% sobre aceitos +
      *                    rejeitados) - total e por codigo de
      *                    ocorrencia (chave = CD_OCR)
      *          P95-MS    percentil 95 da duracao em ms por modulo
      *                    chamado (chave = modulo), mesma regra do
      *                    ICDS9105 mas sobre o mes inteiro
      *          QT-RAJAD  alertas de rajada de erro do ICDS9104
      *          QT-LCRAT  alertas de LCR defasada do ICDS9106 -
      *                    total e por emissor (chave = emissor)
      *          QRTN-ENT  pedidos que entraram na quarentena ICDQ
      *          QRTN-SAI  pedidos que sairam da quarentena
      *    (2) imprime o painel dos 13 meses terminados no mes de
      *        referencia, uma linha por medida e chave, com a
      *        situacao do mes de referencia contra a meta da tabela
      *        DB2ICD.META_MDD_SRVC_ICD: VERDE, AMBAR ou VERMELHO.
      *
      *  Aceites e rejeicoes vem do resumo consolidado
      *  DB2ICD.RSM_DIA_LOG_OCR (dias ja retidos pela ICDS9107)
      *  somado ao LOG_OCR quente (dias ainda nao retidos) - cada dia
      *  esta em um so dos dois.  O P95 precisa das duracoes
      *  individuais: so eh apurado enquanto nenhum dia do mes foi
      *  consolidado; do contrario a linha fica SEM DADO.  Os
      *  alertas vem do historico DB2ICD.HST_ALRT_ICD, gravado pelos
      *  vigias a partir da sua VRS002 - cada ciclo do vigia que
      *  acusa a condicao conta um alerta.
      *
      *  Meta (DB2ICD.META_MDD_SRVC_ICD, IN_ATVO = 'S'): por CD_MDD e
      *  CD_CHV_MDD, com a chave em branco valendo para todas as
      *  chaves da medida sem linha propria.  IN_SNTD_PIOR 'A' = valor
      *  alto eh pior (AMBAR a partir de VL_LMT_AMBR, VERMELHO a partir
      *  de VL_LMT_VRML); 'B' = valor baixo eh pior (AMBAR ate
      *  VL_LMT_AMBR, VERMELHO ate VL_LMT_VRML).  Medida sem meta sai
      *  SEM META.  No painel, '-' = medida sem linha naquele mes.
      *
      *  Erro de SQL na apuracao desfaz o mes e termina com RC 8; ha
      *  linha VERMELHO no mes de referencia, RC 4.
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01-07   - mes de referencia (AAAA-MM); brancos = mes
      *                  anterior ao corrente
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.RSM_DIA_LOG_OCR   - SELECT
      *    DB2ICD.LOG_OCR           - SELECT
      *    DB2ICD.HST_ALRT_ICD      - SELECT
      *    DB2ICD.PDD_QRTN_ICDQ     - SELECT
      *    DB2ICD.MDD_MES_SRVC_ICD  - SELECT / INSERT / DELETE
      *    DB2ICD.META_MDD_SRVC_ICD - SELECT
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
       SELECT SRVCRPT  ASSIGN TO 'SRVCRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  SRVCRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3229'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  CTE-QT-MES-PNL                  PIC S9(004) COMP VALUE +13.
       01  CTE-PGM-ACLT                    PIC  X(008) VALUE 'ICDS3200'.
       01  CTE-PGM-RAJD                    PIC  X(008) VALUE 'ICDS9104'.
       01  CTE-PGM-LCR                     PIC  X(008) VALUE 'ICDS9106'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-FIM-DRC                  PIC  X(001) VALUE 'N'.
           88  GDA-FIM-DRC                             VALUE 'S'.
       01  GDA-SW-PRMO-LINHA               PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-LINHA                          VALUE 'S'.
       01  GDA-SW-P95                      PIC  X(001) VALUE 'S'.
           88  GDA-P95-APURAVEL                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Mes de referencia e janela do painel.  Mes absoluto =
      *    AAAA * 12 + MM - 1, para contar meses sem aritmetica de
      *    data.
      *----------------------------------------------------------------*
       01  GDA-AA-MM-REF                   PIC  X(007) VALUE SPACES.
       01  GDA-AA-MM-REF-R REDEFINES GDA-AA-MM-REF.
           03  GDA-AA-REF                  PIC  9(004).
           03  GDA-TRCO-REF                PIC  X(001).
           03  GDA-MM-REF                  PIC  9(002).
       01  GDA-AA-MM-CORR                  PIC  X(007) VALUE SPACES.
       01  GDA-AA-MM-MONTA                 PIC  X(007) VALUE SPACES.
       01  GDA-AA-MM-MONTA-R REDEFINES GDA-AA-MM-MONTA.
           03  GDA-AA-MONTA                PIC  9(004).
           03  GDA-TRCO-MONTA              PIC  X(001).
           03  GDA-MM-MONTA                PIC  9(002).
       01  GDA-NR-MES-REF                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-NR-MES-INI                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-NR-MES-MONTA                PIC S9(009) COMP VALUE ZERO.
       01  GDA-NR-MES-LIDO                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-AA-CALC                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-MM-CALC                     PIC S9(009) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Apuracao do mes de referencia
      *----------------------------------------------------------------*
       01  GDA-QT-ACEIT                    PIC S9(015) COMP-3
                                           VALUE ZERO.
       01  GDA-QT-REJ                      PIC S9(015) COMP-3
                                           VALUE ZERO.
       01  GDA-QT-BASE-TX                  PIC S9(015) COMP-3
                                           VALUE ZERO.
       01  GDA-QT-DIA-CNSL                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-MDD-GRAV                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-IX-PCTL                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-LIDO                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-MS-P95                      PIC S9(009) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Linha corrente do painel: uma posicao por mes da janela
      *    (1 = mes mais antigo, 13 = mes de referencia)
      *----------------------------------------------------------------*
       01  GDA-ANT-CD-MDD                  PIC  X(008) VALUE SPACES.
       01  GDA-ANT-CD-CHV-MDD              PIC  X(010) VALUE SPACES.
       01  GDA-IX-MES                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-TAB-PNL.
           03  GDA-PNL-MES                 OCCURS 13 TIMES.
               05  GDA-PNL-IN-VL           PIC  X(001).
               05  GDA-PNL-VL              PIC S9(013)V99 COMP-3.
       01  GDA-VL-AVAL                     PIC S9(013)V99 COMP-3
                                           VALUE ZERO.
       01  GDA-ST-LINHA                    PIC  X(008) VALUE SPACES.
       01  GDA-QT-LINHA                    PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-VERDE                    PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-AMBAR                    PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-VRML                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-META                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-DADO                 PIC S9(009) COMP VALUE ZERO.
      *
       01  GDA-LIN-PNL.
           03  LIN-CD-MDD                  PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  LIN-CD-CHV-MDD              PIC  X(010).
           03  LIN-MES                     OCCURS 13 TIMES.
               05  FILLER                  PIC  X(001).
               05  LIN-VL                  PIC  X(007).
           03  FILLER                      PIC  X(001).
           03  LIN-ST                      PIC  X(008).
      *
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-VL-QT                       PIC  ZZZZZZ9.
       01  EDT-VL-TX                       PIC  ZZZ9.99.
       01  EDT-CD-OCR                      PIC  9(004).
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  EDT-MES-PNL.
           03  EDT-MM-PNL                  PIC  9(002).
           03  FILLER                      PIC  X(001) VALUE '/'.
           03  EDT-AA-PNL                  PIC  9(004).
      *
       01  PARM-ENTRADA.
           03  PARM-AA-MM-REF              PIC  X(007) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    Rejeicoes do mes por codigo de ocorrencia: resumo
      *    consolidado (dias retidos) + log quente (dias nao retidos)
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  REJ-MTV CURSOR FOR
             SELECT  X.CD_OCR
                  ,  SUM(X.QT_OCR)
               FROM  ( SELECT  R.CD_OCR
                            ,  R.QT_OCR
                         FROM  DB2ICD.RSM_DIA_LOG_OCR R
                        WHERE  R.CD_PGM_RTN = :CTE-PGM-ACLT
                          AND  R.CD_OCR     > 0
                          AND  R.DT_OCR    >= :KAPU-DT-INI
                          AND  R.DT_OCR     < DATE(:KAPU-DT-INI)
                                            + 1 MONTH
                    UNION ALL
                       SELECT  L.CD_OCR
                            ,  1
                         FROM  DB2ICD.LOG_OCR L
                        WHERE  L.CD_PGM_RTN = :CTE-PGM-ACLT
                          AND  L.CD_OCR     > 0
                          AND  L.TS_GRV_LOG >= :KAPU-DT-INI
                          AND  L.TS_GRV_LOG < DATE(:KAPU-DT-INI)
                                            + 1 MONTH
                     ) X
           GROUP BY  X.CD_OCR
           ORDER BY  1
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Modulos chamados no mes e quantidade de chamadas
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  DRC-MOD CURSOR FOR
             SELECT  CD_PGM_RTN
                  ,  COUNT(*)
               FROM  DB2ICD.LOG_OCR
              WHERE  CD_ABEND   = 'DURACAO'
                AND  TS_GRV_LOG >= :KAPU-DT-INI
                AND  TS_GRV_LOG <  DATE(:KAPU-DT-INI) + 1 MONTH
           GROUP BY  CD_PGM_RTN
           ORDER BY  1
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Duracoes de um modulo no mes, em ordem crescente: o
      *    percentil eh a linha na posicao calculada
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  DRC-VLR CURSOR FOR
             SELECT  QT_MS_DRC
               FROM  DB2ICD.LOG_OCR
              WHERE  CD_ABEND   = 'DURACAO'
                AND  CD_PGM_RTN = :KAPU-CD-PGM-RTN
                AND  TS_GRV_LOG >= :KAPU-DT-INI
                AND  TS_GRV_LOG <  DATE(:KAPU-DT-INI) + 1 MONTH
           ORDER BY  QT_MS_DRC
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Alertas de LCR defasada do mes por emissor
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  ALRT-LCR CURSOR FOR
             SELECT  CD_ADD_CTFR
                  ,  COUNT(*)
               FROM  DB2ICD.HST_ALRT_ICD
              WHERE  CD_PGM_ALRT = :CTE-PGM-LCR
                AND  TS_ALRT    >= :KAPU-DT-INI
                AND  TS_ALRT    <  DATE(:KAPU-DT-INI) + 1 MONTH
           GROUP BY  CD_ADD_CTFR
           ORDER BY  1
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Medidas da janela de 13 meses, na ordem do painel
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  PNL-MDD CURSOR FOR
             SELECT  CD_MDD
                  ,  CD_CHV_MDD
                  ,  AA_MM_REF
                  ,  VL_MDD
               FROM  DB2ICD.MDD_MES_SRVC_ICD
              WHERE  AA_MM_REF >= :KPNL-AA-MM-INI
                AND  AA_MM_REF <= :KPNL-AA-MM-REF
           ORDER BY  CASE CD_MDD
                          WHEN 'QT-ACEIT' THEN 1
                          WHEN 'QT-REJ'   THEN 2
                          WHEN 'TX-REJ'   THEN 3
                          WHEN 'P95-MS'   THEN 4
                          WHEN 'QT-RAJAD' THEN 5
                          WHEN 'QT-LCRAT' THEN 6
                          WHEN 'QRTN-ENT' THEN 7
                          WHEN 'QRTN-SAI' THEN 8
                          ELSE 9
                     END
                  ,  CD_MDD
                  ,  CD_CHV_MDD
                  ,  AA_MM_REF
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KAPU-AA-MM-CORR                 PIC  X(007).
       01  KAPU-AA-MM-ANT                  PIC  X(007).
       01  KAPU-DT-INI                     PIC  X(010).
       01  KAPU-QT-OCR                     PIC S9(015) COMP-3.
       01  KAPU-CD-OCR                     PIC S9(004).
       01  KAPU-CD-PGM-RTN                 PIC  X(008).
       01  KAPU-QT-DRC                     PIC S9(009).
       01  KAPU-QT-MS-DRC                  PIC S9(009).
       01  KAPU-CD-ADD-CTFR                PIC S9(009) COMP.
      *
       01  KMDD-AA-MM-REF                  PIC  X(007).
       01  KMDD-CD-MDD                     PIC  X(008).
       01  KMDD-CD-CHV-MDD                 PIC  X(010).
       01  KMDD-VL-MDD                     PIC S9(013)V99 COMP-3.
      *
       01  KPNL-AA-MM-INI                  PIC  X(007).
       01  KPNL-AA-MM-REF                  PIC  X(007).
       01  KPNL-CD-MDD                     PIC  X(008).
       01  KPNL-CD-CHV-MDD                 PIC  X(010).
       01  KPNL-AA-MM-LIDO                 PIC  X(007).
       01  KPNL-VL-MDD                     PIC S9(013)V99 COMP-3.
      *
       01  KMET-IN-SNTD-PIOR               PIC  X(001).
       01  KMET-VL-LMT-AMBR                PIC S9(013)V99 COMP-3.
       01  KMET-VL-LMT-VRML                PIC S9(013)V99 COMP-3.
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
           OPEN OUTPUT SRVCRPT.
      *
           PERFORM 100000-VALIDA-PARAMETRO.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 150000-FORMATA-CABECALHO
               PERFORM 200000-APURA-MES
           END-IF.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 400000-IMPRIME-PAINEL
               PERFORM 500000-IMPRIME-TOTAIS
           END-IF.
      *
           CLOSE SRVCRPT.
      *
           IF  GDA-HOUVE-ERRO
               MOVE +8 TO RETURN-CODE
           ELSE
               IF  GDA-QT-VRML GREATER ZEROS
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
      *----------------------------------------------------------------*
      *    So mes ja fechado: o mes corrente ainda esta acumulando.
      *----------------------------------------------------------------*
           EXEC SQL
                SET :KAPU-AA-MM-CORR =
                    SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL DATA = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           EXEC SQL
                SET :KAPU-AA-MM-ANT =
                    SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL DATA = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           MOVE KAPU-AA-MM-CORR TO GDA-AA-MM-CORR.
      *
           IF  PARM-AA-MM-REF EQUAL SPACES
               MOVE KAPU-AA-MM-ANT TO GDA-AA-MM-REF
           ELSE
               MOVE PARM-AA-MM-REF TO GDA-AA-MM-REF
           END-IF.
      *
           IF  GDA-AA-REF   IS NOT NUMERIC
           OR  GDA-MM-REF   IS NOT NUMERIC
           OR  GDA-TRCO-REF NOT EQUAL '-'
           OR  GDA-MM-REF   LESS    01
           OR  GDA-MM-REF   GREATER 12
           OR  GDA-AA-MM-REF NOT LESS GDA-AA-MM-CORR
               MOVE SPACES TO RPT-LINE
               STRING '*ERRO* MES DE REFERENCIA INVALIDO OU NAO FECHADO'
                      ': ' PARM-AA-MM-REF
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY '000 ' CTE-PRGM ' - SYSIN INVALIDO: '
                       PARM-AA-MM-REF
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           COMPUTE GDA-NR-MES-REF = GDA-AA-REF * 12 + GDA-MM-REF - 1.
           COMPUTE GDA-NR-MES-INI = GDA-NR-MES-REF
                                  - CTE-QT-MES-PNL + 1.
      *
           MOVE GDA-AA-MM-REF TO KMDD-AA-MM-REF
                                 KPNL-AA-MM-REF.
           MOVE SPACES        TO KAPU-DT-INI.
           STRING GDA-AA-MM-REF '-01'
                       DELIMITED BY SIZE INTO KAPU-DT-INI
           END-STRING.
      *
           MOVE GDA-NR-MES-INI TO GDA-NR-MES-MONTA.
           PERFORM 610000-MONTA-AA-MM.
           MOVE GDA-AA-MM-MONTA TO KPNL-AA-MM-INI.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       150000-FORMATA-CABECALHO       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'PAINEL MENSAL DE NIVEL DE SERVICO ICD - MES DE '
                  'REFERENCIA: ' GDA-AA-MM-REF
                  '  (JANELA: ' KPNL-AA-MM-INI ' A ' GDA-AA-MM-REF ')'
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
       200000-APURA-MES               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-APURA-MES ' GDA-AA-MM-REF.
      *
      *----------------------------------------------------------------*
      *    Unidade de trabalho = o mes: a apuracao anterior do mesmo
      *    mes sai e a nova entra no mesmo COMMIT.
      *----------------------------------------------------------------*
           EXEC SQL
                DELETE FROM DB2ICD.MDD_MES_SRVC_ICD
                      WHERE  AA_MM_REF = :KMDD-AA-MM-REF
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 200099-SAI
           END-IF.
      *
           PERFORM 210000-APURA-ACEITE-REJEICAO.
           IF  GDA-HOUVE-ERRO
               GO TO 200099-SAI
           END-IF.
      *
           PERFORM 230000-APURA-DURACAO.
           IF  GDA-HOUVE-ERRO
               GO TO 200099-SAI
           END-IF.
      *
           PERFORM 250000-APURA-ALERTAS.
           IF  GDA-HOUVE-ERRO
               GO TO 200099-SAI
           END-IF.
      *
           PERFORM 270000-APURA-QUARENTENA.
           IF  GDA-HOUVE-ERRO
               GO TO 200099-SAI
           END-IF.
      *
           EXEC SQL
                COMMIT
           END-EXEC.
      *
           MOVE GDA-QT-MDD-GRAV TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'MES ' GDA-AA-MM-REF ' APURADO - ' EDT-QT-TOTAL
                  ' MEDIDA(S) GRAVADA(S)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           IF  NOT GDA-P95-APURAVEL
               MOVE SPACES TO RPT-LINE
               STRING 'MES JA CONSOLIDADO PELA RETENCAO DO LOG - P95 '
                      'NAO APURADO (SEM DURACOES INDIVIDUAIS)'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-APURA-ACEITE-REJEICAO   SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ACEITE so eh gravado pela ICDS3200: o resumo anterior a
      *    separacao por programa (ICDS9107 VRS001) tambem serve.
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  COALESCE(SUM(X.QT_OCR), 0)
                  INTO  :KAPU-QT-OCR
                  FROM  ( SELECT  SUM(R.QT_OCR) AS QT_OCR
                            FROM  DB2ICD.RSM_DIA_LOG_OCR R
                           WHERE  R.CD_ABEND  = 'ACEITE'
                             AND  R.DT_OCR   >= :KAPU-DT-INI
                             AND  R.DT_OCR    < DATE(:KAPU-DT-INI)
                                              + 1 MONTH
                       UNION ALL
                          SELECT  COUNT(*)
                            FROM  DB2ICD.LOG_OCR L
                           WHERE  L.CD_ABEND   = 'ACEITE'
                             AND  L.CD_PGM_RTN = :CTE-PGM-ACLT
                             AND  L.TS_GRV_LOG >= :KAPU-DT-INI
                             AND  L.TS_GRV_LOG < DATE(:KAPU-DT-INI)
                                               + 1 MONTH
                        ) X
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 210099-SAI
           END-IF.
      *
           MOVE KAPU-QT-OCR TO GDA-QT-ACEIT.
      *
           EXEC SQL
                SELECT  COALESCE(SUM(X.QT_OCR), 0)
                  INTO  :KAPU-QT-OCR
                  FROM  ( SELECT  SUM(R.QT_OCR) AS QT_OCR
                            FROM  DB2ICD.RSM_DIA_LOG_OCR R
                           WHERE  R.CD_PGM_RTN = :CTE-PGM-ACLT
                             AND  R.CD_OCR     > 0
                             AND  R.DT_OCR    >= :KAPU-DT-INI
                             AND  R.DT_OCR     < DATE(:KAPU-DT-INI)
                                               + 1 MONTH
                       UNION ALL
                          SELECT  COUNT(*)
                            FROM  DB2ICD.LOG_OCR L
                           WHERE  L.CD_PGM_RTN = :CTE-PGM-ACLT
                             AND  L.CD_OCR     > 0
                             AND  L.TS_GRV_LOG >= :KAPU-DT-INI
                             AND  L.TS_GRV_LOG < DATE(:KAPU-DT-INI)
                                               + 1 MONTH
                        ) X
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 210099-SAI
           END-IF.
      *
           MOVE KAPU-QT-OCR TO GDA-QT-REJ.
           COMPUTE GDA-QT-BASE-TX = GDA-QT-ACEIT + GDA-QT-REJ.
      *
           MOVE 'QT-ACEIT'   TO KMDD-CD-MDD.
           MOVE SPACES       TO KMDD-CD-CHV-MDD.
           MOVE GDA-QT-ACEIT TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 210099-SAI
           END-IF.
      *
           MOVE 'QT-REJ'     TO KMDD-CD-MDD.
           MOVE GDA-QT-REJ   TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 210099-SAI
           END-IF.
      *
           MOVE 'TX-REJ'     TO KMDD-CD-MDD.
           MOVE GDA-QT-REJ   TO KAPU-QT-OCR.
           PERFORM 215000-CALCULA-TAXA.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 210099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    Taxa por codigo de ocorrencia (mesma base do total)
      *----------------------------------------------------------------*
           EXEC SQL
                OPEN REJ-MTV
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 220000-PROCESSA-REJEICAO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE REJ-MTV
           END-EXEC.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       215000-CALCULA-TAXA            SECTION.
      *--------------------------------------*
      *
           IF  GDA-QT-BASE-TX GREATER ZEROS
               COMPUTE KMDD-VL-MDD ROUNDED =
                       KAPU-QT-OCR * 100 / GDA-QT-BASE-TX
           ELSE
               MOVE ZEROS TO KMDD-VL-MDD
           END-IF.
      *
       215099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-PROCESSA-REJEICAO       SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  REJ-MTV
                 INTO  :KAPU-CD-OCR
                    ,  :KAPU-QT-OCR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE 'TX-REJ'    TO KMDD-CD-MDD
                    MOVE KAPU-CD-OCR TO EDT-CD-OCR
                    MOVE SPACES      TO KMDD-CD-CHV-MDD
                    MOVE EDT-CD-OCR  TO KMDD-CD-CHV-MDD
                    PERFORM 215000-CALCULA-TAXA
                    PERFORM 800000-GRAVA-MEDIDA
                    IF  GDA-HOUVE-ERRO
                        SET  GDA-FIM-CRSR TO TRUE
                    END-IF
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 290000-ERRO-SQL-APURACAO
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       230000-APURA-DURACAO           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Dia do mes ja consolidado = duracoes individuais purgadas:
      *    o percentil sairia errado, entao nao eh apurado.
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :GDA-QT-DIA-CNSL
                  FROM  DB2ICD.RSM_DIA_LOG_OCR
                 WHERE  DT_OCR   >= :KAPU-DT-INI
                   AND  DT_OCR    < DATE(:KAPU-DT-INI) + 1 MONTH
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 230099-SAI
           END-IF.
      *
           IF  GDA-QT-DIA-CNSL GREATER ZEROS
               MOVE 'N' TO GDA-SW-P95
               GO TO 230099-SAI
           END-IF.
      *
           EXEC SQL
                OPEN DRC-MOD
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 240000-PROCESSA-MODULO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE DRC-MOD
           END-EXEC.
      *
       230099-SAI.
           EXIT.
      *
      *--------------------------------------*
       240000-PROCESSA-MODULO         SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  DRC-MOD
                 INTO  :KAPU-CD-PGM-RTN
                    ,  :KAPU-QT-DRC
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 245000-CALCULA-P95
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 290000-ERRO-SQL-APURACAO
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       240099-SAI.
           EXIT.
      *
      *--------------------------------------*
       245000-CALCULA-P95             SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Mesma regra do ICDS9105: P95 = valor na posicao arredondada
      *    para cima de (N * 95 / 100), com as duracoes em ordem
      *    crescente - aqui sem limite de amostra.
      *----------------------------------------------------------------*
           COMPUTE GDA-IX-PCTL = ( KAPU-QT-DRC * 95 + 99 ) / 100.
           MOVE ZEROS TO GDA-QT-LIDO
                         GDA-MS-P95.
           MOVE 'N'   TO GDA-SW-FIM-DRC.
      *
           EXEC SQL
                OPEN DRC-VLR
           END-EXEC.
      *
           PERFORM 246000-LE-DURACAO
               UNTIL GDA-FIM-DRC
                  OR GDA-QT-LIDO NOT LESS GDA-IX-PCTL.
      *
           EXEC SQL
                CLOSE DRC-VLR
           END-EXEC.
      *
           IF  GDA-HOUVE-ERRO
               SET  GDA-FIM-CRSR TO TRUE
               GO TO 245099-SAI
           END-IF.
      *
           MOVE 'P95-MS'        TO KMDD-CD-MDD.
           MOVE SPACES          TO KMDD-CD-CHV-MDD.
           MOVE KAPU-CD-PGM-RTN TO KMDD-CD-CHV-MDD.
           MOVE GDA-MS-P95      TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               SET  GDA-FIM-CRSR TO TRUE
           END-IF.
      *
       245099-SAI.
           EXIT.
      *
      *--------------------------------------*
       246000-LE-DURACAO              SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  DRC-VLR
                 INTO  :KAPU-QT-MS-DRC
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD  +1             TO GDA-QT-LIDO
                    MOVE KAPU-QT-MS-DRC TO GDA-MS-P95
               WHEN +100
                    SET  GDA-FIM-DRC TO TRUE
               WHEN OTHER
                    PERFORM 290000-ERRO-SQL-APURACAO
                    SET  GDA-FIM-DRC TO TRUE
           END-EVALUATE.
      *
       246099-SAI.
           EXIT.
      *
      *--------------------------------------*
       250000-APURA-ALERTAS           SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAPU-QT-OCR
                  FROM  DB2ICD.HST_ALRT_ICD
                 WHERE  CD_PGM_ALRT = :CTE-PGM-RAJD
                   AND  TS_ALRT    >= :KAPU-DT-INI
                   AND  TS_ALRT    <  DATE(:KAPU-DT-INI) + 1 MONTH
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 250099-SAI
           END-IF.
      *
           MOVE 'QT-RAJAD'  TO KMDD-CD-MDD.
           MOVE SPACES      TO KMDD-CD-CHV-MDD.
           MOVE KAPU-QT-OCR TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 250099-SAI
           END-IF.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAPU-QT-OCR
                  FROM  DB2ICD.HST_ALRT_ICD
                 WHERE  CD_PGM_ALRT = :CTE-PGM-LCR
                   AND  TS_ALRT    >= :KAPU-DT-INI
                   AND  TS_ALRT    <  DATE(:KAPU-DT-INI) + 1 MONTH
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 250099-SAI
           END-IF.
      *
           MOVE 'QT-LCRAT'  TO KMDD-CD-MDD.
           MOVE SPACES      TO KMDD-CD-CHV-MDD.
           MOVE KAPU-QT-OCR TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 250099-SAI
           END-IF.
      *
           EXEC SQL
                OPEN ALRT-LCR
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 260000-PROCESSA-ALERTA-LCR
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE ALRT-LCR
           END-EXEC.
      *
       250099-SAI.
           EXIT.
      *
      *--------------------------------------*
       260000-PROCESSA-ALERTA-LCR     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  ALRT-LCR
                 INTO  :KAPU-CD-ADD-CTFR
                    ,  :KAPU-QT-OCR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE 'QT-LCRAT'       TO KMDD-CD-MDD
                    MOVE KAPU-CD-ADD-CTFR TO EDT-CD-ADD-CTFR
                    MOVE EDT-CD-ADD-CTFR  TO KMDD-CD-CHV-MDD
                    MOVE KAPU-QT-OCR      TO KMDD-VL-MDD
                    PERFORM 800000-GRAVA-MEDIDA
                    IF  GDA-HOUVE-ERRO
                        SET  GDA-FIM-CRSR TO TRUE
                    END-IF
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 290000-ERRO-SQL-APURACAO
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       260099-SAI.
           EXIT.
      *
      *--------------------------------------*
       270000-APURA-QUARENTENA        SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Entrada = estacionado pela ICDS3210 no mes (TS_QRTN);
      *    saida   = tratado no mes (TS_ACAO, estado diferente de
      *              'P' parado).
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAPU-QT-OCR
                  FROM  DB2ICD.PDD_QRTN_ICDQ
                 WHERE  TS_QRTN >= :KAPU-DT-INI
                   AND  TS_QRTN <  DATE(:KAPU-DT-INI) + 1 MONTH
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 270099-SAI
           END-IF.
      *
           MOVE 'QRTN-ENT'  TO KMDD-CD-MDD.
           MOVE SPACES      TO KMDD-CD-CHV-MDD.
           MOVE KAPU-QT-OCR TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
           IF  GDA-HOUVE-ERRO
               GO TO 270099-SAI
           END-IF.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAPU-QT-OCR
                  FROM  DB2ICD.PDD_QRTN_ICDQ
                 WHERE  CD_EST_QRTN <> 'P'
                   AND  TS_ACAO     >= :KAPU-DT-INI
                   AND  TS_ACAO     <  DATE(:KAPU-DT-INI) + 1 MONTH
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 270099-SAI
           END-IF.
      *
           MOVE 'QRTN-SAI'  TO KMDD-CD-MDD.
           MOVE KAPU-QT-OCR TO KMDD-VL-MDD.
           PERFORM 800000-GRAVA-MEDIDA.
      *
       270099-SAI.
           EXIT.
      *
      *--------------------------------------*
       290000-ERRO-SQL-APURACAO       SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Desfaz a apuracao do mes (a anterior, se havia, volta) e
      *    encerra sem painel - mesma conduta do ICDS9107.
      *----------------------------------------------------------------*
      *
           DISPLAY '000 ' CTE-PRGM ' - ERRO SQL APURACAO '
                   GDA-AA-MM-REF ' = ' SQLCODE.
      *
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           SET  GDA-HOUVE-ERRO TO TRUE.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '*ERRO* MES ' GDA-AA-MM-REF
                  ' NAO APURADO - EXECUCAO ENCERRADA'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       290099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-IMPRIME-PAINEL          SECTION.
      *--------------------------------------*
      *
           PERFORM 410000-IMPRIME-TITULO-MESES.
      *
           EXEC SQL
                OPEN PNL-MDD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN PAINEL = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 400099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           MOVE 'S' TO GDA-SW-PRMO-LINHA.
           PERFORM 420000-PROCESSA-MEDIDA
               UNTIL GDA-FIM-CRSR.
      *
           IF  NOT GDA-PRMO-LINHA
               PERFORM 440000-IMPRIME-LINHA
           END-IF.
      *
           EXEC SQL
                CLOSE PNL-MDD
           END-EXEC.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-IMPRIME-TITULO-MESES    SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO GDA-LIN-PNL.
           MOVE 'MEDIDA'   TO LIN-CD-MDD.
           MOVE 'CHAVE'    TO LIN-CD-CHV-MDD.
           MOVE 'SITUACAO' TO LIN-ST.
      *
           MOVE +1 TO GDA-IX-MES.
           PERFORM 415000-MONTA-TITULO-MES
               UNTIL GDA-IX-MES GREATER CTE-QT-MES-PNL.
      *
           MOVE GDA-LIN-PNL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL '-' TO RPT-LINE.
           WRITE RPT-LINE.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       415000-MONTA-TITULO-MES        SECTION.
      *--------------------------------------*
      *
           COMPUTE GDA-NR-MES-MONTA = GDA-NR-MES-INI + GDA-IX-MES - 1.
           PERFORM 610000-MONTA-AA-MM.
      *
           MOVE GDA-MM-MONTA TO EDT-MM-PNL.
           MOVE GDA-AA-MONTA TO EDT-AA-PNL.
           MOVE EDT-MES-PNL  TO LIN-VL (GDA-IX-MES).
      *
           ADD +1 TO GDA-IX-MES.
      *
       415099-SAI.
           EXIT.
      *
      *--------------------------------------*
       420000-PROCESSA-MEDIDA         SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  PNL-MDD
                 INTO  :KPNL-CD-MDD
                    ,  :KPNL-CD-CHV-MDD
                    ,  :KPNL-AA-MM-LIDO
                    ,  :KPNL-VL-MDD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KPNL-CD-MDD     NOT EQUAL GDA-ANT-CD-MDD
                    OR  KPNL-CD-CHV-MDD NOT EQUAL GDA-ANT-CD-CHV-MDD
                    OR  GDA-PRMO-LINHA
                        PERFORM 430000-QUEBRA-LINHA
                    END-IF
                    PERFORM 425000-POSICIONA-MES
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL PAINEL = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       420099-SAI.
           EXIT.
      *
      *--------------------------------------*
       425000-POSICIONA-MES           SECTION.
      *--------------------------------------*
      *
           MOVE KPNL-AA-MM-LIDO TO GDA-AA-MM-MONTA.
           COMPUTE GDA-NR-MES-LIDO = GDA-AA-MONTA * 12
                                   + GDA-MM-MONTA - 1.
           COMPUTE GDA-IX-MES = GDA-NR-MES-LIDO - GDA-NR-MES-INI + 1.
      *
           IF  GDA-IX-MES LESS +1
           OR  GDA-IX-MES GREATER CTE-QT-MES-PNL
               GO TO 425099-SAI
           END-IF.
      *
           MOVE 'S'         TO GDA-PNL-IN-VL (GDA-IX-MES).
           MOVE KPNL-VL-MDD TO GDA-PNL-VL (GDA-IX-MES).
      *
       425099-SAI.
           EXIT.
      *
      *--------------------------------------*
       430000-QUEBRA-LINHA            SECTION.
      *--------------------------------------*
      *
           IF  NOT GDA-PRMO-LINHA
               PERFORM 440000-IMPRIME-LINHA
           END-IF.
      *
           MOVE 'N'             TO GDA-SW-PRMO-LINHA.
           MOVE KPNL-CD-MDD     TO GDA-ANT-CD-MDD.
           MOVE KPNL-CD-CHV-MDD TO GDA-ANT-CD-CHV-MDD.
      *
           MOVE +1 TO GDA-IX-MES.
           PERFORM 435000-LIMPA-MES
               UNTIL GDA-IX-MES GREATER CTE-QT-MES-PNL.
      *
       430099-SAI.
           EXIT.
      *
      *--------------------------------------*
       435000-LIMPA-MES               SECTION.
      *--------------------------------------*
      *
           MOVE 'N'   TO GDA-PNL-IN-VL (GDA-IX-MES).
           MOVE ZEROS TO GDA-PNL-VL    (GDA-IX-MES).
           ADD +1 TO GDA-IX-MES.
      *
       435099-SAI.
           EXIT.
      *
      *--------------------------------------*
       440000-IMPRIME-LINHA           SECTION.
      *--------------------------------------*
      *
           ADD +1 TO GDA-QT-LINHA.
      *
           MOVE SPACES             TO GDA-LIN-PNL.
           MOVE GDA-ANT-CD-MDD     TO LIN-CD-MDD.
           MOVE GDA-ANT-CD-CHV-MDD TO LIN-CD-CHV-MDD.
      *
           MOVE +1 TO GDA-IX-MES.
           PERFORM 445000-EDITA-MES
               UNTIL GDA-IX-MES GREATER CTE-QT-MES-PNL.
      *
           PERFORM 450000-AVALIA-META.
           MOVE GDA-ST-LINHA TO LIN-ST.
      *
           MOVE GDA-LIN-PNL TO RPT-LINE.
           WRITE RPT-LINE.
      *
       440099-SAI.
           EXIT.
      *
      *--------------------------------------*
       445000-EDITA-MES               SECTION.
      *--------------------------------------*
      *
           IF  GDA-PNL-IN-VL (GDA-IX-MES) NOT EQUAL 'S'
               MOVE '      -' TO LIN-VL (GDA-IX-MES)
           ELSE
               IF  GDA-ANT-CD-MDD EQUAL 'TX-REJ'
                   MOVE GDA-PNL-VL (GDA-IX-MES) TO EDT-VL-TX
                   MOVE EDT-VL-TX TO LIN-VL (GDA-IX-MES)
               ELSE
                   MOVE GDA-PNL-VL (GDA-IX-MES) TO EDT-VL-QT
                   MOVE EDT-VL-QT TO LIN-VL (GDA-IX-MES)
               END-IF
           END-IF.
      *
           ADD +1 TO GDA-IX-MES.
      *
       445099-SAI.
           EXIT.
      *
      *--------------------------------------*
       450000-AVALIA-META             SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Situacao = valor do mes de referencia contra a meta.  O mes
      *    de referencia acabou de ser apurado: medida de contagem sem
      *    linha nele vale zero (ex.: emissor sem alerta no mes); o
      *    P95 sem linha eh SEM DADO (modulo nao chamado ou mes ja
      *    consolidado).
      *----------------------------------------------------------------*
           IF  GDA-PNL-IN-VL (CTE-QT-MES-PNL) EQUAL 'S'
               MOVE GDA-PNL-VL (CTE-QT-MES-PNL) TO GDA-VL-AVAL
           ELSE
               IF  GDA-ANT-CD-MDD EQUAL 'P95-MS'
                   MOVE 'SEM DADO' TO GDA-ST-LINHA
                   ADD +1 TO GDA-QT-SEM-DADO
                   GO TO 450099-SAI
               END-IF
               MOVE ZEROS TO GDA-VL-AVAL
           END-IF.
      *
           MOVE GDA-ANT-CD-MDD     TO KPNL-CD-MDD.
           MOVE GDA-ANT-CD-CHV-MDD TO KPNL-CD-CHV-MDD.
      *
           EXEC SQL
                SELECT  IN_SNTD_PIOR
                     ,  VL_LMT_AMBR
                     ,  VL_LMT_VRML
                  INTO  :KMET-IN-SNTD-PIOR
                     ,  :KMET-VL-LMT-AMBR
                     ,  :KMET-VL-LMT-VRML
                  FROM  DB2ICD.META_MDD_SRVC_ICD
                 WHERE  CD_MDD      = :KPNL-CD-MDD
                   AND  CD_CHV_MDD IN (:KPNL-CD-CHV-MDD, ' ')
                   AND  IN_ATVO     = 'S'
              ORDER BY  CD_CHV_MDD DESC
                 FETCH  FIRST 1 ROW ONLY
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    MOVE 'SEM META' TO GDA-ST-LINHA
                    ADD +1 TO GDA-QT-SEM-META
                    GO TO 450099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL META = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    MOVE 'SEM META' TO GDA-ST-LINHA
                    ADD +1 TO GDA-QT-SEM-META
                    GO TO 450099-SAI
           END-EVALUATE.
      *
           IF  KMET-IN-SNTD-PIOR EQUAL 'B'
               EVALUATE TRUE
                   WHEN GDA-VL-AVAL NOT GREATER KMET-VL-LMT-VRML
                        MOVE 'VERMELHO' TO GDA-ST-LINHA
                   WHEN GDA-VL-AVAL NOT GREATER KMET-VL-LMT-AMBR
                        MOVE 'AMBAR'    TO GDA-ST-LINHA
                   WHEN OTHER
                        MOVE 'VERDE'    TO GDA-ST-LINHA
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN GDA-VL-AVAL NOT LESS KMET-VL-LMT-VRML
                        MOVE 'VERMELHO' TO GDA-ST-LINHA
                   WHEN GDA-VL-AVAL NOT LESS KMET-VL-LMT-AMBR
                        MOVE 'AMBAR'    TO GDA-ST-LINHA
                   WHEN OTHER
                        MOVE 'VERDE'    TO GDA-ST-LINHA
               END-EVALUATE
           END-IF.
      *
           EVALUATE GDA-ST-LINHA
               WHEN 'VERMELHO'
                    ADD +1 TO GDA-QT-VRML
               WHEN 'AMBAR'
                    ADD +1 TO GDA-QT-AMBAR
               WHEN OTHER
                    ADD +1 TO GDA-QT-VERDE
           END-EVALUATE.
      *
       450099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-LINHA TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL LINHAS DO PAINEL   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-VERDE TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  VERDE                    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-AMBAR TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  AMBAR                    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-VRML TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  VERMELHO                 : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-SEM-META TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  SEM META                 : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-SEM-DADO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  SEM DADO                 : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  QT-ACEIT/QT-REJ = ACEITOS/REJEITADOS ICDS3200;'
                  ' TX-REJ = % REJEICAO (CHAVE = CD_OCR);'
                  ' P95-MS = P95 EM MS (CHAVE = MODULO)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  QT-RAJAD = ALERTAS ICDS9104; QT-LCRAT = ALERTAS'
                  ' ICDS9106 (CHAVE = EMISSOR); QRTN-ENT/QRTN-SAI ='
                  ' ENTRADA/SAIDA DA QUARENTENA ICDQ'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       500099-SAI.
           EXIT.
      *
      *--------------------------------------*
       610000-MONTA-AA-MM             SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Mes absoluto (GDA-NR-MES-MONTA) para AAAA-MM
      *----------------------------------------------------------------*
           DIVIDE GDA-NR-MES-MONTA BY 12
               GIVING    GDA-AA-CALC
               REMAINDER GDA-MM-CALC.
           ADD +1 TO GDA-MM-CALC.
      *
           MOVE GDA-AA-CALC TO GDA-AA-MONTA.
           MOVE '-'         TO GDA-TRCO-MONTA.
           MOVE GDA-MM-CALC TO GDA-MM-MONTA.
      *
       610099-SAI.
           EXIT.
      *
      *--------------------------------------*
       800000-GRAVA-MEDIDA            SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                INSERT INTO DB2ICD.MDD_MES_SRVC_ICD
                     ( AA_MM_REF
                     , CD_MDD
                     , CD_CHV_MDD
                     , VL_MDD
                     , TS_APUR )
              VALUES ( :KMDD-AA-MM-REF
                     , :KMDD-CD-MDD
                     , :KMDD-CD-CHV-MDD
                     , :KMDD-VL-MDD
                     , CURRENT TIMESTAMP )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 290000-ERRO-SQL-APURACAO
               GO TO 800099-SAI
           END-IF.
      *
           ADD +1 TO GDA-QT-MDD-GRAV.
      *
       800099-SAI.
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
           MOVE GDA-QT-LIDO               TO K011-QT-LIDO.
           MOVE GDA-QT-MDD-GRAV           TO K011-QT-ATLZ.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 9          *
      *----------------------------------------------------------------*
