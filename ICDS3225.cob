      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3225.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3225 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS005 15.10.2026 EQUIPE ICD - Evidencia do acolhimento casada
      *                              com o historico 'I' por
      *                              igualdade de TS_ACLT (a ICDS3200
      *                              VRS019 grava o mesmo instante
      *                              UTC nos dois).
      * VRS004 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS003 15.10.2026 EQUIPE ICD - AUDPRFL inclui as revogacoes de
      *                              perfil aplicadas pela
      *                              recertificacao de acessos
      *                              (log 'ADM-PRFL' da ICDS3227).
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado (CRLReason)
      *                              do historico na linha de motivo
      *                              das revogacoes (AUDRVGC).
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Pacote de evidencias para a auditoria de conformidade
      *  ICP-Brasil, para um periodo informado em SYSIN.  Cada secao
      *  vai para um arquivo proprio, e o indice (AUDIDX) traz a capa
      *  e os totais de controle que amarram cada secao as fontes
      *  DB2ICD.HST_CTFD_DGTL e DB2ICD.LOG_OCR:
      *    AUDACLT - certificados acolhidos (alteracao 'I' com estado
      *              A, E ou L, como na ICDS3214), com o OID da
      *              politica, o key usage, a execucao da validacao
      *              de politica/uso/cadeia e a conferencia do
      *              CPF/CNPJ - lidos de DB2ICD.EVD_ACLT_CTFD (gravada
      *              pela ICDS3200 desde a VRS014; acolhimento anterior
      *              sai como SEM EVIDENCIA DETALHADA e eh contado);
      *    AUDRVGC - revogacoes, invalidacoes, suspensoes e
      *              substituicoes por renovacao (estados R, I, H, S),
      *              com o operador, a origem (derivada do programa
      *              responsavel e do prefixo do motivo) e o motivo.
      *              O motivo codificado (CD_MTV_RVGC, CRLReason) vem
      *              do historico; o texto (TX_MTV_RVGC) eh o vigente
      *              no certificado - o historico nao o guarda;
      *    AUDPRFL - concessoes, aprovacoes e revogacoes de perfil
      *              (log 'ADM-PRFL' da ICDS3220 e das revogacoes da
      *              recertificacao ICDS3227), cada uma conferida
      *              com a linha atual de DB2ICD.PRFL_AUT_ICD;
      *    AUDQRTN - ressubmissoes de quarentena (PDD_QRTN_ICDQ em
      *              estado 'R', ICDS3216), amarradas ao log
      *              'RESSUBMT'.
      *  Periodos antigos: o historico eh lido tambem do arquivo
      *  HST_CTFD_DGTL_ARCV (ICDS3206) e o log tambem do sequencial
      *  LOGARCV.TXT (ICDS9107) - o pacote independe da retencao.
      *  Divergencia em qualquer total de controle termina com RC 4;
      *  cartao invalido ou erro de SQL, RC 8.
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
      *    DB2ICD.CTFD_DGTL      / CTFD_DGTL_ARCV             - SELECT
      *    DB2ICD.EVD_ACLT_CTFD  / PRFL_AUT_ICD               - SELECT
      *    DB2ICD.PDD_QRTN_ICDQ  / LOG_OCR                    - SELECT
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
       SELECT LOGARCV  ASSIGN TO 'LOGARCV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIDX   ASSIGN TO 'AUDIDX.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDACLT  ASSIGN TO 'AUDACLT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDRVGC  ASSIGN TO 'AUDRVGC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDPRFL  ASSIGN TO 'AUDPRFL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDQRTN  ASSIGN TO 'AUDQRTN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  LOGARCV.
       01  ARCV-LINE                       PIC X(200).
      *
       FD  AUDIDX.
       01  IDX-LINE                        PIC X(132).
      *
       FD  AUDACLT.
       01  ACL-LINE                        PIC X(132).
      *
       FD  AUDRVGC.
       01  RVG-LINE                        PIC X(132).
      *
       FD  AUDPRFL.
       01  PRF-LINE                        PIC X(132).
      *
       FD  AUDQRTN.
       01  QRT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3225'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS005'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-FIM-ARCV                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-ARCV                            VALUE 'S'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-DVGC                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-DVGC                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Totais das secoes (linhas emitidas nos arquivos)
      *----------------------------------------------------------------*
       01  GDA-QT-ACLT                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ACLT-SEM-EVD             PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ACLT-SEM-VLDC            PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-RVGC                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-LCR                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-CNCL                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-RNVC                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-MANL                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-LOTE                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-DSCF                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FON-OUTR                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-PRFL                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-PRFL-CNCD                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-PRFL-APRV                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-PRFL-DVGT                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-QRTN                     PIC S9(009) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Totais de controle lidos das fontes
      *----------------------------------------------------------------*
       01  GDA-QT-HST-ACLT                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-HST-RVGC                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-LOG-ACEITE               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-LOG-RESSUBMT             PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ARCV-ACEITE              PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ARCV-RESSUBMT            PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ARCV-PRFL                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-TAB-CNCD                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-TAB-APRV                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-EVD                      PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTRL-FONTE               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTRL-PACOTE              PIC S9(009) COMP VALUE ZERO.
       01  GDA-TX-CTRL                     PIC  X(040) VALUE SPACES.
       01  GDA-SW-CTRL-LIMITE              PIC  X(001) VALUE 'N'.
           88  GDA-CTRL-LIMITE                         VALUE 'S'.
       01  GDA-TX-RSTD-CTRL                PIC  X(012) VALUE SPACES.
      *
       01  GDA-TX-ORIG                     PIC  X(007) VALUE SPACES.
       01  GDA-TX-FONTE                    PIC  X(014) VALUE SPACES.
       01  GDA-TX-OBS-PRFL                 PIC  X(030) VALUE SPACES.
       01  GDA-TX-LOG-PRFL                 PIC  X(070) VALUE SPACES.
       01  FILLER                REDEFINES GDA-TX-LOG-PRFL.
           03  FILLER                      PIC  X(016).
           03  GDA-PRFL-CD-FUC             PIC  X(001).
           03  FILLER                      PIC  X(011).
           03  GDA-PRFL-CD-USU             PIC  X(008).
           03  FILLER                      PIC  X(014).
           03  GDA-PRFL-CD-FUC-ICD         PIC  X(004).
           03  FILLER                      PIC  X(007).
           03  GDA-PRFL-CD-USU-OPR         PIC  X(008).
           03  FILLER                      PIC  X(001).
       01  GDA-TS-LOG-PRFL                 PIC  X(026) VALUE SPACES.
      *
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-FONTE                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  EDT-NR-TENT                     PIC  Z9.
       01  EDT-CD-MTV-RVGC                 PIC  99.
      *
       01  PARM-ENTRADA.
           03  PARM-DT-INICIO              PIC  X(010).
           03  PARM-DT-FIM                 PIC  X(010).
      *
      *----------------------------------------------------------------*
      *    Linha do LOGARCV.TXT (layout gravado pela ICDS9107)
      *----------------------------------------------------------------*
       01  ARCV-LINE-WS.
           03  ARCV-TS-GRV-LOG             PIC  X(026).
           03  FILLER                REDEFINES ARCV-TS-GRV-LOG.
               05  ARCV-DT-GRV-LOG         PIC  X(010).
               05  FILLER                  PIC  X(016).
           03  FILLER                      PIC  X(001).
           03  ARCV-CD-ABEND               PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  ARCV-CD-OCR                 PIC  X(005).
           03  FILLER                      PIC  X(001).
           03  ARCV-CD-PGM-RTN             PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  ARCV-CD-USU                 PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  ARCV-QT-MS-DRC              PIC  X(010).
           03  FILLER                      PIC  X(001).
           03  ARCV-TX-OTR-INF             PIC  X(070).
           03  FILLER                      PIC  X(059).
      *
      *----------------------------------------------------------------*
      *    Acolhimentos do periodo - historico quente e arquivo.  A
      *    evidencia detalhada eh lida a parte (860000), por linha.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AUD-ACLT CURSOR FOR
             SELECT  CHAR(H.TS_ALT_TAB)
                  ,  H.CD_ADD_CTFR
                  ,  H.CD_NR_SRE_CTFD
                  ,  COALESCE(C.TX_NR_SRE_CTFD, ' ')
                  ,  H.CD_EST_CTFD_DGTL
                  ,  H.CD_RSP_ALT_TAB
                  ,  H.NM_PGM_RSP_EST
                  ,  'QUENTE '
               FROM  DB2ICD.HST_CTFD_DGTL H
                     LEFT OUTER JOIN DB2ICD.CTFD_DGTL C
                 ON  C.CD_ADD_CTFR      = H.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD   = H.CD_NR_SRE_CTFD
              WHERE  H.CD_ALT_TAB       = 'I'
                AND  H.CD_EST_CTFD_DGTL IN ('A', 'E', 'L')
                AND  H.TS_ALT_TAB      >= :PARM-DT-INICIO
                AND  H.TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
          UNION ALL
             SELECT  CHAR(H.TS_ALT_TAB)
                  ,  H.CD_ADD_CTFR
                  ,  H.CD_NR_SRE_CTFD
                  ,  COALESCE(C.TX_NR_SRE_CTFD, ' ')
                  ,  H.CD_EST_CTFD_DGTL
                  ,  H.CD_RSP_ALT_TAB
                  ,  H.NM_PGM_RSP_EST
                  ,  'ARQUIVO'
               FROM  DB2ICD.HST_CTFD_DGTL_ARCV H
                     LEFT OUTER JOIN DB2ICD.CTFD_DGTL_ARCV C
                 ON  C.CD_ADD_CTFR      = H.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD   = H.CD_NR_SRE_CTFD
              WHERE  H.CD_ALT_TAB       = 'I'
                AND  H.CD_EST_CTFD_DGTL IN ('A', 'E', 'L')
                AND  H.TS_ALT_TAB      >= :PARM-DT-INICIO
                AND  H.TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           ORDER BY  1
                  ,  2
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Revogacoes, invalidacoes, suspensoes e substituicoes do
      *    periodo - historico quente e arquivo, com o motivo vigente
      *    no certificado.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AUD-RVGC CURSOR FOR
             SELECT  CHAR(H.TS_ALT_TAB)
                  ,  H.CD_ADD_CTFR
                  ,  COALESCE(C.TX_NR_SRE_CTFD, ' ')
                  ,  H.CD_EST_CTFD_DGTL
                  ,  H.CD_RSP_ALT_TAB
                  ,  H.NM_PGM_RSP_EST
                  ,  CAST(COALESCE(C.TX_MTV_RVGC, ' ') AS CHAR(60))
                  ,  'QUENTE '
                  ,  H.CD_MTV_RVGC
               FROM  DB2ICD.HST_CTFD_DGTL H
                     LEFT OUTER JOIN DB2ICD.CTFD_DGTL C
                 ON  C.CD_ADD_CTFR      = H.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD   = H.CD_NR_SRE_CTFD
              WHERE  H.CD_EST_CTFD_DGTL IN ('R', 'I', 'H', 'S')
                AND  H.TS_ALT_TAB      >= :PARM-DT-INICIO
                AND  H.TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
          UNION ALL
             SELECT  CHAR(H.TS_ALT_TAB)
                  ,  H.CD_ADD_CTFR
                  ,  COALESCE(C.TX_NR_SRE_CTFD, ' ')
                  ,  H.CD_EST_CTFD_DGTL
                  ,  H.CD_RSP_ALT_TAB
                  ,  H.NM_PGM_RSP_EST
                  ,  CAST(COALESCE(C.TX_MTV_RVGC, ' ') AS CHAR(60))
                  ,  'ARQUIVO'
                  ,  H.CD_MTV_RVGC
               FROM  DB2ICD.HST_CTFD_DGTL_ARCV H
                     LEFT OUTER JOIN DB2ICD.CTFD_DGTL_ARCV C
                 ON  C.CD_ADD_CTFR      = H.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD   = H.CD_NR_SRE_CTFD
              WHERE  H.CD_EST_CTFD_DGTL IN ('R', 'I', 'H', 'S')
                AND  H.TS_ALT_TAB      >= :PARM-DT-INICIO
                AND  H.TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           ORDER BY  1
                  ,  2
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Manutencoes de perfil ainda na tabela quente do log.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AUD-PRFL CURSOR FOR
             SELECT  CHAR(TS_GRV_LOG)
                  ,  TX_OTR_INF_CMPR
               FROM  DB2ICD.LOG_OCR
              WHERE  CD_ABEND   = 'ADM-PRFL'
                AND  CD_PGM_RTN IN ('ICDS3220', 'ICDS3227')
                AND  TS_GRV_LOG >= :PARM-DT-INICIO
                AND  TS_GRV_LOG <  DATE(:PARM-DT-FIM) + 1 DAY
           ORDER BY  TS_GRV_LOG
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Ressubmissoes de quarentena do periodo.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AUD-QRTN CURSOR FOR
             SELECT  CHAR(TS_ACAO)
                  ,  CD_IDFR_REQ
                  ,  CD_FILA_RSP
                  ,  NR_TENT
                  ,  CD_USU_ACAO
                  ,  CHAR(TS_QRTN)
                  ,  TX_MTV_FALHA
               FROM  DB2ICD.PDD_QRTN_ICDQ
              WHERE  CD_EST_QRTN = 'R'
                AND  TS_ACAO    >= :PARM-DT-INICIO
                AND  TS_ACAO    <  DATE(:PARM-DT-FIM) + 1 DAY
           ORDER BY  TS_ACAO
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KAUD-TS-GRC                     PIC  X(026) VALUE SPACES.
       01  KAUD-QT-REG                     PIC S9(009) COMP.
      *
       01  KACL-TS-ALT-TAB                 PIC  X(026).
       01  KACL-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KACL-CD-NR-SRE-CTFD             PIC  X(016).
       01  KACL-TX-NR-SRE-CTFD             PIC  X(040).
       01  KACL-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KACL-CD-RSP-ALT-TAB             PIC  X(008).
       01  KACL-NM-PGM-RSP-EST             PIC  X(008).
       01  KACL-TX-ORIG                    PIC  X(007).
      *
       01  KEVA-TX-NR-SRE-CTFD             PIC  X(040).
       01  KEVA-IN-VLDC-EXCT               PIC  X(001).
       01  KEVA-CD-TIP-PSS                 PIC  X(001).
       01  KEVA-IN-DOC-TITR-CNFD           PIC  X(001).
       01  KEVA-TX-OID-PLTC.
           49  KEVA-OID-PLTC-SIZE          PIC S9(004) COMP.
           49  KEVA-OID-PLTC-TEXT          PIC  X(064).
       01  KEVA-TX-UTZO-CHV.
           49  KEVA-UTZO-CHV-SIZE          PIC S9(004) COMP.
           49  KEVA-UTZO-CHV-TEXT          PIC  X(128).
      *
       01  KRVG-TS-ALT-TAB                 PIC  X(026).
       01  KRVG-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KRVG-TX-NR-SRE-CTFD             PIC  X(040).
       01  KRVG-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KRVG-CD-RSP-ALT-TAB             PIC  X(008).
       01  KRVG-NM-PGM-RSP-EST             PIC  X(008).
       01  KRVG-TX-MTV-RVGC                PIC  X(060).
       01  KRVG-TX-ORIG                    PIC  X(007).
       01  KRVG-CD-MTV-RVGC                PIC S9(004) COMP.
      *
       01  KPRF-TS-GRV-LOG                 PIC  X(026).
       01  KPRF-TX-OTR-INF-CMPR            PIC  X(070).
       01  KPRF-CD-USU                     PIC  X(008).
       01  KPRF-CD-FUC-ICD                 PIC  X(004).
       01  KPRF-CD-EST-PRFL                PIC  X(001).
       01  KPRF-CD-USU-CNCD                PIC  X(008).
      *
       01  KQRT-TS-ACAO                    PIC  X(026).
       01  KQRT-CD-IDFR-REQ                PIC  X(016).
       01  KQRT-CD-FILA-RSP                PIC  X(004).
       01  KQRT-NR-TENT                    PIC S9(004) COMP.
       01  KQRT-CD-USU-ACAO                PIC  X(008).
       01  KQRT-TS-QRTN                    PIC  X(026).
       01  KQRT-TX-MTV-FALHA               PIC  X(040).
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
           PERFORM 100000-INICIALIZA.
      *
           PERFORM 200000-SECAO-ACOLHIMENTO.
           PERFORM 300000-SECAO-REVOGACAO.
      *
      *----------------------------------------------------------------*
      *    O LOGARCV.TXT eh lido uma vez so: as manutencoes de perfil
      *    ja arquivadas vao para o AUDPRFL (antes das que seguem na
      *    tabela quente - ordem cronologica) e os eventos de
      *    acolhimento e de ressubmissao sao contados para o controle.
      *----------------------------------------------------------------*
           PERFORM 400000-LE-LOG-ARQUIVADO.
           PERFORM 450000-SECAO-PERFIL.
           PERFORM 500000-SECAO-QUARENTENA.
      *
           PERFORM 600000-TOTAIS-CONTROLE.
      *
           CLOSE AUDIDX
                 AUDACLT
                 AUDRVGC
                 AUDPRFL
                 AUDQRTN.
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
       100000-INICIALIZA              SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 100000-INICIALIZA             '.
      *
           ACCEPT PARM-ENTRADA FROM SYSIN.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           IF  PARM-DT-INICIO EQUAL SPACES
           OR  PARM-DT-FIM    EQUAL SPACES
           OR  PARM-DT-INICIO GREATER PARM-DT-FIM
               DISPLAY '000 ' CTE-PRGM ' - PERIODO INVALIDO NO CARTAO: '
                       PARM-DT-INICIO ' A ' PARM-DT-FIM
               MOVE +8 TO RETURN-CODE
               PERFORM 980000-REGISTRA-FIM-EXEC
               STOP RUN
           END-IF.
      *
           EXEC SQL
                SET :KAUD-TS-GRC = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
      *
           OPEN OUTPUT AUDIDX
                       AUDACLT
                       AUDRVGC
                       AUDPRFL
                       AUDQRTN.
      *
           MOVE SPACES TO IDX-LINE.
           STRING 'PACOTE DE EVIDENCIAS PARA AUDITORIA ICP-BRASIL - '
                  'PERIODO: ' PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           STRING 'GERADO EM ' KAUD-TS-GRC ' POR ' CTE-PRGM ' '
                  CTE-VERS
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           WRITE IDX-LINE.
           MOVE 'CONTEUDO DO PACOTE' TO IDX-LINE.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           STRING '  AUDACLT - CERTIFICADOS ACOLHIDOS (POLITICA, USO DE'
                  ' CHAVE, CADEIA, CPF/CNPJ)'
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           STRING '  AUDRVGC - REVOGACOES/SUSPENSOES/SUBSTITUICOES'
                  ' (OPERADOR, ORIGEM, MOTIVO)'
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           STRING '  AUDPRFL - CONCESSOES/APROVACOES/REVOGACOES DE'
                  ' PERFIL DE ACESSO'
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
           MOVE '  AUDQRTN - RESSUBMISSOES DE PEDIDOS EM QUARENTENA'
             TO IDX-LINE.
           WRITE IDX-LINE.
           MOVE SPACES TO IDX-LINE.
           WRITE IDX-LINE.
      *
           MOVE SPACES TO ACL-LINE.
           STRING 'CERTIFICADOS ACOLHIDOS - PERIODO: '
                  PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO ACL-LINE
           END-STRING.
           WRITE ACL-LINE.
           MOVE SPACES TO ACL-LINE.
           WRITE ACL-LINE.
      *
           MOVE SPACES TO RVG-LINE.
           STRING 'REVOGACOES, SUSPENSOES E SUBSTITUICOES - PERIODO: '
                  PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO RVG-LINE
           END-STRING.
           WRITE RVG-LINE.
           MOVE SPACES TO RVG-LINE.
           WRITE RVG-LINE.
      *
           MOVE SPACES TO PRF-LINE.
           STRING 'MANUTENCAO DE PERFIS DE ACESSO - PERIODO: '
                  PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO PRF-LINE
           END-STRING.
           WRITE PRF-LINE.
           MOVE SPACES TO PRF-LINE.
           WRITE PRF-LINE.
      *
           MOVE SPACES TO QRT-LINE.
           STRING 'RESSUBMISSOES DE QUARENTENA - PERIODO: '
                  PARM-DT-INICIO ' A ' PARM-DT-FIM
                       DELIMITED BY SIZE INTO QRT-LINE
           END-STRING.
           WRITE QRT-LINE.
           MOVE SPACES TO QRT-LINE.
           WRITE QRT-LINE.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-SECAO-ACOLHIMENTO       SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-SECAO-ACOLHIMENTO      '.
      *
           EXEC SQL
                OPEN AUD-ACLT
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN ACLT = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 200099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 210000-PROCESSA-ACOLHIMENTO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE AUD-ACLT
           END-EXEC.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-PROCESSA-ACOLHIMENTO    SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AUD-ACLT
                 INTO  :KACL-TS-ALT-TAB
                    ,  :KACL-CD-ADD-CTFR
                    ,  :KACL-CD-NR-SRE-CTFD
                    ,  :KACL-TX-NR-SRE-CTFD
                    ,  :KACL-CD-EST-CTFD-DGTL
                    ,  :KACL-CD-RSP-ALT-TAB
                    ,  :KACL-NM-PGM-RSP-EST
                    ,  :KACL-TX-ORIG
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD +1 TO GDA-QT-ACLT
                    PERFORM 220000-IMPRIME-ACOLHIMENTO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL ACLT = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-IMPRIME-ACOLHIMENTO     SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    A ICDS3200 grava a evidencia com o mesmo instante UTC do
      *    historico 'I' (TS_ACLT = TS_ALT_TAB): casa por igualdade.
      *    Acolhimento anterior a essa regra fica sem evidencia
      *    detalhada no pacote.
      *----------------------------------------------------------------*
      *
           EXEC SQL
                SELECT  TX_NR_SRE_CTFD
                     ,  TX_OID_PLTC
                     ,  TX_UTZO_CHV
                     ,  IN_VLDC_EXCT
                     ,  CD_TIP_PSS
                     ,  IN_DOC_TITR_CNFD
                  INTO  :KEVA-TX-NR-SRE-CTFD
                     ,  :KEVA-TX-OID-PLTC
                     ,  :KEVA-TX-UTZO-CHV
                     ,  :KEVA-IN-VLDC-EXCT
                     ,  :KEVA-CD-TIP-PSS
                     ,  :KEVA-IN-DOC-TITR-CNFD
                  FROM  DB2ICD.EVD_ACLT_CTFD
                 WHERE  CD_ADD_CTFR    = :KACL-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KACL-CD-NR-SRE-CTFD
                   AND  TS_ACLT        = :KACL-TS-ALT-TAB
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL EVD = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
           IF  SQLCODE EQUAL +0
           AND KACL-TX-NR-SRE-CTFD EQUAL SPACES
               MOVE KEVA-TX-NR-SRE-CTFD TO KACL-TX-NR-SRE-CTFD
           END-IF.
      *
           MOVE KACL-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO ACL-LINE.
           STRING KACL-TS-ALT-TAB ' ' EDT-CD-ADD-CTFR ' '
                  KACL-TX-NR-SRE-CTFD
                  ' EST ' KACL-CD-EST-CTFD-DGTL ' ' KACL-TX-ORIG
                  ' OPER ' KACL-CD-RSP-ALT-TAB
                  ' PGM ' KACL-NM-PGM-RSP-EST
                       DELIMITED BY SIZE INTO ACL-LINE
           END-STRING.
           WRITE ACL-LINE.
      *
           IF  SQLCODE NOT EQUAL +0
               ADD +1 TO GDA-QT-ACLT-SEM-EVD
               MOVE SPACES TO ACL-LINE
               STRING '    SEM EVIDENCIA DETALHADA (ACOLHIMENTO'
                      ' ANTERIOR AO REGISTRO DE EVIDENCIA)'
                           DELIMITED BY SIZE INTO ACL-LINE
               END-STRING
               WRITE ACL-LINE
               GO TO 220099-SAI
           END-IF.
      *
           IF  KEVA-IN-VLDC-EXCT NOT EQUAL 'S'
               ADD +1 TO GDA-QT-ACLT-SEM-VLDC
           END-IF.
      *
           MOVE SPACES TO ACL-LINE.
           STRING '    POLITICA ' KEVA-OID-PLTC-TEXT
                  ' VALIDACAO ' KEVA-IN-VLDC-EXCT
                  ' PESSOA ' KEVA-CD-TIP-PSS
                  ' CPF/CNPJ CONFERIDO ' KEVA-IN-DOC-TITR-CNFD
                       DELIMITED BY SIZE INTO ACL-LINE
           END-STRING.
           WRITE ACL-LINE.
      *
           MOVE SPACES TO ACL-LINE.
           STRING '    USO DA CHAVE ' KEVA-UTZO-CHV-TEXT (1:110)
                       DELIMITED BY SIZE INTO ACL-LINE
           END-STRING.
           WRITE ACL-LINE.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-SECAO-REVOGACAO         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-SECAO-REVOGACAO        '.
      *
           EXEC SQL
                OPEN AUD-RVGC
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN RVGC = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 300099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 310000-PROCESSA-REVOGACAO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE AUD-RVGC
           END-EXEC.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-PROCESSA-REVOGACAO      SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AUD-RVGC
                 INTO  :KRVG-TS-ALT-TAB
                    ,  :KRVG-CD-ADD-CTFR
                    ,  :KRVG-TX-NR-SRE-CTFD
                    ,  :KRVG-CD-EST-CTFD-DGTL
                    ,  :KRVG-CD-RSP-ALT-TAB
                    ,  :KRVG-NM-PGM-RSP-EST
                    ,  :KRVG-TX-MTV-RVGC
                    ,  :KRVG-TX-ORIG
                    ,  :KRVG-CD-MTV-RVGC
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD +1 TO GDA-QT-RVGC
                    PERFORM 320000-CLASSIFICA-ORIGEM
                    PERFORM 330000-IMPRIME-REVOGACAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL RVGC = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-CLASSIFICA-ORIGEM       SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    A origem sai do programa responsavel gravado no historico;
      *    a ICDS3201 atende tanto a revogacao manual quanto os lotes
      *    (ICDS3212, motivo 'ENCERRAMENTO MCI - ') e a desconfianca
      *    de AC (ICDS3221, motivo 'AC DESCONFIADA - ') - o prefixo do
      *    motivo desempata.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS7200'
                 OR KRVG-NM-PGM-RSP-EST EQUAL 'ICDS7210'
                    MOVE 'LCR'            TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-LCR
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3205'
                    MOVE 'CONCILIACAO'    TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-CNCL
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3200'
                    MOVE 'RENOVACAO'      TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-RNVC
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3221'
                    MOVE 'AC DESCONFIADA' TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-DSCF
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3201'
                AND KRVG-TX-MTV-RVGC (1:19) EQUAL 'ENCERRAMENTO MCI - '
                    MOVE 'LOTE MCI'       TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-LOTE
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3201'
                AND KRVG-TX-MTV-RVGC (1:17) EQUAL 'AC DESCONFIADA - '
                    MOVE 'AC DESCONFIADA' TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-DSCF
      *
               WHEN KRVG-NM-PGM-RSP-EST EQUAL 'ICDS3201'
                    MOVE 'MANUAL'         TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-MANL
      *
               WHEN OTHER
                    MOVE 'OUTROS'         TO GDA-TX-FONTE
                    ADD +1 TO GDA-QT-FON-OUTR
           END-EVALUATE.
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       330000-IMPRIME-REVOGACAO       SECTION.
      *--------------------------------------*
      *
           MOVE KRVG-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RVG-LINE.
           STRING KRVG-TS-ALT-TAB ' ' EDT-CD-ADD-CTFR ' '
                  KRVG-TX-NR-SRE-CTFD
                  ' EST ' KRVG-CD-EST-CTFD-DGTL ' ' KRVG-TX-ORIG
                  ' OPER ' KRVG-CD-RSP-ALT-TAB ' ' GDA-TX-FONTE
                       DELIMITED BY SIZE INTO RVG-LINE
           END-STRING.
           WRITE RVG-LINE.
      *
           MOVE KRVG-CD-MTV-RVGC TO EDT-CD-MTV-RVGC.
           MOVE SPACES TO RVG-LINE.
           STRING '    MOTIVO ' EDT-CD-MTV-RVGC ' ' KRVG-TX-MTV-RVGC
                  ' PGM ' KRVG-NM-PGM-RSP-EST
                       DELIMITED BY SIZE INTO RVG-LINE
           END-STRING.
           WRITE RVG-LINE.
      *
       330099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-LE-LOG-ARQUIVADO        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 400000-LE-LOG-ARQUIVADO       '.
      *
           OPEN INPUT LOGARCV.
      *
           MOVE 'N' TO GDA-SW-FIM-ARCV.
           READ LOGARCV
               AT END SET GDA-FIM-ARCV TO TRUE
           END-READ.
      *
           PERFORM 410000-PROCESSA-LOG-ARQUIVADO
               UNTIL GDA-FIM-ARCV.
      *
           CLOSE LOGARCV.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-PROCESSA-LOG-ARQUIVADO  SECTION.
      *--------------------------------------*
      *
           MOVE ARCV-LINE TO ARCV-LINE-WS.
      *
           IF  ARCV-DT-GRV-LOG NOT LESS    PARM-DT-INICIO
           AND ARCV-DT-GRV-LOG NOT GREATER PARM-DT-FIM
               EVALUATE TRUE
                   WHEN ARCV-CD-ABEND   EQUAL 'ADM-PRFL'
                    AND (ARCV-CD-PGM-RTN EQUAL 'ICDS3220'
                     OR  ARCV-CD-PGM-RTN EQUAL 'ICDS3227')
                        ADD +1 TO GDA-QT-ARCV-PRFL
                        MOVE 'ARQUIVO'       TO GDA-TX-ORIG
                        MOVE ARCV-TS-GRV-LOG TO GDA-TS-LOG-PRFL
                        MOVE ARCV-TX-OTR-INF TO GDA-TX-LOG-PRFL
                        PERFORM 470000-IMPRIME-PERFIL
                   WHEN ARCV-CD-ABEND   EQUAL 'ACEITE'
                    AND ARCV-CD-PGM-RTN EQUAL 'ICDS3200'
                        ADD +1 TO GDA-QT-ARCV-ACEITE
                   WHEN ARCV-CD-ABEND   EQUAL 'RESSUBMT'
                        ADD +1 TO GDA-QT-ARCV-RESSUBMT
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
           END-IF.
      *
           READ LOGARCV
               AT END SET GDA-FIM-ARCV TO TRUE
           END-READ.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       450000-SECAO-PERFIL            SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 450000-SECAO-PERFIL           '.
      *
           EXEC SQL
                OPEN AUD-PRFL
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN PRFL = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 450099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 460000-PROCESSA-PERFIL
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE AUD-PRFL
           END-EXEC.
      *
       450099-SAI.
           EXIT.
      *
      *--------------------------------------*
       460000-PROCESSA-PERFIL         SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AUD-PRFL
                 INTO  :KPRF-TS-GRV-LOG
                    ,  :KPRF-TX-OTR-INF-CMPR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE 'QUENTE '            TO GDA-TX-ORIG
                    MOVE KPRF-TS-GRV-LOG      TO GDA-TS-LOG-PRFL
                    MOVE KPRF-TX-OTR-INF-CMPR TO GDA-TX-LOG-PRFL
                    PERFORM 470000-IMPRIME-PERFIL
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL PRFL = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       460099-SAI.
           EXIT.
      *
      *--------------------------------------*
       470000-IMPRIME-PERFIL          SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    O texto do log da ICDS3220 tem posicoes fixas:
      *    'PERFIL - FUNCAO f - USUARIO uuuuuuuu - FUNCAO ICD ffff -
      *    POR oooooooo'.  A tabela so guarda o estado atual de cada
      *    usuario/funcao (a revogacao sobrepoe a aprovacao); o
      *    confronto aponta o que a tabela nao sustenta: linha
      *    inexistente, ou concessao registrada por outro operador.
      *----------------------------------------------------------------*
      *
           ADD +1 TO GDA-QT-PRFL.
      *
           IF  GDA-PRFL-CD-FUC EQUAL 'I'
               ADD +1 TO GDA-QT-PRFL-CNCD
           ELSE
               ADD +1 TO GDA-QT-PRFL-APRV
           END-IF.
      *
           MOVE GDA-PRFL-CD-USU     TO KPRF-CD-USU.
           MOVE GDA-PRFL-CD-FUC-ICD TO KPRF-CD-FUC-ICD.
           MOVE SPACES              TO GDA-TX-OBS-PRFL.
      *
           EXEC SQL
                SELECT  CD_EST_PRFL
                     ,  CD_USU_CNCD
                  INTO  :KPRF-CD-EST-PRFL
                     ,  :KPRF-CD-USU-CNCD
                  FROM  DB2ICD.PRFL_AUT_ICD
                 WHERE  CD_USU      = :KPRF-CD-USU
                   AND  CD_FUC_ICD  = :KPRF-CD-FUC-ICD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  GDA-PRFL-CD-FUC     EQUAL 'I'
                    AND KPRF-CD-USU-CNCD NOT EQUAL GDA-PRFL-CD-USU-OPR
                        MOVE 'CONCEDENTE DIVERGE DA TABELA'
                          TO GDA-TX-OBS-PRFL
                        ADD +1 TO GDA-QT-PRFL-DVGT
                    END-IF
               WHEN +100
                    MOVE SPACES TO KPRF-CD-EST-PRFL
                    MOVE 'SEM LINHA NA TABELA' TO GDA-TX-OBS-PRFL
                    ADD +1 TO GDA-QT-PRFL-DVGT
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL PRFL TAB = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    MOVE SPACES TO KPRF-CD-EST-PRFL
           END-EVALUATE.
      *
           MOVE SPACES TO PRF-LINE.
           STRING GDA-TS-LOG-PRFL ' ' GDA-TX-ORIG
                  ' ACAO '    GDA-PRFL-CD-FUC
                  ' USUARIO ' GDA-PRFL-CD-USU
                  ' FUNCAO '  GDA-PRFL-CD-FUC-ICD
                  ' POR '     GDA-PRFL-CD-USU-OPR
                  ' ESTADO ATUAL ' KPRF-CD-EST-PRFL
                  ' '         GDA-TX-OBS-PRFL
                       DELIMITED BY SIZE INTO PRF-LINE
           END-STRING.
           WRITE PRF-LINE.
      *
       470099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-SECAO-QUARENTENA        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 500000-SECAO-QUARENTENA       '.
      *
           EXEC SQL
                OPEN AUD-QRTN
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN QRTN = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 500099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 510000-PROCESSA-QUARENTENA
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE AUD-QRTN
           END-EXEC.
      *
       500099-SAI.
           EXIT.
      *
      *--------------------------------------*
       510000-PROCESSA-QUARENTENA     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AUD-QRTN
                 INTO  :KQRT-TS-ACAO
                    ,  :KQRT-CD-IDFR-REQ
                    ,  :KQRT-CD-FILA-RSP
                    ,  :KQRT-NR-TENT
                    ,  :KQRT-CD-USU-ACAO
                    ,  :KQRT-TS-QRTN
                    ,  :KQRT-TX-MTV-FALHA
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD +1 TO GDA-QT-QRTN
                    MOVE KQRT-NR-TENT TO EDT-NR-TENT
                    MOVE SPACES TO QRT-LINE
                    STRING KQRT-TS-ACAO
                           ' PEDIDO '    KQRT-CD-IDFR-REQ
                           ' FILA '      KQRT-CD-FILA-RSP
                           ' TENTATIVAS ' EDT-NR-TENT
                           ' POR '       KQRT-CD-USU-ACAO
                           ' QUARENTENA ' KQRT-TS-QRTN
                                DELIMITED BY SIZE INTO QRT-LINE
                    END-STRING
                    WRITE QRT-LINE
                    MOVE SPACES TO QRT-LINE
                    STRING '    FALHA ORIGINAL ' KQRT-TX-MTV-FALHA
                                DELIMITED BY SIZE INTO QRT-LINE
                    END-STRING
                    WRITE QRT-LINE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL QRTN = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       510099-SAI.
           EXIT.
      *
      *--------------------------------------*
       600000-TOTAIS-CONTROLE         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 600000-TOTAIS-CONTROLE        '.
      *
      *----------------------------------------------------------------*
      *    Cada secao do pacote eh confrontada com uma contagem
      *    independente da fonte (historico quente + arquivo; log
      *    quente + LOGARCV.TXT).  Onde a fonte eh o proprio log de
      *    atividade, a ICDS9100 pode ter deixado de gravar uma linha
      *    (falha de log nao derruba a transacao) - a divergencia
      *    aponta para a verificacao, nao prova a falta.
      *----------------------------------------------------------------*
      *
           PERFORM 610000-CONTA-FONTES.
      *
           MOVE SPACES               TO IDX-LINE.
           MOVE 'TOTAIS DE CONTROLE'  TO IDX-LINE (1:18).
           MOVE 'FONTE'               TO IDX-LINE (50:5).
           MOVE 'PACOTE'              TO IDX-LINE (62:6).
           WRITE IDX-LINE.
      *
           MOVE 'ACOLHIDOS X HST_CTFD_DGTL'  TO GDA-TX-CTRL.
           MOVE GDA-QT-HST-ACLT              TO GDA-QT-CTRL-FONTE.
           MOVE GDA-QT-ACLT                  TO GDA-QT-CTRL-PACOTE.
           PERFORM 690000-IMPRIME-CONTROLE.
      *
           MOVE 'ACOLHIDOS X LOG ACEITE'     TO GDA-TX-CTRL.
           COMPUTE GDA-QT-CTRL-FONTE = GDA-QT-LOG-ACEITE
                                     + GDA-QT-ARCV-ACEITE.
           MOVE GDA-QT-ACLT                  TO GDA-QT-CTRL-PACOTE.
           PERFORM 690000-IMPRIME-CONTROLE.
      *
           MOVE 'REVOGADOS X HST_CTFD_DGTL'  TO GDA-TX-CTRL.
           MOVE GDA-QT-HST-RVGC              TO GDA-QT-CTRL-FONTE.
           MOVE GDA-QT-RVGC                  TO GDA-QT-CTRL-PACOTE.
           PERFORM 690000-IMPRIME-CONTROLE.
      *
           MOVE 'CONCESSOES X PRFL_AUT_ICD'  TO GDA-TX-CTRL.
           MOVE GDA-QT-TAB-CNCD              TO GDA-QT-CTRL-FONTE.
           MOVE GDA-QT-PRFL-CNCD             TO GDA-QT-CTRL-PACOTE.
           PERFORM 690000-IMPRIME-CONTROLE.
      *
      *    Aprovacao e revogacao gravam o mesmo TS_APRV (a ultima
      *    sobrepoe): a tabela nunca pode ter MAIS linhas que o log -
      *    controle de limite, nao de igualdade.
           MOVE 'APROV/REVOG X PRFL_AUT_ICD' TO GDA-TX-CTRL.
           MOVE GDA-QT-TAB-APRV              TO GDA-QT-CTRL-FONTE.
           MOVE GDA-QT-PRFL-APRV             TO GDA-QT-CTRL-PACOTE.
           MOVE 'S'                          TO GDA-SW-CTRL-LIMITE.
           PERFORM 690000-IMPRIME-CONTROLE.
           MOVE 'N'                          TO GDA-SW-CTRL-LIMITE.
      *
           MOVE 'RESSUBMISSOES X LOG RESSUBMT' TO GDA-TX-CTRL.
           COMPUTE GDA-QT-CTRL-FONTE = GDA-QT-LOG-RESSUBMT
                                     + GDA-QT-ARCV-RESSUBMT.
           MOVE GDA-QT-QRTN                  TO GDA-QT-CTRL-PACOTE.
           PERFORM 690000-IMPRIME-CONTROLE.
      *
           MOVE SPACES TO IDX-LINE.
           WRITE IDX-LINE.
      *
           PERFORM 650000-IMPRIME-DETALHE-SECAO.
      *
       600099-SAI.
           EXIT.
      *
      *--------------------------------------*
       610000-CONTA-FONTES            SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 610000-CONTA-FONTES           '.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.HST_CTFD_DGTL
                 WHERE  CD_ALT_TAB       = 'I'
                   AND  CD_EST_CTFD_DGTL IN ('A', 'E', 'L')
                   AND  TS_ALT_TAB      >= :PARM-DT-INICIO
                   AND  TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-HST-ACLT.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.HST_CTFD_DGTL_ARCV
                 WHERE  CD_ALT_TAB       = 'I'
                   AND  CD_EST_CTFD_DGTL IN ('A', 'E', 'L')
                   AND  TS_ALT_TAB      >= :PARM-DT-INICIO
                   AND  TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           ADD  KAUD-QT-REG TO GDA-QT-HST-ACLT.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.HST_CTFD_DGTL
                 WHERE  CD_EST_CTFD_DGTL IN ('R', 'I', 'H', 'S')
                   AND  TS_ALT_TAB      >= :PARM-DT-INICIO
                   AND  TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-HST-RVGC.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.HST_CTFD_DGTL_ARCV
                 WHERE  CD_EST_CTFD_DGTL IN ('R', 'I', 'H', 'S')
                   AND  TS_ALT_TAB      >= :PARM-DT-INICIO
                   AND  TS_ALT_TAB      <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           ADD  KAUD-QT-REG TO GDA-QT-HST-RVGC.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.LOG_OCR
                 WHERE  CD_ABEND    = 'ACEITE'
                   AND  CD_PGM_RTN  = 'ICDS3200'
                   AND  TS_GRV_LOG >= :PARM-DT-INICIO
                   AND  TS_GRV_LOG <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-LOG-ACEITE.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.LOG_OCR
                 WHERE  CD_ABEND    = 'RESSUBMT'
                   AND  TS_GRV_LOG >= :PARM-DT-INICIO
                   AND  TS_GRV_LOG <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-LOG-RESSUBMT.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.PRFL_AUT_ICD
                 WHERE  TS_CNCD    >= :PARM-DT-INICIO
                   AND  TS_CNCD    <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-TAB-CNCD.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.PRFL_AUT_ICD
                 WHERE  TS_APRV    >= :PARM-DT-INICIO
                   AND  TS_APRV    <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-TAB-APRV.
      *
           EXEC SQL
                SELECT  COUNT(*)
                  INTO  :KAUD-QT-REG
                  FROM  DB2ICD.EVD_ACLT_CTFD
                 WHERE  TS_ACLT    >= :PARM-DT-INICIO
                   AND  TS_ACLT    <  DATE(:PARM-DT-FIM) + 1 DAY
           END-EXEC.
           PERFORM 680000-TESTA-CONTAGEM.
           MOVE KAUD-QT-REG TO GDA-QT-EVD.
      *
       610099-SAI.
           EXIT.
      *
      *--------------------------------------*
       650000-IMPRIME-DETALHE-SECAO   SECTION.
      *--------------------------------------*
      *
           MOVE 'ACOLHIMENTOS' TO IDX-LINE.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-EVD TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  EVIDENCIAS GRAVADAS NO PERIODO : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-ACLT-SEM-EVD TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  SEM EVIDENCIA DETALHADA        : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-ACLT-SEM-VLDC TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  RECADASTRO SEM NOVA VALIDACAO  : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE 'REVOGACOES POR ORIGEM' TO IDX-LINE.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-LCR TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  LCR                            : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-CNCL TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  CONCILIACAO                    : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-RNVC TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  RENOVACAO                      : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-MANL TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  MANUAL                         : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-LOTE TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  LOTE MCI                       : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-FON-DSCF TO EDT-QT-FONTE.
           MOVE SPACES TO IDX-LINE.
           STRING '  AC DESCONFIADA                 : ' EDT-QT-FONTE
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           IF  GDA-QT-FON-OUTR GREATER ZEROS
               MOVE GDA-QT-FON-OUTR TO EDT-QT-FONTE
               MOVE SPACES TO IDX-LINE
               STRING '  OUTROS PROGRAMAS               : '
                      EDT-QT-FONTE
                           DELIMITED BY SIZE INTO IDX-LINE
               END-STRING
               WRITE IDX-LINE
           END-IF.
      *
           MOVE 'PERFIS DE ACESSO' TO IDX-LINE.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-ARCV-PRFL TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  ACOES LIDAS DO LOGARCV.TXT     : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-PRFL TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  ACOES NO PACOTE                : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           MOVE GDA-QT-PRFL-DVGT TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  NAO SUSTENTADAS PELA TABELA    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
           IF  GDA-QT-PRFL-DVGT GREATER ZEROS
               SET  GDA-HOUVE-DVGC TO TRUE
           END-IF.
      *
           IF  GDA-HOUVE-ERRO
               MOVE SPACES TO IDX-LINE
               WRITE IDX-LINE
               MOVE SPACES TO IDX-LINE
               STRING '*** ERRO DE ACESSO DURANTE A GERACAO - PACOTE'
                      ' INCOMPLETO, VER SYSOUT ***'
                           DELIMITED BY SIZE INTO IDX-LINE
               END-STRING
               WRITE IDX-LINE
           END-IF.
      *
       650099-SAI.
           EXIT.
      *
      *--------------------------------------*
       680000-TESTA-CONTAGEM          SECTION.
      *--------------------------------------*
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CONTAGEM = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               MOVE ZEROS TO KAUD-QT-REG
           END-IF.
      *
       680099-SAI.
           EXIT.
      *
      *--------------------------------------*
       690000-IMPRIME-CONTROLE        SECTION.
      *--------------------------------------*
      *
      *    Controle de limite: a fonte so nao pode superar o pacote.
           IF  GDA-QT-CTRL-FONTE EQUAL GDA-QT-CTRL-PACOTE
           OR (    GDA-CTRL-LIMITE
               AND GDA-QT-CTRL-FONTE LESS GDA-QT-CTRL-PACOTE )
               MOVE 'CONFERE'       TO GDA-TX-RSTD-CTRL
           ELSE
               MOVE '*** DIVERGE'   TO GDA-TX-RSTD-CTRL
               SET  GDA-HOUVE-DVGC  TO TRUE
           END-IF.
      *
           MOVE GDA-QT-CTRL-FONTE  TO EDT-QT-FONTE.
           MOVE GDA-QT-CTRL-PACOTE TO EDT-QT-TOTAL.
           MOVE SPACES TO IDX-LINE.
           STRING '  ' GDA-TX-CTRL ' ' EDT-QT-FONTE
                  '  ' EDT-QT-TOTAL '  ' GDA-TX-RSTD-CTRL
                       DELIMITED BY SIZE INTO IDX-LINE
           END-STRING.
           WRITE IDX-LINE.
      *
       690099-SAI.
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
           ADD  GDA-QT-ACLT GDA-QT-RVGC GDA-QT-PRFL GDA-QT-QRTN
                GIVING K011-QT-LIDO.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 5          *
      *----------------------------------------------------------------*
