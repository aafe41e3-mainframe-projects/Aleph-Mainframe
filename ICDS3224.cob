      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3224.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3224 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - Cursor fechado pelo ROLLBACK de
      *                              correcao nao eh fechado de novo
      *                              (evita o -501).  Tabela de
      *                              tendencia cheia termina com RC 8
      *                              (tendencia gravada incompleta).
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
      *  Varredura semanal de integridade referencial das tabelas do
      *  ICD.  Roda um catalogo fixo de regras de consistencia (tabela
      *  GDA-TAB-RGR abaixo) e emite o relatorio de excecoes por regra
      *  e por emissor (CD_ADD_CTFR), com a contagem da semana
      *  anterior ao lado para acompanhar a tendencia:
      *    R01 - uso registrado (UTZC_CTFD_DGTL) de certificado que
      *          nao esta na tabela quente (arquivado ou inexistente)
      *    R02 - certificado ativo de usuario final sem vinculo MCI
      *          (ICDS2200)
      *    R03 - ultima situacao do historico (HST_CTFD_DGTL) diverge
      *          da situacao em CTFD_DGTL
      *    R04 - certificado ao mesmo tempo na tabela quente e no
      *          arquivo (CTFD_DGTL_ARCV)
      *    R05 - historico quente sem certificado na tabela quente
      *          (arquivado sem o historico, ou orfao)
      *    R06 - pedido pendente em quarentena (PDD_QRTN_ICDQ) mais
      *          de uma vez com o mesmo identificador
      *  As contagens de cada execucao ficam em DB2ICD.RSM_VRFC_ITGD
      *  (DT_VRFC, CD_RGR_ITGD, CD_ADD_CTFR, QT_EXCC, QT_CRRG); a
      *  comparacao eh sempre com a execucao anterior mais recente.
      *  Reexecucao no mesmo dia substitui as linhas do dia.
      *
      *  O modo default so RELATA.  No modo de CORRECAO somente as
      *  regras declaradas seguras no catalogo sao corrigidas:
      *    R01 - apaga a linha de uso orfa (o uso eh estatistico e so
      *          interessa ao relatorio de dormentes da ICDS3213, que
      *          le apenas certificados ativos);
      *    R05 - quando o certificado esta no arquivo, move o
      *          historico para HST_CTFD_DGTL_ARCV, completando o que
      *          a ICDS3206 faria.  Historico sem certificado em lugar
      *          nenhum NAO eh tocado.
      *  Erro de SQL numa correcao desfaz o item (ROLLBACK ate o
      *  ultimo commit parcial), interrompe a regra e suspende as
      *  correcoes do resto da execucao - o relatorio continua.
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01      - 'R' so relatorio (default)
      *                  'C' corrige as regras seguras
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS2200 - Vincular certificado X codigo MCI - Usuario Final
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.CTFD_DGTL / HST_CTFD_DGTL / UTZC_CTFD_DGTL  - SELECT
      *    DB2ICD.CTFD_DGTL_ARCV / PDD_QRTN_ICDQ              - SELECT
      *    DB2ICD.UTZC_CTFD_DGTL / HST_CTFD_DGTL      - DELETE (modo C)
      *    DB2ICD.HST_CTFD_DGTL_ARCV                  - INSERT (modo C)
      *    DB2ICD.RSM_VRFC_ITGD     - SELECT / DELETE / INSERT
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
       SELECT ITGDRPT  ASSIGN TO 'ITGDRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  ITGDRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3224'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  CTE-QT-REG-CMIT                 PIC S9(009) COMP VALUE +100.
      *----------------------------------------------------------------*
      *    Linhas de detalhe impressas por regra: acima do limite a
      *    regra continua contando (e corrigindo), so nao lista.
      *----------------------------------------------------------------*
       01  CTE-QT-MAX-DET                  PIC S9(009) COMP VALUE +500.
       01  CTE-QT-MAX-TND                  PIC S9(004) COMP VALUE +2000.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-QT-DESDE-CMIT               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-DET-RGR                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-EXCC-EMT                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CRRG-EMT                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-EXCC-GERAL               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CRRG-GERAL               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-VARIACAO                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-CD-ADD-CTFR-ANT             PIC S9(009) COMP VALUE ZERO.
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-CRRG                     PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-ANT                      PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-VARIACAO                 PIC  +ZZZ,ZZZ,ZZ9.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  GDA-TX-MODO                     PIC  X(010) VALUE SPACES.
       01  GDA-TX-SEGR                     PIC  X(003) VALUE SPACES.
       01  GDA-TX-SITU                     PIC  X(010) VALUE SPACES.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-PRMO-EMISSOR             PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-EMISSOR                        VALUE 'S'.
       01  GDA-SW-CRRG-SUSP                PIC  X(001) VALUE 'N'.
           88  GDA-CRRG-SUSP                           VALUE 'S'.
       01  GDA-SW-CRSR-FCHD                PIC  X(001) VALUE 'N'.
           88  GDA-CRSR-FECHADO                        VALUE 'S'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-CRRG-ITEM                PIC  X(001) VALUE 'N'.
           88  GDA-ITEM-CORRIGIDO                      VALUE 'S'.
       01  GDA-SW-TEM-ANT                  PIC  X(001) VALUE 'N'.
           88  GDA-TEM-EXEC-ANT                        VALUE 'S'.
      *
       01  PARM-ENTRADA.
           03  PARM-CD-MODO                PIC  X(001) VALUE 'R'.
               88  MODO-RELATORIO                      VALUE 'R'.
               88  MODO-CORRIGE                        VALUE 'C'.
      *
      *----------------------------------------------------------------*
      *    Catalogo de regras: codigo, correcao automatica segura
      *    ('S'/'N') e descricao.  Nova regra: nova linha aqui, um
      *    cursor e uma SECTION de leitura na serie 2n0000.
      *----------------------------------------------------------------*
       01  CTE-QT-RGR                      PIC S9(004) COMP VALUE +6.
       01  GDA-TAB-RGR-VLRS.
           03  FILLER                      PIC  X(064) VALUE
           'R01SUSO REGISTRADO DE CERTIFICADO FORA DA TABELA QUENTE'.
           03  FILLER                      PIC  X(064) VALUE
           'R02NCERTIFICADO ATIVO SEM VINCULO MCI'.
           03  FILLER                      PIC  X(064) VALUE
           'R03NULTIMO HISTORICO DIVERGE DA SITUACAO DO CERTIFICADO'.
           03  FILLER                      PIC  X(064) VALUE
           'R04NCERTIFICADO NA TABELA QUENTE E NO ARQUIVO'.
           03  FILLER                      PIC  X(064) VALUE
           'R05SHISTORICO QUENTE SEM CERTIFICADO NA TABELA QUENTE'.
           03  FILLER                      PIC  X(064) VALUE
           'R06NPEDIDO PENDENTE EM QUARENTENA EM DUPLICIDADE'.
       01  GDA-TAB-RGR           REDEFINES GDA-TAB-RGR-VLRS.
           03  GDA-RGR                     OCCURS 6.
               05  RGR-CD-RGR              PIC  X(003).
               05  RGR-IN-CRRG-SEGR        PIC  X(001).
                   88  RGR-CRRG-SEGR                   VALUE 'S'.
               05  RGR-TX-RGR              PIC  X(060).
      *
       01  GDA-IX-RGR                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-TAB-QT-RGR.
           03  GDA-QT-RGR                  OCCURS 6.
               05  QRG-QT-EXCC             PIC S9(009) COMP.
               05  QRG-QT-CRRG             PIC S9(009) COMP.
               05  QRG-QT-ANT              PIC S9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    Contagens por regra e emissor desta execucao, gravadas em
      *    DB2ICD.RSM_VRFC_ITGD no fim (um ROLLBACK de correcao nao
      *    pode levar junto a tendencia ja apurada).
      *----------------------------------------------------------------*
       01  GDA-QT-TND                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-IX-TND                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-TAB-TND.
           03  GDA-TND                     OCCURS 2000.
               05  TND-CD-RGR              PIC  X(003).
               05  TND-CD-ADD-CTFR         PIC S9(009) COMP.
               05  TND-QT-EXCC             PIC S9(009) COMP.
               05  TND-QT-CRRG             PIC S9(009) COMP.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS2200 - Vincula certificado ao MCI
      *----------------------------------------------------------------*
       01  ICDS2200                        PIC  X(008) VALUE 'ICDS2200'.
      *
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
      *    R01 - uso sem certificado na tabela quente; o arquivo so
      *    informa o numero de serie e se a correcao se aplica.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R01-UTZC CURSOR FOR
             SELECT  U.CD_ADD_CTFR
                  ,  U.CD_NR_SRE_CTFD
                  ,  COALESCE(A.TX_NR_SRE_CTFD, ' ')
               FROM  DB2ICD.UTZC_CTFD_DGTL U
               LEFT  OUTER JOIN DB2ICD.CTFD_DGTL_ARCV A
                 ON  A.CD_ADD_CTFR    = U.CD_ADD_CTFR
                AND  A.CD_NR_SRE_CTFD = U.CD_NR_SRE_CTFD
              WHERE  NOT EXISTS
                     ( SELECT  1
                         FROM  DB2ICD.CTFD_DGTL C
                        WHERE  C.CD_ADD_CTFR    = U.CD_ADD_CTFR
                          AND  C.CD_NR_SRE_CTFD = U.CD_NR_SRE_CTFD )
           ORDER BY  U.CD_ADD_CTFR
                  ,  U.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
               WITH  HOLD
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    R02 - certificados de usuario final ativos e no prazo; o
      *    vinculo MCI eh conferido um a um pela ICDS2200.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R02-ATVO CURSOR FOR
             SELECT  CD_ADD_CTFR
                  ,  CD_NR_SRE_CTFD
                  ,  TX_NR_SRE_CTFD
               FROM  DB2ICD.CTFD_DGTL
              WHERE  CD_EST_CTFD_DGTL  = 'A'
                AND  CD_NTZ_TITR_CTFD <> 'AC'
                AND  TS_EXPC_CTFD_DGTL > CURRENT TIMESTAMP
           ORDER BY  CD_ADD_CTFR
                  ,  CD_NR_SRE_CTFD
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    R03 - ultimo registro do historico com situacao diferente
      *    da do certificado.  A expiracao natural eh derivada na
      *    leitura (nenhum processo grava 'E' por vencimento), entao
      *    'A' x 'A' de certificado vencido NAO eh divergencia.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R03-HST CURSOR FOR
             SELECT  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                  ,  C.TX_NR_SRE_CTFD
                  ,  C.CD_EST_CTFD_DGTL
                  ,  H.CD_EST_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL C
                  ,  DB2ICD.HST_CTFD_DGTL H
              WHERE  H.CD_ADD_CTFR      = C.CD_ADD_CTFR
                AND  H.CD_NR_SRE_CTFD   = C.CD_NR_SRE_CTFD
                AND  H.TS_ALT_TAB       =
                     ( SELECT  MAX(X.TS_ALT_TAB)
                         FROM  DB2ICD.HST_CTFD_DGTL X
                        WHERE  X.CD_ADD_CTFR    = C.CD_ADD_CTFR
                          AND  X.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD )
                AND  H.CD_EST_CTFD_DGTL <> C.CD_EST_CTFD_DGTL
           ORDER BY  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    R04 - mesmo certificado na tabela quente e no arquivo.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R04-DUPL CURSOR FOR
             SELECT  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                  ,  C.TX_NR_SRE_CTFD
                  ,  C.CD_EST_CTFD_DGTL
                  ,  A.CD_EST_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL C
                  ,  DB2ICD.CTFD_DGTL_ARCV A
              WHERE  A.CD_ADD_CTFR    = C.CD_ADD_CTFR
                AND  A.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD
           ORDER BY  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    R05 - historico quente sem certificado quente, um registro
      *    por certificado; serie em branco = nem no arquivo.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R05-HST CURSOR FOR
             SELECT  H.CD_ADD_CTFR
                  ,  H.CD_NR_SRE_CTFD
                  ,  COALESCE(MAX(A.TX_NR_SRE_CTFD), ' ')
                  ,  COUNT(*)
               FROM  DB2ICD.HST_CTFD_DGTL H
               LEFT  OUTER JOIN DB2ICD.CTFD_DGTL_ARCV A
                 ON  A.CD_ADD_CTFR    = H.CD_ADD_CTFR
                AND  A.CD_NR_SRE_CTFD = H.CD_NR_SRE_CTFD
              WHERE  NOT EXISTS
                     ( SELECT  1
                         FROM  DB2ICD.CTFD_DGTL C
                        WHERE  C.CD_ADD_CTFR    = H.CD_ADD_CTFR
                          AND  C.CD_NR_SRE_CTFD = H.CD_NR_SRE_CTFD )
           GROUP BY  H.CD_ADD_CTFR
                  ,  H.CD_NR_SRE_CTFD
           ORDER BY  H.CD_ADD_CTFR
                  ,  H.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
               WITH  HOLD
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    R06 - identificador de pedido parado ('P') mais de uma vez
      *    na quarentena (sem emissor: sai sob o emissor zero).
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  R06-QRTN CURSOR FOR
             SELECT  CD_IDFR_REQ
                  ,  COUNT(*)
               FROM  DB2ICD.PDD_QRTN_ICDQ
              WHERE  CD_EST_QRTN = 'P'
           GROUP BY  CD_IDFR_REQ
             HAVING  COUNT(*) > 1
           ORDER BY  CD_IDFR_REQ
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KVRF-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KVRF-CD-NR-SRE-CTFD             PIC  X(016).
       01  KVRF-TX-NR-SRE-CTFD             PIC  X(040).
       01  KVRF-CD-EST-CTFD                PIC  X(001).
       01  KVRF-CD-EST-OUTRO               PIC  X(001).
       01  KVRF-CD-IDFR-REQ                PIC  X(016).
       01  KVRF-QT-REG                     PIC S9(009) COMP.
       01  KVRF-TX-DET                     PIC  X(040).
       01  EDT-QT-REG                      PIC  ZZZZ9.
      *
       01  KRSM-DT-ANT                     PIC  X(010) VALUE SPACES.
       01  KRSM-CD-RGR-ITGD                PIC  X(003).
       01  KRSM-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KRSM-QT-EXCC                    PIC S9(009) COMP.
       01  KRSM-QT-CRRG                    PIC S9(009) COMP.
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
           PERFORM 210000-REGRA-R01.
           PERFORM 220000-REGRA-R02.
           PERFORM 230000-REGRA-R03.
           PERFORM 240000-REGRA-R04.
           PERFORM 250000-REGRA-R05.
           PERFORM 260000-REGRA-R06.
      *
           PERFORM 700000-GRAVA-TENDENCIA.
           PERFORM 800000-IMPRIME-RESUMO.
      *
           CLOSE ITGDRPT.
      *
           IF  GDA-HOUVE-ERRO
               MOVE +8 TO RETURN-CODE
           ELSE
               IF  GDA-QT-EXCC-GERAL GREATER ZEROS
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
           IF  NOT MODO-CORRIGE
               SET  MODO-RELATORIO TO TRUE
               MOVE 'RELATORIO'    TO GDA-TX-MODO
           ELSE
               MOVE 'CORRECAO'     TO GDA-TX-MODO
           END-IF.
      *
           INITIALIZE GDA-TAB-QT-RGR.
      *
           OPEN OUTPUT ITGDRPT.
      *
      *----------------------------------------------------------------*
      *    Execucao anterior mais recente (de outro dia) - base da
      *    coluna de tendencia.
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  COALESCE(CHAR(MAX(DT_VRFC)), ' ')
                  INTO  :KRSM-DT-ANT
                  FROM  DB2ICD.RSM_VRFC_ITGD
                 WHERE  DT_VRFC < CURRENT DATE
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL RSM ANT = ' SQLCODE
               MOVE SPACES TO KRSM-DT-ANT
           END-IF.
      *
           IF  KRSM-DT-ANT NOT EQUAL SPACES
               SET  GDA-TEM-EXEC-ANT TO TRUE
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'VERIFICACAO DE INTEGRIDADE REFERENCIAL ICD - MODO: '
                  GDA-TX-MODO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF  GDA-TEM-EXEC-ANT
               STRING 'COMPARADO COM A EXECUCAO DE ' KRSM-DT-ANT
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING 'SEM EXECUCAO ANTERIOR PARA COMPARACAO'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-REGRA-R01               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 210000-REGRA-R01              '.
      *
           MOVE +1 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R01-UTZC
           END-EXEC.
      *
           PERFORM 211000-LE-R01
               UNTIL GDA-FIM-CRSR.
      *
      *    Apos o ROLLBACK da correcao (590000) o cursor esta fechado.
           IF  NOT GDA-CRSR-FECHADO
               EXEC SQL
                    CLOSE R01-UTZC
               END-EXEC
           END-IF.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       211000-LE-R01                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R01-UTZC
                 INTO  :KVRF-CD-ADD-CTFR
                    ,  :KVRF-CD-NR-SRE-CTFD
                    ,  :KVRF-TX-NR-SRE-CTFD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KVRF-TX-NR-SRE-CTFD EQUAL SPACES
                        MOVE 'CERTIFICADO INEXISTENTE' TO KVRF-TX-DET
                    ELSE
                        MOVE 'CERTIFICADO ARQUIVADO'   TO KVRF-TX-DET
                    END-IF
                    PERFORM 400000-REGISTRA-EXCECAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       211099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-REGRA-R02               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 220000-REGRA-R02              '.
      *
           MOVE +2 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R02-ATVO
           END-EXEC.
      *
           PERFORM 221000-LE-R02
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE R02-ATVO
           END-EXEC.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       221000-LE-R02                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R02-ATVO
                 INTO  :KVRF-CD-ADD-CTFR
                    ,  :KVRF-CD-NR-SRE-CTFD
                    ,  :KVRF-TX-NR-SRE-CTFD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 222000-CONFERE-MCI
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       221099-SAI.
           EXIT.
      *
      *--------------------------------------*
       222000-CONFERE-MCI             SECTION.
      *--------------------------------------*
      *
           INITIALIZE     ICDS2200-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S2200-IDFR-VRS-PRM-ATU-OK   TO TRUE.
           SET  S2200-FUC-REF               TO TRUE.
           MOVE KVRF-CD-ADD-CTFR            TO S2200-CD-ADD-CTFR.
           MOVE KVRF-CD-NR-SRE-CTFD         TO S2200-CD-NR-SRE-CTFD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS2200 USING GDA-DFHEIBLK
                               ICDS2200-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS2200-DADOS NOT EQUAL ZEROS
               MOVE 'SEM VINCULO MCI'       TO KVRF-TX-DET
               PERFORM 400000-REGISTRA-EXCECAO
           END-IF.
      *
       222099-SAI.
           EXIT.
      *
      *--------------------------------------*
       230000-REGRA-R03               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 230000-REGRA-R03              '.
      *
           MOVE +3 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R03-HST
           END-EXEC.
      *
           PERFORM 231000-LE-R03
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE R03-HST
           END-EXEC.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       230099-SAI.
           EXIT.
      *
      *--------------------------------------*
       231000-LE-R03                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R03-HST
                 INTO  :KVRF-CD-ADD-CTFR
                    ,  :KVRF-CD-NR-SRE-CTFD
                    ,  :KVRF-TX-NR-SRE-CTFD
                    ,  :KVRF-CD-EST-CTFD
                    ,  :KVRF-CD-EST-OUTRO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE SPACES TO KVRF-TX-DET
                    STRING 'CERTIFICADO ' KVRF-CD-EST-CTFD
                           ' HISTORICO '  KVRF-CD-EST-OUTRO
                                DELIMITED BY SIZE INTO KVRF-TX-DET
                    END-STRING
                    PERFORM 400000-REGISTRA-EXCECAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       231099-SAI.
           EXIT.
      *
      *--------------------------------------*
       240000-REGRA-R04               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 240000-REGRA-R04              '.
      *
           MOVE +4 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R04-DUPL
           END-EXEC.
      *
           PERFORM 241000-LE-R04
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE R04-DUPL
           END-EXEC.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       240099-SAI.
           EXIT.
      *
      *--------------------------------------*
       241000-LE-R04                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R04-DUPL
                 INTO  :KVRF-CD-ADD-CTFR
                    ,  :KVRF-CD-NR-SRE-CTFD
                    ,  :KVRF-TX-NR-SRE-CTFD
                    ,  :KVRF-CD-EST-CTFD
                    ,  :KVRF-CD-EST-OUTRO
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE SPACES TO KVRF-TX-DET
                    STRING 'QUENTE ' KVRF-CD-EST-CTFD
                           ' ARQUIVO ' KVRF-CD-EST-OUTRO
                                DELIMITED BY SIZE INTO KVRF-TX-DET
                    END-STRING
                    PERFORM 400000-REGISTRA-EXCECAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       241099-SAI.
           EXIT.
      *
      *--------------------------------------*
       250000-REGRA-R05               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 250000-REGRA-R05              '.
      *
           MOVE +5 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R05-HST
           END-EXEC.
      *
           PERFORM 251000-LE-R05
               UNTIL GDA-FIM-CRSR.
      *
      *    Apos o ROLLBACK da correcao (590000) o cursor esta fechado.
           IF  NOT GDA-CRSR-FECHADO
               EXEC SQL
                    CLOSE R05-HST
               END-EXEC
           END-IF.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       250099-SAI.
           EXIT.
      *
      *--------------------------------------*
       251000-LE-R05                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R05-HST
                 INTO  :KVRF-CD-ADD-CTFR
                    ,  :KVRF-CD-NR-SRE-CTFD
                    ,  :KVRF-TX-NR-SRE-CTFD
                    ,  :KVRF-QT-REG
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE KVRF-QT-REG TO EDT-QT-REG
                    MOVE SPACES      TO KVRF-TX-DET
                    IF  KVRF-TX-NR-SRE-CTFD EQUAL SPACES
                        STRING EDT-QT-REG ' HST - SEM CERTIFICADO'
                                    DELIMITED BY SIZE INTO KVRF-TX-DET
                        END-STRING
                    ELSE
                        STRING EDT-QT-REG ' HST - CTFD ARQUIVADO'
                                    DELIMITED BY SIZE INTO KVRF-TX-DET
                        END-STRING
                    END-IF
                    PERFORM 400000-REGISTRA-EXCECAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       251099-SAI.
           EXIT.
      *
      *--------------------------------------*
       260000-REGRA-R06               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 260000-REGRA-R06              '.
      *
           MOVE +6 TO GDA-IX-RGR.
           PERFORM 300000-INICIA-REGRA.
      *
           EXEC SQL
                OPEN R06-QRTN
           END-EXEC.
      *
           PERFORM 261000-LE-R06
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE R06-QRTN
           END-EXEC.
      *
           PERFORM 390000-ENCERRA-REGRA.
      *
       260099-SAI.
           EXIT.
      *
      *--------------------------------------*
       261000-LE-R06                  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  R06-QRTN
                 INTO  :KVRF-CD-IDFR-REQ
                    ,  :KVRF-QT-REG
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE ZEROS            TO KVRF-CD-ADD-CTFR
                    MOVE SPACES           TO KVRF-CD-NR-SRE-CTFD
                    MOVE KVRF-CD-IDFR-REQ TO KVRF-TX-NR-SRE-CTFD
                    MOVE KVRF-QT-REG      TO EDT-QT-REG
                    MOVE SPACES           TO KVRF-TX-DET
                    STRING EDT-QT-REG ' PEDIDOS PARADOS'
                                DELIMITED BY SIZE INTO KVRF-TX-DET
                    END-STRING
                    PERFORM 400000-REGISTRA-EXCECAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    PERFORM 380000-ERRO-SQL-FETCH
           END-EVALUATE.
      *
       261099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-INICIA-REGRA            SECTION.
      *--------------------------------------*
      *
           MOVE 'N'    TO GDA-SW-FIM-CRSR
                          GDA-SW-CRSR-FCHD.
           MOVE 'S'    TO GDA-SW-PRMO-EMISSOR.
           MOVE ZEROS  TO GDA-QT-DET-RGR
                          GDA-CD-ADD-CTFR-ANT.
      *
           IF  RGR-CRRG-SEGR (GDA-IX-RGR)
               MOVE 'SIM' TO GDA-TX-SEGR
           ELSE
               MOVE 'NAO' TO GDA-TX-SEGR
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'REGRA ' RGR-CD-RGR (GDA-IX-RGR)
                  ' - '    RGR-TX-RGR (GDA-IX-RGR)
                  ' (CORRECAO AUTOMATICA: ' GDA-TX-SEGR ')'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       380000-ERRO-SQL-FETCH          SECTION.
      *--------------------------------------*
      *
           DISPLAY '000 ' CTE-PRGM ' - ERRO SQL FETCH '
                   RGR-CD-RGR (GDA-IX-RGR) ' = ' SQLCODE.
      *
           SET  GDA-HOUVE-ERRO TO TRUE.
           SET  GDA-FIM-CRSR   TO TRUE.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  *ERRO* LEITURA INTERROMPIDA - CONTAGEM PARCIAL'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       380099-SAI.
           EXIT.
      *
      *--------------------------------------*
       390000-ENCERRA-REGRA           SECTION.
      *--------------------------------------*
      *
           IF  NOT GDA-PRMO-EMISSOR
               PERFORM 410000-FECHA-EMISSOR
           END-IF.
      *
           IF  GDA-QT-DESDE-CMIT GREATER ZEROS
               PERFORM 900000-COMMIT-PARCIAL
               MOVE ZEROS TO GDA-QT-DESDE-CMIT
           END-IF.
      *
           IF  GDA-TEM-EXEC-ANT
               MOVE RGR-CD-RGR (GDA-IX-RGR) TO KRSM-CD-RGR-ITGD
               EXEC SQL
                    SELECT  COALESCE(SUM(QT_EXCC), 0)
                      INTO  :KRSM-QT-EXCC
                      FROM  DB2ICD.RSM_VRFC_ITGD
                     WHERE  DT_VRFC     = :KRSM-DT-ANT
                       AND  CD_RGR_ITGD = :KRSM-CD-RGR-ITGD
               END-EXEC
               IF  SQLCODE EQUAL +0
                   MOVE KRSM-QT-EXCC TO QRG-QT-ANT (GDA-IX-RGR)
               END-IF
           END-IF.
      *
           MOVE QRG-QT-EXCC (GDA-IX-RGR) TO EDT-QT-TOTAL.
           MOVE QRG-QT-CRRG (GDA-IX-RGR) TO EDT-QT-CRRG.
           MOVE QRG-QT-ANT  (GDA-IX-RGR) TO EDT-QT-ANT.
           COMPUTE GDA-QT-VARIACAO = QRG-QT-EXCC (GDA-IX-RGR)
                                   - QRG-QT-ANT  (GDA-IX-RGR).
           MOVE GDA-QT-VARIACAO          TO EDT-QT-VARIACAO.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL REGRA ' RGR-CD-RGR (GDA-IX-RGR)
                  ' : ' EDT-QT-TOTAL
                  '  CORRIGIDAS: ' EDT-QT-CRRG
                  '  ANTERIOR: '   EDT-QT-ANT
                  '  VARIACAO: '   EDT-QT-VARIACAO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       390099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-REGISTRA-EXCECAO        SECTION.
      *--------------------------------------*
      *
           IF  GDA-PRMO-EMISSOR
           OR  KVRF-CD-ADD-CTFR NOT EQUAL GDA-CD-ADD-CTFR-ANT
               IF  NOT GDA-PRMO-EMISSOR
                   PERFORM 410000-FECHA-EMISSOR
               END-IF
               MOVE 'N'              TO GDA-SW-PRMO-EMISSOR
               MOVE KVRF-CD-ADD-CTFR TO GDA-CD-ADD-CTFR-ANT
               MOVE ZEROS            TO GDA-QT-EXCC-EMT
                                        GDA-QT-CRRG-EMT
               PERFORM 420000-IMPRIME-CABEC-EMISSOR
           END-IF.
      *
           ADD +1 TO GDA-QT-EXCC-EMT
                     QRG-QT-EXCC (GDA-IX-RGR)
                     GDA-QT-EXCC-GERAL.
      *
           MOVE 'N' TO GDA-SW-CRRG-ITEM.
           IF  MODO-CORRIGE
           AND RGR-CRRG-SEGR (GDA-IX-RGR)
           AND NOT GDA-CRRG-SUSP
               EVALUATE RGR-CD-RGR (GDA-IX-RGR)
                   WHEN 'R01'
                        PERFORM 510000-CORRIGE-R01
                   WHEN 'R05'
                        PERFORM 550000-CORRIGE-R05
               END-EVALUATE
           END-IF.
      *
           IF  GDA-ITEM-CORRIGIDO
               ADD +1 TO GDA-QT-CRRG-EMT
                         QRG-QT-CRRG (GDA-IX-RGR)
                         GDA-QT-CRRG-GERAL
               MOVE 'CORRIGIDO' TO GDA-TX-SITU
           ELSE
               MOVE SPACES      TO GDA-TX-SITU
           END-IF.
      *
           ADD +1 TO GDA-QT-DET-RGR.
           IF  GDA-QT-DET-RGR NOT GREATER CTE-QT-MAX-DET
               IF  KVRF-TX-NR-SRE-CTFD EQUAL SPACES
                   MOVE '(SERIE NAO LOCALIZADA)' TO KVRF-TX-NR-SRE-CTFD
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING '    ' KVRF-TX-NR-SRE-CTFD
                      ' '    KVRF-TX-DET
                      ' '    GDA-TX-SITU
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
           IF  GDA-QT-DET-RGR EQUAL CTE-QT-MAX-DET + 1
               MOVE SPACES TO RPT-LINE
               STRING '    ... LIMITE DE LINHAS DA REGRA ATINGIDO - '
                      'DEMAIS SO CONTADAS NOS TOTAIS'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-FECHA-EMISSOR           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Subtotal do emissor com a contagem da execucao anterior e
      *    guarda da contagem na tabela de tendencia (gravada no fim).
      *----------------------------------------------------------------*
           MOVE ZEROS TO KRSM-QT-EXCC.
           IF  GDA-TEM-EXEC-ANT
               MOVE RGR-CD-RGR (GDA-IX-RGR) TO KRSM-CD-RGR-ITGD
               MOVE GDA-CD-ADD-CTFR-ANT     TO KRSM-CD-ADD-CTFR
               EXEC SQL
                    SELECT  QT_EXCC
                      INTO  :KRSM-QT-EXCC
                      FROM  DB2ICD.RSM_VRFC_ITGD
                     WHERE  DT_VRFC     = :KRSM-DT-ANT
                       AND  CD_RGR_ITGD = :KRSM-CD-RGR-ITGD
                       AND  CD_ADD_CTFR = :KRSM-CD-ADD-CTFR
               END-EXEC
               IF  SQLCODE NOT EQUAL +0
                   MOVE ZEROS TO KRSM-QT-EXCC
               END-IF
           END-IF.
      *
           MOVE GDA-CD-ADD-CTFR-ANT TO EDT-CD-ADD-CTFR.
           MOVE GDA-QT-EXCC-EMT     TO EDT-QT-TOTAL.
           MOVE KRSM-QT-EXCC        TO EDT-QT-ANT.
           COMPUTE GDA-QT-VARIACAO = GDA-QT-EXCC-EMT - KRSM-QT-EXCC.
           MOVE GDA-QT-VARIACAO     TO EDT-QT-VARIACAO.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '    TOTAL EMISSOR ' EDT-CD-ADD-CTFR
                  ' : ' EDT-QT-TOTAL
                  '  ANTERIOR: ' EDT-QT-ANT
                  '  VARIACAO: ' EDT-QT-VARIACAO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           IF  GDA-QT-TND LESS CTE-QT-MAX-TND
               ADD +1 TO GDA-QT-TND
               MOVE RGR-CD-RGR (GDA-IX-RGR)
                                   TO TND-CD-RGR      (GDA-QT-TND)
               MOVE GDA-CD-ADD-CTFR-ANT
                                   TO TND-CD-ADD-CTFR (GDA-QT-TND)
               MOVE GDA-QT-EXCC-EMT
                                   TO TND-QT-EXCC     (GDA-QT-TND)
               MOVE GDA-QT-CRRG-EMT
                                   TO TND-QT-CRRG     (GDA-QT-TND)
           ELSE
               DISPLAY '000 ' CTE-PRGM ' - TABELA DE TENDENCIA CHEIA'
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       420000-IMPRIME-CABEC-EMISSOR   SECTION.
      *--------------------------------------*
      *
           MOVE KVRF-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING '  EMISSOR ' EDT-CD-ADD-CTFR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       420099-SAI.
           EXIT.
      *
      *--------------------------------------*
       510000-CORRIGE-R01             SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                DELETE FROM DB2ICD.UTZC_CTFD_DGTL
                      WHERE  CD_ADD_CTFR    = :KVRF-CD-ADD-CTFR
                        AND  CD_NR_SRE_CTFD = :KVRF-CD-NR-SRE-CTFD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               PERFORM 590000-ERRO-SQL-CRRG
               GO TO 510099-SAI
           END-IF.
      *
           SET  GDA-ITEM-CORRIGIDO TO TRUE.
           PERFORM 580000-CONTA-COMMIT.
      *
       510099-SAI.
           EXIT.
      *
      *--------------------------------------*
       550000-CORRIGE-R05             SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    So o historico de certificado que ESTA no arquivo; copia
      *    (sem repetir o que ja estiver la) e apaga na mesma unidade
      *    de trabalho, como na ICDS3206.
      *----------------------------------------------------------------*
           IF  KVRF-TX-NR-SRE-CTFD EQUAL SPACES
               GO TO 550099-SAI
           END-IF.
      *
           EXEC SQL
                INSERT INTO DB2ICD.HST_CTFD_DGTL_ARCV
                     SELECT  *
                       FROM  DB2ICD.HST_CTFD_DGTL H
                      WHERE  H.CD_ADD_CTFR    = :KVRF-CD-ADD-CTFR
                        AND  H.CD_NR_SRE_CTFD = :KVRF-CD-NR-SRE-CTFD
                        AND  NOT EXISTS
                             ( SELECT  1
                                 FROM  DB2ICD.HST_CTFD_DGTL_ARCV X
                                WHERE  X.CD_ADD_CTFR    = H.CD_ADD_CTFR
                                  AND  X.CD_NR_SRE_CTFD
                                     = H.CD_NR_SRE_CTFD
                                  AND  X.TS_ALT_TAB     = H.TS_ALT_TAB )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               PERFORM 590000-ERRO-SQL-CRRG
               GO TO 550099-SAI
           END-IF.
      *
           EXEC SQL
                DELETE FROM DB2ICD.HST_CTFD_DGTL
                      WHERE  CD_ADD_CTFR    = :KVRF-CD-ADD-CTFR
                        AND  CD_NR_SRE_CTFD = :KVRF-CD-NR-SRE-CTFD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 590000-ERRO-SQL-CRRG
               GO TO 550099-SAI
           END-IF.
      *
           SET  GDA-ITEM-CORRIGIDO TO TRUE.
           PERFORM 580000-CONTA-COMMIT.
      *
       550099-SAI.
           EXIT.
      *
      *--------------------------------------*
       580000-CONTA-COMMIT            SECTION.
      *--------------------------------------*
      *
           ADD +1 TO GDA-QT-DESDE-CMIT.
           IF  GDA-QT-DESDE-CMIT NOT LESS CTE-QT-REG-CMIT
               PERFORM 900000-COMMIT-PARCIAL
               MOVE ZEROS TO GDA-QT-DESDE-CMIT
           END-IF.
      *
       580099-SAI.
           EXIT.
      *
      *--------------------------------------*
       590000-ERRO-SQL-CRRG           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Desfaz o item corrente e as correcoes desde o ultimo commit
      *    parcial.  O ROLLBACK fecha o cursor (mesmo WITH HOLD): a
      *    regra termina aqui com contagem parcial e as correcoes
      *    ficam suspensas ate o fim da execucao.  Os itens desfeitos
      *    voltam a aparecer na proxima varredura.
      *----------------------------------------------------------------*
      *
           DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CORRECAO '
                   RGR-CD-RGR (GDA-IX-RGR) ' = ' SQLCODE.
      *
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           MOVE ZEROS TO GDA-QT-DESDE-CMIT.
           SET  GDA-CRRG-SUSP  TO TRUE.
           SET  GDA-HOUVE-ERRO TO TRUE.
           SET  GDA-FIM-CRSR   TO TRUE.
           SET  GDA-CRSR-FECHADO TO TRUE.
      *
           MOVE KVRF-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING '    *ERRO* CORRECAO EMISSOR ' EDT-CD-ADD-CTFR
                  ' SERIE ' KVRF-TX-NR-SRE-CTFD
                  ' - CORRECOES SUSPENSAS'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       590099-SAI.
           EXIT.
      *
      *--------------------------------------*
       700000-GRAVA-TENDENCIA         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 700000-GRAVA-TENDENCIA        '.
      *
           EXEC SQL
                DELETE FROM DB2ICD.RSM_VRFC_ITGD
                      WHERE  DT_VRFC = CURRENT DATE
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL RSM DEL = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 700099-SAI
           END-IF.
      *
           MOVE ZEROS TO GDA-IX-TND.
           PERFORM 710000-INSERE-TENDENCIA
               UNTIL GDA-IX-TND NOT LESS GDA-QT-TND.
      *
           PERFORM 900000-COMMIT-PARCIAL.
      *
       700099-SAI.
           EXIT.
      *
      *--------------------------------------*
       710000-INSERE-TENDENCIA        SECTION.
      *--------------------------------------*
      *
           ADD +1 TO GDA-IX-TND.
      *
           MOVE TND-CD-RGR      (GDA-IX-TND) TO KRSM-CD-RGR-ITGD.
           MOVE TND-CD-ADD-CTFR (GDA-IX-TND) TO KRSM-CD-ADD-CTFR.
           MOVE TND-QT-EXCC     (GDA-IX-TND) TO KRSM-QT-EXCC.
           MOVE TND-QT-CRRG     (GDA-IX-TND) TO KRSM-QT-CRRG.
      *
           EXEC SQL
                INSERT INTO DB2ICD.RSM_VRFC_ITGD
                     ( DT_VRFC
                     , CD_RGR_ITGD
                     , CD_ADD_CTFR
                     , QT_EXCC
                     , QT_CRRG )
              VALUES ( CURRENT DATE
                     , :KRSM-CD-RGR-ITGD
                     , :KRSM-CD-ADD-CTFR
                     , :KRSM-QT-EXCC
                     , :KRSM-QT-CRRG )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL RSM INS = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
       710099-SAI.
           EXIT.
      *
      *--------------------------------------*
       800000-IMPRIME-RESUMO          SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 800000-IMPRIME-RESUMO         '.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'RESUMO POR REGRA         ATUAL   CORRIGIDAS'
                  '     ANTERIOR     VARIACAO'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE ZEROS TO GDA-IX-RGR.
           PERFORM 810000-IMPRIME-LINHA-RESUMO
               UNTIL GDA-IX-RGR NOT LESS CTE-QT-RGR.
      *
           MOVE GDA-QT-EXCC-GERAL TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL GERAL DE EXCECOES : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           IF  GDA-CRRG-SUSP
               MOVE SPACES TO RPT-LINE
               STRING '  *ATENCAO* CORRECOES SUSPENSAS POR ERRO SQL'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       800099-SAI.
           EXIT.
      *
      *--------------------------------------*
       810000-IMPRIME-LINHA-RESUMO    SECTION.
      *--------------------------------------*
      *
           ADD +1 TO GDA-IX-RGR.
      *
           MOVE QRG-QT-EXCC (GDA-IX-RGR) TO EDT-QT-TOTAL.
           MOVE QRG-QT-CRRG (GDA-IX-RGR) TO EDT-QT-CRRG.
           MOVE QRG-QT-ANT  (GDA-IX-RGR) TO EDT-QT-ANT.
           COMPUTE GDA-QT-VARIACAO = QRG-QT-EXCC (GDA-IX-RGR)
                                   - QRG-QT-ANT  (GDA-IX-RGR).
           MOVE GDA-QT-VARIACAO          TO EDT-QT-VARIACAO.
      *
           MOVE SPACES TO RPT-LINE.
           STRING '  ' RGR-CD-RGR (GDA-IX-RGR)
                  '            ' EDT-QT-TOTAL
                  ' ' EDT-QT-CRRG
                  ' ' EDT-QT-ANT
                  ' ' EDT-QT-VARIACAO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       810099-SAI.
           EXIT.
      *
      *--------------------------------------*
       900000-COMMIT-PARCIAL          SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 900000-COMMIT-PARCIAL         '.
      *
           EXEC SQL
                COMMIT
           END-EXEC.
      *
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
           MOVE GDA-QT-EXCC-GERAL         TO K011-QT-LIDO.
           MOVE GDA-QT-CRRG-GERAL         TO K011-QT-ATLZ.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 4          *
      *----------------------------------------------------------------*
