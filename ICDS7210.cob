      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS7210.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS7210 - COBOL II / CICS / SQL - BATCH & ONLINE     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS004 15.10.2026 EQUIPE ICD - thisUpdate da LCR: a ICDS7200
      *                              passa em S7210-TS-EMS o
      *                              thisUpdate da lista baixada,
      *                              gravado em TS_EMS_LS_CNCD na base
      *                              e na delta (a ICDS3200 compara a
      *                              resposta OCSP com ele).  Em
      *                              branco (chamador antigo) mantem o
      *                              valor da tabela.
      * VRS003 15.10.2026 EQUIPE ICD - Delta maior que o book: a
      *                              ICDS7200 devolve em S7210-QT-ENTD
      *                              o total de entradas da delta,
      *                              mesmo acima das 500 que cabem em
      *                              S7210-TAB-ENTD.  Delta acima da
      *                              capacidade NAO eh aplicada em
      *                              parte (o numero gravado a daria
      *                              por aplicada inteira): devolve
      *                              S7210-BASE-DVGT, e a ICDS3200
      *                              refaz o pedido com o download
      *                              completo.  LKS-BOOK-7210 passa de
      *                              9000 para 10000 bytes (500
      *                              entradas de 19 com o motivo).
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado (CRLReason): a
      *                              entrada da delta traz o motivo da
      *                              extensao reasonCode da LCR em
      *                              S7210-CD-MTV-RVGC, gravado em
      *                              IDFR_CHV_ADD_CTFR.CD_MTV_RVGC;
      *                              inclusao ja existente atualiza o
      *                              motivo (ex.: suspensao que vira
      *                              revogacao).
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Controle da base de LCR por emissor e aplicacao de LCR delta
      *  (RFC 5280 - deltaCRLIndicator / freshestCRL), chamada pela
      *  ICDS7200 depois de baixar e decodificar a lista:
      *    Funcao 'B' - registra a LCR COMPLETA recem-carregada como
      *                 nova base do emissor/URL em
      *                 DB2ICD.URL_LS_CTFD_CNCD (NR_LS_CNCD_BASE) e
      *                 zera a ultima delta aplicada;
      *    Funcao 'D' - aplica uma LCR DELTA: confere que ela foi
      *                 emitida sobre a base registrada (numero da
      *                 base da delta = NR_LS_CNCD_BASE) e entao so
      *                 inclui os numeros de serie novos e exclui os
      *                 retirados (removeFromCRL) em
      *                 DB2ICD.IDFR_CHV_ADD_CTFR, em vez de recarregar
      *                 a lista inteira.  Base divergente NAO aplica
      *                 nada e devolve S7210-BASE-DVGT - a ICDS7200
      *                 devolve o mesmo indicador a ICDS3200, que
      *                 refaz o pedido com download completo.
      *  Delta com mais entradas do que cabem no book tambem devolve
      *  S7210-BASE-DVGT, sem aplicar nada.
      *  A delta eh cumulativa sobre a base: inclusao ja existente e
      *  exclusao ja feita sao ignoradas, e a mesma delta (mesmo
      *  numero) reaplicada nao altera nada.  O certificado de AC
      *  (ancora carregada pela ICDS3211) nunca eh excluido por aqui.
      *  Nao tira COMMIT/SYNCPOINT: a unidade de trabalho eh a do
      *  chamador.
      *----------------------------------------------------------------*
      *  Book ICDK7210 (LKS-BOOK-7210):
      *    Entrada
      *      S7210-IDFR-VRS-PRM         - versao do book
      *      S7210-CD-FUC               - 'B' base / 'D' delta
      *      S7210-CD-ADD-CTFR          - emissor da LCR
      *      S7210-CD-URL-LS-CNCD       - URL da LCR (completa)
      *      S7210-NR-LS-CNCD           - numero da LCR (cRLNumber)
      *      S7210-NR-LS-CNCD-BASE      - base da delta (so 'D')
      *      S7210-TS-PRX-ATL           - nextUpdate da LCR
      *      S7210-TS-EMS               - thisUpdate da LCR (UTC;
      *                                   branco = mantem o atual)
      *      S7210-QT-ENTD              - qtde de entradas (so 'D'),
      *                                   total da delta - acima de
      *                                   500 devolve BASE-DVGT
      *      S7210-TAB-ENTD (500)       - S7210-CD-NR-SRE-CTFD
      *                                   S7210-IN-ACAO ('I' inclui /
      *                                   'E' exclui - removeFromCRL)
      *                                   S7210-CD-MTV-RVGC (reasonCode
      *                                   da entrada, RFC 5280; nao
      *                                   numerico = 00 unspecified)
      *    Saida
      *      S7210-IN-BASE-DVGT         - 'S' delta sobre outra base
      *      S7210-QT-INCL              - series incluidas
      *      S7210-QT-EXCL              - series excluidas
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDSUTC0 - Timestamp UTC (Universal Time, Coordinated)
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.URL_LS_CTFD_CNCD  - SELECT / UPDATE
      *    DB2ICD.IDFR_CHV_ADD_CTFR - INSERT / DELETE
      *----------------------------------------------------------------*
      *
      *--------------------*
       ENVIRONMENT DIVISION.
      *--------------------*
      *
      *--------------------------------------*
       CONFIGURATION                  SECTION.
      *--------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS7210'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS004'.
       01  CTE-QT-MAX-ENTD                 PIC S9(004) COMP VALUE +500.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE 'ctm-user'.
       01  NDX                             PIC S9(004) COMP VALUE ZERO.
       01  EDT-QT-INCL                     PIC  ZZZZ9.
       01  EDT-QT-EXCL                     PIC  ZZZZ9.
       01  EDT-QT-ENTD                     PIC  ZZZZ9.
      *
       01  KLCR-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KLCR-CD-URL-LS-CNCD             PIC S9(004) COMP.
       01  KLCR-NR-LS-CNCD-BASE            PIC  X(040).
       01  KLCR-NR-LS-CNCD-DLTA            PIC  X(040).
       01  KLCR-NR-LS-CNCD                 PIC  X(040).
       01  KLCR-TS-PRX-ATL                 PIC  X(026).
       01  KLCR-TS-ATL                     PIC  X(026).
       01  KLCR-TS-EMS                     PIC  X(026).
       01  KLCR-NI-TS-EMS                  PIC S9(004) COMP VALUE ZERO.
       01  KLCR-CD-NR-SRE-CTFD             PIC  X(016).
       01  KLCR-CD-MTV-RVGC                PIC S9(004) COMP.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDSUTC0 - Timestamp UTC
      *----------------------------------------------------------------*
       01  ICDSUTC0                        PIC  X(008) VALUE 'ICDSUTC0'.
      *
       01  ICDSUTCW-DADOS.
-INC   ICDKRTNW
-INC   ICDKUTCW
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS9100 - Gravacao de log do sistema
      *----------------------------------------------------------------*
       01  ICDS9100                        PIC  X(008) VALUE 'ICDS9100'.
      *
       01  ICDS9100-DADOS.
-INC   ICDKRTNW
-INC   ICDK9100
      *
      *----------------------------------------------------------------*
      *    Variaveis da linkage
      *----------------------------------------------------------------*
      *
       01  GDA-LKS-ENTD.
-INC   ICDKRTNW
-INC   ICDK7210
      *
      *--------------------------------------*
       LINKAGE                        SECTION.
      *--------------------------------------*
      *
       01  DFHCOMMAREA.
           03  LKS-BOOK-ENTD.
               05  LKS-BOOK-RTNW      PIC X(0110).
               05  LKS-BOOK-7210      PIC X(10000).
      *
      *--------------------------------------*
       PROCEDURE DIVISION   USING DFHCOMMAREA.
      *--------------------------------------*
      *
      *--------------------------------------*
       000000-PRINCIPAL               SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
           MOVE LKS-BOOK-ENTD TO GDA-LKS-ENTD.
      *
           PERFORM 100000-VALIDAR-LINKAGE.
      *
           SET  CD-RTN-FIM-NML TO TRUE.
           MOVE 'N'    TO S7210-IN-BASE-DVGT.
           MOVE ZEROS  TO S7210-QT-INCL
                          S7210-QT-EXCL.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDSUTC0 USING GDA-DFHEIBLK
                               ICDSUTCW-DADOS.
           MOVE UTCW-DB2-TIME          TO KLCR-TS-ATL.
      *
           IF  S7210-FUC-BASE
               PERFORM 200000-REGISTRA-BASE
           ELSE
               PERFORM 300000-APLICA-DELTA
           END-IF.
      *
           MOVE GDA-CD-RTN    TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           MOVE GDA-LKS-ENTD  TO LKS-BOOK-ENTD.
           MOVE KRTN-CD-RTN   OF GDA-LKS-ENTD TO RETURN-CODE.
      *
       000099-FINAL.
           GOBACK.
      *
      *--------------------------------------*
       100000-VALIDAR-LINKAGE         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 100000-VALIDAR-LINKAGE        '.
      *
           IF  DFHEIBLK NOT EQUAL SPACES
           AND EIBCALEN EQUAL ZERO
               MOVE +1 TO GDA-CD-RTN
               GO TO 999000-ERRO-001
           END-IF.
      *
           IF  NOT S7210-IDFR-VRS-PRM-ATU-OK
               MOVE +2 TO GDA-CD-RTN
               GO TO 999000-ERRO-002
           END-IF.
      *
           IF  NOT S7210-FUC-BASE
           AND NOT S7210-FUC-DLTA
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  S7210-NR-LS-CNCD   EQUAL SPACES
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  S7210-FUC-DLTA
           AND S7210-NR-LS-CNCD-BASE EQUAL SPACES
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           MOVE S7210-CD-ADD-CTFR          TO KLCR-CD-ADD-CTFR.
           MOVE S7210-CD-URL-LS-CNCD       TO KLCR-CD-URL-LS-CNCD.
           MOVE S7210-NR-LS-CNCD           TO KLCR-NR-LS-CNCD.
           MOVE S7210-TS-PRX-ATL           TO KLCR-TS-PRX-ATL.
           MOVE S7210-TS-EMS               TO KLCR-TS-EMS.
           IF  KLCR-TS-EMS EQUAL SPACES
               MOVE -1                     TO KLCR-NI-TS-EMS
           ELSE
               MOVE ZERO                   TO KLCR-NI-TS-EMS
           END-IF.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-REGISTRA-BASE           SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-REGISTRA-BASE          '.
      *
           EXEC SQL
                UPDATE  DB2ICD.URL_LS_CTFD_CNCD
                   SET  NR_LS_CNCD_BASE = :KLCR-NR-LS-CNCD
                     ,  NR_LS_CNCD_DLTA = ' '
                     ,  TS_LS_CNCD_BASE = :KLCR-TS-ATL
                     ,  TS_EMS_LS_CNCD  =
                            COALESCE(:KLCR-TS-EMS :KLCR-NI-TS-EMS
                                   , TS_EMS_LS_CNCD)
                 WHERE  CD_ADD_CTFR     = :KLCR-CD-ADD-CTFR
                   AND  CD_URL_LS_CNCD  = :KLCR-CD-URL-LS-CNCD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-APLICA-DELTA            SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-APLICA-DELTA           '.
      *
      *----------------------------------------------------------------*
      *    (1) Base registrada X base da delta
      *    (2) Delta cabe no book ? / ja aplicada ? (mesmo numero)
      *    (3) Inclusoes / exclusoes em IDFR_CHV_ADD_CTFR
      *    (4) Numero da delta, thisUpdate / proxima atualizacao e log
      *----------------------------------------------------------------*
      *
           EXEC SQL
                SELECT  NR_LS_CNCD_BASE
                     ,  NR_LS_CNCD_DLTA
                  INTO  :KLCR-NR-LS-CNCD-BASE
                     ,  :KLCR-NR-LS-CNCD-DLTA
                  FROM  DB2ICD.URL_LS_CTFD_CNCD
                 WHERE  CD_ADD_CTFR     = :KLCR-CD-ADD-CTFR
                   AND  CD_URL_LS_CNCD  = :KLCR-CD-URL-LS-CNCD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           IF  KLCR-NR-LS-CNCD-BASE EQUAL SPACES
           OR  KLCR-NR-LS-CNCD-BASE NOT EQUAL S7210-NR-LS-CNCD-BASE
      D        DISPLAY '000 ' CTE-PRGM ' - BASE DIVERGENTE ('
      D                KLCR-NR-LS-CNCD-BASE ') X ('
      D                S7210-NR-LS-CNCD-BASE ')'
               MOVE 'S' TO S7210-IN-BASE-DVGT
               GO TO 300099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    Delta acima da capacidade do book chegou truncada: aplicar
      *    so as primeiras e gravar o numero dela deixaria revogacoes
      *    de fora para sempre (a reaplicacao do mesmo numero eh
      *    ignorada abaixo).  Devolve base divergente - o chamador
      *    refaz com o download completo.
      *----------------------------------------------------------------*
           IF  S7210-QT-ENTD GREATER CTE-QT-MAX-ENTD
      D        DISPLAY '000 ' CTE-PRGM ' - DELTA ACIMA DA CAPACIDADE ('
      D                S7210-QT-ENTD ')'
               MOVE 'S' TO S7210-IN-BASE-DVGT
               PERFORM 330000-REGISTRA-LOG-EXCD
               GO TO 300099-SAI
           END-IF.
      *
           IF  KLCR-NR-LS-CNCD-DLTA EQUAL S7210-NR-LS-CNCD
               GO TO 300099-SAI
           END-IF.
      *
           MOVE ZEROS TO NDX.
           PERFORM 310000-APLICA-ENTRADA
               UNTIL NDX NOT LESS S7210-QT-ENTD.
      *
           EXEC SQL
                UPDATE  DB2ICD.URL_LS_CTFD_CNCD
                   SET  NR_LS_CNCD_DLTA    = :KLCR-NR-LS-CNCD
                     ,  TS_PRX_ATL_LS_CNCD = :KLCR-TS-PRX-ATL
                     ,  TS_EST_LS_CNCD     = :KLCR-TS-ATL
                     ,  TS_EMS_LS_CNCD     =
                            COALESCE(:KLCR-TS-EMS :KLCR-NI-TS-EMS
                                   , TS_EMS_LS_CNCD)
                 WHERE  CD_ADD_CTFR        = :KLCR-CD-ADD-CTFR
                   AND  CD_URL_LS_CNCD     = :KLCR-CD-URL-LS-CNCD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           PERFORM 320000-REGISTRA-LOG-DLTA.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-APLICA-ENTRADA          SECTION.
      *--------------------------------------*
      *
           ADD +1 TO NDX.
           MOVE S7210-CD-NR-SRE-CTFD (NDX) TO KLCR-CD-NR-SRE-CTFD.
      *
           IF  S7210-CD-MTV-RVGC (NDX) NUMERIC
               MOVE S7210-CD-MTV-RVGC (NDX) TO KLCR-CD-MTV-RVGC
           ELSE
               MOVE ZEROS                   TO KLCR-CD-MTV-RVGC
           END-IF.
      *
           IF  S7210-ACAO-INCL (NDX)
               EXEC SQL
                    INSERT INTO DB2ICD.IDFR_CHV_ADD_CTFR
                         ( CD_ADD_CTFR
                         , CD_NR_SRE_CTFD
                         , CD_MTV_RVGC )
                    VALUES
                         ( :KLCR-CD-ADD-CTFR
                         , :KLCR-CD-NR-SRE-CTFD
                         , :KLCR-CD-MTV-RVGC )
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                        ADD +1 TO S7210-QT-INCL
      *            ja incluida por delta anterior sobre a mesma base:
      *            so acompanha o motivo (suspensao que vira revogacao)
                   WHEN -803
                        PERFORM 311000-ATUALIZA-MOTIVO
                   WHEN OTHER
                        MOVE +8 TO GDA-CD-RTN
                        GO TO 999000-ERRO-SQL
               END-EVALUATE
               GO TO 310099-SAI
           END-IF.
      *
           IF  S7210-ACAO-EXCL (NDX)
               EXEC SQL
                    DELETE FROM DB2ICD.IDFR_CHV_ADD_CTFR R
                          WHERE  R.CD_ADD_CTFR    = :KLCR-CD-ADD-CTFR
                            AND  R.CD_NR_SRE_CTFD = :KLCR-CD-NR-SRE-CTFD
                            AND  NOT EXISTS
                                 ( SELECT  1
                                     FROM  DB2ICD.CTFD_DGTL C
                                    WHERE  C.CD_ADD_CTFR
                                         = R.CD_ADD_CTFR
                                      AND  C.CD_NR_SRE_CTFD
                                         = R.CD_NR_SRE_CTFD
                                      AND  C.CD_NTZ_TITR_CTFD = 'AC' )
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                        ADD +1 TO S7210-QT-EXCL
                   WHEN +100
                        CONTINUE
                   WHEN OTHER
                        MOVE +8 TO GDA-CD-RTN
                        GO TO 999000-ERRO-SQL
               END-EVALUATE
           END-IF.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       311000-ATUALIZA-MOTIVO         SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                UPDATE  DB2ICD.IDFR_CHV_ADD_CTFR
                   SET  CD_MTV_RVGC    = :KLCR-CD-MTV-RVGC
                 WHERE  CD_ADD_CTFR    = :KLCR-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KLCR-CD-NR-SRE-CTFD
                   AND  CD_MTV_RVGC   <> :KLCR-CD-MTV-RVGC
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
       311099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-REGISTRA-LOG-DLTA       SECTION.
      *--------------------------------------*
      *
           MOVE S7210-QT-INCL              TO EDT-QT-INCL.
           MOVE S7210-QT-EXCL              TO EDT-QT-EXCL.
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'LCR-DLTA'                 TO S9100-CD-ABEND.
           MOVE KLCR-CD-ADD-CTFR           TO S9100-CD-RTN-AUX.
           MOVE KLCR-CD-URL-LS-CNCD        TO S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'LCR DELTA ' KLCR-NR-LS-CNCD (1:20)
                  ' BASE ' KLCR-NR-LS-CNCD-BASE (1:20)
                  ' INCL ' EDT-QT-INCL
                  ' EXCL ' EDT-QT-EXCL
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       330000-REGISTRA-LOG-EXCD       SECTION.
      *--------------------------------------*
      *
           MOVE S7210-QT-ENTD              TO EDT-QT-ENTD.
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'LCR-DLTA'                 TO S9100-CD-ABEND.
           MOVE KLCR-CD-ADD-CTFR           TO S9100-CD-RTN-AUX.
           MOVE KLCR-CD-URL-LS-CNCD        TO S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'LCR DELTA ' KLCR-NR-LS-CNCD (1:20)
                  ' COM ' EDT-QT-ENTD
                  ' ENTRADAS - ACIMA DA CAPACIDADE, DOWNLOAD COMPLETO'
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       330099-SAI.
           EXIT.
      *
      *--------------------------------------*
       999000-ERROS                   SECTION.
      *--------------------------------------*
      *
       999000-ERRO-001.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-001 - COMMAREA VAZIA'.
           MOVE +0001 TO S9100-CD-OCR S9100-CD-RTN.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-002.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-002 - VERSAO INVALIDA'.
           MOVE +0002 TO S9100-CD-OCR S9100-CD-RTN.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-003.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-003 - DADOS OBRIGAT.'.
           MOVE +0003 TO S9100-CD-OCR S9100-CD-RTN.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-SQL.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-SQL               '.
           MOVE +0008 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'LCR-SQL ' TO S9100-CD-ABEND.
           MOVE SQLCODE    TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999999-RETORNO.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
           MOVE GDA-CD-RTN TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           MOVE GDA-LKS-ENTD TO LKS-BOOK-ENTD.
           MOVE KRTN-CD-RTN OF GDA-LKS-ENTD TO RETURN-CODE.
           GOBACK.
      *
      *----------------------------------------------------------------*
      *       F I M   D O   P R O G R A M A   I C D S 7 2 1 0          *
      *----------------------------------------------------------------*
