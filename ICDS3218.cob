      *          ICDS3218 - COBOL II / CICS / SQL - ON LINE            *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - Registro de uso da funcao: toda
      *                              execucao autorizada grava no log
      *                              (ICDS9100) a ocorrencia 'USO-FUC'
      *                              com a funcao CNSL, fonte da
      *                              ultima utilizacao na campanha de
      *                              recertificacao de acessos
      *                              (ICDS3227).
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado da revogacao
      *                              (CRLReason - RFC 5280) gravado no
      *                              historico: o book ICDK3218
      *                              devolve codigo e nome do motivo
      *                              da alteracao vigente
      *                              (S3218-SAID-CD-MTV-ANT /
      *                              -NM-MTV-ANT) e da posterior
      *                              (S3218-SAID-CD-MTV-PST /
      *                              -NM-MTV-PST).
      * VRS001 03.09.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.HST_CTFD_DGTL - SELECT
      *    DB2ICD.MTV_RVGC_CTFD - SELECT (nome do motivo)
      *----------------------------------------------------------------*
      *
      *--------------------*
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3218'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  CTE-CD-FUC-ICD                  PIC  X(004) VALUE 'CNSL'.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  KHST-CD-RSP-ALT-TAB             PIC  X(008).
       01  KHST-NM-PGM-RSP-EST             PIC  X(008).
       01  KHST-TS-EXPC-CTFD-DGTL          PIC  X(026).
       01  KHST-CD-MTV-RVGC                PIC S9(004) COMP.
       01  KHST-NM-MTV-RVGC                PIC  X(020).
      *
       EXEC SQL
            INCLUDE SQLCA
           SET  CD-RTN-FIM-NML TO TRUE.
      *
           PERFORM 200000-CONSULTA-RETROATIVA.
      *
           PERFORM 820000-REGISTRA-LOG-USO.
      *
           MOVE GDA-CD-RTN    TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           MOVE GDA-LKS-ENTD  TO LKS-BOOK-ENTD.
                     ,  CD_RSP_ALT_TAB
                     ,  NM_PGM_RSP_EST
                     ,  CHAR(TS_EXPC_CTFD_DGTL)
                     ,  H.CD_MTV_RVGC
                     ,  COALESCE(M.NM_MTV_RVGC, ' ')
                  INTO  :KHST-CD-EST-CTFD-DGTL
                     ,  :KHST-TS-ALT-TAB
                     ,  :KHST-CD-ALT-TAB
                     ,  :KHST-CD-RSP-ALT-TAB
                     ,  :KHST-NM-PGM-RSP-EST
                     ,  :KHST-TS-EXPC-CTFD-DGTL
                     ,  :KHST-CD-MTV-RVGC
                     ,  :KHST-NM-MTV-RVGC
                  FROM  DB2ICD.HST_CTFD_DGTL H
                  LEFT  OUTER JOIN DB2ICD.MTV_RVGC_CTFD M
                    ON  M.CD_MTV_RVGC  = H.CD_MTV_RVGC
                 WHERE  CD_ADD_CTFR    = :KHST-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KHST-CD-NR-SRE-CTFD
                   AND  TS_ALT_TAB    <= :KHST-TS-REF
                                         TO S3218-SAID-CD-USU-ALT-ANT
                    MOVE KHST-NM-PGM-RSP-EST
                                         TO S3218-SAID-NM-PGM-ALT-ANT
                    MOVE KHST-CD-MTV-RVGC
                                         TO S3218-SAID-CD-MTV-ANT
                    MOVE KHST-NM-MTV-RVGC
                                         TO S3218-SAID-NM-MTV-ANT
                    IF  KHST-CD-EST-CTFD-DGTL    EQUAL 'A'
                    AND KHST-TS-EXPC-CTFD-DGTL NOT GREATER KHST-TS-REF
                        MOVE 'E' TO S3218-SAID-CD-EST-REF
                     ,  CD_ALT_TAB
                     ,  CD_RSP_ALT_TAB
                     ,  NM_PGM_RSP_EST
                     ,  H.CD_MTV_RVGC
                     ,  COALESCE(M.NM_MTV_RVGC, ' ')
                  INTO  :KHST-CD-EST-CTFD-DGTL
                     ,  :KHST-TS-ALT-TAB
                     ,  :KHST-CD-ALT-TAB
                     ,  :KHST-CD-RSP-ALT-TAB
                     ,  :KHST-NM-PGM-RSP-EST
                     ,  :KHST-CD-MTV-RVGC
                     ,  :KHST-NM-MTV-RVGC
                  FROM  DB2ICD.HST_CTFD_DGTL H
                  LEFT  OUTER JOIN DB2ICD.MTV_RVGC_CTFD M
                    ON  M.CD_MTV_RVGC  = H.CD_MTV_RVGC
                 WHERE  CD_ADD_CTFR    = :KHST-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KHST-CD-NR-SRE-CTFD
                   AND  TS_ALT_TAB     > :KHST-TS-REF
                                         TO S3218-SAID-CD-USU-ALT-PST
                    MOVE KHST-NM-PGM-RSP-EST
                                         TO S3218-SAID-NM-PGM-ALT-PST
                    MOVE KHST-CD-MTV-RVGC
                                         TO S3218-SAID-CD-MTV-PST
                    MOVE KHST-NM-MTV-RVGC
                                         TO S3218-SAID-NM-MTV-PST
      *
      *        Nenhuma alteracao posterior - situacao segue vigente
               WHEN +100
       810299-SAI.
           EXIT.
      *
      *--------------------------------------*
       820000-REGISTRA-LOG-USO        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 820000-REGISTRA-LOG-USO       '.
      *
      *----------------------------------------------------------------*
      *    Uso efetivo da funcao do perfil: o texto comeca sempre por
      *    'FUNCAO ffff', chave da ultima utilizacao lida pela
      *    recertificacao de acessos (ICDS3227).
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'USO-FUC '                 TO S9100-CD-ABEND.
           MOVE ZEROS                      TO S9100-CD-RTN-AUX
                                              S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'FUNCAO ' CTE-CD-FUC-ICD
                  ' - CONSULTA RETROATIVA - EMISSOR '
                  S3218-CD-ADD-CTFR
                  ' - SERIE ' S3218-NR-SRE-CTFD
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       820099-SAI.
           EXIT.
      *
      *--------------------------------------*
       906000-EXECUTA-SBCALLER        SECTION.
      *--------------------------------------*
