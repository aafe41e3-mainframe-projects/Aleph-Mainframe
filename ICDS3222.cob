      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3222.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3222 - COBOL II / CICS / SQL - ON LINE            *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS002 15.10.2026 EQUIPE ICD - Registro de uso da funcao: toda
      *                              execucao autorizada grava no log
      *                              (ICDS9100) a ocorrencia 'USO-FUC'
      *                              com a funcao CNSL, fonte da
      *                              ultima utilizacao na campanha de
      *                              recertificacao de acessos
      *                              (ICDS3227).
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Conferencia retroativa de assinatura digital ("a assinatura
      *  era boa quando foi feita?"): dado o certificado do
      *  signatario (emissor + numero de serie, ou o proprio texto do
      *  certificado), o timestamp da assinatura, o hash do documento
      *  e o valor da assinatura, devolve um unico veredito com a
      *  evidencia que o sustenta:
      *    (1) situacao do certificado no momento da assinatura,
      *        reconstituida em DB2ICD.HST_CTFD_DGTL (mesma regra da
      *        consulta retroativa ICDS3218, inclusive a expiracao
      *        natural respondida como [E]);
      *    (2) a cadeia de certificacao como estava naquele momento:
      *        cada AC acima do certificado, via
      *        DB2ICD.IDFR_CHV_ADD_CTFR, tinha de estar [A]tiva na
      *        data da assinatura, ate a AC raiz (auto-assinada);
      *    (3) conferencia criptografica da assinatura do documento
      *        pela ICDS0100 com a chave publica do certificado.
      *  Cada resposta eh gravada em DB2ICD.EVD_VLD_ASS_DGTL com
      *  todos os dados de entrada, o veredito, a cadeia e a versao
      *  da regra (CTE-VERS); o timestamp da evidencia volta ao
      *  chamador.  Informado S3222-TS-EVD na entrada, a rotina nao
      *  recalcula nada - devolve a evidencia gravada, para que a
      *  mesma resposta possa ser reproduzida em juizo meses depois,
      *  mesmo que o historico ja tenha ido para o arquivo (ICDS3206).
      *  O modo em lote para listas eh o ICDS3223.
      *----------------------------------------------------------------*
      *  Book ICDK3222 (LKS-BOOK-3222):
      *    Entrada
      *      S3222-IDFR-VRS-PRM         - versao do book
      *      S3222-TS-EVD               - evidencia a reproduzir
      *                                   (brancos = nova conferencia)
      *      S3222-CD-ADD-CTFR          - emissor do certificado  ou
      *      S3222-NR-SRE-CTFD          - serie   do certificado  ou
      *      S3222-TX-CTFD-DGTL         - texto   do certificado (PEM)
      *      S3222-TS-ASS               - timestamp da assinatura
      *      S3222-HASH-DCTO            - hash do documento
      *      S3222-ASS-DCTO             - valor da assinatura
      *      S3222-ALG-ASS              - algoritmo da assinatura
      *    Saida (S3222-SAID)
      *      S3222-SAID-CD-VRDT         - veredito:
      *                                   'V' assinatura valida
      *                                   'I' assinatura nao confere
      *                                   'R' certificado nao estava
      *                                       valido na data
      *                                   'C' cadeia nao estava
      *                                       valida na data
      *                                   'N' certificado sem
      *                                       historia na data
      *      S3222-SAID-TS-EVD          - timestamp da evidencia
      *      S3222-SAID-CND-VLD-ASS     - retorno da ICDS0100
      *      S3222-SAID-CD-EST-REF      - situacao na data
      *      S3222-SAID-TS-ALT-ANT      - desde quando
      *      S3222-SAID-NM-PGM-ALT-ANT  - por qual programa
      *      S3222-SAID-NV-CADEIA       - niveis de AC conferidos
      *      S3222-SAID-TX-CADEIA       - serie/situacao de cada AC
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS008C - Interface Tabela DB2ICD.PRFL_AUT_ICD      - SELECT
      *    ICDS0100 - Conferencia de assinatura (criptograma)
      *    ICDS2100 - Parsing de Certificados X.509
      *    ICDSUTC0 - Timestamp UTC (Universal Time, Coordinated)
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.HST_CTFD_DGTL     - SELECT
      *    DB2ICD.IDFR_CHV_ADD_CTFR - SELECT
      *    DB2ICD.EVD_VLD_ASS_DGTL  - INSERT / SELECT
      *    --------
      *    SBCALLER - Identifica programa chamador (ou cadeia de progs.)
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
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3222'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  CTE-CD-FUC-ICD                  PIC  X(004) VALUE 'CNSL'.
      *----------------------------------------------------------------*
      *    Guarda contra ligacao circular em IDFR_CHV_ADD_CTFR: a
      *    hierarquia da ICP-Brasil nao passa de quatro niveis.
      *----------------------------------------------------------------*
       01  CTE-NV-MAX-CADEIA               PIC S9(004) COMP VALUE +10.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE SPACES.
       01  GDA-SW-TPO-PSQ                  PIC  X(001) VALUE SPACES.
           88  GDA-PSQ-POR-PAR                         VALUE 'P'.
           88  GDA-PSQ-POR-CTFD                        VALUE 'C'.
           88  GDA-PSQ-POR-EVD                         VALUE 'E'.
       01  GDA-SW-HST-LCZD                 PIC  X(001) VALUE 'N'.
           88  GDA-HST-LCZD                            VALUE 'S'.
       01  GDA-SW-FIM-CADEIA               PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CADEIA                          VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-AC-VALIDA                PIC  X(001) VALUE 'N'.
           88  GDA-AC-VALIDA                           VALUE 'S'.
       01  GDA-SW-CADEIA-VALIDA            PIC  X(001) VALUE 'N'.
           88  GDA-CADEIA-VALIDA                       VALUE 'S'.
       01  GDA-NV-CADEIA                   PIC S9(004) COMP VALUE ZERO.
       01  GDA-PTR-CADEIA                  PIC S9(004) COMP VALUE +1.
       01  GDA-TX-CADEIA                   PIC  X(200) VALUE SPACES.
       01  GDA-CD-VRDT                     PIC  X(001) VALUE SPACES.
       01  GDA-CD-EST-CTFD-ASS             PIC  X(001) VALUE SPACES.
       01  GDA-TS-ALT-ANT-ASS              PIC  X(026) VALUE SPACES.
       01  GDA-NM-PGM-ALT-ANT-ASS          PIC  X(008) VALUE SPACES.
       01  EDT-NV-CADEIA                   PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    Host variables da consulta retroativa - mesmo tratamento
      *    da ICDS3218 para o emissor alfanumerico do book.
      *----------------------------------------------------------------*
       01  GDA-CD-ADD-CTFR-ZND             PIC  9(009) VALUE ZEROS.
       01  KHST-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KHST-CD-NR-SRE-CTFD             PIC  X(016).
       01  KHST-TS-REF                     PIC  X(026).
       01  KHST-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KHST-TS-ALT-TAB                 PIC  X(026).
       01  KHST-NM-PGM-RSP-EST             PIC  X(008).
       01  KHST-TS-EXPC-CTFD-DGTL          PIC  X(026).
      *
       01  KCAD-CD-ADD-CTFR-DTTR           PIC S9(009) COMP.
       01  KCAD-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KCAD-CD-NR-SRE-CTFD             PIC  X(016).
      *
       01  KSIG-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KSIG-CD-NR-SRE-CTFD             PIC  X(016).
      *
       01  KEVD-TS-EVD                     PIC  X(026).
       01  KEVD-TS-ASS                     PIC  X(026).
       01  KEVD-CD-VRDT                    PIC  X(001).
       01  KEVD-CD-CND-VLD-ASS             PIC  X(003).
       01  KEVD-CD-EST-REF                 PIC  X(001).
       01  KEVD-TS-ALT-ANT                 PIC  X(026).
       01  KEVD-NM-PGM-ALT-ANT             PIC  X(008).
       01  KEVD-NV-CADEIA                  PIC S9(004) COMP.
       01  KEVD-TX-CADEIA                  PIC  X(200).
       01  KEVD-CD-VRS-PGM                 PIC  X(006).
       01  KEVD-HASH-DCTO.
           49  KEVD-HASH-DCTO-SIZE         PIC S9(004) COMP.
           49  KEVD-HASH-DCTO-TEXT         PIC  X(128).
       01  KEVD-ASS-DCTO.
           49  KEVD-ASS-DCTO-SIZE          PIC S9(004) COMP.
           49  KEVD-ASS-DCTO-TEXT          PIC  X(1024).
       01  KEVD-ALG-ASS.
           49  KEVD-ALG-ASS-SIZE           PIC S9(004) COMP.
           49  KEVD-ALG-ASS-TEXT           PIC  X(064).
      *
      *----------------------------------------------------------------*
      *    ACs candidatas a emissora de um nivel da cadeia: todo
      *    certificado de AC cuja chave responde pelo codigo de
      *    emissor (reemissoes da mesma chave inclusive).
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  CADEIA-AC CURSOR FOR
             SELECT  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
               FROM  DB2ICD.CTFD_DGTL C
              INNER  JOIN DB2ICD.IDFR_CHV_ADD_CTFR I
                 ON  I.CD_ADD_CTFR    = C.CD_ADD_CTFR
                AND  I.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD
              WHERE  I.CD_ADD_CTFR_DTTR = :KCAD-CD-ADD-CTFR-DTTR
                AND  C.CD_NTZ_TITR_CTFD = 'AC'
           ORDER BY  C.TS_EMS_CTFD_DGTL DESC
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS008C - Consulta o perfil do usuario
      *    na tabela DB2ICD.PRFL_AUT_ICD (autorizacao por funcao ICD)
      *----------------------------------------------------------------*
       01  ICDS008C                        PIC  X(008) VALUE 'ICDS008C'.
      *
       01  ICDS008W-DADOS.
-INC   ICDKRTNW
-INC   ICDK008W
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS0100 - Confere assinatura(criptograma)
      *----------------------------------------------------------------*
       01  ICDS0100                        PIC  X(008) VALUE 'ICDS0100'.
      *
       01  S0100-CND-VLD-ASS-DGTL          PIC  X(003).
           88  S0100-ASS-VLDO                          VALUE      '000'
                                                                  '001'
                                                                  '002'.
           88  S0100-ASS-INVD                          VALUE      '015'.
      *
       01  ICDS0100-DADOS.
-INC   ICDKRTNW
-INC   ICDK0100
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS2100 - Parsing de Certificados X.509
      *----------------------------------------------------------------*
       01  ICDS2100                        PIC  X(008) VALUE 'ICDS2100'.
      *
       01  ICDS2100-DADOS.
-INC   ICDKRTNW
-INC   ICDK2100
           03  S2100-SAID-FNC              PIC X(5201).
           03  S2100-SAID-FNC-TAB          PIC X(5201)
                                           OCCURS 6 TIMES.
      *
       01  S2100-SAID-F01.
-INC   ICDK2101
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
      *    Area da sub-rotina SBCALLER - Cadeia de ativacao do programa
      *----------------------------------------------------------------*
-INC   ICDKPGMW
      *
      *----------------------------------------------------------------*
      *    Variaveis da linkage
      *----------------------------------------------------------------*
      *
       01  GDA-LKS-ENTD.
-INC   ICDKRTNW
-INC   ICDK3222
      *
      *--------------------------------------*
       LINKAGE                        SECTION.
      *--------------------------------------*
      *
       01  DFHCOMMAREA.
           03  LKS-BOOK-ENTD.
               05  LKS-BOOK-RTNW      PIC X(0110).
               05  LKS-BOOK-3222      PIC X(4000).
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
           PERFORM 906000-EXECUTA-SBCALLER.
      *
           IF  CALLER-AMB-CICS
               EXEC CICS
                    ASSIGN USERID (GDA-CD-USU)
               END-EXEC
           ELSE
               MOVE 'ctm-user'  TO GDA-CD-USU
           END-IF.
      *
           PERFORM 100000-VALIDAR-LINKAGE.
      *
           SET  CD-RTN-FIM-NML TO TRUE.
           MOVE SPACES   TO S3222-SAID.
      *
           IF  GDA-PSQ-POR-EVD
               PERFORM 600000-REPRODUZ-EVIDENCIA
           ELSE
               PERFORM 200000-SITUACAO-CTFD-ASS
               PERFORM 300000-VERIFICA-CADEIA
               PERFORM 400000-CONFERE-ASSINATURA
               PERFORM 450000-DEFINE-VEREDITO
               PERFORM 500000-GRAVA-EVIDENCIA
           END-IF.
      *
           PERFORM 820000-REGISTRA-LOG-USO.
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
      *----------------------------------------------------------------*
      *    EIBCALEN so tem significado sob CICS: no batch (ICDS3223
      *    chama esta rotina por CALL) a area de EIB eh residual -
      *    mesmo desvio do guarda da ICDS3218.
      *----------------------------------------------------------------*
           IF  DFHEIBLK NOT EQUAL SPACES
           AND EIBCALEN EQUAL ZERO
               MOVE +1 TO GDA-CD-RTN
               GO TO 999000-ERRO-001
           END-IF.
      *
           IF  NOT S3222-IDFR-VRS-PRM-ATU-OK
               MOVE +2 TO GDA-CD-RTN
               GO TO 999000-ERRO-002
           END-IF.
      *
           PERFORM 100100-VERIFICA-AUTORIZACAO.
      *
           IF  S3222-TS-EVD NOT EQUAL SPACES
               SET  GDA-PSQ-POR-EVD  TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           IF  S3222-TS-ASS          EQUAL SPACES
           OR  S3222-HASH-DCTO-SIZE  NOT GREATER ZERO
           OR  S3222-ASS-DCTO-SIZE   NOT GREATER ZERO
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  S3222-CD-ADD-CTFR  NOT EQUAL SPACES
           AND S3222-NR-SRE-CTFD  NOT EQUAL SPACES
               SET  GDA-PSQ-POR-PAR  TO TRUE
           ELSE
               IF  S3222-TX-CTFD-DGTL-SIZE  GREATER ZERO
                   SET  GDA-PSQ-POR-CTFD  TO TRUE
               ELSE
                   MOVE +3 TO GDA-CD-RTN
                   GO TO 999000-ERRO-003
               END-IF
           END-IF.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       100100-VERIFICA-AUTORIZACAO    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 100100-VERIFICA-AUTORIZACAO   '.
      *
      *----------------------------------------------------------------*
      *    Mesma habilitacao da consulta retroativa (ICDS3218): funcao
      *    CNSL do perfil DB2ICD.PRFL_AUT_ICD (suporte/help desk).
      *----------------------------------------------------------------*
      *
           INITIALIZE     ICDS008W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE GDA-CD-USU     TO K008-CD-USU.
           MOVE CTE-CD-FUC-ICD TO K008-CD-FUC-ICD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS008C USING GDA-DFHEIBLK
                               ICDS008W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS008W-DADOS NOT EQUAL ZEROS
               MOVE +9 TO GDA-CD-RTN
               GO TO 999000-ERRO-009
           END-IF.
      *
       100199-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-SITUACAO-CTFD-ASS       SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-SITUACAO-CTFD-ASS      '.
      *
      *----------------------------------------------------------------*
      *    (0) Certificado informado pelo texto: o par emissor/serie
      *        sai do parsing da ICDS2100 (dados basicos - F01).
      *    (1) Situacao do certificado do signatario no momento da
      *        assinatura (810000).
      *----------------------------------------------------------------*
      *
           IF  GDA-PSQ-POR-CTFD
               PERFORM 210000-EXECUTA-ICDS2100
               MOVE S2100-CD-IDFR-EMT-CTFD TO KSIG-CD-ADD-CTFR
               MOVE S2100-NR-SRE-BIN       TO KSIG-CD-NR-SRE-CTFD
           ELSE
               IF  S3222-CD-ADD-CTFR NOT NUMERIC
                   MOVE +3 TO GDA-CD-RTN
                   GO TO 999000-ERRO-003
               END-IF
               MOVE S3222-CD-ADD-CTFR   TO GDA-CD-ADD-CTFR-ZND
               MOVE GDA-CD-ADD-CTFR-ZND TO KSIG-CD-ADD-CTFR
               MOVE S3222-NR-SRE-CTFD   TO KSIG-CD-NR-SRE-CTFD
           END-IF.
      *
           MOVE KSIG-CD-ADD-CTFR    TO KHST-CD-ADD-CTFR.
           MOVE KSIG-CD-NR-SRE-CTFD TO KHST-CD-NR-SRE-CTFD.
           MOVE S3222-TS-ASS        TO KHST-TS-REF.
      *
           PERFORM 810000-SITUACAO-RETROATIVA.
      *
           IF  GDA-HST-LCZD
               MOVE KHST-CD-EST-CTFD-DGTL TO GDA-CD-EST-CTFD-ASS
               MOVE KHST-TS-ALT-TAB       TO GDA-TS-ALT-ANT-ASS
               MOVE KHST-NM-PGM-RSP-EST   TO GDA-NM-PGM-ALT-ANT-ASS
           END-IF.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-EXECUTA-ICDS2100        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 210000-EXECUTA-ICDS2100       '.
      *
           INITIALIZE     ICDS2100-DADOS
                          S2100-SAID-F01
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S2100-IDFR-VRS-PRM-ATU-OK    TO TRUE.
           SET  S2100-FUC-CTNR-TODAS         TO TRUE.
           SET  S2100-FMT-PEM                TO TRUE.
           MOVE S3222-TX-CTFD-DGTL-SIZE
                TO S2100-ENTD-TX-CTFD-DGTL-SIZE.
           MOVE S3222-TX-CTFD-DGTL-TEXT
                TO S2100-ENTD-TX-CTFD-DGTL-TEXT.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS2100 USING GDA-DFHEIBLK
                               ICDS2100-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS2100-DADOS NOT EQUAL ZEROS
               MOVE +10 TO GDA-CD-RTN
               GO TO 999000-ERRO-010
           END-IF.
      *
           MOVE S2100-SAID-FNC-TAB (1)  TO S2100-SAID-F01.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-VERIFICA-CADEIA         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-VERIFICA-CADEIA        '.
      *
      *----------------------------------------------------------------*
      *    Sobe a cadeia a partir do emissor do signatario.  Em cada
      *    nivel basta uma AC candidata [A]tiva (e nao expirada) na
      *    data da assinatura; a AC raiz eh a que se auto-emite
      *    (CD_ADD_CTFR = o proprio codigo de emissora).  Cada nivel
      *    conferido vai para o texto da cadeia da evidencia.
      *----------------------------------------------------------------*
      *
           MOVE ZERO               TO GDA-NV-CADEIA.
           MOVE +1                 TO GDA-PTR-CADEIA.
           MOVE SPACES             TO GDA-TX-CADEIA.
           MOVE 'N'                TO GDA-SW-FIM-CADEIA.
           SET  GDA-CADEIA-VALIDA  TO TRUE.
           MOVE KSIG-CD-ADD-CTFR   TO KCAD-CD-ADD-CTFR-DTTR.
      *
           PERFORM 310000-VERIFICA-NIVEL-CADEIA
               UNTIL GDA-FIM-CADEIA.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-VERIFICA-NIVEL-CADEIA   SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 310000-VERIFICA-NIVEL-CADEIA  '.
      *
           ADD +1 TO GDA-NV-CADEIA.
      *
           IF  GDA-NV-CADEIA GREATER CTE-NV-MAX-CADEIA
               MOVE 'N'    TO GDA-SW-CADEIA-VALIDA
               SET  GDA-FIM-CADEIA TO TRUE
               GO TO 310099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-AC-VALIDA.
           MOVE 'N' TO GDA-SW-FIM-CRSR.
      *
           EXEC SQL
                OPEN CADEIA-AC
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           PERFORM 311000-VERIFICA-AC-CANDIDATA
               UNTIL GDA-FIM-CRSR
                  OR GDA-AC-VALIDA.
      *
           EXEC SQL
                CLOSE CADEIA-AC
           END-EXEC.
      *
           MOVE GDA-NV-CADEIA TO EDT-NV-CADEIA.
      *
           IF  NOT GDA-AC-VALIDA
               STRING EDT-NV-CADEIA ':' 'SEM AC VALIDA; '
                           DELIMITED BY SIZE INTO GDA-TX-CADEIA
                      WITH POINTER GDA-PTR-CADEIA
               END-STRING
               MOVE 'N'    TO GDA-SW-CADEIA-VALIDA
               SET  GDA-FIM-CADEIA TO TRUE
               GO TO 310099-SAI
           END-IF.
      *
           STRING EDT-NV-CADEIA ':' KCAD-CD-NR-SRE-CTFD
                  '/' KHST-CD-EST-CTFD-DGTL '; '
                       DELIMITED BY SIZE INTO GDA-TX-CADEIA
                  WITH POINTER GDA-PTR-CADEIA
           END-STRING.
      *
           IF  KCAD-CD-ADD-CTFR EQUAL KCAD-CD-ADD-CTFR-DTTR
               SET  GDA-FIM-CADEIA TO TRUE
           ELSE
               MOVE KCAD-CD-ADD-CTFR TO KCAD-CD-ADD-CTFR-DTTR
           END-IF.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       311000-VERIFICA-AC-CANDIDATA   SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  CADEIA-AC
                 INTO  :KCAD-CD-ADD-CTFR
                    ,  :KCAD-CD-NR-SRE-CTFD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE KCAD-CD-ADD-CTFR    TO KHST-CD-ADD-CTFR
                    MOVE KCAD-CD-NR-SRE-CTFD TO KHST-CD-NR-SRE-CTFD
                    MOVE S3222-TS-ASS        TO KHST-TS-REF
                    PERFORM 810000-SITUACAO-RETROATIVA
                    IF  GDA-HST-LCZD
                    AND KHST-CD-EST-CTFD-DGTL EQUAL 'A'
                        SET  GDA-AC-VALIDA TO TRUE
                    END-IF
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    MOVE +8 TO GDA-CD-RTN
                    GO TO 999000-ERRO-SQL
           END-EVALUATE.
      *
       311099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-CONFERE-ASSINATURA      SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 400000-CONFERE-ASSINATURA     '.
      *
      *----------------------------------------------------------------*
      *    Mesma funcao F01 com que a ICDS3200 (510000) confere a
      *    assinatura da AC: aqui o texto assinado eh o hash do
      *    documento e a chave eh a do certificado do signatario.
      *    O retorno de LCR da ICDS0100 reflete o momento atual e
      *    nao entra no veredito - a situacao na data vem do
      *    historico (200000).
      *----------------------------------------------------------------*
      *
           INITIALIZE     ICDS0100-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE 'F01'                 TO K0100-CD-FUC.
           MOVE KSIG-CD-ADD-CTFR      TO K0100-CD-ADD-CTFR.
           MOVE KSIG-CD-NR-SRE-CTFD   TO K0100-CD-NR-SRE-CTFD.
           MOVE S3222-HASH-DCTO       TO K0100-TEXTO.
           MOVE S3222-ASS-DCTO        TO K0100-ASS.
           MOVE S3222-ALG-ASS         TO K0100-ALG.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS0100 USING GDA-DFHEIBLK
                               ICDS0100-DADOS.
      *
           MOVE K0100-CND-VLD-ASS-DGTL        TO S0100-CND-VLD-ASS-DGTL.
      *
           IF  NOT S0100-ASS-VLDO
           AND NOT S0100-ASS-INVD
               MOVE +11 TO GDA-CD-RTN
               GO TO 999000-ERRO-011
           END-IF.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       450000-DEFINE-VEREDITO         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 450000-DEFINE-VEREDITO        '.
      *
      *----------------------------------------------------------------*
      *    Ordem de precedencia do veredito: sem historia na data,
      *    assinatura que nao confere, certificado fora de vigor na
      *    data ([A]tivo ou [L]CR nao atualizada sao vigentes) e
      *    cadeia quebrada na data.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN GDA-CD-EST-CTFD-ASS EQUAL SPACES
                    MOVE 'N' TO GDA-CD-VRDT
               WHEN S0100-ASS-INVD
                    MOVE 'I' TO GDA-CD-VRDT
               WHEN GDA-CD-EST-CTFD-ASS NOT EQUAL 'A'
                AND GDA-CD-EST-CTFD-ASS NOT EQUAL 'L'
                    MOVE 'R' TO GDA-CD-VRDT
               WHEN NOT GDA-CADEIA-VALIDA
                    MOVE 'C' TO GDA-CD-VRDT
               WHEN OTHER
                    MOVE 'V' TO GDA-CD-VRDT
           END-EVALUATE.
      *
           MOVE GDA-CD-VRDT              TO S3222-SAID-CD-VRDT.
           MOVE S0100-CND-VLD-ASS-DGTL   TO S3222-SAID-CND-VLD-ASS.
           MOVE GDA-CD-EST-CTFD-ASS      TO S3222-SAID-CD-EST-REF.
           MOVE GDA-TS-ALT-ANT-ASS       TO S3222-SAID-TS-ALT-ANT.
           MOVE GDA-NM-PGM-ALT-ANT-ASS   TO S3222-SAID-NM-PGM-ALT-ANT.
           MOVE GDA-NV-CADEIA            TO S3222-SAID-NV-CADEIA.
           MOVE GDA-TX-CADEIA            TO S3222-SAID-TX-CADEIA.
      *
       450099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-GRAVA-EVIDENCIA         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 500000-GRAVA-EVIDENCIA        '.
      *
      *----------------------------------------------------------------*
      *    A evidencia guarda a entrada completa e a resposta, com a
      *    versao do programa que a produziu.  Sem a gravacao o
      *    veredito nao eh devolvido: a resposta so vale se puder
      *    ser reproduzida.
      *----------------------------------------------------------------*
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDSUTC0 USING GDA-DFHEIBLK
                               ICDSUTCW-DADOS.
      *
           MOVE UTCW-DB2-TIME            TO KEVD-TS-EVD.
           MOVE S3222-TS-ASS             TO KEVD-TS-ASS.
           MOVE GDA-CD-VRDT              TO KEVD-CD-VRDT.
           MOVE S0100-CND-VLD-ASS-DGTL   TO KEVD-CD-CND-VLD-ASS.
           MOVE GDA-CD-EST-CTFD-ASS      TO KEVD-CD-EST-REF.
           MOVE GDA-TS-ALT-ANT-ASS       TO KEVD-TS-ALT-ANT.
           MOVE GDA-NM-PGM-ALT-ANT-ASS   TO KEVD-NM-PGM-ALT-ANT.
           MOVE GDA-NV-CADEIA            TO KEVD-NV-CADEIA.
           MOVE GDA-TX-CADEIA            TO KEVD-TX-CADEIA.
           MOVE CTE-VERS                 TO KEVD-CD-VRS-PGM.
           MOVE S3222-HASH-DCTO          TO KEVD-HASH-DCTO.
           MOVE S3222-ASS-DCTO           TO KEVD-ASS-DCTO.
           MOVE S3222-ALG-ASS            TO KEVD-ALG-ASS.
      *
           EXEC SQL
                INSERT INTO DB2ICD.EVD_VLD_ASS_DGTL
                     ( TS_EVD
                     , CD_USU_RSP_EVD
                     , CD_ADD_CTFR
                     , CD_NR_SRE_CTFD
                     , TS_ASS
                     , TX_HASH_DCTO
                     , TX_ASS_DCTO
                     , TX_ALG_ASS
                     , CD_VRDT
                     , CD_CND_VLD_ASS
                     , CD_EST_REF
                     , TS_ALT_ANT
                     , NM_PGM_ALT_ANT
                     , NV_CADEIA
                     , TX_CADEIA
                     , CD_VRS_PGM )
              VALUES ( :KEVD-TS-EVD
                     , :GDA-CD-USU
                     , :KSIG-CD-ADD-CTFR
                     , :KSIG-CD-NR-SRE-CTFD
                     , :KEVD-TS-ASS
                     , :KEVD-HASH-DCTO
                     , :KEVD-ASS-DCTO
                     , :KEVD-ALG-ASS
                     , :KEVD-CD-VRDT
                     , :KEVD-CD-CND-VLD-ASS
                     , :KEVD-CD-EST-REF
                     , :KEVD-TS-ALT-ANT
                     , :KEVD-NM-PGM-ALT-ANT
                     , :KEVD-NV-CADEIA
                     , :KEVD-TX-CADEIA
                     , :KEVD-CD-VRS-PGM )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           MOVE KEVD-TS-EVD              TO S3222-SAID-TS-EVD.
      *
       500099-SAI.
           EXIT.
      *
      *--------------------------------------*
       600000-REPRODUZ-EVIDENCIA      SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 600000-REPRODUZ-EVIDENCIA     '.
      *
           MOVE S3222-TS-EVD TO KEVD-TS-EVD.
      *
           EXEC SQL
                SELECT  CD_ADD_CTFR
                     ,  CD_NR_SRE_CTFD
                     ,  CHAR(TS_ASS)
                     ,  CD_VRDT
                     ,  CD_CND_VLD_ASS
                     ,  CD_EST_REF
                     ,  CHAR(TS_ALT_ANT)
                     ,  NM_PGM_ALT_ANT
                     ,  NV_CADEIA
                     ,  TX_CADEIA
                  INTO  :KSIG-CD-ADD-CTFR
                     ,  :KSIG-CD-NR-SRE-CTFD
                     ,  :KEVD-TS-ASS
                     ,  :KEVD-CD-VRDT
                     ,  :KEVD-CD-CND-VLD-ASS
                     ,  :KEVD-CD-EST-REF
                     ,  :KEVD-TS-ALT-ANT
                     ,  :KEVD-NM-PGM-ALT-ANT
                     ,  :KEVD-NV-CADEIA
                     ,  :KEVD-TX-CADEIA
                  FROM  DB2ICD.EVD_VLD_ASS_DGTL
                 WHERE  TS_EVD = :KEVD-TS-EVD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE KSIG-CD-ADD-CTFR     TO GDA-CD-ADD-CTFR-ZND
                    MOVE GDA-CD-ADD-CTFR-ZND  TO S3222-CD-ADD-CTFR
                    MOVE KSIG-CD-NR-SRE-CTFD  TO S3222-NR-SRE-CTFD
                    MOVE KEVD-TS-ASS          TO S3222-TS-ASS
                    MOVE KEVD-TS-EVD          TO S3222-SAID-TS-EVD
                    MOVE KEVD-CD-VRDT         TO S3222-SAID-CD-VRDT
                    MOVE KEVD-CD-CND-VLD-ASS  TO S3222-SAID-CND-VLD-ASS
                    MOVE KEVD-CD-EST-REF      TO S3222-SAID-CD-EST-REF
                    MOVE KEVD-TS-ALT-ANT      TO S3222-SAID-TS-ALT-ANT
                    MOVE KEVD-NM-PGM-ALT-ANT
                                         TO S3222-SAID-NM-PGM-ALT-ANT
                    MOVE KEVD-NV-CADEIA       TO S3222-SAID-NV-CADEIA
                    MOVE KEVD-TX-CADEIA       TO S3222-SAID-TX-CADEIA
               WHEN +100
                    MOVE +12 TO GDA-CD-RTN
                    GO TO 999000-ERRO-012
               WHEN OTHER
                    MOVE +8 TO GDA-CD-RTN
                    GO TO 999000-ERRO-SQL
           END-EVALUATE.
      *
       600099-SAI.
           EXIT.
      *
      *--------------------------------------*
       810000-SITUACAO-RETROATIVA     SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 810000-SITUACAO-RETROATIVA    '.
      *
      *----------------------------------------------------------------*
      *    Ultima alteracao do historico ate KHST-TS-REF = situacao
      *    vigente naquele momento; situacao 'A' ja vencida responde
      *    como [E]xpirado (regra da ICDS3218, 200000).
      *----------------------------------------------------------------*
      *
           MOVE 'N'     TO GDA-SW-HST-LCZD.
           MOVE SPACES  TO KHST-CD-EST-CTFD-DGTL.
      *
           EXEC SQL
                SELECT  CD_EST_CTFD_DGTL
                     ,  CHAR(TS_ALT_TAB)
                     ,  NM_PGM_RSP_EST
                     ,  CHAR(TS_EXPC_CTFD_DGTL)
                  INTO  :KHST-CD-EST-CTFD-DGTL
                     ,  :KHST-TS-ALT-TAB
                     ,  :KHST-NM-PGM-RSP-EST
                     ,  :KHST-TS-EXPC-CTFD-DGTL
                  FROM  DB2ICD.HST_CTFD_DGTL
                 WHERE  CD_ADD_CTFR    = :KHST-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KHST-CD-NR-SRE-CTFD
                   AND  TS_ALT_TAB    <= :KHST-TS-REF
                 ORDER  BY TS_ALT_TAB DESC
                 FETCH  FIRST 1 ROW ONLY
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    SET  GDA-HST-LCZD TO TRUE
                    IF  KHST-CD-EST-CTFD-DGTL    EQUAL 'A'
                    AND KHST-TS-EXPC-CTFD-DGTL NOT GREATER KHST-TS-REF
                        MOVE 'E' TO KHST-CD-EST-CTFD-DGTL
                    END-IF
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    MOVE +8 TO GDA-CD-RTN
                    GO TO 999000-ERRO-SQL
           END-EVALUATE.
      *
       810099-SAI.
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
                  ' - CONFERENCIA DE ASSINATURA - EMISSOR '
                  S3222-CD-ADD-CTFR
                  ' - SERIE ' S3222-NR-SRE-CTFD
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
      D    DISPLAY '000 ' CTE-PRGM ' - 906000-EXECUTA-SBCALLER       '.
      *
           SET  CALLER-FUC-IDFR-PRMO-PGM-SEQ TO TRUE.
      *
           MOVE SPACES      TO CALLER-AREA.
      *
           CALL SBCALLER USING CALLER-FUC
                               CALLER-AREA.
           MOVE RETURN-CODE TO CALLER-CD-RTN.
      *
       906099-SAI.
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
           MOVE 'EVD-SQL ' TO S9100-CD-ABEND.
           MOVE SQLCODE    TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-009.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-009 - NAO AUTORIZADO'.
           MOVE +0009 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'NAO-AUTZ' TO S9100-CD-ABEND.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-010.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-010 - ERRO ICDS2100'.
           MOVE +0010 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'DET-X509' TO S9100-CD-ABEND.
           MOVE KRTN-CD-RTN OF ICDS2100-DADOS TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-011.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-011 - ERRO ICDS0100'.
           MOVE +0011 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'CONF-ASS' TO S9100-CD-ABEND.
           MOVE KRTN-CD-RTN OF ICDS0100-DADOS TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-012.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-012 - EVID. INEXIST.'.
           MOVE +0012 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'EVD-NLOC' TO S9100-CD-ABEND.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 2          *
      *----------------------------------------------------------------*
