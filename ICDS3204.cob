      *          ICDS3204 - COBOL II / CICS / SQL - ON LINE            *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS007 15.10.2026 EQUIPE ICD - COMMAREA de chamador anterior a
      *                              VRS006 (LKS-BOOK-3204 de 250
      *                              bytes): leitura e devolucao
      *                              limitadas a EIBCALEN, como na
      *                              ICDS3200 (GDA-TAM-LKS); o
      *                              chamador recebe o erro 002 de
      *                              versao sem estouro da sua area.
      * VRS006 15.10.2026 EQUIPE ICD - Pesquisa por titular: alem do
      *                              par emissor/serie e do MCI, a
      *                              consulta aceita o CPF/CNPJ ou um
      *                              prefixo do nome do titular
      *                              (S3204-IN-TIP-PSQ 'D'/'N') e
      *                              devolve lista paginada de ate 10
      *                              certificados, de qualquer estado,
      *                              inclusive os ja arquivados
      *                              (S3204-LST-IN-ARQV 'S'), lida da
      *                              referencia DB2ICD.DOC_TITR_CTFD.
      *                              LKS-BOOK-3204 passa de 250 para
      *                              2693 bytes (250 do book original
      *                              + 160 da entrada da pesquisa + 3
      *                              de QT-LST/IN-HA-MAIS + 10 itens
      *                              de 228 da lista).
      * VRS005 15.10.2026 EQUIPE ICD - Registro de uso da funcao: toda
      *                              execucao autorizada grava no log
      *                              (ICDS9100) a ocorrencia 'USO-FUC'
      *                              com a funcao CNSL, fonte da
      *                              ultima utilizacao na campanha de
      *                              recertificacao de acessos
      *                              (ICDS3227).
      * VRS004 15.10.2026 EQUIPE ICD - Motivo codificado da revogacao
      *                              (CRLReason - RFC 5280): o book
      *                              ICDK3204 devolve o codigo
      *                              (S3204-CD-MTV-RVGC, do
      *                              certificado) e o nome
      *                              (S3204-NM-MTV-RVGC, do dominio
      *                              DB2ICD.MTV_RVGC_CTFD) quando o
      *                              certificado nao esta [A]tivo.
      * VRS003 03.09.2026 EQUIPE ICD - Registro de uso: toda consulta
      *                              que localiza o certificado
      *                              carimba a data/hora e o contador
      *  digital de usuario final, para uso da area de suporte
      *  (help desk) no atendimento ao titular.  Nao grava nem altera
      *  nenhuma tabela - apenas devolve os dados ja cadastrados.
      *
      *  Pesquisa por titular (S3204-IN-TIP-PSQ):
      *    'D' - pelo CPF/CNPJ do titular (S3204-NR-DOC-TITR);
      *    'N' - pelo prefixo do nome do titular (S3204-NM-PSQ, no
      *          minimo 3 letras, normalizado como na gravacao pela
      *          ICDS010I - digitar sem acentos);
      *    branco - consulta unitaria por emissor/serie ou MCI.
      *  A pesquisa devolve ate 10 certificados por chamada, em ordem
      *  de nome, emissor e serie, com S3204-IN-HA-MAIS 'S' quando ha
      *  mais; a pagina seguinte eh pedida devolvendo em
      *  S3204-PGN-CHV-NM / -ADD-CTFR / -NR-SRE os dados do ultimo
      *  item recebido (brancos/zeros = primeira pagina).
      *----------------------------------------------------------------*
      *  Book ICDK3204 - campos da pesquisa por titular:
      *    Entrada
      *      S3204-IN-TIP-PSQ           - 'D' documento / 'N' nome
      *      S3204-NR-DOC-TITR          - CPF ou CNPJ, 9(014)
      *      S3204-NM-PSQ               - prefixo do nome, X(060)
      *      S3204-PGN-CHV-NM           - chave de continuacao, X(060)
      *      S3204-PGN-CHV-ADD-CTFR     - chave de continuacao, 9(009)
      *      S3204-PGN-CHV-NR-SRE       - chave de continuacao, X(016)
      *    Saida (grupo S3204-SAID-PSQ)
      *      S3204-QT-LST               - itens devolvidos, 9(002)
      *      S3204-IN-HA-MAIS           - 'S' ha proxima pagina
      *      S3204-LST (10)             - S3204-LST-CD-ADD-CTFR 9(009)
      *                                   S3204-LST-NR-SRE-CTFD X(016)
      *                                   S3204-LST-TX-NR-SRE   X(040)
      *                                   S3204-LST-NM-DTTR     X(060)
      *                                   S3204-LST-NM-NRMZ     X(060)
      *                                   S3204-LST-CD-TIP-PSS  X(001)
      *                                   S3204-LST-NR-DOC-TITR 9(014)
      *                                   S3204-LST-CD-EST      X(001)
      *                                   S3204-LST-TS-EXPC     X(026)
      *                                   S3204-LST-IN-ARQV     X(001)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS008C - Interface Tabela DB2ICD.PRFL_AUT_ICD      - SELECT
      *    ICDS003C - Interface Tabela DB2ICD.CTFD_DGTL         - SELECT
      *    ICDS009U - Interface Tabela DB2ICD.UTZC_CTFD_DGTL    - UPDATE
      *    ICDS010I - Normaliza o nome pesquisado (funcao 'N')
      *    ICDS2200 - Vincular certificado X codigo MCI - Usuario Final
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.MTV_RVGC_CTFD  - SELECT (nome do motivo)
      *    DB2ICD.DOC_TITR_CTFD  - CURSOR (pesquisa por titular)
      *    DB2ICD.CTFD_DGTL      - CURSOR (pesquisa por titular)
      *    DB2ICD.CTFD_DGTL_ARCV - CURSOR (pesquisa por titular)
      *    --------
      *    SBCALLER - Identifica programa chamador (ou cadeia de progs.)
      *----------------------------------------------------------------*
      *
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3204'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS007'.
       01  CTE-CD-FUC-ICD                  PIC  X(004) VALUE 'CNSL'.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE SPACES.
       01  GDA-TAM-LKS                     PIC S9(009) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS008C - Consulta o perfil do usuario
       01  GDA-SW-TPO-PSQ                  PIC  X(001) VALUE SPACES.
           88  GDA-PSQ-POR-PAR                         VALUE 'P'.
           88  GDA-PSQ-POR-MCI                         VALUE 'M'.
           88  GDA-PSQ-POR-DOC                         VALUE 'D'.
           88  GDA-PSQ-POR-NOME                        VALUE 'N'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-QT-CRTR-PSQ                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-QT-LIDO                     PIC S9(004) COMP VALUE ZERO.
       01  CTE-QT-MAX-LST                  PIC S9(004) COMP VALUE +10.
       01  CTE-QT-MIN-CRTR-PSQ             PIC S9(004) COMP VALUE +3.
       01  EDT-NR-DOC-TITR                 PIC  9(014).
      *
      *----------------------------------------------------------------*
      *    Host variables do dominio de motivos de revogacao
      *----------------------------------------------------------------*
       01  KMTV-CD-MTV-RVGC                PIC S9(004) COMP.
       01  KMTV-NM-MTV-RVGC                PIC  X(020).
      *
      *----------------------------------------------------------------*
      *    Host variables da pesquisa por titular
      *----------------------------------------------------------------*
       01  KDOC-NR-DOC-TITR                PIC S9(014) COMP-3.
       01  KDOC-NM-PSQ.
           49  KDOC-NM-PSQ-SIZE            PIC S9(004) COMP.
           49  KDOC-NM-PSQ-TEXT            PIC  X(061).
       01  KDOC-CHV-NM                     PIC  X(060).
       01  KDOC-CHV-ADD-CTFR               PIC S9(009) COMP.
       01  KDOC-CHV-NR-SRE                 PIC  X(016).
       01  KDOC-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KDOC-CD-NR-SRE-CTFD             PIC  X(016).
       01  KDOC-TX-NR-SRE-CTFD             PIC  X(040).
       01  KDOC-NM-DTTR-CTFD-DGTL          PIC  X(060).
       01  KDOC-NM-TITR-NRMZ               PIC  X(060).
       01  KDOC-CD-TIP-PSS                 PIC  X(001).
       01  KDOC-NR-DOC-LIDO                PIC S9(014) COMP-3.
       01  KDOC-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KDOC-TS-EXPC-CTFD-DGTL          PIC  X(026).
       01  KDOC-IN-ARQV                    PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    Cursores da pesquisa por titular: a referencia cruzada
      *    DB2ICD.DOC_TITR_CTFD da o certificado; estado, validade e
      *    nome vem da tabela quente ou, se ja arquivado, da de
      *    arquivo.  Paginacao por chave (nome, emissor, serie) a
      *    partir do ultimo item da pagina anterior.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  PSQ-DOC CURSOR FOR
             SELECT  X.CD_ADD_CTFR
                  ,  X.CD_NR_SRE_CTFD
                  ,  COALESCE(C.TX_NR_SRE_CTFD, A.TX_NR_SRE_CTFD, ' ')
                  ,  COALESCE(C.NM_DTTR_CTFD_DGTL,
                              A.NM_DTTR_CTFD_DGTL, ' ')
                  ,  X.NM_TITR_NRMZ
                  ,  X.CD_TIP_PSS
                  ,  X.NR_DOC_TITR
                  ,  COALESCE(C.CD_EST_CTFD_DGTL,
                              A.CD_EST_CTFD_DGTL, ' ')
                  ,  COALESCE(CHAR(C.TS_EXPC_CTFD_DGTL),
                              CHAR(A.TS_EXPC_CTFD_DGTL), ' ')
                  ,  CASE WHEN C.CD_ADD_CTFR IS NULL
                           AND A.CD_ADD_CTFR IS NOT NULL
                          THEN 'S' ELSE 'N' END
               FROM  DB2ICD.DOC_TITR_CTFD X
               LEFT  JOIN DB2ICD.CTFD_DGTL C
                 ON  C.CD_ADD_CTFR    = X.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD = X.CD_NR_SRE_CTFD
               LEFT  JOIN DB2ICD.CTFD_DGTL_ARCV A
                 ON  A.CD_ADD_CTFR    = X.CD_ADD_CTFR
                AND  A.CD_NR_SRE_CTFD = X.CD_NR_SRE_CTFD
              WHERE  X.NR_DOC_TITR    = :KDOC-NR-DOC-TITR
                AND  (     X.NM_TITR_NRMZ   > :KDOC-CHV-NM
                       OR (    X.NM_TITR_NRMZ   = :KDOC-CHV-NM
                           AND X.CD_ADD_CTFR    > :KDOC-CHV-ADD-CTFR )
                       OR (    X.NM_TITR_NRMZ   = :KDOC-CHV-NM
                           AND X.CD_ADD_CTFR    = :KDOC-CHV-ADD-CTFR
                           AND X.CD_NR_SRE_CTFD > :KDOC-CHV-NR-SRE ) )
           ORDER BY  X.NM_TITR_NRMZ
                  ,  X.CD_ADD_CTFR
                  ,  X.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
           OPTIMIZE  FOR 11 ROWS
       END-EXEC.
      *
       EXEC SQL
            DECLARE  PSQ-NOME CURSOR FOR
             SELECT  X.CD_ADD_CTFR
                  ,  X.CD_NR_SRE_CTFD
                  ,  COALESCE(C.TX_NR_SRE_CTFD, A.TX_NR_SRE_CTFD, ' ')
                  ,  COALESCE(C.NM_DTTR_CTFD_DGTL,
                              A.NM_DTTR_CTFD_DGTL, ' ')
                  ,  X.NM_TITR_NRMZ
                  ,  X.CD_TIP_PSS
                  ,  X.NR_DOC_TITR
                  ,  COALESCE(C.CD_EST_CTFD_DGTL,
                              A.CD_EST_CTFD_DGTL, ' ')
                  ,  COALESCE(CHAR(C.TS_EXPC_CTFD_DGTL),
                              CHAR(A.TS_EXPC_CTFD_DGTL), ' ')
                  ,  CASE WHEN C.CD_ADD_CTFR IS NULL
                           AND A.CD_ADD_CTFR IS NOT NULL
                          THEN 'S' ELSE 'N' END
               FROM  DB2ICD.DOC_TITR_CTFD X
               LEFT  JOIN DB2ICD.CTFD_DGTL C
                 ON  C.CD_ADD_CTFR    = X.CD_ADD_CTFR
                AND  C.CD_NR_SRE_CTFD = X.CD_NR_SRE_CTFD
               LEFT  JOIN DB2ICD.CTFD_DGTL_ARCV A
                 ON  A.CD_ADD_CTFR    = X.CD_ADD_CTFR
                AND  A.CD_NR_SRE_CTFD = X.CD_NR_SRE_CTFD
              WHERE  X.NM_TITR_NRMZ LIKE :KDOC-NM-PSQ
                AND  (     X.NM_TITR_NRMZ   > :KDOC-CHV-NM
                       OR (    X.NM_TITR_NRMZ   = :KDOC-CHV-NM
                           AND X.CD_ADD_CTFR    > :KDOC-CHV-ADD-CTFR )
                       OR (    X.NM_TITR_NRMZ   = :KDOC-CHV-NM
                           AND X.CD_ADD_CTFR    = :KDOC-CHV-ADD-CTFR
                           AND X.CD_NR_SRE_CTFD > :KDOC-CHV-NR-SRE ) )
           ORDER BY  X.NM_TITR_NRMZ
                  ,  X.CD_ADD_CTFR
                  ,  X.CD_NR_SRE_CTFD
                FOR  FETCH ONLY
           OPTIMIZE  FOR 11 ROWS
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS003C - Consulta certificado na tabela
       01  ICDS009W-DADOS.
-INC   ICDKRTNW
-INC   ICDK009W
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS010I - Normalizacao do nome pesquisado
      *----------------------------------------------------------------*
       01  ICDS010I                        PIC  X(008) VALUE 'ICDS010I'.
      *
       01  ICDS010W-DADOS.
-INC   ICDKRTNW
-INC   ICDK010W
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS2200 - Vincula certificado ao MCI
       01  DFHCOMMAREA.
           03  LKS-BOOK-ENTD.
               05  LKS-BOOK-RTNW      PIC X(0110).
               05  LKS-BOOK-3204      PIC X(2693).
      *
      *--------------------------------------*
       PROCEDURE DIVISION   USING DFHCOMMAREA.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 000000-PRINCIPAL              '.
      *
      *----------------------------------------------------------------*
      *    Chamador CICS de versao anterior passa uma COMMAREA menor
      *    que o layout atual: a leitura (aqui) e a devolucao (000000
      *    e 999999-RETORNO) ficam limitadas a EIBCALEN, senao o MOVE
      *    integral estouraria a area do chamador.  Sem COMMAREA
      *    (EIBCALEN zero) nada eh lido nem devolvido.  Fora do CICS
      *    (sem EIB real) vale o tamanho pleno do book.
      *----------------------------------------------------------------*
           INITIALIZE     GDA-LKS-ENTD
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
           IF  DFHEIBLK NOT EQUAL SPACES
           AND EIBCALEN LESS LENGTH OF DFHCOMMAREA
               MOVE EIBCALEN              TO GDA-TAM-LKS
           ELSE
               MOVE LENGTH OF DFHCOMMAREA TO GDA-TAM-LKS
           END-IF.
      *
           IF  GDA-TAM-LKS GREATER ZERO
               MOVE LKS-BOOK-ENTD (1:GDA-TAM-LKS)
                 TO GDA-LKS-ENTD  (1:GDA-TAM-LKS)
           END-IF.
      *
           PERFORM 906000-EXECUTA-SBCALLER.
      *
      *
           SET  CD-RTN-FIM-NML TO TRUE.
      *
           IF  GDA-PSQ-POR-DOC
           OR  GDA-PSQ-POR-NOME
               PERFORM 300000-PESQUISA-TITULAR
           ELSE
               PERFORM 200000-CONSULTA-CERTIFICADO
           END-IF.
      *
           PERFORM 820000-REGISTRA-LOG-USO.
      *
           MOVE GDA-CD-RTN    TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           IF  GDA-TAM-LKS GREATER ZERO
               MOVE GDA-LKS-ENTD  (1:GDA-TAM-LKS)
                 TO LKS-BOOK-ENTD (1:GDA-TAM-LKS)
           END-IF.
           MOVE KRTN-CD-RTN   OF GDA-LKS-ENTD TO RETURN-CODE.
      *
       000099-FINAL.
               MOVE +2 TO GDA-CD-RTN
               GO TO 999000-ERRO-002
           END-IF.
      *
           IF  S3204-IN-TIP-PSQ   EQUAL 'D'
               IF  S3204-NR-DOC-TITR NOT NUMERIC
               OR  S3204-NR-DOC-TITR EQUAL ZEROS
                   MOVE +3 TO GDA-CD-RTN
                   GO TO 999000-ERRO-003
               END-IF
               SET  GDA-PSQ-POR-DOC  TO TRUE
               PERFORM 100100-VERIFICA-AUTORIZACAO
               GO TO 100099-SAI
           END-IF.
      *
           IF  S3204-IN-TIP-PSQ   EQUAL 'N'
               IF  S3204-NM-PSQ   EQUAL SPACES
                   MOVE +3 TO GDA-CD-RTN
                   GO TO 999000-ERRO-003
               END-IF
               SET  GDA-PSQ-POR-NOME TO TRUE
               PERFORM 100100-VERIFICA-AUTORIZACAO
               GO TO 100099-SAI
           END-IF.
      *
           IF  S3204-CD-ADD-CTFR  NOT EQUAL SPACES
           AND S3204-NR-SRE-CTFD  NOT EQUAL SPACES
                    MOVE K003-CD-USU-RSP-EST     TO S3204-CD-USU-RSP-EST
                    MOVE K003-NM-DTTR-CTFD-DGTL  TO S3204-NM-DTTR-CTFD-DGTL
                    MOVE K003-CD-URL-LS-CNCD     TO S3204-CD-URL-LS-CNCD
                    PERFORM 810400-DESCREVE-MOTIVO
                    IF  GDA-PSQ-POR-PAR
                        PERFORM 810100-EXECUTA-ICDS2200
                    END-IF
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-PESQUISA-TITULAR        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-PESQUISA-TITULAR       '.
      *
      *----------------------------------------------------------------*
      *    (1) prefixo do nome normalizado pela ICDS010I (funcao 'N'),
      *        o mesmo tratamento dado ao nome gravado
      *    (2) chave de continuacao (brancos = primeira pagina)
      *    (3) le ate 10 itens; o 11o so indica que ha mais
      *----------------------------------------------------------------*
      *
           INITIALIZE     S3204-SAID-PSQ
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
           MOVE 'N'                       TO S3204-IN-HA-MAIS.
      *
           IF  GDA-PSQ-POR-DOC
               MOVE S3204-NR-DOC-TITR     TO KDOC-NR-DOC-TITR
           ELSE
               PERFORM 310000-NORMALIZA-PREFIXO
           END-IF.
      *
           IF  S3204-PGN-CHV-NM       EQUAL SPACES
           AND S3204-PGN-CHV-ADD-CTFR EQUAL ZEROS
           AND S3204-PGN-CHV-NR-SRE   EQUAL SPACES
               MOVE LOW-VALUES            TO KDOC-CHV-NM
                                             KDOC-CHV-NR-SRE
               MOVE -1                    TO KDOC-CHV-ADD-CTFR
           ELSE
               MOVE S3204-PGN-CHV-NM      TO KDOC-CHV-NM
               MOVE S3204-PGN-CHV-ADD-CTFR TO KDOC-CHV-ADD-CTFR
               MOVE S3204-PGN-CHV-NR-SRE  TO KDOC-CHV-NR-SRE
           END-IF.
      *
           IF  GDA-PSQ-POR-DOC
               EXEC SQL
                    OPEN PSQ-DOC
               END-EXEC
           ELSE
               EXEC SQL
                    OPEN PSQ-NOME
               END-EXEC
           END-IF.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           MOVE ZEROS                     TO GDA-QT-LIDO.
           MOVE 'N'                       TO GDA-SW-FIM-CRSR.
           PERFORM 320000-LE-ITEM-PESQUISA
               UNTIL GDA-FIM-CRSR.
      *
           IF  GDA-PSQ-POR-DOC
               EXEC SQL
                    CLOSE PSQ-DOC
               END-EXEC
           ELSE
               EXEC SQL
                    CLOSE PSQ-NOME
               END-EXEC
           END-IF.
      *
           IF  S3204-QT-LST GREATER ZEROS
               SET  S3204-CTFD-LCZD   TO TRUE
           ELSE
               SET  S3204-CTFD-N-LCZD TO TRUE
           END-IF.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-NORMALIZA-PREFIXO       SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 310000-NORMALIZA-PREFIXO      '.
      *
      *----------------------------------------------------------------*
      *    O nome normalizado nao tem brancos repetidos: o primeiro
      *    par de brancos marca o fim do prefixo, ao qual se junta o
      *    '%' do LIKE.  Prefixo curto demais varreria a tabela.
      *----------------------------------------------------------------*
      *
           INITIALIZE     ICDS010W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S010I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S010I-FUC-NRMZ            TO TRUE.
           MOVE S3204-NM-PSQ              TO K010-NM-DTTR-CTFD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS010I USING GDA-DFHEIBLK
                               ICDS010W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS010W-DADOS NOT EQUAL ZEROS
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           MOVE ZEROS                     TO GDA-QT-CRTR-PSQ.
           INSPECT K010-NM-TITR-NRMZ TALLYING GDA-QT-CRTR-PSQ
                   FOR CHARACTERS BEFORE INITIAL '  '.
      *
           IF  GDA-QT-CRTR-PSQ LESS CTE-QT-MIN-CRTR-PSQ
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           MOVE SPACES                    TO KDOC-NM-PSQ-TEXT.
           MOVE K010-NM-TITR-NRMZ (1:GDA-QT-CRTR-PSQ)
                                          TO KDOC-NM-PSQ-TEXT.
           MOVE '%'     TO KDOC-NM-PSQ-TEXT (GDA-QT-CRTR-PSQ + 1:1).
           COMPUTE KDOC-NM-PSQ-SIZE = GDA-QT-CRTR-PSQ + 1.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-LE-ITEM-PESQUISA        SECTION.
      *--------------------------------------*
      *
           IF  GDA-PSQ-POR-DOC
               EXEC SQL
                    FETCH  PSQ-DOC
                     INTO  :KDOC-CD-ADD-CTFR
                        ,  :KDOC-CD-NR-SRE-CTFD
                        ,  :KDOC-TX-NR-SRE-CTFD
                        ,  :KDOC-NM-DTTR-CTFD-DGTL
                        ,  :KDOC-NM-TITR-NRMZ
                        ,  :KDOC-CD-TIP-PSS
                        ,  :KDOC-NR-DOC-LIDO
                        ,  :KDOC-CD-EST-CTFD-DGTL
                        ,  :KDOC-TS-EXPC-CTFD-DGTL
                        ,  :KDOC-IN-ARQV
               END-EXEC
           ELSE
               EXEC SQL
                    FETCH  PSQ-NOME
                     INTO  :KDOC-CD-ADD-CTFR
                        ,  :KDOC-CD-NR-SRE-CTFD
                        ,  :KDOC-TX-NR-SRE-CTFD
                        ,  :KDOC-NM-DTTR-CTFD-DGTL
                        ,  :KDOC-NM-TITR-NRMZ
                        ,  :KDOC-CD-TIP-PSS
                        ,  :KDOC-NR-DOC-LIDO
                        ,  :KDOC-CD-EST-CTFD-DGTL
                        ,  :KDOC-TS-EXPC-CTFD-DGTL
                        ,  :KDOC-IN-ARQV
               END-EXEC
           END-IF.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 320099-SAI
               WHEN OTHER
                    MOVE +8 TO GDA-CD-RTN
                    GO TO 999000-ERRO-SQL
           END-EVALUATE.
      *
           ADD +1 TO GDA-QT-LIDO.
      *
           IF  GDA-QT-LIDO GREATER CTE-QT-MAX-LST
               MOVE 'S'                   TO S3204-IN-HA-MAIS
               SET  GDA-FIM-CRSR TO TRUE
               GO TO 320099-SAI
           END-IF.
      *
           MOVE GDA-QT-LIDO               TO S3204-QT-LST.
           MOVE KDOC-CD-ADD-CTFR
             TO S3204-LST-CD-ADD-CTFR (GDA-QT-LIDO).
           MOVE KDOC-CD-NR-SRE-CTFD
             TO S3204-LST-NR-SRE-CTFD (GDA-QT-LIDO).
           MOVE KDOC-TX-NR-SRE-CTFD
             TO S3204-LST-TX-NR-SRE (GDA-QT-LIDO).
           MOVE KDOC-NM-DTTR-CTFD-DGTL
             TO S3204-LST-NM-DTTR (GDA-QT-LIDO).
           MOVE KDOC-NM-TITR-NRMZ
             TO S3204-LST-NM-NRMZ (GDA-QT-LIDO).
           MOVE KDOC-CD-TIP-PSS
             TO S3204-LST-CD-TIP-PSS (GDA-QT-LIDO).
           MOVE KDOC-NR-DOC-LIDO
             TO S3204-LST-NR-DOC-TITR (GDA-QT-LIDO).
           MOVE KDOC-CD-EST-CTFD-DGTL
             TO S3204-LST-CD-EST (GDA-QT-LIDO).
           MOVE KDOC-TS-EXPC-CTFD-DGTL
             TO S3204-LST-TS-EXPC (GDA-QT-LIDO).
           MOVE KDOC-IN-ARQV
             TO S3204-LST-IN-ARQV (GDA-QT-LIDO).
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       810000-EXECUTA-ICDS003C        SECTION.
      *--------------------------------------*
       810099-SAI.
           EXIT.
      *
      *--------------------------------------*
       810400-DESCREVE-MOTIVO         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 810400-DESCREVE-MOTIVO        '.
      *
      *----------------------------------------------------------------*
      *    Motivo so tem sentido fora do estado [A]tivo.  O nome vem do
      *    dominio DB2ICD.MTV_RVGC_CTFD; falha na leitura do nome nao
      *    impede a consulta (devolve so o codigo).
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                     TO S3204-CD-MTV-RVGC.
           MOVE SPACES                    TO S3204-NM-MTV-RVGC.
      *
           IF  K003-CD-EST-CTFD-DGTL EQUAL 'A'
               GO TO 810499-SAI
           END-IF.
      *
           MOVE K003-CD-MTV-RVGC          TO S3204-CD-MTV-RVGC
                                             KMTV-CD-MTV-RVGC.
      *
           EXEC SQL
                SELECT  NM_MTV_RVGC
                  INTO  :KMTV-NM-MTV-RVGC
                  FROM  DB2ICD.MTV_RVGC_CTFD
                 WHERE  CD_MTV_RVGC = :KMTV-CD-MTV-RVGC
           END-EXEC.
      *
           IF  SQLCODE EQUAL +0
               MOVE KMTV-NM-MTV-RVGC      TO S3204-NM-MTV-RVGC
           END-IF.
      *
       810499-SAI.
           EXIT.
      *
      *--------------------------------------*
       810100-EXECUTA-ICDS2200        SECTION.
      *--------------------------------------*
       810399-SAI.
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
           EVALUATE TRUE
               WHEN GDA-PSQ-POR-DOC
                    MOVE S3204-NR-DOC-TITR TO EDT-NR-DOC-TITR
                    STRING 'FUNCAO ' CTE-CD-FUC-ICD
                           ' - PESQUISA POR DOCUMENTO ' EDT-NR-DOC-TITR
                                DELIMITED BY SIZE
                                INTO S9100-OTR-INF-CMPR
                    END-STRING
               WHEN GDA-PSQ-POR-NOME
                    STRING 'FUNCAO ' CTE-CD-FUC-ICD
                           ' - PESQUISA POR NOME ' S3204-NM-PSQ
                                DELIMITED BY SIZE
                                INTO S9100-OTR-INF-CMPR
                    END-STRING
               WHEN OTHER
                    STRING 'FUNCAO ' CTE-CD-FUC-ICD
                           ' - CONSULTA - EMISSOR ' S3204-CD-ADD-CTFR
                           ' - SERIE '             S3204-NR-SRE-CTFD
                                DELIMITED BY SIZE
                                INTO S9100-OTR-INF-CMPR
                    END-STRING
           END-EVALUATE.
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
           MOVE KRTN-CD-RTN OF ICDS003W-DADOS TO GDA-CD-RTN.
           MOVE KRTN-CD-RTN OF ICDS003W-DADOS TO S9100-CD-RTN.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-SQL.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-SQL               '.
           MOVE +0008 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'PSQ-SQL ' TO S9100-CD-ABEND.
           MOVE SQLCODE    TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-009.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-009 - NAO AUTORIZADO'.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
           MOVE GDA-CD-RTN TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           IF  GDA-TAM-LKS GREATER ZERO
               MOVE GDA-LKS-ENTD  (1:GDA-TAM-LKS)
                 TO LKS-BOOK-ENTD (1:GDA-TAM-LKS)
           END-IF.
           MOVE KRTN-CD-RTN OF GDA-LKS-ENTD TO RETURN-CODE.
           GOBACK.
      *
