      *          ICDS3200 - COBOL II / CICS / SQL - BATCH & ONLINE     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS019 15.10.2026 EQUIPE ICD - TS_ACLT da evidencia do
      *                              acolhimento passa a ser o mesmo
      *                              instante UTC (ICDSUTC0) do
      *                              historico 'I' (K004-TS-ALT-TAB)
      *                              - a ICDS3225 casa os dois por
      *                              igualdade; recadastro, sem
      *                              historico, toma o instante UTC
      *                              corrente.  Divergencia OCSP x
      *                              LCR (741000): TS_ATL_LCR passa a
      *                              ser o thisUpdate da LCR ativa
      *                              (TS_EMS_LS_CNCD, mantido tambem
      *                              pela delta na ICDS7210 VRS004),
      *                              nao mais o instante da carga; o
      *                              producedAt ausente passa a ser o
      *                              instante UTC (ICDSUTC0).
      * VRS018 15.10.2026 EQUIPE ICD - Renovacao: a evidencia do
      *                              acolhimento (760000) e o
      *                              documento do titular (770000)
      *                              passam a ser gravados ANTES da
      *                              baixa do certificado anterior
      *                              (750000), que recarrega o K003
      *                              com o certificado substituido -
      *                              gravavam a chave do antigo.
      * VRS017 15.10.2026 EQUIPE ICD - Divergencia OCSP x LCR: quando
      *                              o OCSP responde, o 700000 confere
      *                              tambem a LCR ativa baixada
      *                              (IDFR_CHV_ADD_CTFR) e, se as duas
      *                              respostas divergem, grava em
      *                              DB2ICD.DVG_OCSP_LCR_ICD as duas
      *                              respostas, o producedAt e o
      *                              revocationTime do OCSP, a
      *                              atualizacao da LCR e a fonte
      *                              seguida (OCSP) - insumo do
      *                              relatorio semanal ICDS3230.  O
      *                              veredicto continua sendo o do
      *                              OCSP; falha na gravacao vai para
      *                              o log (DVG-OCSP) e segue.
      * VRS016 15.10.2026 EQUIPE ICD - Pesquisa por titular: ao fim do
      *                              700000 grava o CPF/CNPJ do
      *                              titular (o mesmo conferido no
      *                              747000) e o nome normalizado em
      *                              DB2ICD.DOC_TITR_CTFD (ICDS010I),
      *                              base da pesquisa por documento ou
      *                              nome da consulta ICDS3204.  Falha
      *                              na gravacao vai para o log
      *                              (DOC-TITR) e nao recusa o
      *                              certificado.
      * VRS015 15.10.2026 EQUIPE ICD - Motivo codificado (CRLReason): o
      *                              certificado baixado por renovacao
      *                              (752000) grava 04 (superseded)
      *                              no certificado e no historico.
      * VRS014 15.10.2026 EQUIPE ICD - Evidencia do acolhimento: ao
      *                              fim do 700000 grava em
      *                              DB2ICD.EVD_ACLT_CTFD o OID da
      *                              politica, o key usage, se a
      *                              validacao de politica/uso/cadeia
      *                              rodou nesta chamada, o tipo de
      *                              pessoa e a conferencia do
      *                              CPF/CNPJ contra o MCI - insumo do
      *                              pacote de auditoria ICDS3225.
      *                              Falha na gravacao vai para o log
      *                              (EVD-ACLT) e nao recusa o
      *                              certificado.
      * VRS013 15.10.2026 EQUIPE ICD - LCR delta: quando o emissor
      *                              publica LCR delta (freshestCRL) e
      *                              ja ha LCR completa de base
      *                              registrada em URL_LS_CTFD_CNCD,
      *                              o 720000 pede a ICDS7200 apenas a
      *                              delta (aplicada pela ICDS7210);
      *                              base divergente volta para o
      *                              download completo na mesma
      *                              chamada.  Book ICDK7200 ganha
      *                              S7200-IN-LS-DLTA, S7200-NR-LS-
      *                              CNCD-BASE, S7200-TX-URL-LS-DLTA e
      *                              S7200-IN-BASE-DVGT; book ICDK006W
      *                              ganha K006-NR-LS-CNCD-BASE e
      *                              K006-TX-URL-LS-DLTA.
      * VRS012 15.10.2026 EQUIPE ICD - AC desconfiada: a validacao de
      *                              cadeia (500000) recusa o
      *                              certificado cuja cadeia passa por
      *                              AC marcada com o estado proprio
      *                              'D' (desconfiada) pelo job de
      *                              desconfianca ICDS3221 (AC
      *                              comprometida ou descredenciada).
      *                              Recusa com estado 'D' e
      *                              ocorrencia 0028.
      * VRS011 03.09.2026 EQUIPE ICD - Confere o CPF/CNPJ do titular
      *                              do certificado (subject alt name,
      *                              ja extraido pela ICDS2100) contra
      *    ICDS006C - Interface Tabela DB2ICD.URL_LS_CTFD_CNCD  - SELECT
      *    ICDS006I - Interface Tabela DB2ICD.URL_LS_CTFD_CNCD  - INSERT
      *    ICDS006P - Interface Tabela DB2ICD.URL_LS_CTFD_CNCD  - CURSOR
      *    ICDS010I - Interface Tabela DB2ICD.DOC_TITR_CTFD     - INSERT
      *    --------
      *    ICDSL03A - Interface Tabela Logica EST_CTFD_DGTL
      *    --------
      *    ICDSUTC0 - Timestamp UTC (Universal Time, Coordinated)
      *    ICDSMCI0 - Consulta documento (CPF/CNPJ) do codigo MCI
      *    --------
      *    DB2ICD.EVD_ACLT_CTFD - INSERT (evidencia do acolhimento)
      *    DB2ICD.DVG_OCSP_LCR_ICD - INSERT (divergencia OCSP x LCR)
      *    --------
      *    SBCALLER - Identifica programa chamador (ou cadeia de progs.)
      *    SBCNVB64 - Converte de/para codificacao base64
      *----------------------------------------------------------------*
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3200'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS019'.
       01  FILLER                REDEFINES CTE-VERS.
           03  FILLER                      PIC  X(003).
           03  CTE-NR-VRS-PGM              PIC  9(003).
       01  S7300-IN-RESPOSTA               PIC  X(001) VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS010I - Tabela DB2ICD.DOC_TITR_CTFD
      *----------------------------------------------------------------*
       01  ICDS010I                        PIC  X(008) VALUE 'ICDS010I'.
      *
       01  ICDS010W-DADOS.
-INC   ICDKRTNW
-INC   ICDK010W
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS9100 - Gravacao de log do sistema
      *----------------------------------------------------------------*
       01  ICDS9100                        PIC  X(008) VALUE 'ICDS9100'.
           88  CTFD-EXTT                               VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Evidencia do acolhimento (760000-REGISTRA-EVD-ACLT)
      *----------------------------------------------------------------*
       01  KEVA-CD-EST-ACLT                PIC  X(001) VALUE SPACES.
       01  KEVA-TS-ACLT                    PIC  X(026) VALUE SPACES.
       01  KEVA-IN-VLDC-EXCT               PIC  X(001) VALUE SPACES.
       01  KEVA-CD-TIP-PSS                 PIC  X(001) VALUE SPACES.
       01  KEVA-TX-NR-SRE-CTFD             PIC  X(040) VALUE SPACES.
       01  KEVA-TX-OID-PLTC.
           49  KEVA-OID-PLTC-SIZE          PIC S9(004) COMP VALUE ZERO.
           49  KEVA-OID-PLTC-TEXT          PIC  X(064) VALUE SPACES.
       01  KEVA-TX-UTZO-CHV.
           49  KEVA-UTZO-CHV-SIZE          PIC S9(004) COMP VALUE ZERO.
           49  KEVA-UTZO-CHV-TEXT          PIC  X(128) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    Divergencia OCSP x LCR (741000-CONFRONTA-OCSP-LCR)
      *----------------------------------------------------------------*
       01  KDVG-CD-EST-OCSP                PIC  X(001) VALUE SPACES.
       01  KDVG-CD-EST-LCR                 PIC  X(001) VALUE SPACES.
       01  KDVG-TS-PRDZ-OCSP               PIC  X(026) VALUE SPACES.
       01  KDVG-TS-RVGC-OCSP               PIC  X(026) VALUE SPACES.
       01  KDVG-NI-RVGC-OCSP               PIC S9(004) COMP VALUE ZERO.
       01  KDVG-TS-ATL-LCR                 PIC  X(026) VALUE SPACES.
       01  KDVG-QT-SRE-LCR                 PIC S9(009) COMP VALUE ZERO.
       01  KDVG-CD-MTV-RVGC-LCR            PIC S9(004) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Medicao de tempo decorrido por chamada externa (908000 /
      *    908100).  Os timestamps vem da propria ICDSUTC0 (formato
      *    DB2 AAAA-MM-DD-HH.MM.SS.NNNNNN); a diferenca eh calculada
           SET  CD-RTN-FIM-NML TO TRUE.
           MOVE GDA-CD-RTN     TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           MOVE SPACES         TO S3200-SAID.
           MOVE SPACES         TO KEVA-TS-ACLT.
      *
      D    DISPLAY '000 ' CTE-PRGM ' - Processa certificado digital'
      D                              ' de Usuario Final'.
               IF  K003-CD-EST-CTFD-DGTL EQUAL 'P'
                   MOVE 'P' TO S3200-SAID-CD-EST-ACLT
               END-IF
      *
      *----------------------------------------------------------------*
      *        AC [D]esconfiada (ICDS3221): recusa na hora, qualquer
      *        que seja o resultado dos demais candidatos do mesmo
      *        authKeyId - a chave da AC nao merece mais confianca.
      *----------------------------------------------------------------*
               IF  KRTN-CD-RTN OF ICDS003W-DADOS
                                         EQUAL ZEROS
               AND K003-CD-EST-CTFD-DGTL EQUAL 'D'
                   MOVE 'D' TO S3200-SAID-CD-EST-ACLT
                   MOVE S3200-SAID TO KL03-TAB(1)
                   PERFORM 812000-EXECUTA-ICDSL03A
                   MOVE KL03-TAB(1) TO S3200-SAID
                   MOVE 'AC-DSCF ' TO S9100-CD-LCZC-ERRO-FON
                   GO TO 999000-ERRO-028
               END-IF
      *
               IF  KRTN-CD-RTN OF ICDS003W-DADOS
                                         EQUAL ZEROS
      *
      *    MOVE ICDS003W-DADOS            TO ICDS004W-DADOS.
           MOVE UTCW-DB2-TIME             TO K004-TS-ALT-TAB.           
           MOVE UTCW-DB2-TIME             TO KEVA-TS-ACLT.
           MOVE 'I'                       TO K004-CD-ALT-TAB.
           MOVE GDA-CD-USU                TO K004-CD-RSP-ALT-TAB.
      *----------------------------------------------------------------*
      *
           IF  S7300-IN-RESPOSTA EQUAL 'S'
               MOVE S7300-CD-EST-CTFD-DGTL TO S3200-SAID
               PERFORM 741000-CONFRONTA-OCSP-LCR
               GO TO 700000-FIM-LCR
           END-IF.
      *
           PERFORM 730000-EXECUTA-ICDS2200.
      *
      *----------------------------------------------------------------*
      *    Evidencia e referencia cruzada do titular ANTES da baixa
      *    por renovacao: o 752000 recarrega o book K003 com o
      *    certificado ANTERIOR, e o 760000/770000 tem de gravar a
      *    chave do certificado NOVO.
      *----------------------------------------------------------------*
           PERFORM 760000-REGISTRA-EVD-ACLT.
      *
           PERFORM 770000-REGISTRA-DOC-TITULAR.
      *
      *----------------------------------------------------------------*
      *    So baixa o certificado anterior quando o novo terminou o
      *    acolhimento [A]tivo - um novo certificado ja revogado ou
      *    expirado nao pode derrubar o certificado bom do cliente.
           SET  S7200-IDFR-VRS-PRM-ATU-OK TO TRUE.                      
           SET  S7200-FUC-UM-CTFD         TO TRUE.                      
      *
      *----------------------------------------------------------------*
      *    LCR delta: so quando a URL corrente (K006, lida no passo
      *    (3) do 700000) tem delta publicada e uma LCR completa de
      *    base ja registrada.  Se a ICDS7200 acusar que a delta nao
      *    foi emitida sobre a nossa base (deltaCRLIndicator <>
      *    NR_LS_CNCD_BASE), repete a chamada com o download completo.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO S7200-IN-LS-DLTA.
           MOVE 'N'                       TO S7200-IN-BASE-DVGT.
           IF  K006-TX-URL-LS-DLTA-SIZE   GREATER ZEROS
           AND K006-NR-LS-CNCD-BASE   NOT EQUAL SPACES
               MOVE 'S'                   TO S7200-IN-LS-DLTA
               MOVE K006-NR-LS-CNCD-BASE  TO S7200-NR-LS-CNCD-BASE
               MOVE K006-TX-URL-LS-DLTA   TO S7200-TX-URL-LS-DLTA
           END-IF.
      *
           PERFORM 721000-CHAMA-ICDS7200.
      *
           IF  KRTN-CD-RTN OF ICDS7200-DADOS EQUAL ZEROS
           AND S7200-BASE-DVGT
      D        DISPLAY '000 ' CTE-PRGM ' - LCR DELTA/BASE DIVERGENTE'
               MOVE 'N'                   TO S7200-IN-LS-DLTA
               MOVE 'N'                   TO S7200-IN-BASE-DVGT
               PERFORM 721000-CHAMA-ICDS7200
           END-IF.
      *
           IF  KRTN-CD-RTN OF ICDS7200-DADOS NOT EQUAL ZEROS
               MOVE 'SEQ-CTFC' TO S9100-CD-LCZC-ERRO-FON
               PERFORM 999000-ERRO-ICDS7200
           END-IF.
      *
      D    DISPLAY 'EST-CTFD-DGTL (' S7200-CD-EST-CTFD-DGTL         ')'.
      D    DISPLAY 'EST-LS-CNCD   (' S7200-CD-EST-LS-CNCD           ')'
      D                       ' - (' S7200-TS-EST-LS-CNCD           ')'.
      *
       720099-SAI.
           EXIT.
      *
      *--------------------------------------*
       721000-CHAMA-ICDS7200          SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 721000-CHAMA-ICDS7200         '.
      *
      D    DISPLAY '000 ' CTE-PRGM
      D             ' - ' CTE-VERS
      D             ' - ' ICDS7200
      D    DISPLAY '000 ' CTE-PRGM ' - Volta da sub-rotina ICDS7200'
      D            ' - RETURN-CODE = ' KDPY-CD-RTN.
      *
       721099-SAI.
           EXIT.
      *
      *--------------------------------------*
       740099-SAI.
           EXIT.
      *
      *--------------------------------------*
       741000-CONFRONTA-OCSP-LCR      SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 741000-CONFRONTA-OCSP-LCR     '.
      *
      *----------------------------------------------------------------*
      *    Com a resposta do OCSP ja em S3200-SAID, confere a mesma
      *    serie na LCR ativa ja baixada do emissor (sem download):
      *    serie presente em IDFR_CHV_ADD_CTFR = revogado ('R'),
      *    ausente = ativo ('A').  So compara resposta OCSP 'A' ou
      *    'R' e LCR no estado 'A'; sem LCR ativa nao ha o que
      *    confrontar.  Divergencia eh registro de auditoria, nao de
      *    negocio: o veredicto segue o OCSP e erro na gravacao vai
      *    para o log e segue.
      *----------------------------------------------------------------*
      *
           MOVE S3200-SAID-CD-EST-ACLT    TO KDVG-CD-EST-OCSP.
      *
           IF  KDVG-CD-EST-OCSP NOT EQUAL 'A'
           AND KDVG-CD-EST-OCSP NOT EQUAL 'R'
               GO TO 741099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    Momento da LCR = thisUpdate da lista ativa (TS_EMS_LS_CNCD),
      *    base do atraso esperado da ICDS3230.  Registro ainda com a
      *    data nula do pendente (811000-EXECUTA-ICDS006I) fica com o
      *    instante da carga, que nunca eh anterior ao thisUpdate: a
      *    divergencia pode sair INCONS em vez de ATRASO, nunca o
      *    contrario.
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  CHAR(CASE WHEN TS_EMS_LS_CNCD
                                     > '0001-01-01-00.00.00.000000'
                                  THEN TS_EMS_LS_CNCD
                                  ELSE TS_EST_LS_CNCD
                             END)
                  INTO  :KDVG-TS-ATL-LCR
                  FROM  DB2ICD.URL_LS_CTFD_CNCD
                 WHERE  CD_ADD_CTFR    = :K003-CD-ADD-CTFR
                   AND  CD_URL_LS_CNCD = :K003-CD-URL-LS-CNCD
                   AND  CD_EST_LS_CNCD = 'A'
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               GO TO 741099-SAI
           END-IF.
      *
           EXEC SQL
                SELECT  COUNT(*)
                     ,  COALESCE(MAX(CD_MTV_RVGC), 0)
                  INTO  :KDVG-QT-SRE-LCR
                     ,  :KDVG-CD-MTV-RVGC-LCR
                  FROM  DB2ICD.IDFR_CHV_ADD_CTFR
                 WHERE  CD_ADD_CTFR    = :K003-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :K003-CD-NR-SRE-CTFD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               GO TO 741099-SAI
           END-IF.
      *
           IF  KDVG-QT-SRE-LCR GREATER ZEROS
               MOVE 'R'                   TO KDVG-CD-EST-LCR
           ELSE
               MOVE 'A'                   TO KDVG-CD-EST-LCR
           END-IF.
      *
           IF  KDVG-CD-EST-LCR EQUAL KDVG-CD-EST-OCSP
               GO TO 741099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    producedAt ausente (responder antigo): vale o momento da
      *    consulta, em UTC como o producedAt e o thisUpdate.
      *    revocationTime so existe em resposta 'R'.
      *----------------------------------------------------------------*
           MOVE S7300-TS-PRDZ-RSP         TO KDVG-TS-PRDZ-OCSP.
           IF  KDVG-TS-PRDZ-OCSP EQUAL SPACES
               PERFORM 907000-EXECUTA-ICDSUTC0
               MOVE UTCW-DB2-TIME         TO KDVG-TS-PRDZ-OCSP
           END-IF.
      *
           MOVE S7300-TS-RVGC             TO KDVG-TS-RVGC-OCSP.
           IF  KDVG-CD-EST-OCSP EQUAL 'R'
           AND KDVG-TS-RVGC-OCSP NOT EQUAL SPACES
               MOVE ZEROS                 TO KDVG-NI-RVGC-OCSP
           ELSE
               MOVE -1                    TO KDVG-NI-RVGC-OCSP
           END-IF.
      *
           EXEC SQL
                INSERT INTO DB2ICD.DVG_OCSP_LCR_ICD
                     ( CD_ADD_CTFR
                     , CD_NR_SRE_CTFD
                     , TS_DVG
                     , TX_NR_SRE_CTFD
                     , CD_URL_LS_CNCD
                     , CD_EST_OCSP
                     , CD_EST_LCR
                     , CD_MTV_RVGC_LCR
                     , TS_PRDZ_OCSP
                     , TS_RVGC_OCSP
                     , TS_ATL_LCR
                     , IN_FON_ACAO
                     , NM_PGM_CHMR )
              VALUES ( :K003-CD-ADD-CTFR
                     , :K003-CD-NR-SRE-CTFD
                     , CURRENT TIMESTAMP
                     , :K003-TX-NR-SRE-CTFD
                     , :K003-CD-URL-LS-CNCD
                     , :KDVG-CD-EST-OCSP
                     , :KDVG-CD-EST-LCR
                     , :KDVG-CD-MTV-RVGC-LCR
                     , :KDVG-TS-PRDZ-OCSP
                     , :KDVG-TS-RVGC-OCSP :KDVG-NI-RVGC-OCSP
                     , :KDVG-TS-ATL-LCR
                     , 'O'
                     , :CALLER-NM-PGM-CHMR )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE ZEROS                  TO S9100-CD-OCR
                                              S9100-CD-RTN
               MOVE GDA-CD-USU             TO S9100-CD-USU-RSP-OCR
               MOVE CTE-PRGM               TO S9100-CD-PGM-RTN
               MOVE 'DVG-OCSP'             TO S9100-CD-ABEND
               MOVE SQLCODE                TO S9100-CD-RTN-AUX
               MOVE ZEROS                  TO S9100-CD-REA-AUX
               MOVE LOW-VALUES             TO S9100-OTR-INF-CMPR
               STRING 'DIVERGENCIA OCSP X LCR NAO GRAVADA - '
                      S2100-NR-SRE-HEX
                           DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
               END-STRING
               MOVE SPACES      TO GDA-DFHEIBLK
               CALL ICDS9100 USING GDA-DFHEIBLK
                                   ICDS9100-DADOS
           END-IF.
      *
       741099-SAI.
           EXIT.
      *
      *--------------------------------------*
       750000-SUPERSEDE-CTFD-RNVD     SECTION.
      *--------------------------------------*
           STRING 'RENOVADO PELO CERTIFICADO ' S2100-NR-SRE-HEX
                       DELIMITED BY SIZE INTO K003U-TX-MTV-RVGC
           END-STRING.
      *    Motivo codificado 04 - superseded (RFC 5280)
           MOVE 04                        TO K003U-CD-MTV-RVGC.
      *
           PERFORM 810000-EXECUTA-ICDS003U.
      *
           MOVE UTCW-DB2-TIME             TO K004-TS-ALT-TAB.
           MOVE 'S'                       TO K004-CD-ALT-TAB.
           MOVE GDA-CD-USU                TO K004-CD-RSP-ALT-TAB.
           MOVE 04                        TO K004-CD-MTV-RVGC.
      *----------------------------------------------------------------*
           MOVE K003-CD-ADD-CTFR          TO K004-CD-ADD-CTFR.
           MOVE K003-CD-NR-SRE-CTFD       TO K004-CD-NR-SRE-CTFD.
       810099-SAI.
           EXIT.
      *
      *--------------------------------------*
       760000-REGISTRA-EVD-ACLT       SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 760000-REGISTRA-EVD-ACLT      '.
      *
      *----------------------------------------------------------------*
      *    Chegar aqui eh ter passado por todas as recusas do
      *    acolhimento (inclusive a conferencia do CPF/CNPJ do 747000,
      *    sempre executada).  Politica, uso de chave e cadeia so
      *    rodam para certificado novo: recadastro (CTFD-EXTT) grava
      *    IN_VLDC_EXCT 'N' - a evidencia daquelas checagens eh a do
      *    acolhimento original.  Evidencia eh registro de auditoria,
      *    nao de negocio: erro na gravacao vai para o log e segue.
      *----------------------------------------------------------------*
      *
           MOVE S3200-SAID-CD-EST-ACLT    TO KEVA-CD-EST-ACLT.
           MOVE S2100-NR-SRE-HEX          TO KEVA-TX-NR-SRE-CTFD.
      *
      *    TS_ACLT eh o instante UTC do historico 'I' gravado no
      *    600000, chave da ICDS3225 para achar a evidencia; sem
      *    historico nesta chamada (recadastro), o instante corrente.
           IF  KEVA-TS-ACLT EQUAL SPACES
               PERFORM 907000-EXECUTA-ICDSUTC0
               MOVE UTCW-DB2-TIME         TO KEVA-TS-ACLT
           END-IF.
           MOVE S2100-CD-TIP-PSS-CTFD     TO KEVA-CD-TIP-PSS.
      *
           IF  CTFD-EXTT
               MOVE 'N'                   TO KEVA-IN-VLDC-EXCT
           ELSE
               MOVE 'S'                   TO KEVA-IN-VLDC-EXCT
           END-IF.
      *
           MOVE SPACES                    TO KEVA-OID-PLTC-TEXT.
           MOVE S2100-OID-PLTC-CTFD-SIZE  TO KEVA-OID-PLTC-SIZE.
           IF  KEVA-OID-PLTC-SIZE GREATER LENGTH OF KEVA-OID-PLTC-TEXT
               MOVE LENGTH OF KEVA-OID-PLTC-TEXT TO KEVA-OID-PLTC-SIZE
           END-IF.
           IF  KEVA-OID-PLTC-SIZE GREATER ZEROS
               MOVE S2100-OID-PLTC-CTFD-TEXT (1:KEVA-OID-PLTC-SIZE)
                 TO KEVA-OID-PLTC-TEXT
           END-IF.
      *
           MOVE SPACES                    TO KEVA-UTZO-CHV-TEXT.
           MOVE S2100-UTZO-CHV-SIZE       TO KEVA-UTZO-CHV-SIZE.
           IF  KEVA-UTZO-CHV-SIZE GREATER LENGTH OF KEVA-UTZO-CHV-TEXT
               MOVE LENGTH OF KEVA-UTZO-CHV-TEXT TO KEVA-UTZO-CHV-SIZE
           END-IF.
           IF  KEVA-UTZO-CHV-SIZE GREATER ZEROS
               MOVE S2100-UTZO-CHV-TEXT (1:KEVA-UTZO-CHV-SIZE)
                 TO KEVA-UTZO-CHV-TEXT
           END-IF.
      *
           EXEC SQL
                INSERT INTO DB2ICD.EVD_ACLT_CTFD
                     ( CD_ADD_CTFR
                     , CD_NR_SRE_CTFD
                     , TS_ACLT
                     , TX_NR_SRE_CTFD
                     , CD_EST_ACLT
                     , TX_OID_PLTC
                     , TX_UTZO_CHV
                     , IN_VLDC_EXCT
                     , CD_TIP_PSS
                     , IN_DOC_TITR_CNFD
                     , CD_IDFC_MCI
                     , CD_USU_RSP
                     , NM_PGM_CHMR )
              VALUES ( :K003-CD-ADD-CTFR
                     , :K003-CD-NR-SRE-CTFD
                     , :KEVA-TS-ACLT
                     , :KEVA-TX-NR-SRE-CTFD
                     , :KEVA-CD-EST-ACLT
                     , :KEVA-TX-OID-PLTC
                     , :KEVA-TX-UTZO-CHV
                     , :KEVA-IN-VLDC-EXCT
                     , :KEVA-CD-TIP-PSS
                     , 'S'
                     , :GDA-CD-IDFC-MCI-NOVO
                     , :GDA-CD-USU
                     , :CALLER-NM-PGM-CHMR )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE ZEROS                  TO S9100-CD-OCR
                                              S9100-CD-RTN
               MOVE GDA-CD-USU             TO S9100-CD-USU-RSP-OCR
               MOVE CTE-PRGM               TO S9100-CD-PGM-RTN
               MOVE 'EVD-ACLT'             TO S9100-CD-ABEND
               MOVE SQLCODE                TO S9100-CD-RTN-AUX
               MOVE ZEROS                  TO S9100-CD-REA-AUX
               MOVE LOW-VALUES             TO S9100-OTR-INF-CMPR
               STRING 'EVIDENCIA DO ACOLHIMENTO NAO GRAVADA - '
                      S2100-NR-SRE-HEX
                           DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
               END-STRING
               MOVE SPACES      TO GDA-DFHEIBLK
               CALL ICDS9100 USING GDA-DFHEIBLK
                                   ICDS9100-DADOS
           END-IF.
      *
       760099-SAI.
           EXIT.
      *
      *--------------------------------------*
       770000-REGISTRA-DOC-TITULAR    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 770000-REGISTRA-DOC-TITULAR   '.
      *
      *----------------------------------------------------------------*
      *    Referencia cruzada titular X certificado para a pesquisa
      *    por CPF/CNPJ ou nome da ICDS3204: o documento eh o do
      *    certificado, ja conferido contra o MCI no 747000; o nome
      *    eh normalizado pela ICDS010I.  Como a evidencia do 760000,
      *    eh registro de apoio: erro vai para o log e segue.
      *----------------------------------------------------------------*
      *
           INITIALIZE     ICDS010W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S010I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S010I-FUC-INCL            TO TRUE.
           MOVE K003-CD-ADD-CTFR          TO K010-CD-ADD-CTFR.
           MOVE K003-CD-NR-SRE-CTFD       TO K010-CD-NR-SRE-CTFD.
           MOVE S2100-CD-TIP-PSS-CTFD     TO K010-CD-TIP-PSS.
           MOVE K003-NM-DTTR-CTFD-DGTL    TO K010-NM-DTTR-CTFD.
           MOVE CTE-PRGM                  TO K010-NM-PGM-INC.
      *
           EVALUATE S2100-CD-TIP-PSS-CTFD
               WHEN 'F'
                    MOVE S2100-ICP-BR-NR-CPF  TO K010-NR-DOC-TITR
               WHEN 'J'
                    MOVE S2100-ICP-BR-NR-CNPJ TO K010-NR-DOC-TITR
               WHEN OTHER
                    MOVE ZEROS                TO K010-NR-DOC-TITR
           END-EVALUATE.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS010I USING GDA-DFHEIBLK
                               ICDS010W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS010W-DADOS NOT EQUAL ZEROS
               MOVE ZEROS                  TO S9100-CD-OCR
                                              S9100-CD-RTN
               MOVE GDA-CD-USU             TO S9100-CD-USU-RSP-OCR
               MOVE CTE-PRGM               TO S9100-CD-PGM-RTN
               MOVE 'DOC-TITR'             TO S9100-CD-ABEND
               MOVE KRTN-CD-RTN     OF ICDS010W-DADOS
                                           TO S9100-CD-RTN-AUX
               MOVE KRTN-CD-RTN-AUX OF ICDS010W-DADOS
                                           TO S9100-CD-REA-AUX
               MOVE LOW-VALUES             TO S9100-OTR-INF-CMPR
               STRING 'DOCUMENTO DO TITULAR NAO REGISTRADO - '
                      S2100-NR-SRE-HEX
                           DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
               END-STRING
               MOVE SPACES      TO GDA-DFHEIBLK
               CALL ICDS9100 USING GDA-DFHEIBLK
                                   ICDS9100-DADOS
           END-IF.
      *
       770099-SAI.
           EXIT.
      *
      *--------------------------------------*
       811300-REGISTRA-LOG-RENOVACAO  SECTION.
      *--------------------------------------*
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
           GO TO 999999-RETURN.
      *
       999000-ERRO-028.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-028.              '.
           MOVE +0028                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE S9100-CD-LCZC-ERRO-FON     TO S9100-CD-ABEND.
           MOVE K003-CD-ADD-CTFR           TO S9100-CD-RTN-AUX.
           MOVE GDA-NV-CADEIA              TO S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'ERRO - CADEIA DE CERTIFICACAO'
                      ' - AC desconfiada - serie '
                                              K003-TX-NR-SRE-CTFD
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
           GO TO 999999-RETURN.
      *
       999000-ERRO-ICDSMCI0.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-ICDSMCI0.         '.
