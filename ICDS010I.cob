      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS010I.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS010I - COBOL II / CICS / SQL - BATCH & ONLINE     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS002 15.10.2026 EQUIPE ICD - Funcao 'I' devolve em
      *                              K010-IN-GRAV se a linha foi
      *                              gravada ('S') ou se o certificado
      *                              nao tinha documento nem nome e
      *                              nada foi gravado ('N'), para o
      *                              chamador nao contar como gravada
      *                              (carga inicial ICDS3228).
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Interface da tabela DB2ICD.DOC_TITR_CTFD - referencia cruzada
      *  do documento (CPF/CNPJ) e do nome normalizado do titular com
      *  o certificado (emissor + serie), base da pesquisa por titular
      *  da consulta ICDS3204.  Alimentada no acolhimento (ICDS3200) e,
      *  para o estoque anterior, pela carga inicial ICDS3228:
      *    Funcao 'I' - normaliza o nome e grava a linha do
      *                 certificado; certificado ja registrado
      *                 (recadastro) tem documento e nome atualizados;
      *    Funcao 'N' - so normaliza o nome (prefixo da pesquisa),
      *                 sem acesso a tabela.
      *  Normalizacao: o nome eh cortado no ':' (o CN ICP-Brasil de
      *  pessoa fisica vem como "NOME:CPF"), passa a maiusculas, a
      *  pontuacao vira branco e os brancos repetidos (e os iniciais)
      *  sao eliminados.  Nomes ICP-Brasil nao trazem acentuacao; a
      *  pesquisa deve ser digitada sem acentos.
      *  Nao tira COMMIT/SYNCPOINT: a unidade de trabalho eh a do
      *  chamador.
      *----------------------------------------------------------------*
      *  Book ICDK010W (LKS-BOOK-010W):
      *    Entrada
      *      S010I-IDFR-VRS-PRM         - versao do book
      *      S010I-CD-FUC               - 'I' inclui / 'N' normaliza
      *      K010-CD-ADD-CTFR           - emissor do certificado
      *      K010-CD-NR-SRE-CTFD        - numero de serie
      *      K010-CD-TIP-PSS            - 'F' fisica / 'J' juridica
      *      K010-NR-DOC-TITR           - CPF ou CNPJ (zeros = sem
      *                                   documento no certificado)
      *      K010-NM-DTTR-CTFD          - nome do titular (como veio)
      *      K010-NM-PGM-INC            - programa que registra
      *    Saida
      *      K010-NM-TITR-NRMZ          - nome normalizado
      *      K010-IN-GRAV               - so 'I': 'S' linha gravada ou
      *                                   atualizada / 'N' sem
      *                                   documento e sem nome, nada
      *                                   gravado (88 K010-GRAVADO)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.DOC_TITR_CTFD - INSERT / UPDATE
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
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS010I'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  CTE-MINUSCULAS                  PIC  X(026) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  CTE-MAIUSCULAS                  PIC  X(026) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  CTE-PONTUACAO                   PIC  X(012) VALUE
           '.,;-_/\()*&+'.
       01  CTE-BRANCOS                     PIC  X(012) VALUE SPACES.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE 'ctm-user'.
       01  GDA-NM-ENTD                     PIC  X(060) VALUE SPACES.
       01  GDA-NM-NRMZ                     PIC  X(060) VALUE SPACES.
       01  GDA-CARACTER                    PIC  X(001) VALUE SPACES.
       01  GDA-CARACTER-ANT                PIC  X(001) VALUE SPACES.
       01  GDA-QT-ANTES-SEP                PIC S9(004) COMP VALUE ZERO.
       01  NDX                             PIC S9(004) COMP VALUE ZERO.
       01  NDX-NRMZ                        PIC S9(004) COMP VALUE ZERO.
      *
       01  KDOC-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KDOC-CD-NR-SRE-CTFD             PIC  X(016).
       01  KDOC-CD-TIP-PSS                 PIC  X(001).
       01  KDOC-NR-DOC-TITR                PIC S9(014) COMP-3.
       01  KDOC-NM-TITR-NRMZ               PIC  X(060).
       01  KDOC-NM-PGM-INC                 PIC  X(008).
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
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
-INC   ICDK010W
      *
      *--------------------------------------*
       LINKAGE                        SECTION.
      *--------------------------------------*
      *
       01  DFHCOMMAREA.
           03  LKS-BOOK-ENTD.
               05  LKS-BOOK-RTNW      PIC X(0110).
               05  LKS-BOOK-010W      PIC X(0200).
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
      *
           PERFORM 200000-NORMALIZA-NOME.
      *
           IF  S010I-FUC-INCL
               PERFORM 300000-GRAVA-REFERENCIA
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
           IF  NOT S010I-IDFR-VRS-PRM-ATU-OK
               MOVE +2 TO GDA-CD-RTN
               GO TO 999000-ERRO-002
           END-IF.
      *
           IF  NOT S010I-FUC-INCL
           AND NOT S010I-FUC-NRMZ
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  S010I-FUC-INCL
           AND K010-CD-NR-SRE-CTFD EQUAL SPACES
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  K010-NR-DOC-TITR NOT NUMERIC
               MOVE ZEROS                  TO K010-NR-DOC-TITR
           END-IF.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-NORMALIZA-NOME          SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-NORMALIZA-NOME         '.
      *
      *----------------------------------------------------------------*
      *    (1) corta no ':' - "NOME:CPF" do CN ICP-Brasil
      *    (2) maiusculas; pontuacao vira branco
      *    (3) copia caractere a caractere sem brancos repetidos
      *----------------------------------------------------------------*
      *
           MOVE K010-NM-DTTR-CTFD         TO GDA-NM-ENTD.
      *
           MOVE ZEROS                     TO GDA-QT-ANTES-SEP.
           INSPECT GDA-NM-ENTD TALLYING GDA-QT-ANTES-SEP
                   FOR CHARACTERS BEFORE INITIAL ':'.
           IF  GDA-QT-ANTES-SEP LESS LENGTH OF GDA-NM-ENTD
               MOVE SPACES TO GDA-NM-ENTD (GDA-QT-ANTES-SEP + 1:)
           END-IF.
      *
           INSPECT GDA-NM-ENTD CONVERTING CTE-MINUSCULAS
                                       TO CTE-MAIUSCULAS.
           INSPECT GDA-NM-ENTD CONVERTING CTE-PONTUACAO
                                       TO CTE-BRANCOS.
      *
           MOVE SPACES                    TO GDA-NM-NRMZ.
           MOVE SPACES                    TO GDA-CARACTER-ANT.
           MOVE ZEROS                     TO NDX
                                             NDX-NRMZ.
           PERFORM 210000-COPIA-CARACTER
               UNTIL NDX NOT LESS LENGTH OF GDA-NM-ENTD.
      *
           MOVE GDA-NM-NRMZ               TO K010-NM-TITR-NRMZ.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-COPIA-CARACTER          SECTION.
      *--------------------------------------*
      *
           ADD +1 TO NDX.
           MOVE GDA-NM-ENTD (NDX:1)       TO GDA-CARACTER.
      *
           IF  GDA-CARACTER     EQUAL SPACE
           AND GDA-CARACTER-ANT EQUAL SPACE
               GO TO 210099-SAI
           END-IF.
      *
           ADD +1 TO NDX-NRMZ.
           MOVE GDA-CARACTER              TO GDA-NM-NRMZ (NDX-NRMZ:1).
           MOVE GDA-CARACTER              TO GDA-CARACTER-ANT.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-GRAVA-REFERENCIA        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-GRAVA-REFERENCIA       '.
      *
      *----------------------------------------------------------------*
      *    Certificado sem documento e sem nome nao tem o que indexar.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                       TO K010-IN-GRAV.
      *
           IF  K010-NR-DOC-TITR  EQUAL ZEROS
           AND K010-NM-TITR-NRMZ EQUAL SPACES
               GO TO 300099-SAI
           END-IF.
      *
           MOVE K010-CD-ADD-CTFR          TO KDOC-CD-ADD-CTFR.
           MOVE K010-CD-NR-SRE-CTFD       TO KDOC-CD-NR-SRE-CTFD.
           MOVE K010-CD-TIP-PSS           TO KDOC-CD-TIP-PSS.
           MOVE K010-NR-DOC-TITR          TO KDOC-NR-DOC-TITR.
           MOVE K010-NM-TITR-NRMZ         TO KDOC-NM-TITR-NRMZ.
           MOVE K010-NM-PGM-INC           TO KDOC-NM-PGM-INC.
      *
           EXEC SQL
                INSERT INTO DB2ICD.DOC_TITR_CTFD
                     ( CD_ADD_CTFR
                     , CD_NR_SRE_CTFD
                     , CD_TIP_PSS
                     , NR_DOC_TITR
                     , NM_TITR_NRMZ
                     , TS_INC
                     , NM_PGM_INC )
              VALUES ( :KDOC-CD-ADD-CTFR
                     , :KDOC-CD-NR-SRE-CTFD
                     , :KDOC-CD-TIP-PSS
                     , :KDOC-NR-DOC-TITR
                     , :KDOC-NM-TITR-NRMZ
                     , CURRENT TIMESTAMP
                     , :KDOC-NM-PGM-INC )
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
      *        recadastro do mesmo certificado: acompanha o documento
      *        e o nome
               WHEN -803
                    PERFORM 310000-ATUALIZA-REFERENCIA
               WHEN OTHER
                    MOVE +8 TO GDA-CD-RTN
                    GO TO 999000-ERRO-SQL
           END-EVALUATE.
      *
           MOVE 'S'                       TO K010-IN-GRAV.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-ATUALIZA-REFERENCIA     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                UPDATE  DB2ICD.DOC_TITR_CTFD
                   SET  CD_TIP_PSS     = :KDOC-CD-TIP-PSS
                     ,  NR_DOC_TITR    = :KDOC-NR-DOC-TITR
                     ,  NM_TITR_NRMZ   = :KDOC-NM-TITR-NRMZ
                 WHERE  CD_ADD_CTFR    = :KDOC-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KDOC-CD-NR-SRE-CTFD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
       310099-SAI.
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
           MOVE 'DOC-SQL ' TO S9100-CD-ABEND.
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
      *       F I M   D O   P R O G R A M A   I C D S 0 1 0 I          *
      *----------------------------------------------------------------*
