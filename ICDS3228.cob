      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3228.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3228 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS002 15.10.2026 EQUIPE ICD - Certificado recusado no parsing
      *                              ou sem documento e sem nome (que a
      *                              ICDS010I nao grava) fica
      *                              registrado como excecao em
      *                              DB2ICD.EXCC_DOC_TITR_CTFD e deixa
      *                              de voltar no cursor a cada
      *                              execucao (SYSIN col 08 'S'
      *                              reprocessa as excecoes).  O
      *                              limite por execucao passa a
      *                              contar so as referencias
      *                              gravadas.  Registra inicio e fim
      *                              da execucao em
      *                              DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) para o relatorio
      *                              matinal ICDS9108.
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Carga inicial da referencia cruzada titular X certificado
      *  (DB2ICD.DOC_TITR_CTFD) para o estoque acolhido antes de a
      *  ICDS3200 passar a grava-la no acolhimento.  Percorre os
      *  certificados das tabelas quente (CTFD_DGTL) e de arquivo
      *  (CTFD_DGTL_ARCV) que ainda nao constam da referencia, extrai
      *  do texto do certificado o tipo de pessoa e o CPF/CNPJ
      *  (ICDS2100) e grava documento e nome normalizado (ICDS010I).
      *
      *  Reexecutavel: so le o que falta, entao pode rodar em janelas
      *  (limite de referencias gravadas por execucao) e ser repetida
      *  depois de um erro.  Certificado cujo texto nao passa no
      *  parsing (RC 4), ou sem CPF/CNPJ e sem nome (nada a indexar),
      *  vai para o relatorio e fica registrado como excecao em
      *  DB2ICD.EXCC_DOC_TITR_CTFD ('P' parsing / 'V' vazio), que o
      *  cursor passa a ignorar - so volta com o reprocessamento
      *  pedido no SYSIN, que apaga a excecao do que for gravado.
      *  Erro de gravacao desfaz o lote corrente e encerra (RC 8).
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01-07   - quantidade maxima de certificados nesta
      *                  gravados nesta execucao (brancos/zeros =
      *                  todos)
      *    col 08      - 'S' reprocessa tambem os certificados
      *                  registrados como excecao
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS2100 - Parsing de Certificados X.509
      *    ICDS010I - Interface Tabela DB2ICD.DOC_TITR_CTFD     - INSERT
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.CTFD_DGTL          - SELECT
      *    DB2ICD.CTFD_DGTL_ARCV     - SELECT
      *    DB2ICD.EXCC_DOC_TITR_CTFD - INSERT / UPDATE / DELETE
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
       SELECT DOCTRPT  ASSIGN TO 'DOCTRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  DOCTRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3228'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS002'.
       01  CTE-QT-REG-CMIT                 PIC S9(009) COMP VALUE +100.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-QT-LIDO                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-GRAV                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-GRAV-ARQV                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-DOC                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-RJTD                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-VAZIO                    PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-DESDE-CMIT               PIC S9(009) COMP VALUE ZERO.
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  EDT-CD-RTN                      PIC  -ZZZZZZZZ9.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-DVGC                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-DVGC                          VALUE 'S'.
      *
       01  PARM-ENTRADA.
           03  PARM-QT-MAX-CTFD            PIC  9(007) VALUE ZEROS.
           03  PARM-IN-RPRC                PIC  X(001) VALUE 'N'.
           03  FILLER                      PIC  X(072).
      *
      *----------------------------------------------------------------*
      *    Certificados (quentes e arquivados) sem referencia cruzada
      *    e sem excecao registrada (salvo no reprocessamento).  A
      *    origem ('Q' quente / 'A' arquivo) so serve ao relatorio.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  CTFD-DOCT CURSOR WITH HOLD FOR
             SELECT  'Q'
                  ,  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                  ,  C.TX_NR_SRE_CTFD
                  ,  C.NM_DTTR_CTFD_DGTL
                  ,  C.TX_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL C
              WHERE  NOT EXISTS
                     ( SELECT  1
                         FROM  DB2ICD.DOC_TITR_CTFD X
                        WHERE  X.CD_ADD_CTFR    = C.CD_ADD_CTFR
                          AND  X.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD )
                AND  ( :PARM-IN-RPRC = 'S'
                 OR    NOT EXISTS
                       ( SELECT  1
                           FROM  DB2ICD.EXCC_DOC_TITR_CTFD E
                          WHERE  E.CD_ADD_CTFR    = C.CD_ADD_CTFR
                            AND  E.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD ) )
          UNION ALL
             SELECT  'A'
                  ,  A.CD_ADD_CTFR
                  ,  A.CD_NR_SRE_CTFD
                  ,  A.TX_NR_SRE_CTFD
                  ,  A.NM_DTTR_CTFD_DGTL
                  ,  A.TX_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL_ARCV A
              WHERE  NOT EXISTS
                     ( SELECT  1
                         FROM  DB2ICD.DOC_TITR_CTFD X
                        WHERE  X.CD_ADD_CTFR    = A.CD_ADD_CTFR
                          AND  X.CD_NR_SRE_CTFD = A.CD_NR_SRE_CTFD )
                AND  ( :PARM-IN-RPRC = 'S'
                 OR    NOT EXISTS
                       ( SELECT  1
                           FROM  DB2ICD.EXCC_DOC_TITR_CTFD E
                          WHERE  E.CD_ADD_CTFR    = A.CD_ADD_CTFR
                            AND  E.CD_NR_SRE_CTFD = A.CD_NR_SRE_CTFD ) )
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KDCT-IN-ORIG                    PIC  X(001).
       01  KDCT-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KDCT-CD-NR-SRE-CTFD             PIC  X(016).
       01  KDCT-TX-NR-SRE-CTFD             PIC  X(040).
       01  KDCT-NM-DTTR-CTFD-DGTL          PIC  X(060).
       01  KDCT-TX-CTFD-DGTL.
           49  KDCT-TX-CTFD-DGTL-SIZE      PIC S9(004) COMP.
           49  KDCT-TX-CTFD-DGTL-TEXT      PIC  X(32000).
       01  KDCT-CD-MTV-EXCC                PIC  X(001).
       01  KDCT-CD-RTN-PRSG                PIC S9(009) COMP.
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
       01  S2100-SAID-F02.
-INC   ICDK2102
      *
       01  S2100-SAID-F03.
-INC   ICDK2103
      *
       01  S2100-SAID-F04.
-INC   ICDK2104
      *
       01  S2100-SAID-F05.
-INC   ICDK2105
      *
       01  S2100-SAID-F06.
-INC   ICDK2106
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
           IF  PARM-QT-MAX-CTFD IS NOT NUMERIC
               MOVE ZEROS TO PARM-QT-MAX-CTFD
           END-IF.
           IF  PARM-IN-RPRC NOT EQUAL 'S'
               MOVE 'N' TO PARM-IN-RPRC
           END-IF.
      *
           OPEN OUTPUT DOCTRPT.
      *
           PERFORM 200000-CARGA-REFERENCIA.
      *
           CLOSE DOCTRPT.
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
       200000-CARGA-REFERENCIA        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-CARGA-REFERENCIA       '.
      *
           MOVE PARM-QT-MAX-CTFD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           IF  PARM-QT-MAX-CTFD GREATER ZEROS
               STRING 'CARGA DA REFERENCIA TITULAR X CERTIFICADO - '
                      'LIMITE: ' EDT-QT-TOTAL
                      ' REFERENCIA(S) GRAVADA(S)'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING 'CARGA DA REFERENCIA TITULAR X CERTIFICADO - '
                      'SEM LIMITE'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           IF  PARM-IN-RPRC EQUAL 'S'
               MOVE SPACES TO RPT-LINE
               STRING 'REPROCESSAMENTO DAS EXCECOES REGISTRADAS'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN CTFD-DOCT
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 200099-SAI
           END-IF.
      *
           PERFORM 210000-PROCESSA-CTFD-DOCT
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE CTFD-DOCT
           END-EXEC.
      *
           IF  GDA-QT-DESDE-CMIT GREATER ZEROS
               PERFORM 900000-COMMIT-PARCIAL
           END-IF.
      *
           PERFORM 300000-TOTAIS.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-PROCESSA-CTFD-DOCT      SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    O limite conta so as referencias gravadas: excecoes nao
      *    consomem a janela.
      *----------------------------------------------------------------*
           IF  PARM-QT-MAX-CTFD GREATER ZEROS
           AND GDA-QT-GRAV NOT LESS PARM-QT-MAX-CTFD
               SET  GDA-FIM-CRSR TO TRUE
               GO TO 210099-SAI
           END-IF.
      *
           EXEC SQL
                FETCH  CTFD-DOCT
                 INTO  :KDCT-IN-ORIG
                    ,  :KDCT-CD-ADD-CTFR
                    ,  :KDCT-CD-NR-SRE-CTFD
                    ,  :KDCT-TX-NR-SRE-CTFD
                    ,  :KDCT-NM-DTTR-CTFD-DGTL
                    ,  :KDCT-TX-CTFD-DGTL
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD +1 TO GDA-QT-LIDO
                    PERFORM 220000-REGISTRA-TITULAR
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM
                            ' - ERRO SQL FETCH = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR   TO TRUE
           END-EVALUATE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-REGISTRA-TITULAR        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 220000-REGISTRA-TITULAR       '.
      *
      *----------------------------------------------------------------*
      *    (1) ICDS2100 - tipo de pessoa e CPF/CNPJ do certificado
      *    (2) ICDS010I - grava documento e nome normalizado (o nome
      *        eh o ja gravado no certificado, como no acolhimento)
      *    (3) Recusa no parsing ou nada a indexar: registra excecao
      *----------------------------------------------------------------*
      *
           PERFORM 230000-EXECUTA-ICDS2100.
      *
           IF  KRTN-CD-RTN OF ICDS2100-DADOS NOT EQUAL ZEROS
               ADD +1 TO GDA-QT-RJTD
               SET  GDA-HOUVE-DVGC TO TRUE
               MOVE KDCT-CD-ADD-CTFR TO EDT-CD-ADD-CTFR
               MOVE KRTN-CD-RTN OF ICDS2100-DADOS TO EDT-CD-RTN
               MOVE SPACES TO RPT-LINE
               STRING '  *REJEITADO* ORIGEM ' KDCT-IN-ORIG
                      ' EMISSOR ' EDT-CD-ADD-CTFR
                      ' SERIE ' KDCT-TX-NR-SRE-CTFD
                      ' PARSING RC ' EDT-CD-RTN
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 'P'                   TO KDCT-CD-MTV-EXCC
               MOVE KRTN-CD-RTN OF ICDS2100-DADOS
                                          TO KDCT-CD-RTN-PRSG
               PERFORM 250000-REGISTRA-EXCECAO
               GO TO 220099-SAI
           END-IF.
      *
           INITIALIZE     ICDS010W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S010I-IDFR-VRS-PRM-ATU-OK TO TRUE.
           SET  S010I-FUC-INCL            TO TRUE.
           MOVE KDCT-CD-ADD-CTFR          TO K010-CD-ADD-CTFR.
           MOVE KDCT-CD-NR-SRE-CTFD       TO K010-CD-NR-SRE-CTFD.
           MOVE S2100-CD-TIP-PSS-CTFD     TO K010-CD-TIP-PSS.
           MOVE KDCT-NM-DTTR-CTFD-DGTL    TO K010-NM-DTTR-CTFD.
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
               PERFORM 240000-ERRO-GRAVACAO
               GO TO 220099-SAI
           END-IF.
      *
      *    sem CPF/CNPJ e sem nome a ICDS010I nao grava nada
           IF  NOT K010-GRAVADO
               ADD +1 TO GDA-QT-VAZIO
               MOVE KDCT-CD-ADD-CTFR TO EDT-CD-ADD-CTFR
               MOVE SPACES TO RPT-LINE
               STRING '  *SEM DADOS* ORIGEM ' KDCT-IN-ORIG
                      ' EMISSOR ' EDT-CD-ADD-CTFR
                      ' SERIE ' KDCT-TX-NR-SRE-CTFD
                      ' SEM CPF/CNPJ E SEM NOME'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 'V'                   TO KDCT-CD-MTV-EXCC
               MOVE ZEROS                 TO KDCT-CD-RTN-PRSG
               PERFORM 250000-REGISTRA-EXCECAO
               GO TO 220099-SAI
           END-IF.
      *
           IF  PARM-IN-RPRC EQUAL 'S'
               PERFORM 260000-APAGA-EXCECAO
               IF  GDA-HOUVE-ERRO
                   GO TO 220099-SAI
               END-IF
           END-IF.
      *
           ADD +1 TO GDA-QT-GRAV.
           IF  KDCT-IN-ORIG EQUAL 'A'
               ADD +1 TO GDA-QT-GRAV-ARQV
           END-IF.
           IF  K010-NR-DOC-TITR EQUAL ZEROS
               ADD +1 TO GDA-QT-SEM-DOC
           END-IF.
      *
           ADD +1 TO GDA-QT-DESDE-CMIT.
           IF  GDA-QT-DESDE-CMIT NOT LESS CTE-QT-REG-CMIT
               PERFORM 900000-COMMIT-PARCIAL
               MOVE ZEROS TO GDA-QT-DESDE-CMIT
           END-IF.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       230000-EXECUTA-ICDS2100        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 230000-EXECUTA-ICDS2100       '.
      *
           INITIALIZE     ICDS2100-DADOS
                          S2100-SAID-F01
                          S2100-SAID-F02
                          S2100-SAID-F03
                          S2100-SAID-F04
                          S2100-SAID-F05
                          S2100-SAID-F06
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S2100-IDFR-VRS-PRM-ATU-OK    TO TRUE.
           SET  S2100-FUC-CTNR-TODAS         TO TRUE.
           SET  S2100-FMT-PEM                TO TRUE.
           MOVE KDCT-TX-CTFD-DGTL-SIZE
             TO S2100-ENTD-TX-CTFD-DGTL-SIZE.
           MOVE KDCT-TX-CTFD-DGTL-TEXT
             TO S2100-ENTD-TX-CTFD-DGTL-TEXT.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS2100 USING GDA-DFHEIBLK
                               ICDS2100-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS2100-DADOS NOT EQUAL ZEROS
               GO TO 230099-SAI
           END-IF.
      *
           MOVE S2100-SAID-FNC-TAB (1)  TO S2100-SAID-F01.
           MOVE S2100-SAID-FNC-TAB (2)  TO S2100-SAID-F02.
           MOVE S2100-SAID-FNC-TAB (3)  TO S2100-SAID-F03.
           MOVE S2100-SAID-FNC-TAB (4)  TO S2100-SAID-F04.
           MOVE S2100-SAID-FNC-TAB (5)  TO S2100-SAID-F05.
           MOVE S2100-SAID-FNC-TAB (6)  TO S2100-SAID-F06.
      *
       230099-SAI.
           EXIT.
      *
      *--------------------------------------*
       240000-ERRO-GRAVACAO           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Desfaz o lote corrente e ENCERRA a carga: o ROLLBACK fecha
      *    o cursor CTFD-DOCT (mesmo WITH HOLD).  O que os commits
      *    parciais ja confirmaram fica; a proxima execucao retoma do
      *    que falta.
      *----------------------------------------------------------------*
      *
           DISPLAY '000 ' CTE-PRGM ' - ERRO ICDS010I = '
                   KRTN-CD-RTN     OF ICDS010W-DADOS ' / '
                   KRTN-CD-RTN-AUX OF ICDS010W-DADOS.
      *
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           MOVE ZEROS TO GDA-QT-DESDE-CMIT.
           SET  GDA-HOUVE-ERRO TO TRUE.
           SET  GDA-FIM-CRSR   TO TRUE.
      *
           MOVE KDCT-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE KRTN-CD-RTN OF ICDS010W-DADOS TO EDT-CD-RTN.
           MOVE SPACES TO RPT-LINE.
           STRING '  *ERRO* EMISSOR ' EDT-CD-ADD-CTFR
                  ' SERIE ' KDCT-TX-NR-SRE-CTFD
                  ' NAO GRAVADO - ICDS010I RC ' EDT-CD-RTN
                  ' - LOTE DESFEITO, CARGA ENCERRADA'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       240099-SAI.
           EXIT.
      *
      *--------------------------------------*
       250000-REGISTRA-EXCECAO        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 250000-REGISTRA-EXCECAO       '.
      *
      *----------------------------------------------------------------*
      *    Excecao ja registrada (reprocessamento) so tem motivo e
      *    data atualizados.  Entra no lote do COMMIT como as
      *    referencias gravadas.
      *----------------------------------------------------------------*
      *
           EXEC SQL
                INSERT INTO DB2ICD.EXCC_DOC_TITR_CTFD
                     ( CD_ADD_CTFR
                     , CD_NR_SRE_CTFD
                     , CD_MTV_EXCC
                     , CD_RTN_PRSG
                     , TS_INC
                     , NM_PGM_INC )
              VALUES ( :KDCT-CD-ADD-CTFR
                     , :KDCT-CD-NR-SRE-CTFD
                     , :KDCT-CD-MTV-EXCC
                     , :KDCT-CD-RTN-PRSG
                     , CURRENT TIMESTAMP
                     , :CTE-PRGM )
           END-EXEC.
      *
           IF  SQLCODE EQUAL -803
               EXEC SQL
                    UPDATE  DB2ICD.EXCC_DOC_TITR_CTFD
                       SET  CD_MTV_EXCC    = :KDCT-CD-MTV-EXCC
                         ,  CD_RTN_PRSG    = :KDCT-CD-RTN-PRSG
                         ,  TS_INC         = CURRENT TIMESTAMP
                     WHERE  CD_ADD_CTFR    = :KDCT-CD-ADD-CTFR
                       AND  CD_NR_SRE_CTFD = :KDCT-CD-NR-SRE-CTFD
               END-EXEC
           END-IF.
      *
           IF  SQLCODE NOT EQUAL +0
               PERFORM 270000-ERRO-EXCECAO
               GO TO 250099-SAI
           END-IF.
      *
           ADD +1 TO GDA-QT-DESDE-CMIT.
           IF  GDA-QT-DESDE-CMIT NOT LESS CTE-QT-REG-CMIT
               PERFORM 900000-COMMIT-PARCIAL
               MOVE ZEROS TO GDA-QT-DESDE-CMIT
           END-IF.
      *
       250099-SAI.
           EXIT.
      *
      *--------------------------------------*
       260000-APAGA-EXCECAO           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Reprocessamento: a referencia gravou, a excecao (se havia)
      *    sai no mesmo lote.
      *----------------------------------------------------------------*
      *
           EXEC SQL
                DELETE FROM DB2ICD.EXCC_DOC_TITR_CTFD
                      WHERE  CD_ADD_CTFR    = :KDCT-CD-ADD-CTFR
                        AND  CD_NR_SRE_CTFD = :KDCT-CD-NR-SRE-CTFD
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
           AND SQLCODE NOT EQUAL +100
               PERFORM 270000-ERRO-EXCECAO
           END-IF.
      *
       260099-SAI.
           EXIT.
      *
      *--------------------------------------*
       270000-ERRO-EXCECAO            SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Mesmo tratamento do 240000: desfaz o lote e encerra.
      *----------------------------------------------------------------*
      *
           DISPLAY '000 ' CTE-PRGM ' - ERRO SQL EXCECAO = ' SQLCODE.
      *
           MOVE SQLCODE TO EDT-CD-RTN.
      *
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           MOVE ZEROS TO GDA-QT-DESDE-CMIT.
           SET  GDA-HOUVE-ERRO TO TRUE.
           SET  GDA-FIM-CRSR   TO TRUE.
      *
           MOVE KDCT-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING '  *ERRO* EMISSOR ' EDT-CD-ADD-CTFR
                  ' SERIE ' KDCT-TX-NR-SRE-CTFD
                  ' EXCECAO NAO GRAVADA - SQLCODE ' EDT-CD-RTN
                  ' - LOTE DESFEITO, CARGA ENCERRADA'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       270099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-TOTAIS                  SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-TOTAIS                 '.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-LIDO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL CERTIFICADOS LIDOS      : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-GRAV TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL REFERENCIAS GRAVADAS    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-GRAV-ARQV TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    DAS QUAIS DO ARQUIVO        : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-SEM-DOC TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    DAS QUAIS SEM CPF/CNPJ      : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-RJTD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL REJEITADOS NO PARSING   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-VAZIO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOTAL SEM CPF/CNPJ E SEM NOME : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       300099-SAI.
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
           MOVE GDA-QT-LIDO               TO K011-QT-LIDO.
           MOVE GDA-QT-GRAV               TO K011-QT-ATLZ.
           ADD  GDA-QT-RJTD GDA-QT-VAZIO GIVING K011-QT-RJTD.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 8          *
      *----------------------------------------------------------------*
