      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3221.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3221 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS004 15.10.2026 EQUIPE ICD - ERRO SQL NO OPEN OU NO FETCH DOS
      *                              CURSORES DA ARVORE DA RC 4 E
      *                              LINHA NO RELATORIO (A ARVORE
      *                              PODE TER FICADO INCOMPLETA).
      * VRS003 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS002 15.10.2026 EQUIPE ICD - Motivo codificado (CRLReason): a
      *                              AC e os certificados revogados da
      *                              arvore levam 02 (cACompromise);
      *                              os suspensos, 06 (certificateHold).
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Desconfianca de AC (AC da ICP-Brasil comprometida ou
      *  descredenciada): dada a AC no cartao SYSIN,
      *    (1) marca a AC - e, descendo a arvore, cada AC subordinada
      *        - com o estado proprio [D]esconfiada em
      *        DB2ICD.CTFD_DGTL (com historico e log), o que faz a
      *        validacao de cadeia da ICDS3200 (500000) recusar todo
      *        certificado novo encadeado a ela (ocorrencia 0028);
      *    (2) submete cada certificado de usuario final ativo
      *        emitido sob a arvore a propria ICDS3201 - revogacao
      *        ([I]nvalidado) ou suspensao ([H] - certificateHold) -,
      *        de modo que historico, log e o feed de eventos da
      *        ICDS3209 saiam iguais aos de uma revogacao manual.
      *  A arvore eh percorrida por DB2ICD.IDFR_CHV_ADD_CTFR
      *  (CD_ADD_CTFR_DTTR = codigo da AC como emissora), a mesma
      *  ligacao que a ICDS3217 usa para contar o impacto.
      *
      *  O modo default eh a SIMULACAO: nada eh gravado, o relatorio
      *  e a listagem por MCI saem com o que SERIA feito, para a
      *  decisao da mesa de seguranca antes da execucao real.
      *
      *  Saidas:
      *    DSCFRPT.TXT - relatorio da execucao (ACs e certificados)
      *    DSCFMCI.TXT - um registro por certificado afetado, com o
      *                  MCI do titular na frente, para as agencias
      *                  contatarem os clientes
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01      - 'S' simulacao, nada eh gravado (default)
      *                  'R' revoga os certificados da arvore
      *                  'H' suspende os certificados da arvore
      *    col 02-10   - codigo do emissor do certificado da AC
      *                  (CD_ADD_CTFR)
      *    col 11-26   - numero de serie do certificado da AC
      *                  (CD_NR_SRE_CTFD)
      *    col 27-66   - motivo (texto livre, vai para o historico)
      *----------------------------------------------------------------*
      *  Layout do registro de DSCFMCI.TXT:
      *    col 01-10   - codigo MCI do titular (zeros = sem vinculo)
      *    col 12-21   - codigo do emissor (CD_ADD_CTFR)
      *    col 23-62   - numero de serie   (TX_NR_SRE_CTFD)
      *    col 64-64   - situacao antes da acao
      *    col 66-66   - acao: 'S' simulada, 'I' revogado,
      *                  'H' suspenso, 'E' erro na ICDS3201
      *    col 68-127  - nome do titular   (NM_DTTR_CTFD_DGTL)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS2200 - Vincular certificado X codigo MCI - Usuario Final
      *    ICDS3201 - Revogacao manual/emergencial de certificado
      *    ICDS003C - Interface Tabela DB2ICD.CTFD_DGTL         - SELECT
      *    ICDS003U - Interface Tabela DB2ICD.CTFD_DGTL         - UPDATE
      *    ICDS004I - Interface Tabela DB2ICD.HST_CTFD_DGTL     - INSERT
      *    ICDSUTC0 - Timestamp UTC (Universal Time, Coordinated)
      *    ICDS9100 - Gravar log
      *    ICDS011I - Controle de execucao da cadeia batch
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
       SELECT DSCFRPT  ASSIGN TO 'DSCFRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DSCFMCI  ASSIGN TO 'DSCFMCI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  DSCFRPT.
       01  RPT-LINE                        PIC X(132).
      *
       FD  DSCFMCI.
       01  MCI-LINE                        PIC X(127).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3221'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS004'.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    Motivos codificados (CRLReason - RFC 5280, ver ICDS3201)
      *----------------------------------------------------------------*
       01  CTE-CD-MTV-CA-COMPROMISE        PIC  9(002) VALUE 02.
       01  CTE-CD-MTV-CTFD-HOLD            PIC  9(002) VALUE 06.
       01  CTE-QT-REG-CMIT                 PIC S9(009) COMP VALUE +100.
      *----------------------------------------------------------------*
      *    Limite de emissores (ACs) na arvore: a hierarquia da
      *    ICP-Brasil tem poucos niveis e algumas dezenas de ACs por
      *    raiz; o limite so protege contra ligacao circular.
      *----------------------------------------------------------------*
       01  CTE-QT-MAX-EMT                  PIC S9(004) COMP VALUE +200.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE 'ctm-user'.
       01  GDA-QT-AC-DSCF                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTFD-LCZD                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTFD-TRTD                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTFD-ERRO                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-CTFD-SEM-MCI             PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-DESDE-CMIT               PIC S9(009) COMP VALUE ZERO.
       01  GDA-CD-IDFC-MCI                 PIC S9(009) COMP VALUE ZERO.
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-CD-ADD-CTFR                 PIC  -ZZZZZZZZ9.
       01  EDT-CD-ADD-CTFR-DTTR            PIC  -ZZZZZZZZ9.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-LIMITE-ATINGIDO          PIC  X(001) VALUE 'N'.
           88  GDA-LIMITE-ATINGIDO                     VALUE 'S'.
       01  GDA-SW-EMT-JA-LISTADO           PIC  X(001) VALUE 'N'.
           88  GDA-EMT-JA-LISTADO                      VALUE 'S'.
       01  GDA-SW-AC-OK                    PIC  X(001) VALUE 'N'.
           88  GDA-AC-OK                               VALUE 'S'.
       01  GDA-SW-ERRO-SQL                 PIC  X(001) VALUE 'N'.
           88  GDA-ERRO-SQL                            VALUE 'S'.
       01  GDA-CD-ACAO                     PIC  X(001) VALUE SPACES.
       01  GDA-TX-MODO                     PIC  X(010) VALUE SPACES.
      *
       01  PARM-ENTRADA.
           03  PARM-CD-MODO                PIC  X(001) VALUE 'S'.
               88  MODO-SIMULA                         VALUE 'S'.
               88  MODO-REVOGA                         VALUE 'R'.
               88  MODO-SUSPENDE                       VALUE 'H'.
           03  PARM-CD-ADD-CTFR            PIC  9(009).
           03  PARM-CD-NR-SRE-CTFD         PIC  X(016).
           03  PARM-TX-MTV                 PIC  X(040).
      *
      *----------------------------------------------------------------*
      *    Fila dos emissores da arvore (codigo da AC como emissora,
      *    CD_ADD_CTFR_DTTR): a AC desconfiada primeiro; cada AC
      *    subordinada encontrada entra no fim e eh tratada na sua vez.
      *----------------------------------------------------------------*
       01  GDA-QT-EMT                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-IX-EMT                      PIC S9(004) COMP VALUE ZERO.
       01  NDX                             PIC S9(004) COMP VALUE ZERO.
       01  GDA-TAB-EMT.
           03  GDA-EMT                     OCCURS 200.
               05  EMT-CD-ADD-CTFR-DTTR    PIC S9(009) COMP.
      *
       01  MCI-LINE-WS.
           03  MCI-CD-IDFC-MCI             PIC  9(010).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  MCI-CD-ADD-CTFR             PIC  -ZZZZZZZZ9.
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  MCI-TX-NR-SRE-CTFD          PIC  X(040).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  MCI-CD-EST-ANT              PIC  X(001).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  MCI-CD-ACAO                 PIC  X(001).
           03  FILLER                      PIC  X(001) VALUE SPACE.
           03  MCI-NM-DTTR-CTFD-DGTL       PIC  X(060).
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
      *    Area da sub-rotina ICDS003C - Consulta certificado
      *----------------------------------------------------------------*
       01  ICDS003C                        PIC  X(008) VALUE 'ICDS003C'.
      *
       01  ICDS003W-DADOS.
-INC   ICDKRTNW
-INC   ICDK003W
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS003U - Atualiza estado do certificado
      *----------------------------------------------------------------*
       01  ICDS003U                        PIC  X(008) VALUE 'ICDS003U'.
      *
       01  ICDS003U-DADOS.
-INC   ICDKRTNW
-INC   ICDK003U
      *
      *----------------------------------------------------------------*
      *    Area da sub-rotina ICDS004I - Grava historico do certificado
      *----------------------------------------------------------------*
       01  ICDS004I                        PIC  X(008) VALUE 'ICDS004I'.
      *
       01  ICDS004W-DADOS.
-INC   ICDKRTNW
-INC   ICDK004W
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
      *    Area da sub-rotina ICDS011I - Controle de execucao batch
      *----------------------------------------------------------------*
       01  ICDS011I                        PIC  X(008) VALUE 'ICDS011I'.
      *
       01  ICDS011W-DADOS.
-INC   ICDKRTNW
-INC   ICDK011W
      *
      *----------------------------------------------------------------*
      *    Variaveis da linkage da ICDS3201 (mesmo book do online)
      *----------------------------------------------------------------*
       01  ICDS3201                        PIC  X(008) VALUE 'ICDS3201'.
      *
       01  GDA-LKS-3201.
-INC   ICDKRTNW
-INC   ICDK3201
      *
       01  LKS-BOOK-3201-ENTD.
           03  LKS-BOOK-RTNW               PIC  X(0110).
           03  LKS-BOOK-3201               PIC  X(0100).
      *
      *----------------------------------------------------------------*
      *    Certificados de AC que respondem pelo codigo de emissor
      *    corrente (a propria AC e eventuais reemissoes dela com a
      *    mesma chave), ainda ativos - marcados [D]esconfiada.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AC-EMISSOR CURSOR WITH HOLD FOR
             SELECT  C.CD_ADD_CTFR
                  ,  C.CD_NR_SRE_CTFD
                  ,  C.TX_NR_SRE_CTFD
                  ,  C.NM_DTTR_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL C
              INNER  JOIN DB2ICD.IDFR_CHV_ADD_CTFR I
                 ON  I.CD_ADD_CTFR    = C.CD_ADD_CTFR
                AND  I.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD
              WHERE  I.CD_ADD_CTFR_DTTR = :KDSC-CD-ADD-CTFR-EMT
                AND  C.CD_NTZ_TITR_CTFD = 'AC'
                AND  C.CD_EST_CTFD_DGTL = 'A'
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ACs subordinadas emitidas pelo emissor corrente: seus
      *    codigos de emissor entram na fila.  A auto-assinatura da
      *    raiz (emissor = ela mesma) fica de fora.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AC-SUBORDINADA CURSOR WITH HOLD FOR
             SELECT  DISTINCT I.CD_ADD_CTFR_DTTR
               FROM  DB2ICD.CTFD_DGTL C
              INNER  JOIN DB2ICD.IDFR_CHV_ADD_CTFR I
                 ON  I.CD_ADD_CTFR    = C.CD_ADD_CTFR
                AND  I.CD_NR_SRE_CTFD = C.CD_NR_SRE_CTFD
              WHERE  C.CD_ADD_CTFR      = :KDSC-CD-ADD-CTFR-EMT
                AND  C.CD_NTZ_TITR_CTFD = 'AC'
                AND  I.CD_ADD_CTFR_DTTR <> :KDSC-CD-ADD-CTFR-EMT
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Certificados de usuario final ainda em vigor emitidos pelo
      *    emissor corrente.  Na revogacao entram tambem os ja
      *    suspensos ([H]) por uma execucao anterior.
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  CTFD-USU-FIM CURSOR WITH HOLD FOR
             SELECT  CD_ADD_CTFR
                  ,  CD_NR_SRE_CTFD
                  ,  TX_NR_SRE_CTFD
                  ,  CD_EST_CTFD_DGTL
                  ,  NM_DTTR_CTFD_DGTL
               FROM  DB2ICD.CTFD_DGTL
              WHERE  CD_ADD_CTFR      = :KDSC-CD-ADD-CTFR-EMT
                AND  CD_NTZ_TITR_CTFD <> 'AC'
                AND  (    CD_EST_CTFD_DGTL IN ('A', 'L')
                      OR (     CD_EST_CTFD_DGTL = 'H'
                           AND :PARM-CD-MODO    <> 'H' ) )
           ORDER BY  CD_NR_SRE_CTFD
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KDSC-CD-ADD-CTFR-EMT            PIC S9(009) COMP.
       01  KDSC-CD-ADD-CTFR                PIC S9(009) COMP.
       01  KDSC-CD-NR-SRE-CTFD             PIC  X(016).
       01  KDSC-TX-NR-SRE-CTFD             PIC  X(040).
       01  KDSC-CD-EST-CTFD-DGTL           PIC  X(001).
       01  KDSC-NM-DTTR-CTFD-DGTL          PIC  X(060).
       01  KDSC-CD-ADD-CTFR-DTTR           PIC S9(009) COMP.
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
           IF  NOT MODO-REVOGA
           AND NOT MODO-SUSPENDE
               MOVE 'S' TO PARM-CD-MODO
           END-IF.
      *
           EVALUATE TRUE
               WHEN MODO-REVOGA
                    MOVE 'REVOGACAO'  TO GDA-TX-MODO
               WHEN MODO-SUSPENDE
                    MOVE 'SUSPENSAO'  TO GDA-TX-MODO
               WHEN OTHER
                    MOVE 'SIMULACAO'  TO GDA-TX-MODO
           END-EVALUATE.
      *
           OPEN OUTPUT DSCFRPT
                       DSCFMCI.
      *
           PERFORM 100000-FORMATA-CABECALHO.
      *
           PERFORM 200000-LOCALIZA-AC-DSCF.
      *
           IF  GDA-AC-OK
               PERFORM 300000-PERCORRE-ARVORE
               IF  GDA-QT-DESDE-CMIT GREATER ZEROS
                   PERFORM 900000-COMMIT-PARCIAL
               END-IF
               PERFORM 500000-IMPRIME-TOTAIS
           END-IF.
      *
           CLOSE DSCFRPT
                 DSCFMCI.
      *
      *----------------------------------------------------------------*
      *    Return code 8 quando a AC do cartao nao foi aceita; 4
      *    quando algum certificado nao foi tratado pela ICDS3201, a
      *    arvore estourou o limite de emissores ou um cursor da
      *    arvore deu erro SQL no OPEN/FETCH - o scheduler
      *    precisa saber que pode restar certificado ativo.  (Setado
      *    por ultimo porque os CALLs a ICDS3201 sobrescrevem o
      *    RETURN-CODE.)
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN NOT GDA-AC-OK
                    MOVE +8 TO RETURN-CODE
               WHEN GDA-QT-CTFD-ERRO GREATER ZEROS
               WHEN GDA-LIMITE-ATINGIDO
               WHEN GDA-ERRO-SQL
                    MOVE +4 TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
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
       100000-FORMATA-CABECALHO       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'DESCONFIANCA DE AC - MODO: ' GDA-TX-MODO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  AC EMISSOR ' PARM-CD-ADD-CTFR
                  ' SERIE ' PARM-CD-NR-SRE-CTFD
                  ' MOTIVO ' PARM-TX-MTV
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-LOCALIZA-AC-DSCF        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-LOCALIZA-AC-DSCF       '.
      *
      *----------------------------------------------------------------*
      *    O certificado do cartao deve existir, ser de natureza 'AC'
      *    e ter entrada de chave em IDFR_CHV_ADD_CTFR - dela sai o
      *    codigo com que a AC aparece como emissora (raiz da fila).
      *----------------------------------------------------------------*
      *
           IF  PARM-CD-ADD-CTFR IS NOT NUMERIC
           OR  PARM-CD-NR-SRE-CTFD EQUAL SPACES
               MOVE SPACES TO RPT-LINE
               STRING '  *ERRO* AC INVALIDA NO CARTAO SYSIN'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO 200099-SAI
           END-IF.
      *
           INITIALIZE     ICDS003W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE PARM-CD-ADD-CTFR          TO K003-CD-ADD-CTFR.
           MOVE PARM-CD-NR-SRE-CTFD       TO K003-CD-NR-SRE-CTFD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS003C USING GDA-DFHEIBLK
                               ICDS003W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS003W-DADOS NOT EQUAL ZEROS
               MOVE SPACES TO RPT-LINE
               STRING '  *ERRO* CERTIFICADO DA AC NAO LOCALIZADO'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO 200099-SAI
           END-IF.
      *
           IF  K003-CD-NTZ-TITR-CTFD NOT EQUAL 'AC'
               MOVE SPACES TO RPT-LINE
               STRING '  *ERRO* CERTIFICADO NAO EH DE AC - NATUREZA '
                      K003-CD-NTZ-TITR-CTFD
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO 200099-SAI
           END-IF.
      *
           MOVE K003-CD-ADD-CTFR          TO KDSC-CD-ADD-CTFR.
           MOVE K003-CD-NR-SRE-CTFD       TO KDSC-CD-NR-SRE-CTFD.
      *
           EXEC SQL
                SELECT  CD_ADD_CTFR_DTTR
                  INTO  :KDSC-CD-ADD-CTFR-DTTR
                  FROM  DB2ICD.IDFR_CHV_ADD_CTFR
                 WHERE  CD_ADD_CTFR    = :KDSC-CD-ADD-CTFR
                   AND  CD_NR_SRE_CTFD = :KDSC-CD-NR-SRE-CTFD
                 FETCH  FIRST 1 ROW ONLY
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CHV-AC = ' SQLCODE
               MOVE SPACES TO RPT-LINE
               STRING '  *ERRO* AC SEM ENTRADA DE CHAVE EM'
                      ' IDFR_CHV_ADD_CTFR'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO 200099-SAI
           END-IF.
      *
           MOVE K003-NM-DTTR-CTFD-DGTL    TO KDSC-NM-DTTR-CTFD-DGTL.
           MOVE KDSC-CD-ADD-CTFR-DTTR     TO EDT-CD-ADD-CTFR-DTTR.
           MOVE SPACES TO RPT-LINE.
           STRING '  ' KDSC-NM-DTTR-CTFD-DGTL
                  ' - CODIGO COMO EMISSORA ' EDT-CD-ADD-CTFR-DTTR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           MOVE +1                        TO GDA-QT-EMT.
           MOVE KDSC-CD-ADD-CTFR-DTTR     TO EMT-CD-ADD-CTFR-DTTR (1).
           SET  GDA-AC-OK                 TO TRUE.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-PERCORRE-ARVORE         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-PERCORRE-ARVORE        '.
      *
           MOVE ZERO TO GDA-IX-EMT.
           PERFORM 310000-PROCESSA-EMISSOR
               UNTIL GDA-IX-EMT NOT LESS GDA-QT-EMT.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-PROCESSA-EMISSOR        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 310000-PROCESSA-EMISSOR       '.
      *
      *----------------------------------------------------------------*
      *    (1) marca [D] os certificados de AC do emissor corrente
      *    (2) enfileira as ACs subordinadas
      *    (3) revoga/suspende os certificados de usuario final
      *----------------------------------------------------------------*
      *
           ADD +1 TO GDA-IX-EMT.
           MOVE EMT-CD-ADD-CTFR-DTTR (GDA-IX-EMT)
                                       TO KDSC-CD-ADD-CTFR-EMT.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           EXEC SQL
                OPEN AC-EMISSOR
           END-EXEC.
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN '
                       'AC-EMISSOR = ' SQLCODE
               SET  GDA-ERRO-SQL TO TRUE
           ELSE
               PERFORM 320000-PROCESSA-AC-EMISSOR
                   UNTIL GDA-FIM-CRSR
               EXEC SQL
                    CLOSE AC-EMISSOR
               END-EXEC
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           EXEC SQL
                OPEN AC-SUBORDINADA
           END-EXEC.
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN '
                       'AC-SUBORDINADA = ' SQLCODE
               SET  GDA-ERRO-SQL TO TRUE
           ELSE
               PERFORM 330000-ENFILEIRA-AC-SUBD
                   UNTIL GDA-FIM-CRSR
               EXEC SQL
                    CLOSE AC-SUBORDINADA
               END-EXEC
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           EXEC SQL
                OPEN CTFD-USU-FIM
           END-EXEC.
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN '
                       'CTFD-USU-FIM = ' SQLCODE
               SET  GDA-ERRO-SQL TO TRUE
           ELSE
               PERFORM 340000-PROCESSA-CTFD-USU-FIM
                   UNTIL GDA-FIM-CRSR
               EXEC SQL
                    CLOSE CTFD-USU-FIM
               END-EXEC
           END-IF.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-PROCESSA-AC-EMISSOR     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AC-EMISSOR
                 INTO  :KDSC-CD-ADD-CTFR
                    ,  :KDSC-CD-NR-SRE-CTFD
                    ,  :KDSC-TX-NR-SRE-CTFD
                    ,  :KDSC-NM-DTTR-CTFD-DGTL
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 321000-MARCA-AC-DESCONFIADA
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL FETCH = '
                            SQLCODE
                    SET  GDA-ERRO-SQL TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       321000-MARCA-AC-DESCONFIADA    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 321000-MARCA-AC-DESCONFIADA   '.
      *
      *----------------------------------------------------------------*
      *    Mesmo tratamento de estado/historico/log da conciliacao
      *    (ICDS3205): ICDS003C, ICDS003U com [D], ICDS004I e ICDS9100.
      *    Na simulacao so reporta.
      *----------------------------------------------------------------*
      *
           ADD +1 TO GDA-QT-AC-DSCF.
      *
           MOVE KDSC-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING '  AC DESCONFIADA  EMISSOR ' EDT-CD-ADD-CTFR
                  ' SERIE ' KDSC-TX-NR-SRE-CTFD
                  ' ' KDSC-NM-DTTR-CTFD-DGTL (1:40)
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           IF  MODO-SIMULA
               GO TO 321099-SAI
           END-IF.
      *
           INITIALIZE     ICDS003W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE KDSC-CD-ADD-CTFR          TO K003-CD-ADD-CTFR.
           MOVE KDSC-CD-NR-SRE-CTFD       TO K003-CD-NR-SRE-CTFD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS003C USING GDA-DFHEIBLK
                               ICDS003W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS003W-DADOS NOT EQUAL ZEROS
               DISPLAY '000 ' CTE-PRGM ' - ICDS003C CD-RTN = '
                       KRTN-CD-RTN OF ICDS003W-DADOS
               GO TO 321099-SAI
           END-IF.
      *
           INITIALIZE     ICDS003U-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S003U-IDFR-VRS-PRM-ATU-OK TO TRUE.
           MOVE KDSC-CD-ADD-CTFR          TO K003U-CD-ADD-CTFR.
           MOVE KDSC-CD-NR-SRE-CTFD       TO K003U-CD-NR-SRE-CTFD.
           MOVE 'D'                       TO K003U-CD-EST-CTFD-DGTL.
           MOVE GDA-CD-USU                TO K003U-CD-USU-RSP-EST.
           MOVE CTE-PRGM                  TO K003U-NM-PGM-RSP-EST.
           MOVE PARM-TX-MTV               TO K003U-TX-MTV-RVGC.
           MOVE CTE-CD-MTV-CA-COMPROMISE  TO K003U-CD-MTV-RVGC.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS003U USING GDA-DFHEIBLK
                               ICDS003U-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS003U-DADOS NOT EQUAL ZEROS
               DISPLAY '000 ' CTE-PRGM ' - ICDS003U CD-RTN = '
                       KRTN-CD-RTN OF ICDS003U-DADOS
               GO TO 321099-SAI
           END-IF.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDSUTC0 USING GDA-DFHEIBLK
                               ICDSUTCW-DADOS.
      *
           INITIALIZE     ICDS004W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE UTCW-DB2-TIME             TO K004-TS-ALT-TAB.
           MOVE 'D'                       TO K004-CD-ALT-TAB.
           MOVE GDA-CD-USU                TO K004-CD-RSP-ALT-TAB.
           MOVE CTE-CD-MTV-CA-COMPROMISE  TO K004-CD-MTV-RVGC.
      *----------------------------------------------------------------*
           MOVE K003-CD-ADD-CTFR          TO K004-CD-ADD-CTFR.
           MOVE K003-CD-NR-SRE-CTFD       TO K004-CD-NR-SRE-CTFD.
           MOVE K003-CD-IDFR-SEQ-CTFC     TO K004-CD-IDFR-SEQ-CTFC.
           MOVE K003-CD-FNLD-CTFD-DGTL    TO K004-CD-FNLD-CTFD-DGTL.
           MOVE K003-CD-NTZ-TITR-CTFD     TO K004-CD-NTZ-TITR-CTFD.
           MOVE K003-CD-URL-LS-CNCD       TO K004-CD-URL-LS-CNCD.
           MOVE K003-TX-NR-SRE-CTFD       TO K004-TX-NR-SRE-CTFD.
           MOVE K003-TS-EMS-CTFD-DGTL     TO K004-TS-EMS-CTFD-DGTL.
           MOVE K003-TS-EXPC-CTFD-DGTL    TO K004-TS-EXPC-CTFD-DGTL.
           MOVE K003-TS-CNCT-CTFD-DGTL    TO K004-TS-CNCT-CTFD-DGTL.
           MOVE 'D'                       TO K004-CD-EST-CTFD-DGTL.
           MOVE UTCW-DB2-TIME             TO K004-TS-EST-CTFD-DGTL.
           MOVE GDA-CD-USU                TO K004-CD-USU-RSP-EST.
           MOVE CTE-PRGM                  TO K004-NM-PGM-RSP-EST.
           MOVE K003-NM-DTTR-CTFD-DGTL    TO K004-NM-DTTR-CTFD-DGTL.
           MOVE K003-TX-MDU-CHV-PBCO      TO K004-TX-MDU-CHV-PBCO.
           MOVE K003-TX-EXPT-CHV-PBCO     TO K004-TX-EXPT-CHV-PBCO.
           MOVE K003-TX-CTFD-DGTL         TO K004-TX-CTFD-DGTL.
      *----------------------------------------------------------------*
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS004I USING GDA-DFHEIBLK
                               ICDS004W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS004W-DADOS NOT EQUAL ZEROS
               DISPLAY '000 ' CTE-PRGM ' - ICDS004I CD-RTN = '
                       KRTN-CD-RTN OF ICDS004W-DADOS
               GO TO 321099-SAI
           END-IF.
      *
           PERFORM 322000-REGISTRA-LOG-DSCF.
           PERFORM 910000-CONTA-COMMIT.
      *
       321099-SAI.
           EXIT.
      *
      *--------------------------------------*
       322000-REGISTRA-LOG-DSCF       SECTION.
      *--------------------------------------*
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'DSCFAC  '                 TO S9100-CD-ABEND.
           MOVE KDSC-CD-ADD-CTFR           TO S9100-CD-RTN-AUX.
           MOVE ZEROS                      TO S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'AC DESCONFIADA - SERIE ' KDSC-TX-NR-SRE-CTFD
                  ' - ' PARM-TX-MTV
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       322099-SAI.
           EXIT.
      *
      *--------------------------------------*
       330000-ENFILEIRA-AC-SUBD       SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AC-SUBORDINADA
                 INTO  :KDSC-CD-ADD-CTFR-DTTR
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    PERFORM 331000-INCLUI-NA-FILA
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL FETCH = '
                            SQLCODE
                    SET  GDA-ERRO-SQL TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       330099-SAI.
           EXIT.
      *
      *--------------------------------------*
       331000-INCLUI-NA-FILA          SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Emissor ja na fila (ligacao cruzada entre ACs) nao entra de
      *    novo - guarda contra loop.
      *----------------------------------------------------------------*
           MOVE 'N'  TO GDA-SW-EMT-JA-LISTADO.
           MOVE ZERO TO NDX.
           PERFORM 332000-PROCURA-NA-FILA
               UNTIL GDA-EMT-JA-LISTADO
                  OR NDX NOT LESS GDA-QT-EMT.
      *
           IF  GDA-EMT-JA-LISTADO
               GO TO 331099-SAI
           END-IF.
      *
           IF  GDA-QT-EMT NOT LESS CTE-QT-MAX-EMT
               SET  GDA-LIMITE-ATINGIDO TO TRUE
               MOVE KDSC-CD-ADD-CTFR-DTTR TO EDT-CD-ADD-CTFR-DTTR
               MOVE SPACES TO RPT-LINE
               STRING '  *LIMITE DE ACS ATINGIDO - EMISSOR '
                      EDT-CD-ADD-CTFR-DTTR ' NAO TRATADO*'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY '000 ' CTE-PRGM ' - LIMITE DE ACS ATINGIDO'
               GO TO 331099-SAI
           END-IF.
      *
           ADD +1 TO GDA-QT-EMT.
           MOVE KDSC-CD-ADD-CTFR-DTTR
                               TO EMT-CD-ADD-CTFR-DTTR (GDA-QT-EMT).
      *
       331099-SAI.
           EXIT.
      *
      *--------------------------------------*
       332000-PROCURA-NA-FILA         SECTION.
      *--------------------------------------*
      *
           ADD +1 TO NDX.
           IF  EMT-CD-ADD-CTFR-DTTR (NDX) EQUAL KDSC-CD-ADD-CTFR-DTTR
               SET  GDA-EMT-JA-LISTADO TO TRUE
           END-IF.
      *
       332099-SAI.
           EXIT.
      *
      *--------------------------------------*
       340000-PROCESSA-CTFD-USU-FIM   SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  CTFD-USU-FIM
                 INTO  :KDSC-CD-ADD-CTFR
                    ,  :KDSC-CD-NR-SRE-CTFD
                    ,  :KDSC-TX-NR-SRE-CTFD
                    ,  :KDSC-CD-EST-CTFD-DGTL
                    ,  :KDSC-NM-DTTR-CTFD-DGTL
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD +1 TO GDA-QT-CTFD-LCZD
                    PERFORM 341000-LOCALIZA-MCI
                    PERFORM 342000-TRATA-CTFD-USU-FIM
                    PERFORM 343000-GRAVA-LISTAGEM-MCI
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL FETCH = '
                            SQLCODE
                    SET  GDA-ERRO-SQL TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       340099-SAI.
           EXIT.
      *
      *--------------------------------------*
       341000-LOCALIZA-MCI            SECTION.
      *--------------------------------------*
      *
           INITIALIZE     ICDS2200-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S2200-IDFR-VRS-PRM-ATU-OK   TO TRUE.
           SET  S2200-FUC-REF               TO TRUE.
           MOVE KDSC-CD-ADD-CTFR            TO S2200-CD-ADD-CTFR.
           MOVE KDSC-CD-NR-SRE-CTFD         TO S2200-CD-NR-SRE-CTFD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS2200 USING GDA-DFHEIBLK
                               ICDS2200-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS2200-DADOS EQUAL ZEROS
               MOVE KRTN-CD-RTN-AUX OF ICDS2200-DADOS
                                            TO GDA-CD-IDFC-MCI
           ELSE
               MOVE ZEROS                   TO GDA-CD-IDFC-MCI
               ADD  +1                      TO GDA-QT-CTFD-SEM-MCI
           END-IF.
      *
       341099-SAI.
           EXIT.
      *
      *--------------------------------------*
       342000-TRATA-CTFD-USU-FIM      SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 342000-TRATA-CTFD-USU-FIM     '.
      *
      *----------------------------------------------------------------*
      *    Cada certificado vai a propria ICDS3201 (mesmo padrao da
      *    revogacao em massa ICDS3212), nao a uma copia da logica.
      *----------------------------------------------------------------*
      *
           IF  MODO-SIMULA
               MOVE 'S' TO GDA-CD-ACAO
               GO TO 342099-SAI
           END-IF.
      *
           INITIALIZE     GDA-LKS-3201
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           SET  S3201-IDFR-VRS-PRM-ATU-OK  TO TRUE.
           MOVE KDSC-CD-ADD-CTFR           TO S3201-CD-ADD-CTFR.
           MOVE KDSC-CD-NR-SRE-CTFD        TO S3201-NR-SRE-CTFD.
           IF  MODO-SUSPENDE
               MOVE 'S'                    TO S3201-IN-SUSPENSAO
               MOVE CTE-CD-MTV-CTFD-HOLD   TO S3201-CD-MTV-RVGC
           ELSE
               MOVE CTE-CD-MTV-CA-COMPROMISE
                                           TO S3201-CD-MTV-RVGC
           END-IF.
           MOVE SPACES                     TO S3201-TX-MTV-RVGC.
           STRING 'AC DESCONFIADA - ' PARM-TX-MTV
                       DELIMITED BY SIZE INTO S3201-TX-MTV-RVGC
           END-STRING.
      *
           MOVE GDA-LKS-3201 TO LKS-BOOK-3201-ENTD.
      *
           CALL ICDS3201 USING LKS-BOOK-3201-ENTD.
      *
           MOVE LKS-BOOK-3201-ENTD TO GDA-LKS-3201.
      *
           IF  KRTN-CD-RTN OF GDA-LKS-3201 EQUAL ZEROS
               ADD +1 TO GDA-QT-CTFD-TRTD
               IF  MODO-SUSPENDE
                   MOVE 'H' TO GDA-CD-ACAO
               ELSE
                   MOVE 'I' TO GDA-CD-ACAO
               END-IF
               PERFORM 910000-CONTA-COMMIT
           ELSE
               ADD +1 TO GDA-QT-CTFD-ERRO
               MOVE 'E' TO GDA-CD-ACAO
               DISPLAY '000 ' CTE-PRGM ' - ICDS3201 CD-RTN = '
                       KRTN-CD-RTN OF GDA-LKS-3201
                       ' SERIE ' KDSC-TX-NR-SRE-CTFD
           END-IF.
      *
       342099-SAI.
           EXIT.
      *
      *--------------------------------------*
       343000-GRAVA-LISTAGEM-MCI      SECTION.
      *--------------------------------------*
      *
           MOVE SPACES                    TO MCI-LINE-WS.
           MOVE GDA-CD-IDFC-MCI           TO MCI-CD-IDFC-MCI.
           MOVE KDSC-CD-ADD-CTFR          TO MCI-CD-ADD-CTFR.
           MOVE KDSC-TX-NR-SRE-CTFD       TO MCI-TX-NR-SRE-CTFD.
           MOVE KDSC-CD-EST-CTFD-DGTL     TO MCI-CD-EST-ANT.
           MOVE GDA-CD-ACAO               TO MCI-CD-ACAO.
           MOVE KDSC-NM-DTTR-CTFD-DGTL    TO MCI-NM-DTTR-CTFD-DGTL.
           MOVE MCI-LINE-WS               TO MCI-LINE.
           WRITE MCI-LINE.
      *
           MOVE KDSC-CD-ADD-CTFR TO EDT-CD-ADD-CTFR.
           MOVE SPACES TO RPT-LINE.
           STRING '    CTFD EMISSOR ' EDT-CD-ADD-CTFR
                  ' SERIE ' KDSC-TX-NR-SRE-CTFD
                  ' MCI '   MCI-CD-IDFC-MCI
                  ' SIT '   KDSC-CD-EST-CTFD-DGTL
                  ' ACAO '  GDA-CD-ACAO
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       343099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-EMT TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  EMISSORES NA ARVORE       : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-AC-DSCF TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CERTIFICADOS DE AC [D]    : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-CTFD-LCZD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CTFDS USUARIO FINAL AFETAD: ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-CTFD-TRTD TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CTFDS REVOGADOS/SUSPENSOS : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-CTFD-ERRO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CTFDS COM ERRO NA ICDS3201: ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-CTFD-SEM-MCI TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  CTFDS SEM VINCULO A MCI   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF  GDA-ERRO-SQL
               MOVE SPACES TO RPT-LINE
               STRING '  *** ERRO SQL NOS CURSORES DA ARVORE - '
                      'ARVORE PODE ESTAR INCOMPLETA (VER SYSOUT)'
                          DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       500099-SAI.
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
       910000-CONTA-COMMIT            SECTION.
      *--------------------------------------*
      *
           ADD +1 TO GDA-QT-DESDE-CMIT.
           IF  GDA-QT-DESDE-CMIT NOT LESS CTE-QT-REG-CMIT
               PERFORM 900000-COMMIT-PARCIAL
               MOVE ZEROS TO GDA-QT-DESDE-CMIT
           END-IF.
      *
       910099-SAI.
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
           MOVE GDA-QT-CTFD-LCZD          TO K011-QT-LIDO.
           MOVE GDA-QT-CTFD-TRTD          TO K011-QT-ATLZ.
           MOVE GDA-QT-CTFD-ERRO          TO K011-QT-RJTD.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 1          *
      *----------------------------------------------------------------*
