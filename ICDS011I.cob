      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS011I.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS011I - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Interface da tabela DB2ICD.CTL_EXEC_BATCH_ICD - registro de
      *  controle das execucoes da cadeia batch da ICD (um registro
      *  por execucao de programa), lido pelo relatorio matinal
      *  ICDS9108:
      *    Funcao 'I' - inicio: grava o registro da execucao com o
      *                 programa, o ciclo, o cartao SYSIN e o
      *                 timestamp de inicio (situacao 'I' iniciada) e
      *                 devolve o ciclo e o timestamp de inicio, que o
      *                 chamador guarda para a funcao 'F';
      *    Funcao 'F' - fim: grava o timestamp de fim, o return code,
      *                 a situacao ('C' concluida RC 0, 'A' concluida
      *                 com alerta RC 4, 'E' erro RC maior) e as
      *                 quantidades da execucao;
      *    Funcao 'V' - verifica predecessores: devolve quantos
      *                 predecessores ativos do programa em
      *                 DB2ICD.PRDC_EXEC_BATCH_ICD nao tem execucao
      *                 concluida ('C' ou 'A') no ciclo, e o primeiro
      *                 deles.
      *  Ciclo = data da noite de processamento: o timestamp de inicio
      *  menos CTE-QT-HH-CICL horas, de modo que a cadeia que vira a
      *  meia-noite fica toda no mesmo ciclo.
      *  As funcoes 'I' e 'F' tiram COMMIT (o registro de inicio tem
      *  de sobreviver a um ROLLBACK do chamador): chamar 'I' antes de
      *  qualquer alteracao do programa e 'F' depois do ultimo
      *  COMMIT/ROLLBACK.  So batch - chamada com DFHEIBLK preenchido
      *  (CICS) eh recusada.
      *----------------------------------------------------------------*
      *  Book ICDK011W (LKS-BOOK-011W):
      *    Entrada
      *      S011I-IDFR-VRS-PRM         - versao do book
      *      S011I-CD-FUC               - 'I' inicio / 'F' fim /
      *                                   'V' verifica predecessores
      *      K011-CD-PGM                - programa em execucao
      *      K011-TX-PRM-SYSIN          - cartao SYSIN (so 'I')
      *      K011-CD-RTN-EXEC           - return code (so 'F')
      *      K011-QT-LIDO               - qtde lida      (so 'F')
      *      K011-QT-ATLZ               - qtde gravada/atualizada
      *      K011-QT-RJTD               - qtde rejeitada/divergente
      *    Entrada/Saida
      *      K011-DT-CICL               - ciclo (saida de 'I'; em
      *                                   'V', brancos = ciclo
      *                                   corrente)
      *      K011-TS-INI-EXEC           - inicio (saida de 'I',
      *                                   entrada de 'F')
      *    Saida
      *      K011-QT-PRDC-PDTE          - predecessores pendentes
      *      K011-CD-PGM-PDTE           - primeiro pendente
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS9100 - Gravar log
      *    --------
      *    DB2ICD.CTL_EXEC_BATCH_ICD  - INSERT / UPDATE / SELECT
      *    DB2ICD.PRDC_EXEC_BATCH_ICD - SELECT
      *----------------------------------------------------------------*
      *
      *--------------------*
       ENVIRONMENT DIVISION.
      *--------------------*
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS011I'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS001'.
       01  CTE-QT-HH-CICL                  PIC S9(004) COMP VALUE +12.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU                      PIC  X(008) VALUE 'ctm-user'.
      *
       01  KCTL-CD-PGM                     PIC  X(008).
       01  KCTL-DT-CICL                    PIC  X(010).
       01  KCTL-TS-INI-EXEC                PIC  X(026).
       01  KCTL-TX-PRM-SYSIN               PIC  X(080).
       01  KCTL-CD-SIT-EXEC                PIC  X(001).
       01  KCTL-CD-RTN-EXEC                PIC S9(004) COMP.
       01  KCTL-QT-LIDO                    PIC S9(009) COMP.
       01  KCTL-QT-ATLZ                    PIC S9(009) COMP.
       01  KCTL-QT-RJTD                    PIC S9(009) COMP.
       01  KCTL-QT-PRDC-PDTE               PIC S9(004) COMP.
       01  KCTL-CD-PGM-PDTE                PIC  X(008).
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
-INC   ICDK011W
      *
      *--------------------------------------*
       LINKAGE                        SECTION.
      *--------------------------------------*
      *
       01  DFHEIBLK                        PIC X(0085).
      *
       01  DFHCOMMAREA.
           03  LKS-BOOK-ENTD.
               05  LKS-BOOK-RTNW      PIC X(0110).
               05  LKS-BOOK-011W      PIC X(0200).
      *
      *--------------------------------------*
       PROCEDURE DIVISION   USING DFHEIBLK
                                  DFHCOMMAREA.
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
           EVALUATE TRUE
               WHEN S011I-FUC-INIC
                    PERFORM 200000-REGISTRA-INICIO
               WHEN S011I-FUC-FIM
                    PERFORM 300000-REGISTRA-FIM
               WHEN OTHER
                    PERFORM 400000-VERIFICA-PREDECESSOR
           END-EVALUATE.
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
               MOVE +1 TO GDA-CD-RTN
               GO TO 999000-ERRO-001
           END-IF.
      *
           IF  NOT S011I-IDFR-VRS-PRM-ATU-OK
               MOVE +2 TO GDA-CD-RTN
               GO TO 999000-ERRO-002
           END-IF.
      *
           IF  NOT S011I-FUC-INIC
           AND NOT S011I-FUC-FIM
           AND NOT S011I-FUC-VRFC
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  K011-CD-PGM EQUAL SPACES
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           IF  S011I-FUC-FIM
           AND K011-TS-INI-EXEC EQUAL SPACES
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-REGISTRA-INICIO         SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 200000-REGISTRA-INICIO        '.
      *
           EXEC SQL
                SET :KCTL-TS-INI-EXEC = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           EXEC SQL
                SET :KCTL-DT-CICL =
                    CHAR(DATE(TIMESTAMP(:KCTL-TS-INI-EXEC)
                              - :CTE-QT-HH-CICL HOURS), ISO)
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           MOVE K011-CD-PGM               TO KCTL-CD-PGM.
           MOVE K011-TX-PRM-SYSIN         TO KCTL-TX-PRM-SYSIN.
      *
           EXEC SQL
                INSERT INTO DB2ICD.CTL_EXEC_BATCH_ICD
                     ( CD_PGM
                     , TS_INI_EXEC
                     , DT_CICL
                     , TX_PRM_SYSIN
                     , CD_SIT_EXEC
                     , CD_RTN_EXEC
                     , QT_LIDO
                     , QT_ATLZ
                     , QT_RJTD )
              VALUES ( :KCTL-CD-PGM
                     , :KCTL-TS-INI-EXEC
                     , :KCTL-DT-CICL
                     , :KCTL-TX-PRM-SYSIN
                     , 'I'
                     , 0
                     , 0
                     , 0
                     , 0 )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           EXEC SQL
                COMMIT
           END-EXEC.
      *
           MOVE KCTL-DT-CICL              TO K011-DT-CICL.
           MOVE KCTL-TS-INI-EXEC          TO K011-TS-INI-EXEC.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-REGISTRA-FIM            SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 300000-REGISTRA-FIM           '.
      *
           EVALUATE TRUE
               WHEN K011-CD-RTN-EXEC EQUAL ZEROS
                    MOVE 'C' TO KCTL-CD-SIT-EXEC
               WHEN K011-CD-RTN-EXEC NOT GREATER +4
                    MOVE 'A' TO KCTL-CD-SIT-EXEC
               WHEN OTHER
                    MOVE 'E' TO KCTL-CD-SIT-EXEC
           END-EVALUATE.
      *
           MOVE K011-CD-PGM               TO KCTL-CD-PGM.
           MOVE K011-TS-INI-EXEC          TO KCTL-TS-INI-EXEC.
           MOVE K011-CD-RTN-EXEC          TO KCTL-CD-RTN-EXEC.
           MOVE K011-QT-LIDO              TO KCTL-QT-LIDO.
           MOVE K011-QT-ATLZ              TO KCTL-QT-ATLZ.
           MOVE K011-QT-RJTD              TO KCTL-QT-RJTD.
      *
           EXEC SQL
                UPDATE  DB2ICD.CTL_EXEC_BATCH_ICD
                   SET  TS_FIM_EXEC  = CURRENT TIMESTAMP
                     ,  CD_SIT_EXEC  = :KCTL-CD-SIT-EXEC
                     ,  CD_RTN_EXEC  = :KCTL-CD-RTN-EXEC
                     ,  QT_LIDO      = :KCTL-QT-LIDO
                     ,  QT_ATLZ      = :KCTL-QT-ATLZ
                     ,  QT_RJTD      = :KCTL-QT-RJTD
                 WHERE  CD_PGM       = :KCTL-CD-PGM
                   AND  TS_INI_EXEC  = :KCTL-TS-INI-EXEC
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           EXEC SQL
                COMMIT
           END-EXEC.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-VERIFICA-PREDECESSOR    SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 400000-VERIFICA-PREDECESSOR   '.
      *
           IF  K011-DT-CICL EQUAL SPACES
               EXEC SQL
                    SET :KCTL-DT-CICL =
                        CHAR(DATE(CURRENT TIMESTAMP
                                  - :CTE-QT-HH-CICL HOURS), ISO)
               END-EXEC
               MOVE KCTL-DT-CICL          TO K011-DT-CICL
           ELSE
               MOVE K011-DT-CICL          TO KCTL-DT-CICL
           END-IF.
      *
           MOVE K011-CD-PGM               TO KCTL-CD-PGM.
      *
           EXEC SQL
                SELECT  COUNT(*)
                     ,  COALESCE(MIN(P.CD_PGM_PRDC), ' ')
                  INTO  :KCTL-QT-PRDC-PDTE
                     ,  :KCTL-CD-PGM-PDTE
                  FROM  DB2ICD.PRDC_EXEC_BATCH_ICD P
                 WHERE  P.CD_PGM  = :KCTL-CD-PGM
                   AND  P.IN_ATVO = 'S'
                   AND  NOT EXISTS
                        ( SELECT  1
                            FROM  DB2ICD.CTL_EXEC_BATCH_ICD C
                           WHERE  C.CD_PGM      = P.CD_PGM_PRDC
                             AND  C.DT_CICL     = :KCTL-DT-CICL
                             AND  C.CD_SIT_EXEC IN ('C', 'A') )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               MOVE +8 TO GDA-CD-RTN
               GO TO 999000-ERRO-SQL
           END-IF.
      *
           MOVE KCTL-QT-PRDC-PDTE         TO K011-QT-PRDC-PDTE.
           MOVE KCTL-CD-PGM-PDTE          TO K011-CD-PGM-PDTE.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       999000-ERROS                   SECTION.
      *--------------------------------------*
      *
       999000-ERRO-001.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-001 - CHAMADA CICS'.
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
           MOVE 'CTL-SQL ' TO S9100-CD-ABEND.
           MOVE SQLCODE    TO S9100-CD-RTN-AUX.
           MOVE K011-CD-PGM TO S9100-OTR-INF-CMPR.
           EXEC SQL
                ROLLBACK
           END-EXEC.
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
      *       F I M   D O   P R O G R A M A   I C D S 0 1 1 I          *
      *----------------------------------------------------------------*
