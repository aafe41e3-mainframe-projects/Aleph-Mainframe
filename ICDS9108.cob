      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS9108.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS9108 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Relatorio matinal da cadeia batch da ICD, sobre o registro de
      *  execucoes DB2ICD.CTL_EXEC_BATCH_ICD gravado pelos programas
      *  via ICDS011I:
      *    (1) programas que rodaram no ciclo: quantidade de execucoes
      *        e, da ultima, inicio, fim, situacao (OK, ALERTA, ERRO
      *        ou NAO TERMINOU), return code e quantidades lidas,
      *        gravadas e rejeitadas, cada uma ao lado da media das
      *        execucoes concluidas (OK/ALERTA) dos ciclos anteriores
      *        dentro da janela de historico.  Quantidade que se
      *        afasta da media mais que a tolerancia (%) sai marcada
      *        com '*' e a linha com *DESVIO*.  Com menos de
      *        CTE-QT-AMST-MIN execucoes no historico nao ha media
      *        (colunas de media em branco);
      *    (2) programas agendados para o ciclo em
      *        DB2ICD.AGND_EXEC_BATCH_ICD que nao tem nenhuma execucao
      *        registrada nele.
      *
      *  Agenda (DB2ICD.AGND_EXEC_BATCH_ICD, IN_ATVO = 'S'):
      *    IN_PRDC 'D' diario; 'S' semanal no dia da semana
      *    NR_DIA_PRDC (1 = domingo ... 7 = sabado); 'M' mensal no dia
      *    do mes NR_DIA_PRDC.  NR_PCT_DSVO maior que zero substitui a
      *    tolerancia do cartao para o programa.
      *
      *  Return code 4 quando ha programa com ERRO, NAO TERMINOU,
      *  *DESVIO* ou agendado sem execucao; 8 em SYSIN invalido ou
      *  erro de SQL.
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01-10   - ciclo (AAAA-MM-DD); brancos = dia anterior
      *    col 11-13   - tolerancia de desvio em % (default 050)
      *    col 14-16   - janela de historico em dias (default 030)
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    DB2ICD.CTL_EXEC_BATCH_ICD  - SELECT
      *    DB2ICD.AGND_EXEC_BATCH_ICD - SELECT
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
       SELECT EXECRPT  ASSIGN TO 'EXECRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  EXECRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS9108'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS001'.
       01  CTE-QT-AMST-MIN                 PIC S9(004) COMP VALUE +3.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-PRMO-PGM                 PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-PGM                            VALUE 'S'.
       01  GDA-SW-DSVO-LINHA               PIC  X(001) VALUE 'N'.
           88  GDA-DSVO-LINHA                          VALUE 'S'.
       01  GDA-SW-DSVO-MDD                 PIC  X(001) VALUE 'N'.
           88  GDA-DSVO-MDD                            VALUE 'S'.
      *
       01  GDA-DT-CICL                     PIC  X(010) VALUE SPACES.
       01  GDA-DT-CICL-R REDEFINES GDA-DT-CICL.
           03  GDA-AA-CICL                 PIC  9(004).
           03  GDA-TRCO-1-CICL             PIC  X(001).
           03  GDA-MM-CICL                 PIC  9(002).
           03  GDA-TRCO-2-CICL             PIC  X(001).
           03  GDA-DD-CICL                 PIC  9(002).
       01  GDA-PC-TLRC                     PIC S9(004) COMP VALUE ZERO.
       01  GDA-PC-TLRC-PGM                 PIC S9(004) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Ultima execucao do programa corrente (quebra por CD_PGM)
      *----------------------------------------------------------------*
       01  GDA-ULT-EXEC.
           03  GDA-ULT-CD-PGM              PIC  X(008).
           03  GDA-ULT-TS-INI-EXEC         PIC  X(026).
           03  GDA-ULT-TS-FIM-EXEC         PIC  X(026).
           03  GDA-ULT-CD-SIT-EXEC         PIC  X(001).
           03  GDA-ULT-CD-RTN-EXEC         PIC S9(004) COMP.
           03  GDA-ULT-QT-LIDO             PIC S9(009) COMP.
           03  GDA-ULT-QT-ATLZ             PIC S9(009) COMP.
           03  GDA-ULT-QT-RJTD             PIC S9(009) COMP.
       01  GDA-QT-EXEC-PGM                 PIC S9(004) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    Avaliacao de desvio de uma quantidade contra a media
      *----------------------------------------------------------------*
       01  GDA-VL-ATU                      PIC S9(013)V99 COMP-3
                                           VALUE ZERO.
       01  GDA-VL-MED                      PIC S9(013)V99 COMP-3
                                           VALUE ZERO.
       01  GDA-VL-DIF                      PIC S9(013)V99 COMP-3
                                           VALUE ZERO.
       01  GDA-PC-DSVO                     PIC S9(013)V99 COMP-3
                                           VALUE ZERO.
      *
       01  GDA-QT-PGM                      PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-OK                       PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ALRT                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-ERRO                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-NAO-TERM                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-DSVO                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-NAO-EXEC                 PIC S9(009) COMP VALUE ZERO.
      *
       01  GDA-LIN-EXEC.
           03  LIN-CD-PGM                  PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  LIN-QT-EXEC                 PIC  ZZ9.
           03  FILLER                      PIC  X(001).
           03  LIN-INI-EXEC                PIC  X(011).
           03  FILLER                      PIC  X(001).
           03  LIN-FIM-EXEC                PIC  X(011).
           03  FILLER                      PIC  X(001).
           03  LIN-SIT-EXEC                PIC  X(012).
           03  FILLER                      PIC  X(001).
           03  LIN-RTN-EXEC                PIC  ---9.
           03  LIN-MDD                     OCCURS 3 TIMES.
               05  FILLER                  PIC  X(001).
               05  LIN-QT-ATU              PIC  ZZZZZZZZ9.
               05  FILLER                  PIC  X(001).
               05  LIN-QT-MED              PIC  ZZZZZZZZ9.
               05  LIN-IN-DSVO             PIC  X(001).
           03  FILLER                      PIC  X(001).
           03  LIN-DSVO                    PIC  X(008).
           03  FILLER                      PIC  X(006).
      *
       01  EDT-QT-TOTAL                    PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-PC-TLRC                     PIC  ZZ9.
       01  EDT-QT-DIA-HST                  PIC  ZZ9.
       01  EDT-NR-DIA-PRDC                 PIC  Z9.
      *
       01  PARM-ENTRADA.
           03  PARM-DT-CICL                PIC  X(010) VALUE SPACES.
           03  PARM-PC-TLRC                PIC  9(003).
           03  PARM-QT-DIA-HST             PIC  9(003).
      *
      *----------------------------------------------------------------*
      *    Execucoes do ciclo, por programa e em ordem de inicio: a
      *    ultima de cada programa eh a que vale
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  EXEC-CICL CURSOR FOR
             SELECT  CD_PGM
                  ,  CHAR(TS_INI_EXEC)
                  ,  COALESCE(CHAR(TS_FIM_EXEC), ' ')
                  ,  CD_SIT_EXEC
                  ,  CD_RTN_EXEC
                  ,  QT_LIDO
                  ,  QT_ATLZ
                  ,  QT_RJTD
               FROM  DB2ICD.CTL_EXEC_BATCH_ICD
              WHERE  DT_CICL = :KCTL-DT-CICL
           ORDER BY  CD_PGM
                  ,  TS_INI_EXEC
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Programas agendados para o ciclo sem execucao registrada
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  AGND-PDTE CURSOR FOR
             SELECT  A.CD_PGM
                  ,  A.IN_PRDC
                  ,  A.NR_DIA_PRDC
               FROM  DB2ICD.AGND_EXEC_BATCH_ICD A
              WHERE  A.IN_ATVO = 'S'
                AND  (     A.IN_PRDC = 'D'
                      OR ( A.IN_PRDC     = 'S'
                       AND A.NR_DIA_PRDC =
                           DAYOFWEEK(DATE(:KCTL-DT-CICL)) )
                      OR ( A.IN_PRDC     = 'M'
                       AND A.NR_DIA_PRDC =
                           DAY(DATE(:KCTL-DT-CICL)) ) )
                AND  NOT EXISTS
                     ( SELECT  1
                         FROM  DB2ICD.CTL_EXEC_BATCH_ICD C
                        WHERE  C.CD_PGM  = A.CD_PGM
                          AND  C.DT_CICL = :KCTL-DT-CICL )
           ORDER BY  A.CD_PGM
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
       01  KCTL-DT-CICL                    PIC  X(010).
       01  KCTL-CD-PGM                     PIC  X(008).
       01  KCTL-TS-INI-EXEC                PIC  X(026).
       01  KCTL-TS-FIM-EXEC                PIC  X(026).
       01  KCTL-CD-SIT-EXEC                PIC  X(001).
       01  KCTL-CD-RTN-EXEC                PIC S9(004) COMP.
       01  KCTL-QT-LIDO                    PIC S9(009) COMP.
       01  KCTL-QT-ATLZ                    PIC S9(009) COMP.
       01  KCTL-QT-RJTD                    PIC S9(009) COMP.
      *
       01  KHST-QT-DIA-HST                 PIC S9(004) COMP.
       01  KHST-QT-AMST                    PIC S9(009) COMP.
       01  KHST-MD-LIDO                    PIC S9(013)V99 COMP-3.
       01  KHST-MD-ATLZ                    PIC S9(013)V99 COMP-3.
       01  KHST-MD-RJTD                    PIC S9(013)V99 COMP-3.
       01  KHST-PC-DSVO                    PIC S9(004) COMP.
      *
       01  KAGD-CD-PGM                     PIC  X(008).
       01  KAGD-IN-PRDC                    PIC  X(001).
       01  KAGD-NR-DIA-PRDC                PIC S9(004) COMP.
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
           OPEN OUTPUT EXECRPT.
      *
           PERFORM 100000-VALIDA-PARAMETRO.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 150000-FORMATA-CABECALHO
               PERFORM 200000-IMPRIME-EXECUCOES
           END-IF.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 400000-IMPRIME-NAO-EXECUTADOS
           END-IF.
      *
           IF  NOT GDA-HOUVE-ERRO
               PERFORM 500000-IMPRIME-TOTAIS
           END-IF.
      *
           CLOSE EXECRPT.
      *
           IF  GDA-HOUVE-ERRO
               MOVE +8 TO RETURN-CODE
           ELSE
               IF  GDA-QT-ERRO     GREATER ZEROS
               OR  GDA-QT-NAO-TERM GREATER ZEROS
               OR  GDA-QT-DSVO     GREATER ZEROS
               OR  GDA-QT-NAO-EXEC GREATER ZEROS
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF.
      *
           STOP RUN.
      *
      *--------------------------------------*
       100000-VALIDA-PARAMETRO        SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Colunas 11-16 em branco: testa NUMERIC antes de comparar,
      *    senao o zoned com espacos estoura em data exception.
      *----------------------------------------------------------------*
           IF  PARM-PC-TLRC IS NOT NUMERIC
               MOVE 050 TO PARM-PC-TLRC
           END-IF.
           IF  PARM-PC-TLRC NOT GREATER ZERO
               MOVE 050 TO PARM-PC-TLRC
           END-IF.
           IF  PARM-QT-DIA-HST IS NOT NUMERIC
               MOVE 030 TO PARM-QT-DIA-HST
           END-IF.
           IF  PARM-QT-DIA-HST NOT GREATER ZERO
               MOVE 030 TO PARM-QT-DIA-HST
           END-IF.
      *
           MOVE PARM-PC-TLRC    TO GDA-PC-TLRC.
           MOVE PARM-QT-DIA-HST TO KHST-QT-DIA-HST.
      *
           IF  PARM-DT-CICL EQUAL SPACES
               EXEC SQL
                    SET :KCTL-DT-CICL = CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
               IF  SQLCODE NOT EQUAL +0
                   DISPLAY '000 ' CTE-PRGM ' - ERRO SQL DATA = '
                           SQLCODE
                   SET  GDA-HOUVE-ERRO TO TRUE
                   GO TO 100099-SAI
               END-IF
               MOVE KCTL-DT-CICL TO GDA-DT-CICL
           ELSE
               MOVE PARM-DT-CICL TO GDA-DT-CICL
           END-IF.
      *
           IF  GDA-AA-CICL     IS NOT NUMERIC
           OR  GDA-MM-CICL     IS NOT NUMERIC
           OR  GDA-DD-CICL     IS NOT NUMERIC
           OR  GDA-TRCO-1-CICL NOT EQUAL '-'
           OR  GDA-TRCO-2-CICL NOT EQUAL '-'
           OR  GDA-MM-CICL     LESS    01
           OR  GDA-MM-CICL     GREATER 12
           OR  GDA-DD-CICL     LESS    01
           OR  GDA-DD-CICL     GREATER 31
               MOVE SPACES TO RPT-LINE
               STRING '*ERRO* CICLO INVALIDO: ' PARM-DT-CICL
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               DISPLAY '000 ' CTE-PRGM ' - SYSIN INVALIDO: '
                       PARM-DT-CICL
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 100099-SAI
           END-IF.
      *
           MOVE GDA-DT-CICL TO KCTL-DT-CICL.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       150000-FORMATA-CABECALHO       SECTION.
      *--------------------------------------*
      *
           MOVE GDA-PC-TLRC     TO EDT-PC-TLRC.
           MOVE KHST-QT-DIA-HST TO EDT-QT-DIA-HST.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'SITUACAO DA CADEIA BATCH ICD - CICLO ' GDA-DT-CICL
                  '  (TOLERANCIA DE DESVIO: ' EDT-PC-TLRC
                  '%  HISTORICO: ' EDT-QT-DIA-HST ' DIAS)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
       150099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-IMPRIME-EXECUCOES       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING '(1) PROGRAMAS EXECUTADOS NO CICLO'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'PROGRAMA EXE INICIO      FIM         SITUACAO    '
                  '   RC     LIDOS     MEDIA   GRAVADOS     MEDIA '
                  ' REJEITADO     MEDIA'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN EXEC-CICL
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN EXEC = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 200099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           MOVE 'S' TO GDA-SW-PRMO-PGM.
      *
           PERFORM 210000-PROCESSA-EXECUCAO
               UNTIL GDA-FIM-CRSR.
      *
           IF  NOT GDA-PRMO-PGM
           AND NOT GDA-HOUVE-ERRO
               PERFORM 300000-IMPRIME-PROGRAMA
           END-IF.
      *
           EXEC SQL
                CLOSE EXEC-CICL
           END-EXEC.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-PROCESSA-EXECUCAO       SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  EXEC-CICL
                 INTO  :KCTL-CD-PGM
                    ,  :KCTL-TS-INI-EXEC
                    ,  :KCTL-TS-FIM-EXEC
                    ,  :KCTL-CD-SIT-EXEC
                    ,  :KCTL-CD-RTN-EXEC
                    ,  :KCTL-QT-LIDO
                    ,  :KCTL-QT-ATLZ
                    ,  :KCTL-QT-RJTD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KCTL-CD-PGM NOT EQUAL GDA-ULT-CD-PGM
                    OR  GDA-PRMO-PGM
                        IF  NOT GDA-PRMO-PGM
                            PERFORM 300000-IMPRIME-PROGRAMA
                        END-IF
                        MOVE 'N'   TO GDA-SW-PRMO-PGM
                        MOVE ZEROS TO GDA-QT-EXEC-PGM
                    END-IF
                    PERFORM 220000-GUARDA-EXECUCAO
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL EXEC = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       220000-GUARDA-EXECUCAO         SECTION.
      *--------------------------------------*
      *
           ADD  +1                        TO GDA-QT-EXEC-PGM.
           MOVE KCTL-CD-PGM               TO GDA-ULT-CD-PGM.
           MOVE KCTL-TS-INI-EXEC          TO GDA-ULT-TS-INI-EXEC.
           MOVE KCTL-TS-FIM-EXEC          TO GDA-ULT-TS-FIM-EXEC.
           MOVE KCTL-CD-SIT-EXEC          TO GDA-ULT-CD-SIT-EXEC.
           MOVE KCTL-CD-RTN-EXEC          TO GDA-ULT-CD-RTN-EXEC.
           MOVE KCTL-QT-LIDO              TO GDA-ULT-QT-LIDO.
           MOVE KCTL-QT-ATLZ              TO GDA-ULT-QT-ATLZ.
           MOVE KCTL-QT-RJTD              TO GDA-ULT-QT-RJTD.
      *
       220099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-IMPRIME-PROGRAMA        SECTION.
      *--------------------------------------*
      *
           ADD  +1 TO GDA-QT-PGM.
      *
           MOVE SPACES                    TO GDA-LIN-EXEC.
           MOVE 'N'                       TO GDA-SW-DSVO-LINHA.
           MOVE GDA-ULT-CD-PGM            TO LIN-CD-PGM.
           MOVE GDA-QT-EXEC-PGM           TO LIN-QT-EXEC.
      *
      *----------------------------------------------------------------*
      *    Inicio e fim como MM-DD HH.MM (a cadeia vira a meia-noite)
      *----------------------------------------------------------------*
           MOVE GDA-ULT-TS-INI-EXEC (6:5) TO LIN-INI-EXEC (1:5).
           MOVE GDA-ULT-TS-INI-EXEC (12:5) TO LIN-INI-EXEC (7:5).
           IF  GDA-ULT-TS-FIM-EXEC NOT EQUAL SPACES
               MOVE GDA-ULT-TS-FIM-EXEC (6:5) TO LIN-FIM-EXEC (1:5)
               MOVE GDA-ULT-TS-FIM-EXEC (12:5) TO LIN-FIM-EXEC (7:5)
           END-IF.
      *
           EVALUATE GDA-ULT-CD-SIT-EXEC
               WHEN 'C'
                    MOVE 'OK'           TO LIN-SIT-EXEC
                    ADD  +1             TO GDA-QT-OK
               WHEN 'A'
                    MOVE 'ALERTA'       TO LIN-SIT-EXEC
                    ADD  +1             TO GDA-QT-ALRT
               WHEN 'E'
                    MOVE 'ERRO'         TO LIN-SIT-EXEC
                    ADD  +1             TO GDA-QT-ERRO
               WHEN OTHER
                    MOVE 'NAO TERMINOU' TO LIN-SIT-EXEC
                    ADD  +1             TO GDA-QT-NAO-TERM
           END-EVALUATE.
      *
           IF  GDA-ULT-CD-SIT-EXEC NOT EQUAL 'I'
               MOVE GDA-ULT-CD-RTN-EXEC   TO LIN-RTN-EXEC
           END-IF.
      *
           MOVE GDA-ULT-QT-LIDO           TO LIN-QT-ATU (1).
           MOVE GDA-ULT-QT-ATLZ           TO LIN-QT-ATU (2).
           MOVE GDA-ULT-QT-RJTD           TO LIN-QT-ATU (3).
      *
      *----------------------------------------------------------------*
      *    Media e desvio so para execucao concluida (OK/ALERTA)
      *----------------------------------------------------------------*
           IF  GDA-ULT-CD-SIT-EXEC EQUAL 'C'
           OR  GDA-ULT-CD-SIT-EXEC EQUAL 'A'
               PERFORM 310000-BUSCA-HISTORICO
           END-IF.
      *
           IF  GDA-DSVO-LINHA
               MOVE '*DESVIO*' TO LIN-DSVO
               ADD  +1         TO GDA-QT-DSVO
           END-IF.
      *
           MOVE GDA-LIN-EXEC TO RPT-LINE.
           WRITE RPT-LINE.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-BUSCA-HISTORICO         SECTION.
      *--------------------------------------*
      *
           MOVE GDA-ULT-CD-PGM TO KCTL-CD-PGM.
      *
           EXEC SQL
                SELECT  COUNT(*)
                     ,  COALESCE(AVG(DECIMAL(QT_LIDO, 15, 2)), 0)
                     ,  COALESCE(AVG(DECIMAL(QT_ATLZ, 15, 2)), 0)
                     ,  COALESCE(AVG(DECIMAL(QT_RJTD, 15, 2)), 0)
                  INTO  :KHST-QT-AMST
                     ,  :KHST-MD-LIDO
                     ,  :KHST-MD-ATLZ
                     ,  :KHST-MD-RJTD
                  FROM  DB2ICD.CTL_EXEC_BATCH_ICD
                 WHERE  CD_PGM      = :KCTL-CD-PGM
                   AND  CD_SIT_EXEC IN ('C', 'A')
                   AND  DT_CICL     < :KCTL-DT-CICL
                   AND  DT_CICL    >= DATE(:KCTL-DT-CICL)
                                    - :KHST-QT-DIA-HST DAYS
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL HISTORICO = '
                       SQLCODE ' ' KCTL-CD-PGM
               GO TO 310099-SAI
           END-IF.
      *
           IF  KHST-QT-AMST LESS CTE-QT-AMST-MIN
               GO TO 310099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    Tolerancia propria do programa na agenda, quando houver
      *----------------------------------------------------------------*
           EXEC SQL
                SELECT  COALESCE(MAX(NR_PCT_DSVO), 0)
                  INTO  :KHST-PC-DSVO
                  FROM  DB2ICD.AGND_EXEC_BATCH_ICD
                 WHERE  CD_PGM  = :KCTL-CD-PGM
                   AND  IN_ATVO = 'S'
           END-EXEC.
      *
           IF  SQLCODE EQUAL +0
           AND KHST-PC-DSVO GREATER ZEROS
               MOVE KHST-PC-DSVO TO GDA-PC-TLRC-PGM
           ELSE
               MOVE GDA-PC-TLRC  TO GDA-PC-TLRC-PGM
           END-IF.
      *
           MOVE KHST-MD-LIDO              TO LIN-QT-MED (1).
           MOVE KHST-MD-ATLZ              TO LIN-QT-MED (2).
           MOVE KHST-MD-RJTD              TO LIN-QT-MED (3).
      *
           MOVE GDA-ULT-QT-LIDO           TO GDA-VL-ATU.
           MOVE KHST-MD-LIDO              TO GDA-VL-MED.
           PERFORM 320000-AVALIA-DESVIO.
           IF  GDA-DSVO-MDD
               MOVE '*'                   TO LIN-IN-DSVO (1)
           END-IF.
      *
           MOVE GDA-ULT-QT-ATLZ           TO GDA-VL-ATU.
           MOVE KHST-MD-ATLZ              TO GDA-VL-MED.
           PERFORM 320000-AVALIA-DESVIO.
           IF  GDA-DSVO-MDD
               MOVE '*'                   TO LIN-IN-DSVO (2)
           END-IF.
      *
           MOVE GDA-ULT-QT-RJTD           TO GDA-VL-ATU.
           MOVE KHST-MD-RJTD              TO GDA-VL-MED.
           PERFORM 320000-AVALIA-DESVIO.
           IF  GDA-DSVO-MDD
               MOVE '*'                   TO LIN-IN-DSVO (3)
           END-IF.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-AVALIA-DESVIO           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Desvio = |atual - media| * 100 / media.  Media zero: qualquer
      *    quantidade diferente de zero eh desvio.
      *----------------------------------------------------------------*
           MOVE 'N' TO GDA-SW-DSVO-MDD.
      *
           COMPUTE GDA-VL-DIF = GDA-VL-ATU - GDA-VL-MED.
           IF  GDA-VL-DIF LESS ZEROS
               COMPUTE GDA-VL-DIF = GDA-VL-DIF * -1
           END-IF.
      *
           IF  GDA-VL-MED NOT GREATER ZEROS
               IF  GDA-VL-DIF GREATER ZEROS
                   SET  GDA-DSVO-MDD   TO TRUE
                   SET  GDA-DSVO-LINHA TO TRUE
               END-IF
               GO TO 320099-SAI
           END-IF.
      *
           COMPUTE GDA-PC-DSVO ROUNDED =
                   GDA-VL-DIF * 100 / GDA-VL-MED.
      *
           IF  GDA-PC-DSVO GREATER GDA-PC-TLRC-PGM
               SET  GDA-DSVO-MDD   TO TRUE
               SET  GDA-DSVO-LINHA TO TRUE
           END-IF.
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       400000-IMPRIME-NAO-EXECUTADOS  SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '(2) PROGRAMAS AGENDADOS PARA O CICLO SEM EXECUCAO'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN AGND-PDTE
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL OPEN AGENDA = '
                       SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 400099-SAI
           END-IF.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
      *
           PERFORM 410000-PROCESSA-NAO-EXECUTADO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE AGND-PDTE
           END-EXEC.
      *
           IF  GDA-QT-NAO-EXEC EQUAL ZEROS
               MOVE SPACES TO RPT-LINE
               STRING '  NENHUM'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
      *
       400099-SAI.
           EXIT.
      *
      *--------------------------------------*
       410000-PROCESSA-NAO-EXECUTADO  SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  AGND-PDTE
                 INTO  :KAGD-CD-PGM
                    ,  :KAGD-IN-PRDC
                    ,  :KAGD-NR-DIA-PRDC
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD  +1 TO GDA-QT-NAO-EXEC
                    MOVE KAGD-NR-DIA-PRDC TO EDT-NR-DIA-PRDC
                    MOVE SPACES TO RPT-LINE
                    EVALUATE KAGD-IN-PRDC
                        WHEN 'D'
                             STRING '  ' KAGD-CD-PGM '  DIARIO'
                                    '            *NAO EXECUTOU*'
                                    DELIMITED BY SIZE INTO RPT-LINE
                             END-STRING
                        WHEN 'S'
                             STRING '  ' KAGD-CD-PGM '  SEMANAL DIA '
                                    EDT-NR-DIA-PRDC
                                    '     *NAO EXECUTOU*'
                                    DELIMITED BY SIZE INTO RPT-LINE
                             END-STRING
                        WHEN OTHER
                             STRING '  ' KAGD-CD-PGM '  MENSAL DIA '
                                    EDT-NR-DIA-PRDC
                                    '      *NAO EXECUTOU*'
                                    DELIMITED BY SIZE INTO RPT-LINE
                             END-STRING
                    END-EVALUATE
                    WRITE RPT-LINE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL AGENDA = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       410099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-IMPRIME-TOTAIS          SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE GDA-QT-PGM TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  PROGRAMAS EXECUTADOS     : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-OK TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  OK                       : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-ALRT TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ALERTA                   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-ERRO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  ERRO                     : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-NAO-TERM TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  NAO TERMINOU             : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-DSVO TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  COM DESVIO               : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE GDA-QT-NAO-EXEC TO EDT-QT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '  AGENDADOS SEM EXECUCAO   : ' EDT-QT-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       500099-SAI.
           EXIT.
      *
      *----------------------------------------------------------------*
      *       F I M   D O   P R O G R A M A   I C D S 9 1 0 8          *
      *----------------------------------------------------------------*
