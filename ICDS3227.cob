      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.   ICDS3227.
       AUTHOR.       EQUIPE ICD
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *          ICDS3227 - COBOL II / DB2 - BATCH                     *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS003 15.10.2026 EQUIPE ICD - Unidade de trabalho = a execucao:
      *                              ROLLBACK quando ha erro e COMMIT
      *                              explicito no sucesso, ambos antes
      *                              do registro de fim (ICDS011I 'F',
      *                              que confirma o que estiver
      *                              pendente).
      * VRS002 15.10.2026 EQUIPE ICD - REGISTRA INICIO E FIM DA EXECUCAO
      *                              EM DB2ICD.CTL_EXEC_BATCH_ICD
      *                              (ICDS011I) PARA O RELATORIO
      *                              MATINAL ICDS9108.
      * VRS001 15.10.2026 EQUIPE ICD - IMPLANTACAO.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *  ICD - Infra-estrutura de Certificacao Digital
      *----------------------------------------------------------------*
      *  Campanha trimestral de recertificacao dos acessos concedidos
      *  em DB2ICD.PRFL_AUT_ICD (ICDS3220), em tres passos:
      *    [W] abertura - grava a campanha em DB2ICD.CMPN_RCTF_PRFL,
      *        fotografa cada habilitacao ativa (estado 'A' e dentro
      *        da vigencia) em DB2ICD.ITEM_RCTF_PRFL e emite a
      *        planilha RCTFWKS.TXT, uma folha por gestor, com a data
      *        da concessao, o fim da vigencia, o aprovador e a ultima
      *        utilizacao da funcao pelo usuario, lida do log
      *        DB2ICD.LOG_OCR:
      *          RVGC / CNSL - ocorrencia 'USO-FUC' (ICDS3201, ICDS3204,
      *                        ICDS3218, ICDS3222);
      *          QRTN        - ocorrencia 'RESSUBMT' (ICDS3216);
      *          ADMP        - ocorrencia 'ADM-PRFL' (ICDS3220).
      *        Marca SEM quando nao houve uso na janela de revisao e
      *        FIM quando a vigencia termina dentro da antecedencia.
      *        O gestor e a area de cada usuario vem do cadastro de
      *        RH (USUGEST.TXT); usuario fora do cadastro sai na folha
      *        SEM GESTOR, para a seguranca providenciar o responsavel.
      *        A janela de revisao nao deve passar da retencao da
      *        tabela quente do log (ICDS9107, 3 meses por default).
      *    [D] decisoes - le a planilha devolvida pelos gestores
      *        (RCTFDCS.TXT, coluna 85 preenchida com M manter ou R
      *        remover) e aplica cada decisao com a regra de dupla
      *        custodia da ICDS3220: o gestor decide ('maker') e o
      *        operador de seguranca informado em SYSIN aplica
      *        ('checker'), tendo de estar habilitado na funcao ADMP
      *        (ICDS008C) e de ser diferente do gestor e do usuario
      *        revisto; o gestor nao recertifica o proprio acesso.  A
      *        remocao eh a mesma revogacao da ICDS3220 (estado 'R',
      *        CD_USU_APRV = operador), logada como 'ADM-PRFL' no
      *        mesmo texto, para constar do pacote de auditoria
      *        (ICDS3225).  Resultado linha a linha em RCTFRPT.TXT.
      *    [C] conclusao - quadro por gestor (itens, mantidos,
      *        removidos, pendentes) e a relacao dos gestores que
      *        ainda nao responderam; sem pendencia, a campanha eh
      *        encerrada.
      *  Erro de SQL ou de parametro termina com RC 8 e desfaz
      *  (ROLLBACK) tudo o que a execucao gravou - corrigida a causa,
      *  basta reexecutar o mesmo passo; decisao rejeitada ou gestor
      *  pendente, RC 4.
      *----------------------------------------------------------------*
      *  Cartao SYSIN:
      *    col 01      - modo: 'W' abertura e planilha
      *                        'D' aplicacao das decisoes
      *                        'C' relatorio de conclusao
      *    col 02-07   - codigo da campanha (ex.: 2026T4)
      *    col 08-10   - janela de revisao em dias      (W; default 090)
      *    col 11-13   - antecedencia do fim de vigencia
      *                  em dias                        (W; default 030)
      *    col 14-23   - prazo de resposta AAAA-MM-DD   (W; default
      *                  data corrente + 30 dias)
      *    col 24-31   - operador de seguranca          (D)
      *----------------------------------------------------------------*
      *  Layout do registro de USUGEST.TXT (cadastro de RH):
      *    col 01-08   - usuario
      *    col 10-17   - gestor do usuario
      *    col 19-48   - area
      *----------------------------------------------------------------*
      *  Layout da linha de item da planilha (RCTFWKS.TXT, devolvida
      *  como RCTFDCS.TXT; as demais linhas sao cabecalho e ignoradas):
      *    col 01      - 'I'
      *    col 03-10   - gestor
      *    col 12-19   - usuario
      *    col 21-24   - funcao ICD
      *    col 26-35   - data da concessao
      *    col 37-46   - fim da vigencia
      *    col 48-55   - aprovador da concessao
      *    col 57-75   - ultima utilizacao (ou NAO REGISTRADA)
      *    col 77-79   - 'SEM' sem uso na janela de revisao
      *    col 81-83   - 'FIM' vigencia terminando
      *    col 85      - decisao do gestor: M manter / R remover
      *    col 87-116  - area
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *    ICDS008C - Interface Tabela DB2ICD.PRFL_AUT_ICD      - SELECT
      *    ICDS9100 - Gravar log
      *    ICDS011I - Controle de execucao da cadeia batch
      *    --------
      *    DB2ICD.CMPN_RCTF_PRFL - INSERT / SELECT / UPDATE
      *    DB2ICD.ITEM_RCTF_PRFL - INSERT / SELECT / UPDATE
      *    DB2ICD.PRFL_AUT_ICD   - SELECT / UPDATE
      *    DB2ICD.LOG_OCR        - SELECT
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
       SELECT USUGEST  ASSIGN TO 'USUGEST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RCTFWKS  ASSIGN TO 'RCTFWKS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RCTFDCS  ASSIGN TO 'RCTFDCS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RCTFRPT  ASSIGN TO 'RCTFRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-------------*
       DATA DIVISION.
      *-------------*
      *
       FILE SECTION.
      *
       FD  USUGEST.
       01  GEST-RECORD.
           03  GEST-CD-USU                 PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  GEST-CD-USU-GST             PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  GEST-NM-AREA                PIC  X(030).
      *
       FD  RCTFWKS.
       01  WKS-LINE                        PIC X(132).
      *
       FD  RCTFDCS.
       01  DCS-RECORD.
           03  DCS-TP-REG                  PIC  X(001).
               88  DCS-LINHA-ITEM                      VALUE 'I'.
           03  FILLER                      PIC  X(001).
           03  DCS-CD-USU-GST              PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  DCS-CD-USU                  PIC  X(008).
           03  FILLER                      PIC  X(001).
           03  DCS-CD-FUC-ICD              PIC  X(004).
           03  FILLER                      PIC  X(060).
           03  DCS-CD-DCS                  PIC  X(001).
               88  DCS-MANTER                          VALUE 'M'.
               88  DCS-REMOVER                         VALUE 'R'.
               88  DCS-SEM-DECISAO                     VALUE ' '.
           03  FILLER                      PIC  X(047).
      *
       FD  RCTFRPT.
       01  RPT-LINE                        PIC X(132).
      *
      *--------------------------------------*
       WORKING-STORAGE                SECTION.
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3227'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS003'.
       01  GDA-SW-CTL-EXEC                 PIC  X(001) VALUE 'N'.
           88  GDA-CTL-EXEC-ATVO                       VALUE 'S'.
       01  GDA-TS-INI-EXEC                 PIC  X(026) VALUE SPACES.
       01  GDA-CD-RTN-EXEC                 PIC S9(004) COMP VALUE ZERO.
       01  CTE-CD-FUC-ADMP                 PIC  X(004) VALUE 'ADMP'.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
       01  GDA-CD-USU-GST-ANT              PIC  X(008) VALUE SPACES.
       01  GDA-TX-RSTD                     PIC  X(050) VALUE SPACES.
       01  GDA-TX-SITU                     PIC  X(012) VALUE SPACES.
       01  GDA-SW-PRMO-GESTOR              PIC  X(001) VALUE 'S'.
           88  GDA-PRMO-GESTOR                         VALUE 'S'.
       01  GDA-SW-FIM-CRSR                 PIC  X(001) VALUE 'N'.
           88  GDA-FIM-CRSR                            VALUE 'S'.
       01  GDA-SW-FIM-ARQ                  PIC  X(001) VALUE 'N'.
           88  GDA-FIM-ARQ                             VALUE 'S'.
       01  GDA-SW-GST-LCZD                 PIC  X(001) VALUE 'N'.
           88  GDA-GST-LCZD                            VALUE 'S'.
       01  GDA-SW-ERRO                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-ERRO                          VALUE 'S'.
       01  GDA-SW-DVGC                     PIC  X(001) VALUE 'N'.
           88  GDA-HOUVE-DVGC                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    Contadores da execucao
      *----------------------------------------------------------------*
       01  GDA-QT-ITEM                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-USO                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-FIM-PRX                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-GST                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-GESTOR                   PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-LIDO                     PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-MANTIDO                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-REMOVIDO                 PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-JA-INATIVO               PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-REJEITADO                PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-SEM-DCS                  PIC S9(009) COMP VALUE ZERO.
       01  GDA-QT-GST-PEND                 PIC S9(009) COMP VALUE ZERO.
      *
       01  EDT-QT-REG                      PIC  ZZZ,ZZZ,ZZ9.
       01  EDT-QT-ITEM                     PIC  ZZ,ZZ9.
       01  EDT-QT-MANTIDO                  PIC  ZZ,ZZ9.
       01  EDT-QT-REMOVIDO                 PIC  ZZ,ZZ9.
       01  EDT-QT-PENDENTE                 PIC  ZZ,ZZ9.
      *
       01  PARM-ENTRADA.
           03  PARM-CD-MODO                PIC  X(001).
               88  PARM-MODO-PLANILHA                  VALUE 'W'.
               88  PARM-MODO-DECISAO                   VALUE 'D'.
               88  PARM-MODO-CONCLUSAO                 VALUE 'C'.
           03  PARM-CD-CMPN                PIC  X(006).
           03  PARM-QT-DIAS-JNL            PIC  9(003).
           03  PARM-QT-DIAS-FIM            PIC  9(003).
           03  PARM-DT-LMT-RSP             PIC  X(010).
           03  PARM-CD-USU-OPR             PIC  X(008).
      *
      *----------------------------------------------------------------*
      *    Cadastro de gestores (USUGEST.TXT) carregado em memoria
      *----------------------------------------------------------------*
       01  NDX                             PIC S9(004) COMP VALUE ZERO.
       01  GDA-QT-GST                      PIC S9(004) COMP VALUE ZERO.
       01  GDA-TAB-GST.
           03  GDA-GST                     OCCURS 5000.
               05  GST-CD-USU              PIC  X(008).
               05  GST-CD-USU-GST          PIC  X(008).
               05  GST-NM-AREA             PIC  X(030).
      *
      *----------------------------------------------------------------*
      *    Linha de item da planilha (mesmo layout lido em RCTFDCS)
      *----------------------------------------------------------------*
       01  GDA-LIN-ITEM.
           03  LIN-TP-REG                  PIC  X(001) VALUE 'I'.
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-CD-USU-GST              PIC  X(008).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-CD-USU                  PIC  X(008).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-CD-FUC-ICD              PIC  X(004).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-DT-CNCD                 PIC  X(010).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-DT-FIM-VGC              PIC  X(010).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-CD-USU-APRV             PIC  X(008).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-TS-ULT-USO              PIC  X(019).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-IN-SEM-USO              PIC  X(003).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-IN-FIM-PRX              PIC  X(003).
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-CD-DCS                  PIC  X(001) VALUE SPACES.
           03  FILLER                      PIC  X(001) VALUE SPACES.
           03  LIN-NM-AREA                 PIC  X(030).
           03  FILLER                      PIC  X(016) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    (W) Habilitacoes ativas na abertura da campanha
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  PRFL-ATV CURSOR FOR
             SELECT  P.CD_USU
                  ,  P.CD_FUC_ICD
                  ,  CHAR(DATE(P.TS_CNCD))
                  ,  CHAR(P.DT_FIM_VGC)
                  ,  COALESCE(P.CD_USU_APRV, ' ')
                  ,  CASE WHEN P.DT_FIM_VGC <= CURRENT DATE
                                             + :PARM-QT-DIAS-FIM DAYS
                          THEN 'S'
                          ELSE 'N'
                     END
               FROM  DB2ICD.PRFL_AUT_ICD P
              WHERE  P.CD_EST_PRFL  = 'A'
                AND  P.DT_INI_VGC  <= CURRENT DATE
                AND  P.DT_FIM_VGC  >= CURRENT DATE
           ORDER BY  P.CD_USU
                  ,  P.CD_FUC_ICD
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    (W) Itens da campanha na ordem da planilha (por gestor)
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  ITEM-PLAN CURSOR FOR
             SELECT  CD_USU_GST
                  ,  NM_AREA
                  ,  CD_USU
                  ,  CD_FUC_ICD
                  ,  CHAR(DT_CNCD)
                  ,  CHAR(DT_FIM_VGC)
                  ,  CD_USU_APRV
                  ,  COALESCE(CHAR(TS_ULT_USO), ' ')
                  ,  IN_SEM_USO
                  ,  IN_FIM_VGC_PRX
               FROM  DB2ICD.ITEM_RCTF_PRFL
              WHERE  CD_CMPN = :PARM-CD-CMPN
           ORDER BY  CD_USU_GST
                  ,  CD_USU
                  ,  CD_FUC_ICD
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    (C) Situacao de cada gestor na campanha
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  GST-SITU CURSOR FOR
             SELECT  CD_USU_GST
                  ,  MAX(NM_AREA)
                  ,  COUNT(*)
                  ,  SUM(CASE WHEN CD_EST_ITEM = 'M'
                              THEN 1 ELSE 0 END)
                  ,  SUM(CASE WHEN CD_EST_ITEM IN ('R', 'X')
                              THEN 1 ELSE 0 END)
                  ,  SUM(CASE WHEN CD_EST_ITEM = 'P'
                              THEN 1 ELSE 0 END)
               FROM  DB2ICD.ITEM_RCTF_PRFL
              WHERE  CD_CMPN = :PARM-CD-CMPN
           GROUP BY  CD_USU_GST
           ORDER BY  CD_USU_GST
                FOR  FETCH ONLY
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    (C) Gestores que ainda nao responderam tudo
      *----------------------------------------------------------------*
       EXEC SQL
            DECLARE  GST-PEND CURSOR FOR
             SELECT  CD_USU_GST
                  ,  MAX(NM_AREA)
                  ,  COUNT(*)
                  ,  0
                  ,  0
                  ,  SUM(CASE WHEN CD_EST_ITEM = 'P'
                              THEN 1 ELSE 0 END)
               FROM  DB2ICD.ITEM_RCTF_PRFL
              WHERE  CD_CMPN = :PARM-CD-CMPN
           GROUP BY  CD_USU_GST
             HAVING  SUM(CASE WHEN CD_EST_ITEM = 'P'
                              THEN 1 ELSE 0 END) > 0
           ORDER BY  CD_USU_GST
                FOR  FETCH ONLY
       END-EXEC.
      *
       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
      *
      *----------------------------------------------------------------*
      *    Host variables da campanha e dos itens
      *----------------------------------------------------------------*
       01  KCMP-CD-EST-CMPN                PIC  X(001).
       01  KCMP-DT-LMT-RSP                 PIC  X(010).
       01  KCMP-IN-PRZ-VNCD                PIC  X(001).
      *
       01  KITM-CD-USU                     PIC  X(008).
       01  KITM-CD-FUC-ICD                 PIC  X(004).
       01  KITM-DT-CNCD                    PIC  X(010).
       01  KITM-DT-FIM-VGC                 PIC  X(010).
       01  KITM-CD-USU-APRV                PIC  X(008).
       01  KITM-IN-FIM-VGC-PRX             PIC  X(001).
       01  KITM-CD-USU-GST                 PIC  X(008).
       01  KITM-NM-AREA                    PIC  X(030).
       01  KITM-TS-ULT-USO                 PIC  X(026).
       01  KITM-IN-SEM-USO                 PIC  X(001).
       01  KITM-CD-EST-ITEM                PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    Chave da ultima utilizacao no log: ocorrencia, faixa de
      *    programas e faixa do inicio do texto ('FUNCAO ffff')
      *----------------------------------------------------------------*
       01  KUSO-CD-ABEND                   PIC  X(008).
       01  KUSO-CD-PGM-INI                 PIC  X(008).
       01  KUSO-CD-PGM-FIM                 PIC  X(008).
       01  KUSO-TX-CHV-INI                 PIC  X(011).
       01  KUSO-TX-CHV-FIM                 PIC  X(011).
      *
       01  KGST-CD-USU-GST                 PIC  X(008).
       01  KGST-NM-AREA                    PIC  X(030).
       01  KGST-QT-ITEM                    PIC S9(009) COMP.
       01  KGST-QT-MANTIDO                 PIC S9(009) COMP.
       01  KGST-QT-REMOVIDO                PIC S9(009) COMP.
       01  KGST-QT-PENDENTE                PIC S9(009) COMP.
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
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
      *
      *--------------------------------------*
       000000-PRINCIPAL               SECTION.
      *--------------------------------------*
      *
           ACCEPT PARM-ENTRADA FROM SYSIN.
      *
           PERFORM 080000-REGISTRA-INICIO-EXEC.
      *
           IF  PARM-QT-DIAS-JNL NOT NUMERIC
           OR  PARM-QT-DIAS-JNL EQUAL ZEROS
               MOVE 090 TO PARM-QT-DIAS-JNL
           END-IF.
           IF  PARM-QT-DIAS-FIM NOT NUMERIC
           OR  PARM-QT-DIAS-FIM EQUAL ZEROS
               MOVE 030 TO PARM-QT-DIAS-FIM
           END-IF.
      *
           OPEN OUTPUT RCTFRPT.
      *
           IF  PARM-CD-CMPN EQUAL SPACES
               DISPLAY '000 ' CTE-PRGM ' - CAMPANHA NAO INFORMADA'
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 000090-ENCERRA
           END-IF.
      *
           EVALUATE TRUE
               WHEN PARM-MODO-PLANILHA
                    PERFORM 100000-ABRE-CAMPANHA
               WHEN PARM-MODO-DECISAO
                    PERFORM 300000-APLICA-DECISOES
               WHEN PARM-MODO-CONCLUSAO
                    PERFORM 500000-RELATORIO-CONCLUSAO
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - MODO INVALIDO = '
                            PARM-CD-MODO
                    SET  GDA-HOUVE-ERRO TO TRUE
           END-EVALUATE.
      *
       000090-ENCERRA.
      *
      *----------------------------------------------------------------*
      *    Unidade de trabalho = a execucao: com erro, nada do que ela
      *    gravou fica; sem erro, COMMIT explicito.  Os dois antes do
      *    980000, cujo CALL a ICDS011I confirma o que estiver
      *    pendente.
      *----------------------------------------------------------------*
           IF  GDA-HOUVE-ERRO
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '*ERRO* EXECUCAO DESFEITA (ROLLBACK) - NADA FOI'
                      ' GRAVADO; CORRIGIR E REEXECUTAR'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           ELSE
               EXEC SQL
                    COMMIT
               END-EXEC
           END-IF.
      *
           CLOSE RCTFRPT.
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
       100000-ABRE-CAMPANHA           SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Prazo de resposta em branco assume 30 dias a partir de hoje
      *    (data corrente do DB2).
      *----------------------------------------------------------------*
      *
           IF  PARM-DT-LMT-RSP EQUAL SPACES
               EXEC SQL
                    SET :KCMP-DT-LMT-RSP = CHAR(CURRENT DATE + 30 DAYS)
               END-EXEC
               IF  SQLCODE NOT EQUAL +0
                   DISPLAY '000 ' CTE-PRGM ' - ERRO SQL PRAZO = '
                           SQLCODE
                   SET  GDA-HOUVE-ERRO TO TRUE
                   GO TO 100099-SAI
               END-IF
           ELSE
               MOVE PARM-DT-LMT-RSP TO KCMP-DT-LMT-RSP
           END-IF.
      *
           EXEC SQL
                INSERT INTO DB2ICD.CMPN_RCTF_PRFL
                     ( CD_CMPN
                     , CD_EST_CMPN
                     , QT_DIA_JNL_RVS
                     , QT_DIA_FIM_VGC
                     , DT_LMT_RSP
                     , TS_ABTR_CMPN )
              VALUES ( :PARM-CD-CMPN
                     , 'A'
                     , :PARM-QT-DIAS-JNL
                     , :PARM-QT-DIAS-FIM
                     , :KCMP-DT-LMT-RSP
                     , CURRENT TIMESTAMP )
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN -803
                    DISPLAY '000 ' CTE-PRGM ' - CAMPANHA JA ABERTA = '
                            PARM-CD-CMPN
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 100099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CAMPANHA = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 100099-SAI
           END-EVALUATE.
      *
           PERFORM 110000-CARREGA-GESTORES.
           IF  GDA-HOUVE-ERRO
               GO TO 100099-SAI
           END-IF.
      *
           EXEC SQL
                OPEN PRFL-ATV
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 120000-FOTOGRAFA-HABILITACAO
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE PRFL-ATV
           END-EXEC.
      *
           IF  GDA-HOUVE-ERRO
               GO TO 100099-SAI
           END-IF.
      *
           PERFORM 200000-EMITE-PLANILHA.
      *
           PERFORM 190000-IMPRIME-TOTAIS-ABERTURA.
      *
       100099-SAI.
           EXIT.
      *
      *--------------------------------------*
       110000-CARREGA-GESTORES        SECTION.
      *--------------------------------------*
      *
           OPEN INPUT USUGEST.
      *
           MOVE 'N' TO GDA-SW-FIM-ARQ.
           PERFORM 111000-LE-GESTOR
               UNTIL GDA-FIM-ARQ.
      *
           CLOSE USUGEST.
      *
       110099-SAI.
           EXIT.
      *
      *--------------------------------------*
       111000-LE-GESTOR               SECTION.
      *--------------------------------------*
      *
           READ USUGEST
               AT END
                   SET  GDA-FIM-ARQ TO TRUE
                   GO TO 111099-SAI
           END-READ.
      *
           IF  GDA-QT-GST NOT LESS 5000
               DISPLAY '000 ' CTE-PRGM ' - CADASTRO DE GESTORES EXCEDE '
                       'A TABELA (5000)'
               SET  GDA-HOUVE-ERRO TO TRUE
               SET  GDA-FIM-ARQ    TO TRUE
               GO TO 111099-SAI
           END-IF.
      *
           ADD  +1              TO GDA-QT-GST.
           MOVE GEST-CD-USU     TO GST-CD-USU     (GDA-QT-GST).
           MOVE GEST-CD-USU-GST TO GST-CD-USU-GST (GDA-QT-GST).
           MOVE GEST-NM-AREA    TO GST-NM-AREA    (GDA-QT-GST).
      *
       111099-SAI.
           EXIT.
      *
      *--------------------------------------*
       120000-FOTOGRAFA-HABILITACAO   SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  PRFL-ATV
                 INTO  :KITM-CD-USU
                    ,  :KITM-CD-FUC-ICD
                    ,  :KITM-DT-CNCD
                    ,  :KITM-DT-FIM-VGC
                    ,  :KITM-CD-USU-APRV
                    ,  :KITM-IN-FIM-VGC-PRX
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 120099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 120099-SAI
           END-EVALUATE.
      *
           PERFORM 121000-LOCALIZA-GESTOR.
           PERFORM 122000-ULTIMA-UTILIZACAO.
           IF  GDA-HOUVE-ERRO
               SET  GDA-FIM-CRSR TO TRUE
               GO TO 120099-SAI
           END-IF.
      *
           EXEC SQL
                INSERT INTO DB2ICD.ITEM_RCTF_PRFL
                     ( CD_CMPN
                     , CD_USU
                     , CD_FUC_ICD
                     , CD_USU_GST
                     , NM_AREA
                     , DT_CNCD
                     , DT_FIM_VGC
                     , CD_USU_APRV
                     , TS_ULT_USO
                     , IN_SEM_USO
                     , IN_FIM_VGC_PRX
                     , CD_EST_ITEM )
              VALUES ( :PARM-CD-CMPN
                     , :KITM-CD-USU
                     , :KITM-CD-FUC-ICD
                     , :KITM-CD-USU-GST
                     , :KITM-NM-AREA
                     , :KITM-DT-CNCD
                     , :KITM-DT-FIM-VGC
                     , :KITM-CD-USU-APRV
                     , TIMESTAMP(NULLIF(:KITM-TS-ULT-USO, ' '))
                     , :KITM-IN-SEM-USO
                     , :KITM-IN-FIM-VGC-PRX
                     , 'P' )
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL ITEM = ' SQLCODE
                       ' ' KITM-CD-USU ' ' KITM-CD-FUC-ICD
               SET  GDA-HOUVE-ERRO TO TRUE
               SET  GDA-FIM-CRSR TO TRUE
               GO TO 120099-SAI
           END-IF.
      *
           ADD +1 TO GDA-QT-ITEM.
           IF  KITM-IN-SEM-USO EQUAL 'S'
               ADD +1 TO GDA-QT-SEM-USO
           END-IF.
           IF  KITM-IN-FIM-VGC-PRX EQUAL 'S'
               ADD +1 TO GDA-QT-FIM-PRX
           END-IF.
           IF  KITM-CD-USU-GST EQUAL SPACES
               ADD +1 TO GDA-QT-SEM-GST
           END-IF.
      *
       120099-SAI.
           EXIT.
      *
      *--------------------------------------*
       121000-LOCALIZA-GESTOR         SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO KITM-CD-USU-GST.
           MOVE 'SEM GESTOR CADASTRADO NO RH' TO KITM-NM-AREA.
      *
           MOVE 'N'  TO GDA-SW-GST-LCZD.
           MOVE ZERO TO NDX.
           PERFORM 121100-COMPARA-GESTOR
               UNTIL GDA-GST-LCZD
                  OR NDX NOT LESS GDA-QT-GST.
      *
       121099-SAI.
           EXIT.
      *
      *--------------------------------------*
       121100-COMPARA-GESTOR          SECTION.
      *--------------------------------------*
      *
           ADD +1 TO NDX.
           IF  GST-CD-USU (NDX) EQUAL KITM-CD-USU
               SET  GDA-GST-LCZD TO TRUE
               MOVE GST-CD-USU-GST (NDX) TO KITM-CD-USU-GST
               MOVE GST-NM-AREA    (NDX) TO KITM-NM-AREA
           END-IF.
      *
       121199-SAI.
           EXIT.
      *
      *--------------------------------------*
       122000-ULTIMA-UTILIZACAO       SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Cada funcao deixa no log uma ocorrencia propria quando eh
      *    exercida: QRTN a ressubmissao da ICDS3216, ADMP a
      *    manutencao de perfil da ICDS3220 e as demais o registro de
      *    uso 'USO-FUC', cujo texto comeca por 'FUNCAO ffff'.  Sem
      *    ocorrencia na janela de revisao, o item sai marcado SEM.
      *----------------------------------------------------------------*
      *
           EVALUATE KITM-CD-FUC-ICD
               WHEN 'QRTN'
                    MOVE 'RESSUBMT'      TO KUSO-CD-ABEND
                    MOVE 'ICDS3216'      TO KUSO-CD-PGM-INI
                                            KUSO-CD-PGM-FIM
                    MOVE LOW-VALUES      TO KUSO-TX-CHV-INI
                    MOVE HIGH-VALUES     TO KUSO-TX-CHV-FIM
               WHEN 'ADMP'
                    MOVE 'ADM-PRFL'      TO KUSO-CD-ABEND
                    MOVE 'ICDS3220'      TO KUSO-CD-PGM-INI
                                            KUSO-CD-PGM-FIM
                    MOVE LOW-VALUES      TO KUSO-TX-CHV-INI
                    MOVE HIGH-VALUES     TO KUSO-TX-CHV-FIM
               WHEN OTHER
                    MOVE 'USO-FUC '      TO KUSO-CD-ABEND
                    MOVE LOW-VALUES      TO KUSO-CD-PGM-INI
                    MOVE HIGH-VALUES     TO KUSO-CD-PGM-FIM
                    MOVE SPACES          TO KUSO-TX-CHV-INI
                    STRING 'FUNCAO ' KITM-CD-FUC-ICD
                                DELIMITED BY SIZE INTO KUSO-TX-CHV-INI
                    END-STRING
                    MOVE KUSO-TX-CHV-INI TO KUSO-TX-CHV-FIM
           END-EVALUATE.
      *
           EXEC SQL
                SELECT  COALESCE(CHAR(MAX(TS_GRV_LOG)), ' ')
                     ,  CASE WHEN MAX(TS_GRV_LOG) >= CURRENT TIMESTAMP
                                             - :PARM-QT-DIAS-JNL DAYS
                             THEN 'N'
                             ELSE 'S'
                        END
                  INTO  :KITM-TS-ULT-USO
                     ,  :KITM-IN-SEM-USO
                  FROM  DB2ICD.LOG_OCR
                 WHERE  CD_USU_RSP_OCR  = :KITM-CD-USU
                   AND  CD_ABEND        = :KUSO-CD-ABEND
                   AND  CD_PGM_RTN BETWEEN :KUSO-CD-PGM-INI
                                       AND :KUSO-CD-PGM-FIM
                   AND  SUBSTR(TX_OTR_INF_CMPR, 1, 11)
                                   BETWEEN :KUSO-TX-CHV-INI
                                       AND :KUSO-TX-CHV-FIM
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL LOG = ' SQLCODE
                       ' ' KITM-CD-USU ' ' KITM-CD-FUC-ICD
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
       122099-SAI.
           EXIT.
      *
      *--------------------------------------*
       190000-IMPRIME-TOTAIS-ABERTURA SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'RECERTIFICACAO DE ACESSOS - ABERTURA DA CAMPANHA '
                  PARM-CD-CMPN ' - PRAZO DE RESPOSTA ' KCMP-DT-LMT-RSP
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-ITEM TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'HABILITACOES ATIVAS A RECERTIFICAR   : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-SEM-USO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'SEM USO NA JANELA DE ' PARM-QT-DIAS-JNL
                  ' DIAS            : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-FIM-PRX TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'VIGENCIA TERMINANDO EM ' PARM-QT-DIAS-FIM
                  ' DIAS          : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-SEM-GST TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'USUARIOS SEM GESTOR NO CADASTRO RH   : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-GESTOR TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'FOLHAS DE GESTOR EMITIDAS            : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       190099-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-EMITE-PLANILHA          SECTION.
      *--------------------------------------*
      *
           OPEN OUTPUT RCTFWKS.
      *
           MOVE SPACES TO WKS-LINE.
           STRING '* RECERTIFICACAO DE ACESSOS ICD - CAMPANHA '
                  PARM-CD-CMPN ' - PRAZO DE RESPOSTA ' KCMP-DT-LMT-RSP
                       DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING '* PREENCHER A COLUNA 85 DE CADA LINHA I COM M '
                  '(MANTER) OU R (REMOVER) E DEVOLVER O ARQUIVO A '
                  'SEGURANCA'
                       DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING '* SEM = SEM USO NOS ULTIMOS ' PARM-QT-DIAS-JNL
                  ' DIAS - FIM = VIGENCIA TERMINA EM ATE '
                  PARM-QT-DIAS-FIM ' DIAS'
                       DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
      *
           EXEC SQL
                OPEN ITEM-PLAN
           END-EXEC.
      *
           MOVE 'S' TO GDA-SW-PRMO-GESTOR.
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 210000-IMPRIME-ITEM-PLANILHA
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE ITEM-PLAN
           END-EXEC.
      *
           CLOSE RCTFWKS.
      *
       200099-SAI.
           EXIT.
      *
      *--------------------------------------*
       210000-IMPRIME-ITEM-PLANILHA   SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  ITEM-PLAN
                 INTO  :KITM-CD-USU-GST
                    ,  :KITM-NM-AREA
                    ,  :KITM-CD-USU
                    ,  :KITM-CD-FUC-ICD
                    ,  :KITM-DT-CNCD
                    ,  :KITM-DT-FIM-VGC
                    ,  :KITM-CD-USU-APRV
                    ,  :KITM-TS-ULT-USO
                    ,  :KITM-IN-SEM-USO
                    ,  :KITM-IN-FIM-VGC-PRX
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 210099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 210099-SAI
           END-EVALUATE.
      *
           IF  KITM-CD-USU-GST NOT EQUAL GDA-CD-USU-GST-ANT
           OR  GDA-PRMO-GESTOR
               PERFORM 211000-QUEBRA-GESTOR
           END-IF.
      *
           MOVE KITM-CD-USU-GST     TO LIN-CD-USU-GST.
           MOVE KITM-CD-USU         TO LIN-CD-USU.
           MOVE KITM-CD-FUC-ICD     TO LIN-CD-FUC-ICD.
           MOVE KITM-DT-CNCD        TO LIN-DT-CNCD.
           MOVE KITM-DT-FIM-VGC     TO LIN-DT-FIM-VGC.
           MOVE KITM-CD-USU-APRV    TO LIN-CD-USU-APRV.
           IF  KITM-TS-ULT-USO EQUAL SPACES
               MOVE 'NAO REGISTRADA'    TO LIN-TS-ULT-USO
           ELSE
               MOVE KITM-TS-ULT-USO     TO LIN-TS-ULT-USO
           END-IF.
           IF  KITM-IN-SEM-USO EQUAL 'S'
               MOVE 'SEM'               TO LIN-IN-SEM-USO
           ELSE
               MOVE SPACES              TO LIN-IN-SEM-USO
           END-IF.
           IF  KITM-IN-FIM-VGC-PRX EQUAL 'S'
               MOVE 'FIM'               TO LIN-IN-FIM-PRX
           ELSE
               MOVE SPACES              TO LIN-IN-FIM-PRX
           END-IF.
           MOVE KITM-NM-AREA        TO LIN-NM-AREA.
      *
           MOVE GDA-LIN-ITEM TO WKS-LINE.
           WRITE WKS-LINE.
      *
       210099-SAI.
           EXIT.
      *
      *--------------------------------------*
       211000-QUEBRA-GESTOR           SECTION.
      *--------------------------------------*
      *
           MOVE 'N'             TO GDA-SW-PRMO-GESTOR.
           MOVE KITM-CD-USU-GST TO GDA-CD-USU-GST-ANT.
           ADD  +1              TO GDA-QT-GESTOR.
      *
           MOVE SPACES TO WKS-LINE.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           IF  KITM-CD-USU-GST EQUAL SPACES
               STRING '* SEM GESTOR - A SEGURANCA DEVE INFORMAR O '
                      'GESTOR NO CADASTRO DE RH E REEMITIR'
                           DELIMITED BY SIZE INTO WKS-LINE
               END-STRING
           ELSE
               STRING '* GESTOR ' KITM-CD-USU-GST
                      ' - AREA ' KITM-NM-AREA
                           DELIMITED BY SIZE INTO WKS-LINE
               END-STRING
           END-IF.
           WRITE WKS-LINE.
           MOVE SPACES TO WKS-LINE.
           STRING '* GESTOR   USUARIO  FUNC CONCESSAO  FIM VIGENC '
                  'APROVADR ULTIMA UTILIZACAO   SEM FIM D AREA'
                       DELIMITED BY SIZE INTO WKS-LINE
           END-STRING.
           WRITE WKS-LINE.
      *
       211099-SAI.
           EXIT.
      *
      *--------------------------------------*
       300000-APLICA-DECISOES         SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'RECERTIFICACAO DE ACESSOS - DECISOES DA CAMPANHA '
                  PARM-CD-CMPN ' - APLICADAS POR ' PARM-CD-USU-OPR
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           PERFORM 310000-VALIDA-CAMPANHA-OPR.
           IF  GDA-HOUVE-ERRO
               GO TO 300099-SAI
           END-IF.
      *
           OPEN INPUT RCTFDCS.
      *
           MOVE 'N' TO GDA-SW-FIM-ARQ.
           PERFORM 320000-PROCESSA-DECISAO
               UNTIL GDA-FIM-ARQ.
      *
           CLOSE RCTFDCS.
      *
           PERFORM 390000-IMPRIME-TOTAIS-DECISAO.
      *
       300099-SAI.
           EXIT.
      *
      *--------------------------------------*
       310000-VALIDA-CAMPANHA-OPR     SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Decisao so entra em campanha aberta, e so aplicada por
      *    operador habilitado na funcao ADMP - o mesmo requisito da
      *    manutencao de perfil online (ICDS3220).
      *----------------------------------------------------------------*
      *
           EXEC SQL
                SELECT  CD_EST_CMPN
                  INTO  :KCMP-CD-EST-CMPN
                  FROM  DB2ICD.CMPN_RCTF_PRFL
                 WHERE  CD_CMPN = :PARM-CD-CMPN
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    IF  KCMP-CD-EST-CMPN NOT EQUAL 'A'
                        DISPLAY '000 ' CTE-PRGM
                                ' - CAMPANHA JA ENCERRADA = '
                                PARM-CD-CMPN
                        SET  GDA-HOUVE-ERRO TO TRUE
                        GO TO 310099-SAI
                    END-IF
               WHEN +100
                    DISPLAY '000 ' CTE-PRGM
                            ' - CAMPANHA NAO ENCONTRADA = '
                            PARM-CD-CMPN
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 310099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CAMPANHA = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 310099-SAI
           END-EVALUATE.
      *
           IF  PARM-CD-USU-OPR EQUAL SPACES
               DISPLAY '000 ' CTE-PRGM ' - OPERADOR NAO INFORMADO'
               SET  GDA-HOUVE-ERRO TO TRUE
               GO TO 310099-SAI
           END-IF.
      *
           INITIALIZE     ICDS008W-DADOS
               REPLACING  NUMERIC BY  ZEROS
                     ALPHANUMERIC BY SPACES.
      *
           MOVE PARM-CD-USU-OPR TO K008-CD-USU.
           MOVE CTE-CD-FUC-ADMP TO K008-CD-FUC-ICD.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS008C USING GDA-DFHEIBLK
                               ICDS008W-DADOS.
      *
           IF  KRTN-CD-RTN OF ICDS008W-DADOS NOT EQUAL ZEROS
               DISPLAY '000 ' CTE-PRGM ' - OPERADOR NAO HABILITADO '
                       'NA FUNCAO ADMP = ' PARM-CD-USU-OPR
               SET  GDA-HOUVE-ERRO TO TRUE
           END-IF.
      *
       310099-SAI.
           EXIT.
      *
      *--------------------------------------*
       320000-PROCESSA-DECISAO        SECTION.
      *--------------------------------------*
      *
           READ RCTFDCS
               AT END
                   SET  GDA-FIM-ARQ TO TRUE
                   GO TO 320099-SAI
           END-READ.
      *
           IF  NOT DCS-LINHA-ITEM
               GO TO 320099-SAI
           END-IF.
      *
           ADD +1 TO GDA-QT-LIDO.
      *
           IF  DCS-SEM-DECISAO
               ADD +1 TO GDA-QT-SEM-DCS
               GO TO 320099-SAI
           END-IF.
      *
           PERFORM 321000-VALIDA-DECISAO.
           IF  GDA-TX-RSTD NOT EQUAL SPACES
               ADD +1 TO GDA-QT-REJEITADO
               SET  GDA-HOUVE-DVGC TO TRUE
               GO TO 320090-IMPRIME
           END-IF.
      *
           IF  DCS-MANTER
               PERFORM 330000-MANTEM-HABILITACAO
           ELSE
               PERFORM 340000-REMOVE-HABILITACAO
           END-IF.
      *
       320090-IMPRIME.
           MOVE SPACES TO RPT-LINE.
           STRING '  USUARIO ' DCS-CD-USU
                  ' FUNCAO '   DCS-CD-FUC-ICD
                  ' GESTOR '   DCS-CD-USU-GST
                  ' DECISAO '  DCS-CD-DCS
                  ' : '        GDA-TX-RSTD
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           IF  GDA-HOUVE-ERRO
               SET  GDA-FIM-ARQ TO TRUE
           END-IF.
      *
       320099-SAI.
           EXIT.
      *
      *--------------------------------------*
       321000-VALIDA-DECISAO          SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Dupla custodia: o gestor decide e o operador aplica - nunca
      *    a mesma pessoa, e ninguem decide ou aplica sobre o proprio
      *    acesso.  O item tem de ser da campanha, do gestor que
      *    assina a linha e ainda estar pendente.
      *----------------------------------------------------------------*
      *
           MOVE SPACES TO GDA-TX-RSTD.
      *
           IF  NOT DCS-MANTER
           AND NOT DCS-REMOVER
               MOVE 'REJEITADA - DECISAO DIFERENTE DE M OU R'
                 TO GDA-TX-RSTD
               GO TO 321099-SAI
           END-IF.
      *
           IF  DCS-CD-USU-GST EQUAL SPACES
               MOVE 'REJEITADA - ITEM SEM GESTOR' TO GDA-TX-RSTD
               GO TO 321099-SAI
           END-IF.
      *
           IF  DCS-CD-USU-GST EQUAL PARM-CD-USU-OPR
               MOVE 'REJEITADA - GESTOR E OPERADOR SAO O MESMO USUARIO'
                 TO GDA-TX-RSTD
               GO TO 321099-SAI
           END-IF.
      *
           IF  DCS-CD-USU EQUAL DCS-CD-USU-GST
           OR  DCS-CD-USU EQUAL PARM-CD-USU-OPR
               MOVE 'REJEITADA - DECISAO SOBRE O PROPRIO ACESSO'
                 TO GDA-TX-RSTD
               GO TO 321099-SAI
           END-IF.
      *
           MOVE DCS-CD-USU     TO KITM-CD-USU.
           MOVE DCS-CD-FUC-ICD TO KITM-CD-FUC-ICD.
      *
           EXEC SQL
                SELECT  CD_USU_GST
                     ,  CD_EST_ITEM
                  INTO  :KITM-CD-USU-GST
                     ,  :KITM-CD-EST-ITEM
                  FROM  DB2ICD.ITEM_RCTF_PRFL
                 WHERE  CD_CMPN    = :PARM-CD-CMPN
                   AND  CD_USU     = :KITM-CD-USU
                   AND  CD_FUC_ICD = :KITM-CD-FUC-ICD
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    MOVE 'REJEITADA - ITEM FORA DA CAMPANHA'
                      TO GDA-TX-RSTD
                    GO TO 321099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL ITEM = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    MOVE 'NAO APLICADA - ERRO SQL' TO GDA-TX-RSTD
                    GO TO 321099-SAI
           END-EVALUATE.
      *
           IF  KITM-CD-USU-GST NOT EQUAL DCS-CD-USU-GST
               MOVE 'REJEITADA - GESTOR DIFERENTE DO DA PLANILHA'
                 TO GDA-TX-RSTD
               GO TO 321099-SAI
           END-IF.
      *
           IF  KITM-CD-EST-ITEM NOT EQUAL 'P'
               MOVE 'REJEITADA - ITEM JA DECIDIDO' TO GDA-TX-RSTD
           END-IF.
      *
       321099-SAI.
           EXIT.
      *
      *--------------------------------------*
       330000-MANTEM-HABILITACAO      SECTION.
      *--------------------------------------*
      *
           MOVE 'M' TO KITM-CD-EST-ITEM.
           PERFORM 350000-ATUALIZA-ITEM.
           IF  GDA-HOUVE-ERRO
               GO TO 330099-SAI
           END-IF.
      *
           ADD  +1 TO GDA-QT-MANTIDO.
           MOVE 'MANTIDA' TO GDA-TX-RSTD.
      *
       330099-SAI.
           EXIT.
      *
      *--------------------------------------*
       340000-REMOVE-HABILITACAO      SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Mesma revogacao da ICDS3220 (400000): o operador que aplica
      *    fica como responsavel (CD_USU_APRV).  Habilitacao que ja nao
      *    esta ativa (revogada por outra via depois da abertura) so
      *    fecha o item, como [X].
      *----------------------------------------------------------------*
      *
           EXEC SQL
                UPDATE  DB2ICD.PRFL_AUT_ICD
                   SET  CD_EST_PRFL = 'R'
                     ,  CD_USU_APRV = :PARM-CD-USU-OPR
                     ,  TS_APRV     = CURRENT TIMESTAMP
                 WHERE  CD_USU      = :KITM-CD-USU
                   AND  CD_FUC_ICD  = :KITM-CD-FUC-ICD
                   AND  CD_EST_PRFL IN ('P', 'A')
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    MOVE 'R' TO KITM-CD-EST-ITEM
                    PERFORM 360000-REGISTRA-LOG-PERFIL
                    ADD  +1  TO GDA-QT-REMOVIDO
                    MOVE 'REMOVIDA (HABILITACAO REVOGADA)'
                      TO GDA-TX-RSTD
               WHEN +100
                    MOVE 'X' TO KITM-CD-EST-ITEM
                    ADD  +1  TO GDA-QT-JA-INATIVO
                    MOVE 'REMOVIDA (HABILITACAO JA NAO ESTAVA ATIVA)'
                      TO GDA-TX-RSTD
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL PERFIL = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    MOVE 'NAO APLICADA - ERRO SQL' TO GDA-TX-RSTD
                    GO TO 340099-SAI
           END-EVALUATE.
      *
           PERFORM 350000-ATUALIZA-ITEM.
      *
       340099-SAI.
           EXIT.
      *
      *--------------------------------------*
       350000-ATUALIZA-ITEM           SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                UPDATE  DB2ICD.ITEM_RCTF_PRFL
                   SET  CD_EST_ITEM  = :KITM-CD-EST-ITEM
                     ,  CD_USU_DCS   = :KITM-CD-USU-GST
                     ,  CD_USU_APLC  = :PARM-CD-USU-OPR
                     ,  TS_APLC      = CURRENT TIMESTAMP
                 WHERE  CD_CMPN      = :PARM-CD-CMPN
                   AND  CD_USU       = :KITM-CD-USU
                   AND  CD_FUC_ICD   = :KITM-CD-FUC-ICD
                   AND  CD_EST_ITEM  = 'P'
           END-EXEC.
      *
           IF  SQLCODE NOT EQUAL +0
               DISPLAY '000 ' CTE-PRGM ' - ERRO SQL ITEM = ' SQLCODE
               SET  GDA-HOUVE-ERRO TO TRUE
               MOVE 'NAO APLICADA - ERRO SQL' TO GDA-TX-RSTD
           END-IF.
      *
       350099-SAI.
           EXIT.
      *
      *--------------------------------------*
       360000-REGISTRA-LOG-PERFIL     SECTION.
      *--------------------------------------*
      *
      *----------------------------------------------------------------*
      *    Mesmo texto de posicoes fixas da ICDS3220, lido pelo pacote
      *    de auditoria (ICDS3225).
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE PARM-CD-USU-OPR            TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'ADM-PRFL'                 TO S9100-CD-ABEND.
           MOVE ZEROS                      TO S9100-CD-RTN-AUX
                                              S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           STRING 'PERFIL - FUNCAO R'
                  ' - USUARIO '      KITM-CD-USU
                  ' - FUNCAO ICD '   KITM-CD-FUC-ICD
                  ' - POR '          PARM-CD-USU-OPR
                  ' - RECERTIFICACAO ' PARM-CD-CMPN
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       360099-SAI.
           EXIT.
      *
      *--------------------------------------*
       390000-IMPRIME-TOTAIS-DECISAO  SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-LIDO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINHAS DE ITEM LIDAS                 : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-MANTIDO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'HABILITACOES MANTIDAS                : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-REMOVIDO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'HABILITACOES REVOGADAS               : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-JA-INATIVO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'REMOCOES DE HABILITACAO JA INATIVA   : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-REJEITADO TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'DECISOES REJEITADAS                  : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           MOVE GDA-QT-SEM-DCS TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINHAS SEM DECISAO (PENDENTES)       : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       390099-SAI.
           EXIT.
      *
      *--------------------------------------*
       500000-RELATORIO-CONCLUSAO     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                SELECT  CD_EST_CMPN
                     ,  CHAR(DT_LMT_RSP)
                     ,  CASE WHEN CURRENT DATE > DT_LMT_RSP
                             THEN 'S'
                             ELSE 'N'
                        END
                  INTO  :KCMP-CD-EST-CMPN
                     ,  :KCMP-DT-LMT-RSP
                     ,  :KCMP-IN-PRZ-VNCD
                  FROM  DB2ICD.CMPN_RCTF_PRFL
                 WHERE  CD_CMPN = :PARM-CD-CMPN
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    DISPLAY '000 ' CTE-PRGM
                            ' - CAMPANHA NAO ENCONTRADA = '
                            PARM-CD-CMPN
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 500099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL CAMPANHA = '
                            SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    GO TO 500099-SAI
           END-EVALUATE.
      *
           MOVE SPACES TO RPT-LINE.
           STRING 'RECERTIFICACAO DE ACESSOS - CONCLUSAO DA CAMPANHA '
                  PARM-CD-CMPN ' - PRAZO DE RESPOSTA ' KCMP-DT-LMT-RSP
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF  KCMP-IN-PRZ-VNCD EQUAL 'S'
               MOVE SPACES TO RPT-LINE
               STRING '*** PRAZO DE RESPOSTA VENCIDO ***'
                           DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'GESTOR   AREA                            ITENS '
                  'MANTID REMOV. PEND.  SITUACAO'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN GST-SITU
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 510000-IMPRIME-SITUACAO-GST
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE GST-SITU
           END-EXEC.
      *
           PERFORM 520000-IMPRIME-PENDENTES.
      *
           IF  GDA-HOUVE-ERRO
               GO TO 500099-SAI
           END-IF.
      *
      *----------------------------------------------------------------*
      *    Campanha sem pendencia eh encerrada; com pendencia termina
      *    RC 4, para a cobranca dos gestores relacionados.
      *----------------------------------------------------------------*
           IF  GDA-QT-GST-PEND GREATER ZEROS
               SET  GDA-HOUVE-DVGC TO TRUE
               GO TO 500099-SAI
           END-IF.
      *
           IF  KCMP-CD-EST-CMPN EQUAL 'A'
               EXEC SQL
                    UPDATE  DB2ICD.CMPN_RCTF_PRFL
                       SET  CD_EST_CMPN   = 'E'
                         ,  TS_ENCR_CMPN  = CURRENT TIMESTAMP
                     WHERE  CD_CMPN       = :PARM-CD-CMPN
               END-EXEC
               IF  SQLCODE NOT EQUAL +0
                   DISPLAY '000 ' CTE-PRGM ' - ERRO SQL ENCERRA = '
                           SQLCODE
                   SET  GDA-HOUVE-ERRO TO TRUE
                   GO TO 500099-SAI
               END-IF
           END-IF.
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'TODOS OS GESTORES RESPONDERAM - CAMPANHA ENCERRADA'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       500099-SAI.
           EXIT.
      *
      *--------------------------------------*
       510000-IMPRIME-SITUACAO-GST    SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  GST-SITU
                 INTO  :KGST-CD-USU-GST
                    ,  :KGST-NM-AREA
                    ,  :KGST-QT-ITEM
                    ,  :KGST-QT-MANTIDO
                    ,  :KGST-QT-REMOVIDO
                    ,  :KGST-QT-PENDENTE
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    CONTINUE
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 510099-SAI
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
                    GO TO 510099-SAI
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN KGST-QT-PENDENTE EQUAL ZEROS
                    MOVE 'RESPONDIDO'   TO GDA-TX-SITU
               WHEN KGST-QT-PENDENTE EQUAL KGST-QT-ITEM
                    MOVE 'SEM RESPOSTA' TO GDA-TX-SITU
               WHEN OTHER
                    MOVE 'PARCIAL'      TO GDA-TX-SITU
           END-EVALUATE.
      *
           PERFORM 530000-IMPRIME-LINHA-GST.
      *
       510099-SAI.
           EXIT.
      *
      *--------------------------------------*
       520000-IMPRIME-PENDENTES       SECTION.
      *--------------------------------------*
      *
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'GESTORES QUE NAO RESPONDERAM (ITENS PENDENTES)'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
           EXEC SQL
                OPEN GST-PEND
           END-EXEC.
      *
           MOVE 'N' TO GDA-SW-FIM-CRSR.
           PERFORM 521000-IMPRIME-GESTOR-PEND
               UNTIL GDA-FIM-CRSR.
      *
           EXEC SQL
                CLOSE GST-PEND
           END-EXEC.
      *
           MOVE GDA-QT-GST-PEND TO EDT-QT-REG.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL DE GESTORES PENDENTES          : ' EDT-QT-REG
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       520099-SAI.
           EXIT.
      *
      *--------------------------------------*
       521000-IMPRIME-GESTOR-PEND     SECTION.
      *--------------------------------------*
      *
           EXEC SQL
                FETCH  GST-PEND
                 INTO  :KGST-CD-USU-GST
                    ,  :KGST-NM-AREA
                    ,  :KGST-QT-ITEM
                    ,  :KGST-QT-MANTIDO
                    ,  :KGST-QT-REMOVIDO
                    ,  :KGST-QT-PENDENTE
           END-EXEC.
      *
           EVALUATE SQLCODE
               WHEN +0
                    ADD  +1 TO GDA-QT-GST-PEND
                    IF  KCMP-IN-PRZ-VNCD EQUAL 'S'
                        MOVE 'EM ATRASO'  TO GDA-TX-SITU
                    ELSE
                        MOVE 'NO PRAZO'   TO GDA-TX-SITU
                    END-IF
                    PERFORM 530000-IMPRIME-LINHA-GST
               WHEN +100
                    SET  GDA-FIM-CRSR TO TRUE
               WHEN OTHER
                    DISPLAY '000 ' CTE-PRGM ' - ERRO SQL = ' SQLCODE
                    SET  GDA-HOUVE-ERRO TO TRUE
                    SET  GDA-FIM-CRSR TO TRUE
           END-EVALUATE.
      *
       521099-SAI.
           EXIT.
      *
      *--------------------------------------*
       530000-IMPRIME-LINHA-GST       SECTION.
      *--------------------------------------*
      *
           IF  KGST-CD-USU-GST EQUAL SPACES
               MOVE '(SEM)'     TO KGST-CD-USU-GST
           END-IF.
      *
           MOVE KGST-QT-ITEM     TO EDT-QT-ITEM.
           MOVE KGST-QT-MANTIDO  TO EDT-QT-MANTIDO.
           MOVE KGST-QT-REMOVIDO TO EDT-QT-REMOVIDO.
           MOVE KGST-QT-PENDENTE TO EDT-QT-PENDENTE.
           MOVE SPACES TO RPT-LINE.
           STRING KGST-CD-USU-GST ' ' KGST-NM-AREA
                  ' ' EDT-QT-ITEM ' ' EDT-QT-MANTIDO
                  ' ' EDT-QT-REMOVIDO ' ' EDT-QT-PENDENTE
                  '  ' GDA-TX-SITU
                       DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
      *
       530099-SAI.
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
           ADD  GDA-QT-ITEM GDA-QT-LIDO GIVING K011-QT-LIDO.
           MOVE GDA-QT-REMOVIDO           TO K011-QT-ATLZ.
           MOVE GDA-QT-REJEITADO          TO K011-QT-RJTD.
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
      *       F I M   D O   P R O G R A M A   I C D S 3 2 2 7          *
      *----------------------------------------------------------------*
