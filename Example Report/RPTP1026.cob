      *================================================================
      * PROGRAMA    : RPTP1026
      * ANALISTA    : EQUIPE GFP
      * PROGRAMADOR : EQUIPE GFP
      * SISTEMA     : ICD -INFRA-ESTRUTURA DE CERTIFICACAO DIGITAL
      * TIPO OBJETO : PROGRAMA COBOL
      * LINGUAGEM   : COBOL II
      * DATA        : 15/10/2026
      * AMBIENTE    : BATCH
      * FINALIDADE  : MANUTENCAO AUDITADA DO ARQUIVO UNICO DE ALIQUOTAS
      *               POR PROVINCIA/TERRITORIO E DE REGRAS POR
      *               CATEGORIA DE ITEM (TAXRATES), COM VIGENCIA. O
      *               ARQUIVO E LIDO NA PARTIDA PELO CALC1001 E PELO
      *               RPTP1018, QUE ATE AGORA TINHAM CADA UM A SUA
      *               TABELA FIXA NO FONTE. APLICA INCLUSAO, ALTERACAO
      *               E ENCERRAMENTO DE VIGENCIA, REJEITA PERIODOS QUE
      *               SE SOBREPOEM, GRAVA TRILHA DE AUDITORIA E LISTA A
      *               TABELA COMPLETA EM VIGOR NUMA DATA, PARA O
      *               VISTO DA EQUIPE FISCAL ANTES DA MUDANCA VALER.
      *================================================================
      * VRS AUTOR             ALTERACAO                     DATA
      * ---------------------------------------------------------------
      * 001 EQUIPE GFP        IMPLANTACAO                   15/10/2026
      * 002 EQUIPE GFP        ALTERACAO ('C') DE VIGENCIA   15/10/2026
      *                       JA INICIADA (VIGENTE DESDE ATE
      *                       A DATA DO PROCESSAMENTO) E
      *                       REJEITADA, COMO DIZ A REGRA
      *                       DE MUDANCA DE ALIQUOTA
      *================================================================
      *
      * CARTAO SYSIN (OPCIONAL):
      *   COL 01-08  DATA DE REFERENCIA DA LISTAGEM (AAAAMMDD);
      *              BRANCO = HOJE
      * ENTRADAS:
      *   TAXRATES.TXT - arquivo de aliquotas atual, ordenado pela chave
      *                  (TIPO/CODIGO/VIGENTE DESDE); ausente = carga
      *                  inicial, a tabela comeca vazia:
      *     COL 01     TIPO ('P' ALIQUOTA DA PROVINCIA/TERRITORIO,
      *                'C' REGRA DA CATEGORIA DE ITEM)
      *     COL 02-03  CODIGO (PROVINCIA, OU CATEGORIA NA COL 02)
      *     COL 04-11  VIGENTE DESDE (AAAAMMDD)
      *     COL 12-19  VIGENTE ATE   (AAAAMMDD; 99991231 = EM ABERTO)
      *     COL 20-25  QUOTA TPS/GST      9V9(5) ('P')
      *     COL 26-31  QUOTA TVQ/PST-HST  9V9(5) ('P')
      *     COL 32     APLICA TPS ('Y'/'N')      ('C')
      *     COL 33     APLICA TVQ ('Y'/'N')      ('C')
      *     COL 34-41  ROTULO DA REGRA            ('C')
      *     COL 42-61  DESCRICAO
      *   RATETRAN.TXT - transacoes de manutencao, em qualquer ordem:
      *     COL 01     ACAO ('A' INCLUI, 'C' ALTERA, 'E' ENCERRA A
      *                VIGENCIA)
      *     COL 02-09  USUARIO RESPONSAVEL
      *     COL 10-70  IMAGEM DO REGISTRO (LAYOUT ACIMA). 'C' TROCA AS
      *                QUOTAS/REGRA E A DESCRICAO, MAS NAO AS DATAS,
      *                E SO DE VIGENCIA QUE AINDA NAO COMECOU (VIGENTE
      *                DESDE POSTERIOR A DATA DO PROCESSAMENTO);
      *                'E' SO USA A CHAVE E O NOVO VIGENTE ATE
      * SAIDAS:
      *   TAXRATES.NEW - arquivo de aliquotas atualizado
      *   RATEAUDT.TXT - trilha de auditoria (imagem antes/depois)
      *   RATEERRS.TXT - transacoes rejeitadas com o motivo
      *   RATELIST.TXT - tabela completa em vigor na data de referencia
      *
      * A MUDANCA DE ALIQUOTA SE FAZ ENCERRANDO A VIGENCIA ATUAL ('E')
      * E INCLUINDO A NOVA ('A') A PARTIR DO DIA SEGUINTE - NUNCA
      * ALTERANDO A QUOTA DE UM PERIODO JA USADO, PARA QUE O REPROCESSO
      * DE UM ARQUIVO ANTIGO CONTINUE DANDO O IMPOSTO DA EPOCA. DUAS
      * VIGENCIAS DO MESMO TIPO/CODIGO NUNCA SE SOBREPOEM.
      * A LISTAGEM APONTA A PROVINCIA OU TERRITORIO SEM ALIQUOTA EM
      * VIGOR NA DATA (RC 4).
      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPTP1026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
       SELECT TAXRATES ASSIGN TO 'TAXRATES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXRATES-STATUS.
       SELECT RATETRAN ASSIGN TO 'RATETRAN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RATENEW  ASSIGN TO 'TAXRATES.NEW'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RATEAUDT ASSIGN TO 'RATEAUDT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RATEERRS ASSIGN TO 'RATEERRS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RATELIST ASSIGN TO 'RATELIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAXRATES.
       01  RATE-MASTER-RECORD          PIC X(061).
      *
       FD  RATETRAN.
       01  RATE-TRAN-RECORD.
           03  XT-ACTION-CODE          PIC X(001).
           03  XT-USER-ID              PIC X(008).
           03  XT-KEY.
               05  XT-RECORD-TYPE      PIC X(001).
               05  XT-CODE             PIC X(002).
               05  XT-CODE-R           REDEFINES XT-CODE.
                   07  XT-CATEGORY-CODE
                                       PIC X(001).
                   07  XT-CODE-FILLER  PIC X(001).
               05  XT-EFF-FROM         PIC 9(008).
               05  XT-EFF-FROM-R       REDEFINES XT-EFF-FROM.
                   07  XT-FROM-YEAR    PIC 9(004).
                   07  XT-FROM-MONTH   PIC 9(002).
                   07  XT-FROM-DAY     PIC 9(002).
           03  XT-EFF-TO               PIC 9(008).
           03  XT-EFF-TO-R             REDEFINES XT-EFF-TO.
               05  XT-TO-YEAR          PIC 9(004).
               05  XT-TO-MONTH         PIC 9(002).
               05  XT-TO-DAY           PIC 9(002).
           03  XT-EFF-TO-X             REDEFINES XT-EFF-TO
                                       PIC X(008).
           03  XT-TPS-QUOTA            PIC 9(001)V9(005).
           03  XT-TVQ-QUOTA            PIC 9(001)V9(005).
           03  XT-APPLY-TPS            PIC X(001).
           03  XT-APPLY-TVQ            PIC X(001).
           03  XT-RULE-LABEL           PIC X(008).
           03  XT-DESCRIPTION          PIC X(020).
      *
       FD  RATENEW.
       01  NEW-RATE-RECORD             PIC X(061).
      *
       FD  RATEAUDT.
       01  AUDIT-RECORD                PIC X(158).
      *
       FD  RATEERRS.
       01  ERROR-RECORD                PIC X(132).
      *
       FD  RATELIST.
       01  LIST-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  RPTP1026                    PIC X(008) VALUE 'RPTP1026'.
      *
       01  SWITCHES.
           03  TAXRATES-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  TAXRATES-EOF                    VALUE 'Y'.
           03  RATETRAN-EOF-SWITCH     PIC X(001) VALUE 'N'.
               88  RATETRAN-EOF                    VALUE 'Y'.
           03  TRAN-VALID-SWITCH       PIC X(001) VALUE 'N'.
               88  TRAN-VALID                      VALUE 'Y'.
           03  OVERLAP-SWITCH          PIC X(001) VALUE 'N'.
               88  RANGE-OVERLAPS                  VALUE 'Y'.
      *
       77  TAXRATES-STATUS             PIC X(002) VALUE SPACES.
      *
       01  SYSIN-FIELDS.
           03  SYSIN-AS-OF-DATE        PIC X(008) VALUE SPACES.
           03  SYSIN-AS-OF-DATE-N      REDEFINES SYSIN-AS-OF-DATE
                                       PIC 9(008).
      *
       01  COUNT-FIELDS.
           03  LOAD-COUNT              PIC S9(005) VALUE ZERO.
           03  ADD-COUNT               PIC S9(005) VALUE ZERO.
           03  CHANGE-COUNT            PIC S9(005) VALUE ZERO.
           03  END-DATE-COUNT          PIC S9(005) VALUE ZERO.
           03  REJECT-COUNT            PIC S9(005) VALUE ZERO.
           03  OUT-COUNT               PIC S9(005) VALUE ZERO.
           03  MISSING-COUNT           PIC S9(005) VALUE ZERO.
      *
      *-----------------------------------------------------------------
      *    TABELA DE ALIQUOTAS EM MEMORIA, NA ORDEM DA CHAVE. AS
      *    TRANSACOES SAO APLICADAS SOBRE ELA (A SOBREPOSICAO SO SE
      *    VERIFICA VENDO TODAS AS VIGENCIAS DO CODIGO) E O ARQUIVO
      *    NOVO E GRAVADO DELA NO FIM.
      *-----------------------------------------------------------------
       01  RATE-TABLE.
           03  RATE-ENTRY              OCCURS 500 TIMES.
               05  RT-KEY.
                   07  RT-RECORD-TYPE  PIC X(001).
                   07  RT-CODE         PIC X(002).
                   07  RT-EFF-FROM     PIC 9(008).
               05  RT-EFF-TO           PIC 9(008).
               05  RT-TPS-QUOTA        PIC 9(001)V9(005).
               05  RT-TVQ-QUOTA        PIC 9(001)V9(005).
               05  RT-APPLY-TPS        PIC X(001).
               05  RT-APPLY-TVQ        PIC X(001).
               05  RT-RULE-LABEL       PIC X(008).
               05  RT-DESCRIPTION      PIC X(020).
       77  RATE-COUNT                  PIC S9(005) VALUE ZERO.
      *
       01  WORK-RATE-AREA.
           03  WA-KEY.
               05  WA-RECORD-TYPE      PIC X(001).
               05  WA-CODE             PIC X(002).
               05  WA-EFF-FROM         PIC 9(008).
           03  WA-EFF-TO               PIC 9(008).
           03  WA-TPS-QUOTA            PIC 9(001)V9(005).
           03  WA-TVQ-QUOTA            PIC 9(001)V9(005).
           03  WA-APPLY-TPS            PIC X(001).
           03  WA-APPLY-TVQ            PIC X(001).
           03  WA-RULE-LABEL           PIC X(008).
           03  WA-DESCRIPTION          PIC X(020).
      *
       01  KEY-FIELDS.
           03  PREV-MASTER-KEY         PIC X(011) VALUE LOW-VALUES.
      *
      *-----------------------------------------------------------------
      *    PROVINCIAS E TERRITORIOS ACEITOS (MESMA LISTA DO RPTP1025).
      *-----------------------------------------------------------------
       01  PROVINCE-CODE-LIST          PIC X(026) VALUE
           'QCONABBCMBSKNSNBNLPEYTNTNU'.
       01  PROVINCE-CODE-TABLE         REDEFINES PROVINCE-CODE-LIST.
           03  PCT-PROVINCE-CODE       PIC X(002) OCCURS 13 TIMES.
      *
       01  WORK-FIELDS.
           03  RATE-IDX                PIC S9(005).
           03  FOUND-IDX               PIC S9(005).
           03  SKIP-IDX                PIC S9(005).
           03  INSERT-IDX              PIC S9(005).
           03  SHIFT-IDX               PIC S9(005).
           03  PCT-IDX                 PIC S9(003).
           03  AS-OF-DATE              PIC 9(008).
      *
       01  CURRENT-DATE-AND-TIME.
           03  CD-DATE                 PIC X(008).
           03  CD-DATE-N               REDEFINES CD-DATE
                                       PIC 9(008).
           03  FILLER                  PIC X(013).
      *
       01  AUDIT-LINE.
           03  AL-DATE                 PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-USER-ID              PIC X(008).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  AL-ACTION-CODE          PIC X(001).
           03  FILLER                  PIC X(008) VALUE ' BEFORE('.
           03  AL-BEFORE-IMAGE         PIC X(061).
           03  FILLER                  PIC X(008) VALUE ') AFTER('.
           03  AL-AFTER-IMAGE          PIC X(061).
           03  FILLER                  PIC X(001) VALUE ')'.
      *
       01  ERROR-LINE.
           03  EL-REASON               PIC X(030).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  EL-TRAN-IMAGE           PIC X(070).
           03  FILLER                  PIC X(031) VALUE SPACES.
      *
       01  LIST-TITLE-LINE.
           03  FILLER                  PIC X(022) VALUE
               'TAX RATES IN FORCE ON '.
           03  LTL-AS-OF-DATE          PIC 9(008).
           03  FILLER                  PIC X(014) VALUE
               '  - RUN DATE: '.
           03  LTL-RUN-DATE            PIC X(008).
           03  FILLER                  PIC X(080) VALUE SPACES.
      *
       01  PROVINCE-HEADING-LINE.
           03  FILLER                  PIC X(050) VALUE
               'CODE DESCRIPTION          EFF FROM  EFF TO     TPS'.
           03  FILLER                  PIC X(050) VALUE
               '/GST%   TVQ/PST%     COMBINED%'.
           03  FILLER                  PIC X(032) VALUE SPACES.
      *
       01  PROVINCE-LIST-LINE.
           03  PLL-CODE                PIC X(002).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  PLL-DESCRIPTION         PIC X(020).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  PLL-EFF-FROM            PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  PLL-EFF-TO              PIC 9(008).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  PLL-TPS-RATE            PIC ZZ9.999.
           03  FILLER                  PIC X(006) VALUE SPACES.
           03  PLL-TVQ-RATE            PIC ZZ9.999.
           03  FILLER                  PIC X(006) VALUE SPACES.
           03  PLL-COMBINED-RATE       PIC ZZ9.999.
           03  FILLER                  PIC X(052) VALUE SPACES.
      *
       01  MISSING-LIST-LINE.
           03  MLL-CODE                PIC X(002).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  FILLER                  PIC X(040) VALUE
               '*** NO RATE IN FORCE ON THIS DATE ***'.
           03  FILLER                  PIC X(087) VALUE SPACES.
      *
       01  CATEGORY-HEADING-LINE.
           03  FILLER                  PIC X(050) VALUE
               'CODE DESCRIPTION          EFF FROM  EFF TO    RULE'.
           03  FILLER                  PIC X(050) VALUE
               '      TPS TVQ'.
           03  FILLER                  PIC X(032) VALUE SPACES.
      *
       01  CATEGORY-LIST-LINE.
           03  CLL-CODE                PIC X(002).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  CLL-DESCRIPTION         PIC X(020).
           03  FILLER                  PIC X(001) VALUE SPACE.
           03  CLL-EFF-FROM            PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CLL-EFF-TO              PIC 9(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  CLL-RULE-LABEL          PIC X(008).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  CLL-APPLY-TPS           PIC X(001).
           03  FILLER                  PIC X(003) VALUE SPACES.
           03  CLL-APPLY-TVQ           PIC X(001).
           03  FILLER                  PIC X(070) VALUE SPACES.
      *
       01  LIST-COUNT-LINE.
           03  LCL-LABEL               PIC X(040).
           03  LCL-COUNT               PIC ZZ,ZZ9.
           03  FILLER                  PIC X(086) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-TAX-RATES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *
           ACCEPT SYSIN-FIELDS FROM SYSIN.
           IF SYSIN-AS-OF-DATE = SPACES
               MOVE CD-DATE-N TO AS-OF-DATE
           ELSE
               IF SYSIN-AS-OF-DATE-N NOT NUMERIC
                   DISPLAY 'RPTP1026 SYSIN AS-OF DATE NOT NUMERIC '
                           '- ABORT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SYSIN-AS-OF-DATE-N TO AS-OF-DATE
           END-IF.
      *
           PERFORM 050000-LOAD-RATE-TABLE.
      *
           OPEN INPUT  RATETRAN.
           OPEN OUTPUT RATENEW
                       RATEAUDT
                       RATEERRS
                       RATELIST.
      *
           PERFORM 100000-READ-TRAN-RECORD.
           PERFORM 200000-APPLY-ONE-TRAN
               UNTIL RATETRAN-EOF.
      *
           PERFORM 300000-WRITE-NEW-MASTER
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.
      *
           PERFORM 600000-PRINT-RATES-IN-FORCE.
      *
           CLOSE RATETRAN
                 RATENEW
                 RATEAUDT
                 RATEERRS
                 RATELIST.
      *
           DISPLAY 'RPTP1026 LOADED    : ' LOAD-COUNT.
           DISPLAY 'RPTP1026 ADDS      : ' ADD-COUNT.
           DISPLAY 'RPTP1026 CHANGES   : ' CHANGE-COUNT.
           DISPLAY 'RPTP1026 END-DATES : ' END-DATE-COUNT.
           DISPLAY 'RPTP1026 REJECTS   : ' REJECT-COUNT.
           DISPLAY 'RPTP1026 WRITTEN   : ' OUT-COUNT.
           DISPLAY 'RPTP1026 NO RATE   : ' MISSING-COUNT.
           IF MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    CARGA DO ARQUIVO ATUAL. SEM O ARQUIVO E A CARGA INICIAL.
      *    FORA DE ORDEM OU ACIMA DA CAPACIDADE O PASSO E ABORTADO -
      *    O ARQUIVO SO DEVE SER GERADO POR ESTE PROGRAMA.
      *----------------------------------------------------------------
       050000-LOAD-RATE-TABLE.
           OPEN INPUT TAXRATES.
           IF TAXRATES-STATUS = '00'
               PERFORM 051000-LOAD-ONE-RATE
                   UNTIL TAXRATES-EOF
               CLOSE TAXRATES
           ELSE
               DISPLAY 'RPTP1026 TAXRATES.TXT NOT AVAILABLE - STATUS '
                       TAXRATES-STATUS ' - STARTING AN EMPTY TABLE'
           END-IF.
      *
       051000-LOAD-ONE-RATE.
           READ TAXRATES
               AT END
                   MOVE 'Y' TO TAXRATES-EOF-SWITCH
               NOT AT END
                   IF RATE-COUNT >= 500
                       DISPLAY 'RPTP1026 MORE THAN 500 ENTRIES ON '
                               'TAXRATES.TXT - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RATE-COUNT
                   ADD 1 TO LOAD-COUNT
                   MOVE RATE-MASTER-RECORD TO RATE-ENTRY(RATE-COUNT)
                   IF RT-KEY(RATE-COUNT) NOT > PREV-MASTER-KEY
                       DISPLAY 'RPTP1026 TAXRATES.TXT OUT OF SEQUENCE '
                               'AT ' RT-KEY(RATE-COUNT) ' - ABORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RT-KEY(RATE-COUNT) TO PREV-MASTER-KEY
           END-READ.
      *
       100000-READ-TRAN-RECORD.
           READ RATETRAN
               AT END
                   MOVE 'Y' TO RATETRAN-EOF-SWITCH
           END-READ.
      *
      *----------------------------------------------------------------
      *    CADA TRANSACAO E APLICADA NA ORDEM DO ARQUIVO: ENCERRAR A
      *    VIGENCIA ATUAL ANTES DE INCLUIR A NOVA NA MESMA REMESSA.
      *----------------------------------------------------------------
       200000-APPLY-ONE-TRAN.
           PERFORM 400000-EDIT-TRAN-RECORD.
           IF NOT TRAN-VALID
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               PERFORM 210000-FIND-RATE-KEY
               EVALUATE XT-ACTION-CODE
                   WHEN 'A'
                       PERFORM 220000-APPLY-ADD
                   WHEN 'C'
                       PERFORM 230000-APPLY-CHANGE
                   WHEN 'E'
                       PERFORM 240000-APPLY-END-DATE
               END-EVALUATE
           END-IF.
           PERFORM 100000-READ-TRAN-RECORD.
      *
       210000-FIND-RATE-KEY.
           MOVE ZERO TO FOUND-IDX.
           PERFORM 211000-CHECK-ONE-KEY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
                  OR FOUND-IDX > ZERO.
      *
       211000-CHECK-ONE-KEY.
           IF RT-KEY(RATE-IDX) = XT-KEY
               MOVE RATE-IDX TO FOUND-IDX
           END-IF.
      *
       220000-APPLY-ADD.
           IF FOUND-IDX > ZERO
               MOVE 'RATE ENTRY ALREADY ON FILE  ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE SPACES TO WORK-RATE-AREA
               MOVE XT-KEY TO WA-KEY
               IF XT-EFF-TO-X = SPACES OR XT-EFF-TO = ZERO
                   MOVE 99991231  TO WA-EFF-TO
               ELSE
                   MOVE XT-EFF-TO TO WA-EFF-TO
               END-IF
               PERFORM 229000-MOVE-TRAN-FIELDS
               MOVE ZERO TO SKIP-IDX
               PERFORM 250000-CHECK-OVERLAP
               IF RANGE-OVERLAPS
                   MOVE 'OVERLAPS EXISTING RANGE     ' TO EL-REASON
                   PERFORM 505000-WRITE-REJECT-LINE
               ELSE
                   IF RATE-COUNT >= 500
                       MOVE 'RATE TABLE FULL (500)       '
                           TO EL-REASON
                       PERFORM 505000-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 260000-INSERT-WORK-ENTRY
                       ADD 1 TO ADD-COUNT
                       MOVE SPACES         TO AL-BEFORE-IMAGE
                       MOVE WORK-RATE-AREA TO AL-AFTER-IMAGE
                       PERFORM 510000-WRITE-AUDIT
                   END-IF
               END-IF
           END-IF.
      *
       230000-APPLY-CHANGE.
           IF FOUND-IDX = ZERO
               MOVE 'RATE ENTRY NOT ON FILE      ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               IF RT-EFF-FROM(FOUND-IDX) NOT > CD-DATE-N
                   MOVE 'PERIOD ALREADY IN EFFECT    ' TO EL-REASON
                   PERFORM 505000-WRITE-REJECT-LINE
               ELSE
                   MOVE RATE-ENTRY(FOUND-IDX) TO WORK-RATE-AREA
                   MOVE WORK-RATE-AREA        TO AL-BEFORE-IMAGE
                   PERFORM 229000-MOVE-TRAN-FIELDS
                   MOVE WORK-RATE-AREA        TO RATE-ENTRY(FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   MOVE WORK-RATE-AREA        TO AL-AFTER-IMAGE
                   PERFORM 510000-WRITE-AUDIT
               END-IF
           END-IF.
      *
      *    O ENCERRAMENTO PODE ENCURTAR OU ESTENDER A VIGENCIA; A
      *    EXTENSAO NAO PODE INVADIR A VIGENCIA SEGUINTE DO CODIGO.
       240000-APPLY-END-DATE.
           IF FOUND-IDX = ZERO
               MOVE 'RATE ENTRY NOT ON FILE      ' TO EL-REASON
               PERFORM 505000-WRITE-REJECT-LINE
           ELSE
               MOVE RATE-ENTRY(FOUND-IDX) TO WORK-RATE-AREA
               MOVE WORK-RATE-AREA        TO AL-BEFORE-IMAGE
               MOVE XT-EFF-TO             TO WA-EFF-TO
               MOVE FOUND-IDX             TO SKIP-IDX
               PERFORM 250000-CHECK-OVERLAP
               IF RANGE-OVERLAPS
                   MOVE 'OVERLAPS EXISTING RANGE     ' TO EL-REASON
                   PERFORM 505000-WRITE-REJECT-LINE
               ELSE
                   MOVE WORK-RATE-AREA    TO RATE-ENTRY(FOUND-IDX)
                   ADD 1 TO END-DATE-COUNT
                   MOVE WORK-RATE-AREA    TO AL-AFTER-IMAGE
                   PERFORM 510000-WRITE-AUDIT
               END-IF
           END-IF.
      *
      *    INCLUSAO E ALTERACAO: SO OS CAMPOS DO TIPO DO REGISTRO.
       229000-MOVE-TRAN-FIELDS.
           IF XT-RECORD-TYPE = 'P'
               MOVE XT-TPS-QUOTA   TO WA-TPS-QUOTA
               MOVE XT-TVQ-QUOTA   TO WA-TVQ-QUOTA
               MOVE SPACES         TO WA-APPLY-TPS
                                      WA-APPLY-TVQ
                                      WA-RULE-LABEL
           ELSE
               MOVE ZERO           TO WA-TPS-QUOTA
                                      WA-TVQ-QUOTA
               MOVE XT-APPLY-TPS   TO WA-APPLY-TPS
               MOVE XT-APPLY-TVQ   TO WA-APPLY-TVQ
               MOVE XT-RULE-LABEL  TO WA-RULE-LABEL
           END-IF.
           MOVE XT-DESCRIPTION     TO WA-DESCRIPTION.
      *
      *----------------------------------------------------------------
      *    SOBREPOSICAO: OUTRA VIGENCIA DO MESMO TIPO/CODIGO QUE
      *    COMECA ATE O FIM DA NOVA E TERMINA DEPOIS DO INICIO DELA.
      *----------------------------------------------------------------
       250000-CHECK-OVERLAP.
           MOVE 'N' TO OVERLAP-SWITCH.
           PERFORM 251000-CHECK-ONE-RANGE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
                  OR RANGE-OVERLAPS.
      *
       251000-CHECK-ONE-RANGE.
           IF RATE-IDX NOT = SKIP-IDX
              AND RT-RECORD-TYPE(RATE-IDX) = WA-RECORD-TYPE
              AND RT-CODE(RATE-IDX) = WA-CODE
              AND RT-EFF-FROM(RATE-IDX) NOT > WA-EFF-TO
              AND RT-EFF-TO(RATE-IDX) NOT < WA-EFF-FROM
               MOVE 'Y' TO OVERLAP-SWITCH
           END-IF.
      *
      *    A NOVA ENTRADA ENTRA ANTES DA PRIMEIRA CHAVE MAIOR; AS
      *    SEGUINTES DESCEM UMA POSICAO, A PARTIR DA ULTIMA.
       260000-INSERT-WORK-ENTRY.
           MOVE 1 TO INSERT-IDX.
           PERFORM 261000-ADVANCE-INSERT-INDEX
               UNTIL INSERT-IDX > RATE-COUNT
                  OR RT-KEY(INSERT-IDX) > WA-KEY.
           PERFORM 262000-SHIFT-ONE-ENTRY
               VARYING SHIFT-IDX FROM RATE-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-IDX.
           MOVE WORK-RATE-AREA TO RATE-ENTRY(INSERT-IDX).
           ADD 1 TO RATE-COUNT.
      *
       261000-ADVANCE-INSERT-INDEX.
           ADD 1 TO INSERT-IDX.
      *
       262000-SHIFT-ONE-ENTRY.
           MOVE RATE-ENTRY(SHIFT-IDX) TO RATE-ENTRY(SHIFT-IDX + 1).
      *
       300000-WRITE-NEW-MASTER.
           MOVE RATE-ENTRY(RATE-IDX) TO NEW-RATE-RECORD.
           WRITE NEW-RATE-RECORD.
           ADD 1 TO OUT-COUNT.
      *
      *----------------------------------------------------------------
      *    CRITICA DA TRANSACAO. A CHAVE E SEMPRE CRITICADA; 'A' E 'C'
      *    CRITICAM OS CAMPOS DO TIPO, 'A' E 'E' A DATA FINAL.
      *----------------------------------------------------------------
       400000-EDIT-TRAN-RECORD.
           MOVE 'Y' TO TRAN-VALID-SWITCH.
           MOVE SPACES TO EL-REASON.
      *
           IF XT-ACTION-CODE NOT = 'A' AND
              XT-ACTION-CODE NOT = 'C' AND
              XT-ACTION-CODE NOT = 'E'
               MOVE 'INVALID ACTION CODE         ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-USER-ID = SPACES
               MOVE 'USER ID MISSING             ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID
              AND XT-RECORD-TYPE NOT = 'P' AND XT-RECORD-TYPE NOT = 'C'
               MOVE 'RECORD TYPE MUST BE P OR C  ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           END-IF.
      *
           IF TRAN-VALID AND XT-RECORD-TYPE = 'P'
               MOVE 1 TO PCT-IDX
               PERFORM 412000-ADVANCE-PROVINCE-INDEX
                   UNTIL PCT-IDX > 13
                      OR PCT-PROVINCE-CODE(PCT-IDX) = XT-CODE
               IF PCT-IDX > 13
                   MOVE 'INVALID PROVINCE CODE       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID AND XT-RECORD-TYPE = 'C'
               IF XT-CATEGORY-CODE = SPACE
                  OR XT-CODE-FILLER NOT = SPACE
                   MOVE 'INVALID CATEGORY CODE       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID
               IF XT-EFF-FROM NOT NUMERIC
                  OR XT-FROM-YEAR = ZERO
                  OR XT-FROM-MONTH < 01 OR XT-FROM-MONTH > 12
                  OR XT-FROM-DAY < 01 OR XT-FROM-DAY > 31
                   MOVE 'INVALID EFFECTIVE-FROM DATE ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
           IF TRAN-VALID
              AND (XT-ACTION-CODE = 'A' OR XT-ACTION-CODE = 'C')
               PERFORM 410000-EDIT-RATE-FIELDS
           END-IF.
      *
           IF TRAN-VALID AND XT-ACTION-CODE = 'A'
              AND XT-EFF-TO-X NOT = SPACES
              AND XT-EFF-TO NOT = ZERO
               PERFORM 420000-EDIT-EFFECTIVE-TO
           END-IF.
      *
           IF TRAN-VALID AND XT-ACTION-CODE = 'E'
               PERFORM 420000-EDIT-EFFECTIVE-TO
           END-IF.
      *
       410000-EDIT-RATE-FIELDS.
           IF XT-RECORD-TYPE = 'P'
               IF XT-TPS-QUOTA NOT NUMERIC
                  OR XT-TVQ-QUOTA NOT NUMERIC
                   MOVE 'TAX QUOTA NOT NUMERIC       ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           ELSE
               IF (XT-APPLY-TPS NOT = 'Y' AND XT-APPLY-TPS NOT = 'N')
                  OR
                  (XT-APPLY-TVQ NOT = 'Y' AND XT-APPLY-TVQ NOT = 'N')
                   MOVE 'APPLY TPS/TVQ MUST BE Y OR N' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               ELSE
                   IF XT-RULE-LABEL = SPACES
                       MOVE 'RULE LABEL MISSING          '
                           TO EL-REASON
                       MOVE 'N' TO TRAN-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       412000-ADVANCE-PROVINCE-INDEX.
           ADD 1 TO PCT-IDX.
      *
       420000-EDIT-EFFECTIVE-TO.
           IF XT-EFF-TO NOT NUMERIC
              OR XT-TO-YEAR = ZERO
              OR XT-TO-MONTH < 01 OR XT-TO-MONTH > 12
              OR XT-TO-DAY < 01 OR XT-TO-DAY > 31
               MOVE 'INVALID EFFECTIVE-TO DATE   ' TO EL-REASON
               MOVE 'N' TO TRAN-VALID-SWITCH
           ELSE
               IF XT-EFF-TO < XT-EFF-FROM
                   MOVE 'EFFECTIVE-TO BEFORE FROM    ' TO EL-REASON
                   MOVE 'N' TO TRAN-VALID-SWITCH
               END-IF
           END-IF.
      *
       505000-WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE RATE-TRAN-RECORD TO EL-TRAN-IMAGE.
           MOVE ERROR-LINE       TO ERROR-RECORD.
           WRITE ERROR-RECORD.
      *
       510000-WRITE-AUDIT.
           MOVE CD-DATE           TO AL-DATE.
           MOVE XT-USER-ID        TO AL-USER-ID.
           MOVE XT-ACTION-CODE    TO AL-ACTION-CODE.
           MOVE AUDIT-LINE        TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
      *----------------------------------------------------------------
      *    TABELA EM VIGOR NA DATA DE REFERENCIA, JA COM AS TRANSACOES
      *    DESTA REMESSA: UMA LINHA POR PROVINCIA/TERRITORIO DA LISTA
      *    (OU O AVISO DE QUE NAO HA ALIQUOTA) E AS REGRAS DE
      *    CATEGORIA EM VIGOR. E A FOLHA QUE A EQUIPE FISCAL VISA.
      *----------------------------------------------------------------
       600000-PRINT-RATES-IN-FORCE.
           MOVE AS-OF-DATE        TO LTL-AS-OF-DATE.
           MOVE CD-DATE           TO LTL-RUN-DATE.
           MOVE LIST-TITLE-LINE   TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE SPACES            TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE 'PROVINCE / TERRITORY RATES' TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE PROVINCE-HEADING-LINE TO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM 610000-LIST-ONE-PROVINCE
               VARYING PCT-IDX FROM 1 BY 1
               UNTIL PCT-IDX > 13.
      *
           MOVE SPACES            TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE 'ITEM CATEGORY RULES' TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE CATEGORY-HEADING-LINE TO LIST-RECORD.
           WRITE LIST-RECORD.
           PERFORM 620000-LIST-ONE-CATEGORY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.
      *
           MOVE SPACES            TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE 'PROVINCES/TERRITORIES WITHOUT A RATE'
               TO LCL-LABEL.
           MOVE MISSING-COUNT     TO LCL-COUNT.
           MOVE LIST-COUNT-LINE   TO LIST-RECORD.
           WRITE LIST-RECORD.
      *
       610000-LIST-ONE-PROVINCE.
           MOVE ZERO TO FOUND-IDX.
           PERFORM 611000-CHECK-ONE-PROVINCE-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT
                  OR FOUND-IDX > ZERO.
           IF FOUND-IDX = ZERO
               ADD 1 TO MISSING-COUNT
               MOVE PCT-PROVINCE-CODE(PCT-IDX) TO MLL-CODE
               MOVE MISSING-LIST-LINE TO LIST-RECORD
           ELSE
               MOVE RT-CODE(FOUND-IDX)        TO PLL-CODE
               MOVE RT-DESCRIPTION(FOUND-IDX) TO PLL-DESCRIPTION
               MOVE RT-EFF-FROM(FOUND-IDX)    TO PLL-EFF-FROM
               MOVE RT-EFF-TO(FOUND-IDX)      TO PLL-EFF-TO
               COMPUTE PLL-TPS-RATE = RT-TPS-QUOTA(FOUND-IDX) * 100
               COMPUTE PLL-TVQ-RATE = RT-TVQ-QUOTA(FOUND-IDX) * 100
               COMPUTE PLL-COMBINED-RATE =
                   (RT-TPS-QUOTA(FOUND-IDX) + RT-TVQ-QUOTA(FOUND-IDX))
                   * 100
               MOVE PROVINCE-LIST-LINE TO LIST-RECORD
           END-IF.
           WRITE LIST-RECORD.
      *
       611000-CHECK-ONE-PROVINCE-RATE.
           IF RT-RECORD-TYPE(RATE-IDX) = 'P'
              AND RT-CODE(RATE-IDX) = PCT-PROVINCE-CODE(PCT-IDX)
              AND RT-EFF-FROM(RATE-IDX) NOT > AS-OF-DATE
              AND RT-EFF-TO(RATE-IDX) NOT < AS-OF-DATE
               MOVE RATE-IDX TO FOUND-IDX
           END-IF.
      *
       620000-LIST-ONE-CATEGORY.
           IF RT-RECORD-TYPE(RATE-IDX) = 'C'
              AND RT-EFF-FROM(RATE-IDX) NOT > AS-OF-DATE
              AND RT-EFF-TO(RATE-IDX) NOT < AS-OF-DATE
               MOVE RT-CODE(RATE-IDX)        TO CLL-CODE
               MOVE RT-DESCRIPTION(RATE-IDX) TO CLL-DESCRIPTION
               MOVE RT-EFF-FROM(RATE-IDX)    TO CLL-EFF-FROM
               MOVE RT-EFF-TO(RATE-IDX)      TO CLL-EFF-TO
               MOVE RT-RULE-LABEL(RATE-IDX)  TO CLL-RULE-LABEL
               MOVE RT-APPLY-TPS(RATE-IDX)   TO CLL-APPLY-TPS
               MOVE RT-APPLY-TVQ(RATE-IDX)   TO CLL-APPLY-TVQ
               MOVE CATEGORY-LIST-LINE TO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.
      *
      *================================================================
      *       F I M   D O   P R O G R A M A   R P T P 1 0 2 6         *
      *================================================================
