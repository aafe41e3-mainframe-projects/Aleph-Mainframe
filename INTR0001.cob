      *                          PROJECAO DE VERIFICACAO (GOALRPT.TXT).
      *                          UMA RODADA NO LUGAR DOS ARQUIVOS DE
      *                          CENARIO POR TENTATIVA E ERRO.
      * VRS006  -  2026-10-15  - EQUIPE GFP - TABELA DE AMORTIZACAO DE
      *                          EMPRESTIMO (PRESTACAO NIVELADA): OPCAO
      *                          2 NO MENU INTERATIVO E MODO BATCH
      *                          (CARTAO SYSIN 'L') LENDO LOANSCEN.TXT,
      *                          COM A TABELA DE CADA EMPRESTIMO EM
      *                          LOANSCHD.TXT E O RELATORIO RESUMO EM
      *                          LOANRPT.TXT. AMORTIZACAO EXTRA OPCIONAL
      *                          POR PAGAMENTO, MOSTRANDO OS MESES E OS
      *                          JUROS ECONOMIZADOS.
      * VRS007  -  2026-10-15  - EQUIPE GFP - MODO SENSIBILIDADE (CARTAO
      *                          SYSIN 'S'): PARA CADA CENARIO DE
      *                          SENSCEN.TXT, UMA GRADE DE VALORES
      *                          FUTUROS COM AS TAXAS (DE/ATE/PASSO DO
      *                          CARTAO) NAS LINHAS E OS PRAZOS EM ANOS
      *                          NAS COLUNAS, MANTENDO A CAPITALIZACAO
      *                          E OS APORTES DO CENARIO E MARCANDO O
      *                          CASO BASE (SENSRPT.TXT), COM COPIA CSV
      *                          DE CADA GRADE (SENSGRID.CSV). A TAXA
      *                          DE TRABALHO PASSA A TER DUAS CASAS.
      * VRS008  -  2026-10-15  - EQUIPE GFP - TAXA ESCALONADA: O CENARIO
      *                          (INTERATIVO, INVSCEN.TXT COLUNAS 20-27
      *                          OU GOALSCEN.TXT COLUNAS 30-37) PODE
      *                          INDICAR UMA TABELA DE TAXAS DO ARQUIVO
      *                          RATESCHD.TXT (ID, ANO DE/ATE, TAXA); A
      *                          PROJECAO APLICA A TAXA EM VIGOR EM CADA
      *                          ANO E IMPRIME UMA LINHA POR ANO (TAXA,
      *                          JUROS E SALDO). TODO CENARIO MOSTRA O
      *                          RENDIMENTO ANUAL EFETIVO MEDIO, PARA
      *                          COMPARAR PRODUTOS ESCALONADOS COM OS DE
      *                          TAXA FIXA. A BUSCA DO APORTE PASSA A
      *                          SER EXECUTADA ATE O 730099-EXIT.
      * VRS009  -  2026-10-15  - EQUIPE GFP - PERGUNTA DA TAXA ANUAL NO
      *                          MODO INTERATIVO MOSTRA AS DUAS CASAS
      *                          DECIMAIS (XX.XX).
      *-----------------------------------------------------------------
      *
      *------------------------
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOALRPT  ASSIGN TO 'GOALRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOANSCEN ASSIGN TO 'LOANSCEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOANRPT  ASSIGN TO 'LOANRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOANSCHD ASSIGN TO 'LOANSCHD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENSSCEN ASSIGN TO 'SENSCEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENSRPT  ASSIGN TO 'SENSRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENSCSV  ASSIGN TO 'SENSGRID.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATESCHD ASSIGN TO 'RATESCHD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-SCHEDULE-STATUS.
      *
      *--------------
       DATA DIVISION.
           03    SCN-PERIODS-PER-YEAR      PIC 9(002).
           03    SCN-CONTRIBUTION-AMOUNT   PIC 9(005).
           03    SCN-CONTRIB-PER-YEAR      PIC 9(002).
           03    SCN-RATE-SCHEDULE-ID      PIC X(008).
      *
       FD  INVRPT.
       01  PRINT-AREA                      PIC X(132).
           03    GSC-CONTRIB-PER-YEAR      PIC 9(002).
           03    GSC-TARGET-VALUE          PIC 9(009).
           03    GSC-SOLVE-FOR             PIC X(001).
           03    GSC-RATE-SCHEDULE-ID      PIC X(008).
      *
       FD  GOALRPT.
       01  GOAL-PRINT-AREA                 PIC X(132).
      *
       FD  LOANSCEN.
       01  LOAN-SCENARIO-RECORD.
           03    LSC-LOAN-ID               PIC X(008).
           03    LSC-PRINCIPAL             PIC 9(007)V99.
           03    LSC-NUMBER-OF-YEARS       PIC 9(002).
           03    LSC-YEARLY-INTEREST-RATE  PIC 9(002)V99.
           03    LSC-PAYMENTS-PER-YEAR     PIC 9(002).
           03    LSC-FIRST-PAYMENT-DATE    PIC 9(008).
           03    LSC-EXTRA-PRINCIPAL       PIC 9(005)V99.
      *
       FD  LOANRPT.
       01  LOAN-PRINT-AREA                 PIC X(132).
      *
       FD  LOANSCHD.
       01  LOAN-SCHEDULE-AREA              PIC X(080).
      *
      *    CENARIO DE SENSIBILIDADE: OS 19 PRIMEIROS BYTES SAO O LAYOUT
      *    DO INVSCEN.TXT, SEGUIDOS DAS FAIXAS DE TAXA E DE PRAZO.
       FD  SENSSCEN.
       01  SENS-SCENARIO-RECORD.
           03    SSC-INVESTMENT-AMOUNT     PIC 9(005).
           03    SSC-NUMBER-OF-YEARS       PIC 9(002).
           03    SSC-YEARLY-INTEREST-RATE  PIC 9(002)V9.
           03    SSC-PERIODS-PER-YEAR      PIC 9(002).
           03    SSC-CONTRIBUTION-AMOUNT   PIC 9(005).
           03    SSC-CONTRIB-PER-YEAR      PIC 9(002).
           03    SSC-RATE-FROM             PIC 9(002)V99.
           03    SSC-RATE-TO               PIC 9(002)V99.
           03    SSC-RATE-STEP             PIC 9(001)V99.
           03    SSC-YEARS-FROM            PIC 9(002).
           03    SSC-YEARS-TO              PIC 9(002).
           03    SSC-YEARS-STEP            PIC 9(002).
      *
       FD  SENSRPT.
       01  SENS-PRINT-AREA                 PIC X(132).
      *
       FD  SENSCSV.
       01  SENS-CSV-AREA                   PIC X(132).
      *
      *    TABELA DE TAXAS ESCALONADAS: UMA LINHA POR FAIXA DE ANOS DA
      *    PROJECAO (ANO 1 = PRIMEIRO ANO). ANO SEM FAIXA USA A TAXA
      *    DO PROPRIO CENARIO.
       FD  RATESCHD.
       01  RATE-SCHEDULE-RECORD.
           03    RSR-SCHEDULE-ID           PIC X(008).
           03    RSR-FROM-YEAR             PIC 9(002).
           03    RSR-TO-YEAR               PIC 9(002).
           03    RSR-YEARLY-INTEREST-RATE  PIC 9(002)V99.
      *
      *------------------------
       WORKING-STORAGE SECTION.
           '*** STORAGE SECTION COMECA AQUI ***'.
       77  CTE-PROG                    PIC  X(018) VALUE
           '*** INTR0001 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS008'.
       77  SBVERSAO                    PIC  X(008) VALUE 'SBVERSAO'.
       77  RUN-MODE                    PIC  X VALUE SPACE.
       77  END-OF-SCENARIOS-SWITCH     PIC  X VALUE 'N'.
       77  END-OF-GOALS-SWITCH         PIC  X VALUE 'N'.
       77  END-OF-LOANS-SWITCH         PIC  X VALUE 'N'.
       77  END-OF-SENS-SWITCH          PIC  X VALUE 'N'.
       77  END-OF-RATE-SCHEDULES-SWITCH
                                       PIC  X VALUE 'N'.
       77  RATE-SCHEDULE-STATUS        PIC  X(002) VALUE SPACES.
      *
      *    CAMPOS DA BUSCA DE META: BUSCA BINARIA SOBRE O APORTE
      *    (VALORES INTEIROS 0-99999) OU VARREDURA DOS ANOS (1-99),
           03    NUMBER-ENTERED        PIC  9      VALUE 1.
           03    INVESTMENT-AMOUNT     PIC  99999.
           03    NUMBER-OF-YEARS       PIC  99.
           03    YEARLY-INTEREST-RATE  PIC  99V99.
           03    PERIODS-PER-YEAR      PIC  99     VALUE 1.
           03    CONTRIBUTION-AMOUNT   PIC  99999  VALUE ZERO.
           03    CONTRIB-PER-YEAR      PIC  99     VALUE ZERO.
           03    EDITED-FUTURE-VALUE   PIC  Z,ZZZ,ZZZ,ZZZ.99.
           03    EDITED-CONTRIBUTED    PIC  Z,ZZZ,ZZZ,ZZZ.99.
           03    EDITED-INTEREST       PIC  Z,ZZZ,ZZZ,ZZZ.99.
      *
      *    TAXA ESCALONADA E RENDIMENTO EFETIVO. O RENDIMENTO ACUMULA
      *    O FATOR DE CADA PERIODO (1 + TAXA / PERIODOS / 100), SEM OS
      *    APORTES, E E ANUALIZADO NO FIM DO PRAZO.
       01  RATE-SCHEDULE-FIELDS.
           03    RATE-SCHEDULE-ID      PIC  X(008)    VALUE SPACES.
           03    SCHEDULE-FOUND-SWITCH PIC  X(001)    VALUE 'Y'.
           03    RATE-LINE-VALID-SWITCH
                                       PIC  X(001)    VALUE 'Y'.
           03    SCHEDULE-IDX          PIC  9(003)    VALUE ZERO.
           03    PROJECTION-YEAR       PIC  9(003)    VALUE ZERO.
           03    PERIOD-IN-YEAR        PIC  9(003)    VALUE ZERO.
           03    PERIOD-RATE           PIC  99V99     VALUE ZERO.
           03    PERIOD-FACTOR         PIC  9V9(12)   VALUE ZERO.
           03    PERIOD-INTEREST       PIC  9(9)V99   VALUE ZERO.
           03    YEAR-INTEREST         PIC  9(9)V99   VALUE ZERO.
           03    YIELD-VALID-SWITCH    PIC  X(001)    VALUE 'Y'.
           03    YIELD-GROWTH          PIC  9(9)V9(9) VALUE ZERO.
           03    YIELD-EXPONENT        PIC  9V9(9)    VALUE ZERO.
           03    YIELD-FACTOR          PIC  9(3)V9(9) VALUE ZERO.
           03    EFFECTIVE-YIELD       PIC  9(3)V9999 VALUE ZERO.
           03    EDITED-YIELD          PIC  ZZ9.9999.
           03    YEAR-IDX              PIC  9(003)    VALUE ZERO.
      *
       01  RATE-SCHEDULE-TABLE.
           03    RATE-SCHEDULE-COUNT   PIC  9(003)    VALUE ZERO.
           03    RATE-SCHEDULE-ENTRY   OCCURS 500 TIMES.
                 05  RST-SCHEDULE-ID   PIC  X(008).
                 05  RST-FROM-YEAR     PIC  99.
                 05  RST-TO-YEAR       PIC  99.
                 05  RST-RATE          PIC  99V99.
      *
       01  YEAR-RESULT-TABLE.
           03    YEAR-RESULT           OCCURS 99 TIMES.
                 05  YR-RATE           PIC  99V99.
                 05  YR-INTEREST       PIC  9(9)V99.
                 05  YR-BALANCE        PIC  9(9)V99.
      *
      *    CAMPOS DA AMORTIZACAO DE EMPRESTIMO. OS TOTAIS BASE-* SAO DA
      *    TABELA SEM O PAGAMENTO EXTRA, PARA MEDIR A ECONOMIA.
       01  LOAN-FIELDS.
           03    LOAN-ID               PIC  X(008)    VALUE SPACES.
           03    LOAN-PRINCIPAL        PIC  9(7)V99   VALUE ZERO.
           03    LOAN-YEARS            PIC  99        VALUE ZERO.
           03    LOAN-YEARLY-RATE      PIC  99V99     VALUE ZERO.
           03    PAYMENTS-PER-YEAR     PIC  99        VALUE 12.
           03    FIRST-PAYMENT-DATE    PIC  9(008)    VALUE ZERO.
           03    EXTRA-PRINCIPAL       PIC  9(5)V99   VALUE ZERO.
           03    LOAN-VALID-SWITCH     PIC  X(001)    VALUE 'Y'.
           03    APPLY-EXTRA-SWITCH    PIC  X(001)    VALUE 'Y'.
           03    PRINT-SCHEDULE-SWITCH PIC  X(001)    VALUE 'Y'.
           03    MONTHS-BETWEEN-PAYMENTS
                                       PIC  99        VALUE ZERO.
           03    MONTHS-REMAINDER      PIC  99        VALUE ZERO.
           03    SCHEDULED-PAYMENTS    PIC  9(005)    VALUE ZERO.
           03    RATE-PER-PAYMENT      PIC  9V9(12)   VALUE ZERO.
           03    GROWTH-FACTOR         PIC  9(9)V9(9) VALUE ZERO.
           03    PAYMENT-FACTOR        PIC  9(6)V9(9) VALUE ZERO.
           03    LEVEL-PAYMENT         PIC  9(7)V99   VALUE ZERO.
           03    LOAN-BALANCE          PIC  9(7)V99   VALUE ZERO.
           03    PAYMENT-NUMBER        PIC  9(005)    VALUE ZERO.
           03    PAYMENT-AMOUNT        PIC  9(7)V99   VALUE ZERO.
           03    INTEREST-PORTION      PIC  9(7)V99   VALUE ZERO.
           03    PRINCIPAL-PORTION     PIC S9(7)V99   VALUE ZERO.
           03    TOTAL-INTEREST        PIC  9(9)V99   VALUE ZERO.
           03    TOTAL-PAID            PIC  9(9)V99   VALUE ZERO.
           03    BASE-TOTAL-INTEREST   PIC  9(9)V99   VALUE ZERO.
           03    BASE-PAYMENT-COUNT    PIC  9(005)    VALUE ZERO.
           03    PAYMENTS-SAVED        PIC  9(005)    VALUE ZERO.
           03    MONTHS-SAVED          PIC  9(005)    VALUE ZERO.
           03    INTEREST-SAVED        PIC  9(9)V99   VALUE ZERO.
      *
       01  PAYMENT-DATE-FIELDS.
           03    PAYMENT-DATE          PIC  9(008)    VALUE ZERO.
           03    FILLER                REDEFINES PAYMENT-DATE.
                 05  PD-YEAR           PIC  9(004).
                 05  PD-MONTH          PIC  9(002).
                 05  PD-DAY            PIC  9(002).
           03    DUE-DAY               PIC  99        VALUE ZERO.
           03    DAYS-IN-MONTH         PIC  99        VALUE ZERO.
           03    LEAP-QUOTIENT         PIC  9(004)    VALUE ZERO.
           03    LEAP-REMAINDER-4      PIC  9(003)    VALUE ZERO.
           03    LEAP-REMAINDER-100    PIC  9(003)    VALUE ZERO.
           03    LEAP-REMAINDER-400    PIC  9(003)    VALUE ZERO.
      *
       01  DAYS-IN-MONTH-TABLE.
           03    DAYS-IN-MONTH-LIST    PIC  X(024)    VALUE
               '312831303130313130313031'.
           03    FILLER                REDEFINES DAYS-IN-MONTH-LIST.
                 05  DIM-DAYS          PIC  99 OCCURS 12 TIMES.
      *
       01  LOAN-OUTPUT-LINE            PIC  X(080)    VALUE SPACES.
      *
      *    CAMPOS DA GRADE DE SENSIBILIDADE: ATE 8 PRAZOS (COLUNAS) E
      *    40 TAXAS (LINHAS) POR CENARIO, PARA CABER NUMA PAGINA.
       01  SENSITIVITY-FIELDS.
           03    SENS-SCENARIO-NUMBER  PIC  9(004)    VALUE ZERO.
           03    SENS-VALID-SWITCH     PIC  X(001)    VALUE 'Y'.
           03    BASE-ON-GRID-SWITCH   PIC  X(001)    VALUE 'N'.
           03    BASE-YEARLY-RATE      PIC  99V99     VALUE ZERO.
           03    BASE-NUMBER-OF-YEARS  PIC  99        VALUE ZERO.
           03    BASE-FUTURE-VALUE     PIC  9(9)V99   VALUE ZERO.
           03    RATE-FROM             PIC  99V99     VALUE ZERO.
           03    RATE-TO               PIC  99V99     VALUE ZERO.
           03    RATE-STEP             PIC  9V99      VALUE ZERO.
           03    GRID-RATE             PIC  9(3)V99   VALUE ZERO.
           03    RATE-ROW-COUNT        PIC  9(003)    VALUE ZERO.
           03    YEARS-FROM            PIC  99        VALUE ZERO.
           03    YEARS-TO              PIC  99        VALUE ZERO.
           03    YEARS-STEP            PIC  99        VALUE ZERO.
           03    GRID-YEARS-WORK       PIC  9(003)    VALUE ZERO.
           03    TERM-COUNT            PIC  99        VALUE ZERO.
           03    TERM-IDX              PIC  99        VALUE ZERO.
           03    CELL-VALUE            PIC  9(009)    VALUE ZERO.
           03    GRID-TERM-TABLE.
                 05  GRID-YEARS        PIC  99 OCCURS 8 TIMES.
      *
       01  PRINT-CONTROL-FIELDS.
           03    PAGE-COUNT            PIC S9(003) VALUE ZERO.
           03    FILLER                PIC X(001) VALUE '/'.
           03    HL1-YEAR              PIC 9(004).
           03    FILLER                PIC X(011) VALUE SPACES.
           03    HL1-TITLE             PIC X(040) VALUE
               'INVESTMENT SUMMARY  REPORT'.
           03    FILLER                PIC X(008) VALUE '  PAGE: '.
           03    HL1-PAGE-NUMBER       PIC ZZZ9.
           03    FILLER                PIC X(052) VALUE SPACES.
           03    FILLER        PIC X(020) VALUE 'YEARLY RATE  TIMES/Y'.
           03    FILLER        PIC X(020) VALUE 'R  FUTURE           '.
           03    FILLER        PIC X(020) VALUE '  TOTAL             '.
           03    FILLER        PIC X(020) VALUE 'INTEREST  EFFECTIVE '.
           03    FILLER                PIC X(009) VALUE ' RATE'.
           03    FILLER                PIC X(023) VALUE SPACES.
      *
       01  HEADING-LINE-4.
           03    FILLER        PIC X(020) VALUE 'AMOUNT              '.
           03    FILLER        PIC X(020) VALUE '             COMPOUN'.
           03    FILLER        PIC X(020) VALUE 'DED VALUE           '.
           03    FILLER        PIC X(020) VALUE '  CONTRIBUTED       '.
           03    FILLER        PIC X(020) VALUE 'EARNED    YIELD %   '.
           03    FILLER                PIC X(009) VALUE ' SCHEDULE'.
           03    FILLER                PIC X(023) VALUE SPACES.
      *
       01  GOAL-HEADER-LINE.
           03    FILLER        PIC X(020) VALUE 'GOAL SEEK - TARGET: '.
           03    SPL-CONTRIBUTED       PIC Z,ZZZ,ZZZ,ZZZ.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SPL-INTEREST          PIC Z,ZZZ,ZZZ,ZZZ.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SPL-EFFECTIVE-YIELD   PIC ZZ9.9999.
           03    FILLER                PIC X(003) VALUE '%'.
           03    SPL-RATE-SCHEDULE-ID  PIC X(008).
           03    FILLER                PIC X(023) VALUE SPACES.
      *
       01  YEAR-PRINT-LINE.
           03    FILLER                PIC X(011) VALUE
               '      YEAR '.
           03    YPL-YEAR              PIC Z9.
           03    FILLER                PIC X(009) VALUE '   RATE: '.
           03    YPL-RATE              PIC Z9.99.
           03    FILLER                PIC X(014) VALUE
               '%   INTEREST: '.
           03    YPL-INTEREST          PIC Z,ZZZ,ZZZ,ZZZ.99.
           03    FILLER                PIC X(012) VALUE
               '   BALANCE: '.
           03    YPL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ.99.
           03    FILLER                PIC X(047) VALUE SPACES.
      *
       01  SCHEDULE-MISSING-LINE.
           03    FILLER                PIC X(017) VALUE
               '  *RATE SCHEDULE '.
           03    SML-SCHEDULE-ID       PIC X(008).
           03    FILLER                PIC X(046) VALUE
               ' NOT FOUND IN RATESCHD.TXT - SCENARIO SKIPPED*'.
           03    FILLER                PIC X(061) VALUE SPACES.
      *
       01  LOAN-HEADING-LINE-3.
           03    FILLER        PIC X(020) VALUE 'LOAN                '.
           03    FILLER        PIC X(020) VALUE '         RATE  PMT  '.
           03    FILLER        PIC X(020) VALUE '       LEVEL        '.
           03    FILLER        PIC X(020) VALUE '  TOTAL      EXTRA  '.
           03    FILLER        PIC X(020) VALUE ' PMTS  MONTHS       '.
           03    FILLER        PIC X(008) VALUE 'INTEREST'.
           03    FILLER                PIC X(024) VALUE SPACES.
      *
       01  LOAN-HEADING-LINE-4.
           03    FILLER        PIC X(020) VALUE 'ID           PRINCIP'.
           03    FILLER        PIC X(020) VALUE 'AL  YR      %  /YR  '.
           03    FILLER        PIC X(020) VALUE '     PAYMENT       I'.
           03    FILLER        PIC X(020) VALUE 'NTEREST  PRINCIPAL  '.
           03    FILLER        PIC X(020) VALUE ' MADE   SAVED       '.
           03    FILLER        PIC X(008) VALUE '   SAVED'.
           03    FILLER                PIC X(024) VALUE SPACES.
      *
       01  LOAN-SUMMARY-LINE.
           03    LSL-LOAN-ID           PIC X(008).
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-PRINCIPAL         PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-YEARS             PIC Z9.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-RATE              PIC Z9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-PAYMENTS-PER-YEAR PIC ZZ9.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-LEVEL-PAYMENT     PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-TOTAL-INTEREST    PIC ZZ,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-EXTRA-PRINCIPAL   PIC ZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-PAYMENTS-MADE     PIC ZZZZ9.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-MONTHS-SAVED      PIC ZZZZZ9.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    LSL-INTEREST-SAVED    PIC ZZ,ZZZ,ZZ9.99.
           03    FILLER                PIC X(024) VALUE SPACES.
      *
       01  LOAN-INVALID-LINE.
           03    LIL-LOAN-ID           PIC X(008).
           03    FILLER                PIC X(044) VALUE
               '  *INVALID LOAN - CHECK AMOUNT, YEARS, PAYME'.
           03    FILLER                PIC X(028) VALUE
               'NTS PER YEAR AND FIRST DATE*'.
           03    FILLER                PIC X(052) VALUE SPACES.
      *
       01  LOAN-HEADER-LINE-1.
           03    FILLER                PIC X(006) VALUE 'LOAN: '.
           03    LH1-LOAN-ID           PIC X(008).
           03    FILLER                PIC X(013) VALUE
               '  PRINCIPAL: '.
           03    LH1-PRINCIPAL         PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(008) VALUE '  RATE: '.
           03    LH1-RATE              PIC Z9.99.
           03    FILLER                PIC X(010) VALUE '%  YEARS: '.
           03    LH1-YEARS             PIC Z9.
           03    FILLER                PIC X(011) VALUE
               '  PMTS/YR: '.
           03    LH1-PAYMENTS-PER-YEAR PIC Z9.
           03    FILLER                PIC X(003) VALUE SPACES.
      *
       01  LOAN-HEADER-LINE-2.
           03    FILLER                PIC X(015) VALUE
               'LEVEL PAYMENT: '.
           03    LH2-LEVEL-PAYMENT     PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(009) VALUE '  EXTRA: '.
           03    LH2-EXTRA-PRINCIPAL   PIC ZZ,ZZ9.99.
           03    FILLER                PIC X(017) VALUE
               '  FIRST PAYMENT: '.
           03    LH2-FIRST-YEAR        PIC 9(004).
           03    FILLER                PIC X(001) VALUE '/'.
           03    LH2-FIRST-MONTH       PIC 9(002).
           03    FILLER                PIC X(001) VALUE '/'.
           03    LH2-FIRST-DAY         PIC 9(002).
           03    FILLER                PIC X(008) VALUE SPACES.
      *
       01  SCHEDULE-HEADING-LINE.
           03    FILLER        PIC X(020) VALUE 'PMT NO  DATE        '.
           03    FILLER        PIC X(020) VALUE '     PAYMENT      IN'.
           03    FILLER        PIC X(020) VALUE 'TEREST     PRINCIPAL'.
           03    FILLER        PIC X(014) VALUE '       BALANCE'.
           03    FILLER                PIC X(006) VALUE SPACES.
      *
       01  SCHEDULE-LINE.
           03    SCL-PAYMENT-NUMBER    PIC ZZZZZ9.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SCL-YEAR              PIC 9(004).
           03    FILLER                PIC X(001) VALUE '/'.
           03    SCL-MONTH             PIC 9(002).
           03    FILLER                PIC X(001) VALUE '/'.
           03    SCL-DAY               PIC 9(002).
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SCL-PAYMENT           PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SCL-INTEREST          PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SCL-PRINCIPAL         PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(002) VALUE SPACES.
           03    SCL-BALANCE           PIC Z,ZZZ,ZZ9.99.
           03    FILLER                PIC X(006) VALUE SPACES.
      *
       01  LOAN-TOTAL-LINE.
           03    LTL-LABEL             PIC X(030).
           03    LTL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           03    FILLER                PIC X(034) VALUE SPACES.
      *
       01  LOAN-COUNT-LINE.
           03    LCL-LABEL             PIC X(030).
           03    LCL-COUNT             PIC ZZZ,ZZ9.
           03    FILLER                PIC X(043) VALUE SPACES.
      *
       01  SENS-SCENARIO-LINE-1.
           03    FILLER                PIC X(009) VALUE 'SCENARIO '.
           03    SSL1-SCENARIO-NUMBER  PIC ZZZ9.
           03    FILLER                PIC X(015) VALUE
               '   INVESTMENT: '.
           03    SSL1-INVESTMENT-AMOUNT
                                       PIC ZZ,ZZ9.
           03    FILLER                PIC X(017) VALUE
               '   CONTRIBUTION: '.
           03    SSL1-CONTRIBUTION-AMOUNT
                                       PIC ZZ,ZZ9.
           03    FILLER                PIC X(003) VALUE ' X '.
           03    SSL1-CONTRIB-PER-YEAR PIC Z9.
           03    FILLER                PIC X(019) VALUE
               '/YR   COMPOUNDING: '.
           03    SSL1-PERIODS-PER-YEAR PIC Z9.
           03    FILLER                PIC X(003) VALUE '/YR'.
           03    FILLER                PIC X(046) VALUE SPACES.
      *
       01  SENS-SCENARIO-LINE-2.
           03    FILLER                PIC X(011) VALUE 'BASE CASE: '.
           03    SSL2-RATE             PIC Z9.99.
           03    FILLER                PIC X(006) VALUE '% FOR '.
           03    SSL2-YEARS            PIC Z9.
           03    FILLER                PIC X(009) VALUE ' YEARS = '.
           03    SSL2-FUTURE-VALUE     PIC Z,ZZZ,ZZZ,ZZZ.99.
           03    FILLER                PIC X(083) VALUE SPACES.
      *
       01  SENS-INVALID-LINE.
           03    FILLER                PIC X(044) VALUE
               '  *INVALID RANGE - RATE FROM AFTER RATE TO O'.
           03    FILLER                PIC X(028) VALUE
               'R YEARS FROM AFTER YEARS TO*'.
           03    FILLER                PIC X(060) VALUE SPACES.
      *
       01  SENS-GRID-HEADING-LINE.
           03    FILLER                PIC X(010) VALUE 'RATE %'.
           03    SGH-CELLS.
                 05  SGH-CELL          OCCURS 8 TIMES.
                     07  FILLER        PIC X(005).
                     07  SGH-YEARS     PIC ZZ9.
                     07  SGH-LABEL     PIC X(006).
           03    FILLER                PIC X(010) VALUE SPACES.
      *
       01  SENS-GRID-LINE.
           03    SGL-RATE              PIC Z9.99.
           03    FILLER                PIC X(005) VALUE '%'.
           03    SGL-CELLS.
                 05  SGL-CELL          OCCURS 8 TIMES.
                     07  FILLER        PIC X(002).
                     07  SGL-VALUE     PIC ZZZ,ZZZ,ZZ9.
                     07  SGL-MARK      PIC X(001).
           03    FILLER                PIC X(010) VALUE SPACES.
      *
       01  SENS-NOTE-LINE.
           03    SENS-NOTE-TEXT        PIC X(060).
           03    FILLER                PIC X(072) VALUE SPACES.
      *
       01  SENS-CSV-HEADER-LINE.
           03    FILLER                PIC X(009) VALUE 'SCENARIO,'.
           03    SCH-SCENARIO-NUMBER   PIC 9(004).
           03    FILLER                PIC X(012) VALUE
               ',INVESTMENT,'.
           03    SCH-INVESTMENT-AMOUNT PIC 9(005).
           03    FILLER                PIC X(014) VALUE
               ',CONTRIBUTION,'.
           03    SCH-CONTRIBUTION-AMOUNT
                                       PIC 9(005).
           03    FILLER                PIC X(012) VALUE
               ',CONTRIB/YR,'.
           03    SCH-CONTRIB-PER-YEAR  PIC 9(002).
           03    FILLER                PIC X(013) VALUE
               ',COMPOUND/YR,'.
           03    SCH-PERIODS-PER-YEAR  PIC 9(002).
           03    FILLER                PIC X(011) VALUE
               ',BASE RATE,'.
           03    SCH-BASE-RATE         PIC 9(002).99.
           03    FILLER                PIC X(012) VALUE
               ',BASE YEARS,'.
           03    SCH-BASE-YEARS        PIC 9(002).
           03    FILLER                PIC X(010) VALUE SPACES.
      *
       01  SENS-CSV-COLUMN-LINE.
           03    FILLER                PIC X(004) VALUE 'RATE'.
           03    SCC-CELLS.
                 05  SCC-CELL          OCCURS 8 TIMES.
                     07  SCC-SEPARATOR PIC X(001).
                     07  SCC-YEARS     PIC 9(002).
           03    FILLER                PIC X(104) VALUE SPACES.
      *
       01  SENS-CSV-ROW-LINE.
           03    SCR-RATE              PIC 9(002).99.
           03    SCR-CELLS.
                 05  SCR-CELL          OCCURS 8 TIMES.
                     07  SCR-SEPARATOR PIC X(001).
                     07  SCR-VALUE     PIC 9(009).99.
           03    FILLER                PIC X(023) VALUE SPACES.
      *
      *-------------------
       PROCEDURE DIVISION.
           DISPLAY                        WHEN-COMPILED.
           MOVE ZEROS                  TO RETURN-CODE.
           ACCEPT RUN-MODE FROM SYSIN.
           PERFORM 150000-LOAD-RATE-SCHEDULES.
           IF RUN-MODE = 'B'
               PERFORM 500000-BATCH-CALCULATE-FUTURE-VALUES
           ELSE
               IF RUN-MODE = 'G'
                   PERFORM 700000-GOAL-SEEK-SCENARIOS
               ELSE
                   IF RUN-MODE = 'L'
                       PERFORM 800000-BATCH-AMORTIZE-LOANS
                   ELSE
                       IF RUN-MODE = 'S'
                           PERFORM 900000-SENSITIVITY-GRID-SCENARIOS
                       ELSE
                           PERFORM 100000-CALCULATE-FUTURE-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       100099-EXIT.
      *------------
      * 
      *---------------------------
       150000-LOAD-RATE-SCHEDULES.
      *---------------------------
      *
      *    O RATESCHD.TXT E OPCIONAL: SEM ELE, SO CENARIOS DE TAXA
      *    FIXA. LINHA INVALIDA E IGNORADA COM AVISO (RC 4).
      *
           OPEN INPUT RATESCHD.
           IF RATE-SCHEDULE-STATUS = '00'
               PERFORM 160000-LOAD-ONE-RATE-SCHEDULE
                   UNTIL END-OF-RATE-SCHEDULES-SWITCH = 'Y'
               CLOSE RATESCHD
           END-IF.
      *------------
       150099-EXIT.
      *------------
      *
      *------------------------------
       160000-LOAD-ONE-RATE-SCHEDULE.
      *------------------------------
      *
           READ RATESCHD
               AT END
                   MOVE 'Y' TO END-OF-RATE-SCHEDULES-SWITCH
               NOT AT END
                   PERFORM 170000-STORE-RATE-SCHEDULE
           END-READ.
      *------------
       160099-EXIT.
      *------------
      *
      *---------------------------
       170000-STORE-RATE-SCHEDULE.
      *---------------------------
      *
           MOVE 'Y' TO RATE-LINE-VALID-SWITCH.
           IF RSR-SCHEDULE-ID = SPACES
              OR RSR-FROM-YEAR NOT NUMERIC
              OR RSR-TO-YEAR NOT NUMERIC
              OR RSR-YEARLY-INTEREST-RATE NOT NUMERIC
               MOVE 'N' TO RATE-LINE-VALID-SWITCH
           ELSE
               IF RSR-FROM-YEAR = ZERO
                  OR RSR-FROM-YEAR > RSR-TO-YEAR
                   MOVE 'N' TO RATE-LINE-VALID-SWITCH
               END-IF
           END-IF.
           IF RATE-SCHEDULE-COUNT >= 500
               MOVE 'N' TO RATE-LINE-VALID-SWITCH
           END-IF.
           IF RATE-LINE-VALID-SWITCH = 'N'
               DISPLAY 'RATESCHD.TXT - LINE IGNORED: '
                       RATE-SCHEDULE-RECORD
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO RATE-SCHEDULE-COUNT
               MOVE RSR-SCHEDULE-ID
                   TO RST-SCHEDULE-ID (RATE-SCHEDULE-COUNT)
               MOVE RSR-FROM-YEAR
                   TO RST-FROM-YEAR (RATE-SCHEDULE-COUNT)
               MOVE RSR-TO-YEAR
                   TO RST-TO-YEAR (RATE-SCHEDULE-COUNT)
               MOVE RSR-YEARLY-INTEREST-RATE
                   TO RST-RATE (RATE-SCHEDULE-COUNT)
           END-IF.
      *------------
       170099-EXIT.
      *------------
      * 
      *-------------------------------
       200000-CALCULATE-FUTURE-VALUES. 
      *-------------------------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'To end program, enter 0. '. 
           DISPLAY 'To perform another calculation, enter 1. '. 
           DISPLAY 'To amortize a loan, enter 2. '.
           ACCEPT NUMBER-ENTERED. 
           DISPLAY '-----------------------------------------------'
      * 
           IF NUMBER-ENTERED = 1
               PERFORM 300000-GET-USER-VALUES
               PERFORM 360000-CHECK-RATE-SCHEDULE
               IF SCHEDULE-FOUND-SWITCH = 'N'
                   DISPLAY '=====>>> RATE SCHEDULE ' RATE-SCHEDULE-ID
                           ' NOT FOUND IN RATESCHD.TXT'
               ELSE
                   PERFORM 350000-PREPARE-SCENARIO
                   PERFORM 400000-CALCULATE-NEXT-FV
                       UNTIL PERIOD-COUNTER > TOTAL-PERIODS
                   PERFORM 450000-DERIVE-SCENARIO-TOTALS
                   MOVE FUTURE-VALUE      TO EDITED-FUTURE-VALUE
                   MOVE TOTAL-CONTRIBUTED TO EDITED-CONTRIBUTED
                   MOVE INTEREST-EARNED   TO EDITED-INTEREST
                   MOVE EFFECTIVE-YIELD   TO EDITED-YIELD
                   IF RATE-SCHEDULE-ID NOT = SPACES
                       PERFORM 550000-EMIT-YEAR-LINES
                   END-IF
                   DISPLAY '=====>>> FUTURE VALUE      = '
                           EDITED-FUTURE-VALUE
                   DISPLAY '=====>>> TOTAL CONTRIBUTED = '
                           EDITED-CONTRIBUTED
                   DISPLAY '=====>>> INTEREST EARNED   = '
                           EDITED-INTEREST
                   DISPLAY '=====>>> EFFECTIVE YIELD   = '
                           EDITED-YIELD '%'.
      *
           IF NUMBER-ENTERED = 2
               PERFORM 880000-INTERACTIVE-LOAN
           END-IF.
      *
      *------------
       200099-EXIT.
           ACCEPT INVESTMENT-AMOUNT.
           DISPLAY '==> Enter number of years (xx). '.
           ACCEPT NUMBER-OF-YEARS.
           DISPLAY '==> Enter yearly interest rate (xx.xx) .'.
           ACCEPT YEARLY-INTEREST-RATE.
           DISPLAY '==> Enter rate schedule id (blank = flat rate). '.
           ACCEPT RATE-SCHEDULE-ID.
           DISPLAY '==> Enter compounding frequency per year '.
           DISPLAY '    (01=annually, 04=quarterly, 12=monthly). '.
           ACCEPT PERIODS-PER-YEAR.
               CONTRIBUTION-AMOUNT * CONTRIB-PER-YEAR
                   / PERIODS-PER-YEAR.
           MOVE 1 TO PERIOD-COUNTER.
           MOVE ZERO TO PROJECTION-YEAR
                        PERIOD-IN-YEAR.
           MOVE 1   TO YIELD-GROWTH.
           MOVE 'Y' TO YIELD-VALID-SWITCH.
      *------------
       350099-EXIT.
      *------------
      *
      *---------------------------
       360000-CHECK-RATE-SCHEDULE.
      *---------------------------
      *
           MOVE 'Y' TO SCHEDULE-FOUND-SWITCH.
           IF RATE-SCHEDULE-ID NOT = SPACES
               MOVE 1 TO SCHEDULE-IDX
               PERFORM 365000-ADVANCE-SCHEDULE-INDEX
                   UNTIL SCHEDULE-IDX > RATE-SCHEDULE-COUNT
                      OR RST-SCHEDULE-ID (SCHEDULE-IDX)
                             = RATE-SCHEDULE-ID
               IF SCHEDULE-IDX > RATE-SCHEDULE-COUNT
                   MOVE 'N' TO SCHEDULE-FOUND-SWITCH
               END-IF
           END-IF.
      *------------
       360099-EXIT.
      *------------
      *
      *------------------------------
       365000-ADVANCE-SCHEDULE-INDEX.
      *------------------------------
      *
           ADD 1 TO SCHEDULE-IDX.
      *------------
       365099-EXIT.
      *------------
      *
      *-------------------------
       400000-CALCULATE-NEXT-FV.
      *-------------------------
      *
           IF PERIOD-IN-YEAR = ZERO
               PERFORM 410000-START-PROJECTION-YEAR
           END-IF.
           ADD PERIOD-DEPOSIT TO FUTURE-VALUE.
           MOVE FUTURE-VALUE TO PERIOD-INTEREST.
           COMPUTE FUTURE-VALUE ROUNDED =
               FUTURE-VALUE +
                   (FUTURE-VALUE * PERIOD-RATE
                       / PERIODS-PER-YEAR / 100).
           COMPUTE PERIOD-INTEREST = FUTURE-VALUE - PERIOD-INTEREST.
           ADD PERIOD-INTEREST TO YEAR-INTEREST.
           IF YIELD-VALID-SWITCH = 'Y'
               COMPUTE YIELD-GROWTH ROUNDED =
                   YIELD-GROWTH * PERIOD-FACTOR
                   ON SIZE ERROR
                       MOVE 'N' TO YIELD-VALID-SWITCH
               END-COMPUTE
           END-IF.
           ADD 1 TO PERIOD-IN-YEAR.
           IF PERIOD-IN-YEAR = PERIODS-PER-YEAR
               PERFORM 420000-CLOSE-PROJECTION-YEAR
           END-IF.
           ADD +1 TO PERIOD-COUNTER.
      *
      *------------
       400099-EXIT.
      *------------
      *
      *-----------------------------
       410000-START-PROJECTION-YEAR.
      *-----------------------------
      *
      *    A TAXA DO ANO: A DA FAIXA DA TABELA ESCALONADA QUE COBRE O
      *    ANO (A PRIMEIRA, SE HOUVER MAIS DE UMA) OU A DO CENARIO.
      *
           ADD 1 TO PROJECTION-YEAR.
           MOVE ZERO TO YEAR-INTEREST.
           MOVE YEARLY-INTEREST-RATE TO PERIOD-RATE.
           IF RATE-SCHEDULE-ID NOT = SPACES
               MOVE 1 TO SCHEDULE-IDX
               PERFORM 365000-ADVANCE-SCHEDULE-INDEX
                   UNTIL SCHEDULE-IDX > RATE-SCHEDULE-COUNT
                      OR (RST-SCHEDULE-ID (SCHEDULE-IDX)
                              = RATE-SCHEDULE-ID
                          AND RST-FROM-YEAR (SCHEDULE-IDX)
                              NOT > PROJECTION-YEAR
                          AND RST-TO-YEAR (SCHEDULE-IDX)
                              NOT < PROJECTION-YEAR)
               IF SCHEDULE-IDX NOT > RATE-SCHEDULE-COUNT
                   MOVE RST-RATE (SCHEDULE-IDX) TO PERIOD-RATE
               END-IF
           END-IF.
           COMPUTE PERIOD-FACTOR ROUNDED =
               1 + PERIOD-RATE / PERIODS-PER-YEAR / 100.
      *------------
       410099-EXIT.
      *------------
      *
      *-----------------------------
       420000-CLOSE-PROJECTION-YEAR.
      *-----------------------------
      *
           MOVE PERIOD-RATE   TO YR-RATE (PROJECTION-YEAR).
           MOVE YEAR-INTEREST TO YR-INTEREST (PROJECTION-YEAR).
           MOVE FUTURE-VALUE  TO YR-BALANCE (PROJECTION-YEAR).
           MOVE ZERO          TO PERIOD-IN-YEAR.
      *------------
       420099-EXIT.
      *------------
      *
      *------------------------------
       450000-DERIVE-SCENARIO-TOTALS.
      *------------------------------
               PERIOD-DEPOSIT * TOTAL-PERIODS.
           COMPUTE INTEREST-EARNED =
               FUTURE-VALUE - INVESTMENT-AMOUNT - TOTAL-CONTRIBUTED.
      *
      *    RENDIMENTO ANUAL EFETIVO MEDIO = (PRODUTO DOS FATORES DOS
      *    PERIODOS) ** (1 / ANOS) - 1, EM PERCENTUAL.
           MOVE ZERO TO EFFECTIVE-YIELD.
           IF NUMBER-OF-YEARS > ZERO
              AND YIELD-VALID-SWITCH = 'Y'
               COMPUTE YIELD-EXPONENT ROUNDED = 1 / NUMBER-OF-YEARS
               COMPUTE YIELD-FACTOR ROUNDED =
                   YIELD-GROWTH ** YIELD-EXPONENT
               COMPUTE EFFECTIVE-YIELD ROUNDED =
                   (YIELD-FACTOR - 1) * 100
           END-IF.
      *------------
       450099-EXIT.
      *------------
           END-IF.
           MOVE SCN-CONTRIBUTION-AMOUNT  TO CONTRIBUTION-AMOUNT.
           MOVE SCN-CONTRIB-PER-YEAR     TO CONTRIB-PER-YEAR.
           MOVE SCN-RATE-SCHEDULE-ID     TO RATE-SCHEDULE-ID.
           PERFORM 360000-CHECK-RATE-SCHEDULE.
           IF SCHEDULE-FOUND-SWITCH = 'Y'
               PERFORM 350000-PREPARE-SCENARIO
               PERFORM 400000-CALCULATE-NEXT-FV
                   UNTIL PERIOD-COUNTER > TOTAL-PERIODS
               PERFORM 450000-DERIVE-SCENARIO-TOTALS
               PERFORM 530000-PRINT-SCENARIO-LINE
           ELSE
               PERFORM 535000-PRINT-SCHEDULE-MISSING
           END-IF.
           PERFORM 510000-READ-SCENARIO-RECORD.
      *------------
       520099-EXIT.
           MOVE FUTURE-VALUE          TO SPL-FUTURE-VALUE.
           MOVE TOTAL-CONTRIBUTED     TO SPL-CONTRIBUTED.
           MOVE INTEREST-EARNED       TO SPL-INTEREST.
           MOVE EFFECTIVE-YIELD       TO SPL-EFFECTIVE-YIELD.
           MOVE RATE-SCHEDULE-ID      TO SPL-RATE-SCHEDULE-ID.
           MOVE SCENARIO-PRINT-LINE   TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           IF RATE-SCHEDULE-ID NOT = SPACES
               PERFORM 550000-EMIT-YEAR-LINES
           END-IF.
      *------------
       530099-EXIT.
      *------------
      *
      *------------------------------
       535000-PRINT-SCHEDULE-MISSING.
      *------------------------------
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 600000-FORMAT-REPORT-HEADING
           END-IF.
           MOVE RATE-SCHEDULE-ID      TO SML-SCHEDULE-ID.
           MOVE SCHEDULE-MISSING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *------------
       535099-EXIT.
      *------------
      *
      *-----------------------
       550000-EMIT-YEAR-LINES.
      *-----------------------
      *
      *    UMA LINHA POR ANO DA PROJECAO (TAXA APLICADA, JUROS DO ANO
      *    E SALDO NO FIM DO ANO): NO INVRPT.TXT, NO GOALRPT.TXT OU NO
      *    TERMINAL, CONFORME O MODO.
      *
           PERFORM 555000-EMIT-ONE-YEAR-LINE
               VARYING YEAR-IDX FROM 1 BY 1
               UNTIL YEAR-IDX > NUMBER-OF-YEARS.
      *------------
       550099-EXIT.
      *------------
      *
      *--------------------------
       555000-EMIT-ONE-YEAR-LINE.
      *--------------------------
      *
           MOVE YEAR-IDX                TO YPL-YEAR.
           MOVE YR-RATE (YEAR-IDX)      TO YPL-RATE.
           MOVE YR-INTEREST (YEAR-IDX)  TO YPL-INTEREST.
           MOVE YR-BALANCE (YEAR-IDX)   TO YPL-BALANCE.
           IF RUN-MODE = 'B'
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 600000-FORMAT-REPORT-HEADING
               END-IF
               MOVE YEAR-PRINT-LINE     TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           ELSE
               IF RUN-MODE = 'G'
                   MOVE YEAR-PRINT-LINE TO GOAL-PRINT-AREA
                   WRITE GOAL-PRINT-AREA
               ELSE
                   DISPLAY YEAR-PRINT-LINE
               END-IF
           END-IF.
      *------------
       555099-EXIT.
      *------------
      *
      *----------------------------
       600000-FORMAT-REPORT-HEADING.
      *----------------------------
           MOVE GSC-CONTRIB-PER-YEAR     TO CONTRIB-PER-YEAR.
           MOVE GSC-TARGET-VALUE         TO TARGET-VALUE.
           MOVE GSC-SOLVE-FOR            TO SOLVE-FOR.
           MOVE GSC-RATE-SCHEDULE-ID     TO RATE-SCHEDULE-ID.
      *
           MOVE TARGET-VALUE TO EDITED-TARGET.
           MOVE EDITED-TARGET TO GHL-TARGET.
           MOVE GOAL-HEADER-LINE TO GOAL-PRINT-AREA.
           WRITE GOAL-PRINT-AREA.
      *
           PERFORM 360000-CHECK-RATE-SCHEDULE.
           IF SCHEDULE-FOUND-SWITCH = 'N'
               MOVE RATE-SCHEDULE-ID      TO SML-SCHEDULE-ID
               MOVE SCHEDULE-MISSING-LINE TO GOAL-PRINT-AREA
               WRITE GOAL-PRINT-AREA
           ELSE
               IF SOLVE-FOR = 'Y'
                   PERFORM 740000-SOLVE-FOR-YEARS
               ELSE
                   PERFORM 730000-SOLVE-FOR-CONTRIBUTION
                      THRU 730099-EXIT
               END-IF
      *
               IF GOAL-REACHED-SWITCH = 'Y'
                   PERFORM 760000-PRINT-VERIFICATION
               ELSE
                   MOVE GOAL-FAIL-LINE TO GOAL-PRINT-AREA
                   WRITE GOAL-PRINT-AREA
               END-IF
           END-IF.
           MOVE SPACES TO GOAL-PRINT-AREA.
           WRITE GOAL-PRINT-AREA.
           MOVE FUTURE-VALUE          TO SPL-FUTURE-VALUE.
           MOVE TOTAL-CONTRIBUTED     TO SPL-CONTRIBUTED.
           MOVE INTEREST-EARNED       TO SPL-INTEREST.
           MOVE EFFECTIVE-YIELD       TO SPL-EFFECTIVE-YIELD.
           MOVE RATE-SCHEDULE-ID      TO SPL-RATE-SCHEDULE-ID.
           MOVE SCENARIO-PRINT-LINE   TO GOAL-PRINT-AREA.
           WRITE GOAL-PRINT-AREA.
           IF RATE-SCHEDULE-ID NOT = SPACES
               PERFORM 550000-EMIT-YEAR-LINES
           END-IF.
      *------------
       760099-EXIT.
      *------------
      *
      *----------------------------
       800000-BATCH-AMORTIZE-LOANS.
      *----------------------------
      *
           OPEN INPUT  LOANSCEN
                OUTPUT LOANRPT
                       LOANSCHD.
           PERFORM 870000-FORMAT-LOAN-HEADING.
           PERFORM 810000-READ-LOAN-RECORD.
           PERFORM 820000-PROCESS-ONE-LOAN
               UNTIL END-OF-LOANS-SWITCH = 'Y'.
           CLOSE LOANSCEN
                 LOANRPT
                 LOANSCHD.
           DISPLAY 'END-OF-SESSION.'.
           STOP RUN.
      *------------
       800099-EXIT.
      *------------
      *
      *------------------------
       810000-READ-LOAN-RECORD.
      *------------------------
      *
           READ LOANSCEN
               AT END
                   MOVE 'Y' TO END-OF-LOANS-SWITCH.
      *------------
       810099-EXIT.
      *------------
      *
      *------------------------
       820000-PROCESS-ONE-LOAN.
      *------------------------
      *
           MOVE LSC-LOAN-ID TO LOAN-ID.
           IF LSC-PRINCIPAL            NOT NUMERIC
              OR LSC-NUMBER-OF-YEARS      NOT NUMERIC
              OR LSC-YEARLY-INTEREST-RATE NOT NUMERIC
              OR LSC-PAYMENTS-PER-YEAR    NOT NUMERIC
              OR LSC-FIRST-PAYMENT-DATE   NOT NUMERIC
              OR LSC-EXTRA-PRINCIPAL      NOT NUMERIC
               MOVE 'N' TO LOAN-VALID-SWITCH
           ELSE
               MOVE LSC-PRINCIPAL            TO LOAN-PRINCIPAL
               MOVE LSC-NUMBER-OF-YEARS      TO LOAN-YEARS
               MOVE LSC-YEARLY-INTEREST-RATE TO LOAN-YEARLY-RATE
               MOVE LSC-PAYMENTS-PER-YEAR    TO PAYMENTS-PER-YEAR
               MOVE LSC-FIRST-PAYMENT-DATE   TO FIRST-PAYMENT-DATE
               MOVE LSC-EXTRA-PRINCIPAL      TO EXTRA-PRINCIPAL
               PERFORM 830000-PREPARE-LOAN
           END-IF.
           IF LOAN-VALID-SWITCH = 'Y'
               PERFORM 840000-AMORTIZE-LOAN
           END-IF.
           PERFORM 860000-PRINT-LOAN-SUMMARY.
           PERFORM 810000-READ-LOAN-RECORD.
      *------------
       820099-EXIT.
      *------------
      *
      *--------------------
       830000-PREPARE-LOAN.
      *--------------------
      *
      *    PRESTACAO NIVELADA (TABELA PRICE):
      *        PMT = P * I * (1 + I) ** N / ((1 + I) ** N - 1)
      *    COM I = TAXA ANUAL / 100 / PAGAMENTOS POR ANO E N = ANOS X
      *    PAGAMENTOS POR ANO; TAXA ZERO DA PMT = P / N. A FREQUENCIA
      *    TEM QUE DIVIDIR O ANO EM MESES INTEIROS (01, 02, 03, 04, 06
      *    OU 12) PARA DATAR CADA PAGAMENTO; ZERADA ASSUME MENSAL.
      *
           MOVE 'Y' TO LOAN-VALID-SWITCH.
           IF PAYMENTS-PER-YEAR = ZERO
               MOVE 12 TO PAYMENTS-PER-YEAR
           END-IF.
           IF LOAN-PRINCIPAL = ZERO
              OR LOAN-YEARS = ZERO
              OR PAYMENTS-PER-YEAR > 12
               MOVE 'N' TO LOAN-VALID-SWITCH
           ELSE
               DIVIDE 12 BY PAYMENTS-PER-YEAR
                   GIVING MONTHS-BETWEEN-PAYMENTS
                   REMAINDER MONTHS-REMAINDER
               IF MONTHS-REMAINDER NOT = ZERO
                   MOVE 'N' TO LOAN-VALID-SWITCH
               END-IF
           END-IF.
           IF LOAN-VALID-SWITCH = 'Y'
               PERFORM 832000-COMPUTE-LEVEL-PAYMENT
           END-IF.
           IF LOAN-VALID-SWITCH = 'Y'
               PERFORM 834000-SET-FIRST-PAYMENT-DATE
           END-IF.
      *------------
       830099-EXIT.
      *------------
      *
      *-----------------------------
       832000-COMPUTE-LEVEL-PAYMENT.
      *-----------------------------
      *
           COMPUTE SCHEDULED-PAYMENTS =
               LOAN-YEARS * PAYMENTS-PER-YEAR.
           IF LOAN-YEARLY-RATE = ZERO
               COMPUTE LEVEL-PAYMENT ROUNDED =
                   LOAN-PRINCIPAL / SCHEDULED-PAYMENTS
           ELSE
               COMPUTE RATE-PER-PAYMENT ROUNDED =
                   LOAN-YEARLY-RATE / 100 / PAYMENTS-PER-YEAR
               COMPUTE GROWTH-FACTOR ROUNDED =
                   (1 + RATE-PER-PAYMENT) ** SCHEDULED-PAYMENTS
                   ON SIZE ERROR
                       MOVE 'N' TO LOAN-VALID-SWITCH
               END-COMPUTE
               IF LOAN-VALID-SWITCH = 'Y'
                   COMPUTE PAYMENT-FACTOR ROUNDED =
                       GROWTH-FACTOR / (GROWTH-FACTOR - 1)
                   COMPUTE LEVEL-PAYMENT ROUNDED =
                       LOAN-PRINCIPAL * RATE-PER-PAYMENT
                           * PAYMENT-FACTOR
               END-IF
           END-IF.
      *------------
       832099-EXIT.
      *------------
      *
      *------------------------------
       834000-SET-FIRST-PAYMENT-DATE.
      *------------------------------
      *
      *    SEM DATA DO PRIMEIRO PAGAMENTO: UM PERIODO A PARTIR DE HOJE.
      *
           IF FIRST-PAYMENT-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-YEAR  TO PD-YEAR
               MOVE CD-MONTH TO PD-MONTH
               MOVE CD-DAY   TO PD-DAY
                                DUE-DAY
               PERFORM 850000-ADVANCE-PAYMENT-DATE
               MOVE PAYMENT-DATE TO FIRST-PAYMENT-DATE
           ELSE
               MOVE FIRST-PAYMENT-DATE TO PAYMENT-DATE
               IF PD-MONTH < 1 OR PD-MONTH > 12
                  OR PD-DAY < 1 OR PD-DAY > 31
                   MOVE 'N' TO LOAN-VALID-SWITCH
               END-IF
           END-IF.
      *------------
       834099-EXIT.
      *------------
      *
      *---------------------
       840000-AMORTIZE-LOAN.
      *---------------------
      *
      *    COM PAGAMENTO EXTRA DE PRINCIPAL, A TABELA SEM O EXTRA E
      *    RODADA ANTES, SEM IMPRIMIR, SO PARA MEDIR OS MESES E OS
      *    JUROS ECONOMIZADOS; A TABELA IMPRESSA E A COM O EXTRA.
      *
           MOVE ZERO TO PAYMENTS-SAVED
                        MONTHS-SAVED
                        INTEREST-SAVED.
           IF EXTRA-PRINCIPAL > ZERO
               MOVE 'N' TO APPLY-EXTRA-SWITCH
                           PRINT-SCHEDULE-SWITCH
               PERFORM 841000-RUN-SCHEDULE
               MOVE TOTAL-INTEREST TO BASE-TOTAL-INTEREST
               MOVE PAYMENT-NUMBER TO BASE-PAYMENT-COUNT
           END-IF.
      *
           PERFORM 842000-PRINT-LOAN-HEADER.
           MOVE 'Y' TO APPLY-EXTRA-SWITCH
                       PRINT-SCHEDULE-SWITCH.
           PERFORM 841000-RUN-SCHEDULE.
      *
           IF EXTRA-PRINCIPAL > ZERO
               COMPUTE PAYMENTS-SAVED =
                   BASE-PAYMENT-COUNT - PAYMENT-NUMBER
               COMPUTE MONTHS-SAVED =
                   PAYMENTS-SAVED * MONTHS-BETWEEN-PAYMENTS
               COMPUTE INTEREST-SAVED =
                   BASE-TOTAL-INTEREST - TOTAL-INTEREST
           END-IF.
           PERFORM 848000-PRINT-LOAN-TOTALS.
      *------------
       840099-EXIT.
      *------------
      *
      *--------------------
       841000-RUN-SCHEDULE.
      *--------------------
      *
           MOVE LOAN-PRINCIPAL     TO LOAN-BALANCE.
           MOVE ZERO               TO PAYMENT-NUMBER
                                      TOTAL-INTEREST
                                      TOTAL-PAID.
           MOVE FIRST-PAYMENT-DATE TO PAYMENT-DATE.
           MOVE PD-DAY             TO DUE-DAY.
           PERFORM 845000-AMORTIZE-ONE-PAYMENT
               UNTIL LOAN-BALANCE = ZERO.
      *------------
       841099-EXIT.
      *------------
      *
      *-------------------------
       842000-PRINT-LOAN-HEADER.
      *-------------------------
      *
           MOVE LOAN-ID               TO LH1-LOAN-ID.
           MOVE LOAN-PRINCIPAL        TO LH1-PRINCIPAL.
           MOVE LOAN-YEARLY-RATE      TO LH1-RATE.
           MOVE LOAN-YEARS            TO LH1-YEARS.
           MOVE PAYMENTS-PER-YEAR     TO LH1-PAYMENTS-PER-YEAR.
           MOVE LOAN-HEADER-LINE-1    TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           MOVE LEVEL-PAYMENT         TO LH2-LEVEL-PAYMENT.
           MOVE EXTRA-PRINCIPAL       TO LH2-EXTRA-PRINCIPAL.
           MOVE FIRST-PAYMENT-DATE    TO PAYMENT-DATE.
           MOVE PD-YEAR               TO LH2-FIRST-YEAR.
           MOVE PD-MONTH              TO LH2-FIRST-MONTH.
           MOVE PD-DAY                TO LH2-FIRST-DAY.
           MOVE LOAN-HEADER-LINE-2    TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           MOVE SPACES                TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           MOVE SCHEDULE-HEADING-LINE TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
      *------------
       842099-EXIT.
      *------------
      *
      *----------------------------
       845000-AMORTIZE-ONE-PAYMENT.
      *----------------------------
      *
      *    JUROS DO PERIODO SOBRE O SALDO, O RESTO DA PRESTACAO (MAIS
      *    O EXTRA) AMORTIZA. O ULTIMO PAGAMENTO - O PRAZO NORMAL OU O
      *    SALDO MENOR QUE A AMORTIZACAO - QUITA O SALDO EXATO.
      *
           ADD 1 TO PAYMENT-NUMBER.
           COMPUTE INTEREST-PORTION ROUNDED =
               LOAN-BALANCE * LOAN-YEARLY-RATE
                   / PAYMENTS-PER-YEAR / 100.
           COMPUTE PRINCIPAL-PORTION =
               LEVEL-PAYMENT - INTEREST-PORTION.
           IF APPLY-EXTRA-SWITCH = 'Y'
               ADD EXTRA-PRINCIPAL TO PRINCIPAL-PORTION
           END-IF.
           IF PRINCIPAL-PORTION > LOAN-BALANCE
              OR PAYMENT-NUMBER >= SCHEDULED-PAYMENTS
               MOVE LOAN-BALANCE TO PRINCIPAL-PORTION
           END-IF.
           COMPUTE PAYMENT-AMOUNT =
               INTEREST-PORTION + PRINCIPAL-PORTION.
           SUBTRACT PRINCIPAL-PORTION FROM LOAN-BALANCE.
           ADD INTEREST-PORTION TO TOTAL-INTEREST.
           ADD PAYMENT-AMOUNT   TO TOTAL-PAID.
           IF PRINT-SCHEDULE-SWITCH = 'Y'
               PERFORM 846000-PRINT-SCHEDULE-LINE
           END-IF.
           PERFORM 850000-ADVANCE-PAYMENT-DATE.
      *------------
       845099-EXIT.
      *------------
      *
      *---------------------------
       846000-PRINT-SCHEDULE-LINE.
      *---------------------------
      *
           MOVE PAYMENT-NUMBER        TO SCL-PAYMENT-NUMBER.
           MOVE PD-YEAR               TO SCL-YEAR.
           MOVE PD-MONTH              TO SCL-MONTH.
           MOVE PD-DAY                TO SCL-DAY.
           MOVE PAYMENT-AMOUNT        TO SCL-PAYMENT.
           MOVE INTEREST-PORTION      TO SCL-INTEREST.
           MOVE PRINCIPAL-PORTION     TO SCL-PRINCIPAL.
           MOVE LOAN-BALANCE          TO SCL-BALANCE.
           MOVE SCHEDULE-LINE         TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
      *------------
       846099-EXIT.
      *------------
      *
      *-------------------------
       848000-PRINT-LOAN-TOTALS.
      *-------------------------
      *
           MOVE SPACES                TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           MOVE 'TOTAL INTEREST              '
                                      TO LTL-LABEL.
           MOVE TOTAL-INTEREST        TO LTL-AMOUNT.
           MOVE LOAN-TOTAL-LINE       TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           MOVE 'TOTAL PAID                  '
                                      TO LTL-LABEL.
           MOVE TOTAL-PAID            TO LTL-AMOUNT.
           MOVE LOAN-TOTAL-LINE       TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
           IF EXTRA-PRINCIPAL > ZERO
               MOVE 'PAYMENTS WITHOUT EXTRA      '
                                      TO LCL-LABEL
               MOVE BASE-PAYMENT-COUNT TO LCL-COUNT
               MOVE LOAN-COUNT-LINE   TO LOAN-OUTPUT-LINE
               PERFORM 849000-EMIT-LOAN-LINE
               MOVE 'PAYMENTS WITH EXTRA         '
                                      TO LCL-LABEL
               MOVE PAYMENT-NUMBER    TO LCL-COUNT
               MOVE LOAN-COUNT-LINE   TO LOAN-OUTPUT-LINE
               PERFORM 849000-EMIT-LOAN-LINE
               MOVE 'MONTHS SAVED                '
                                      TO LCL-LABEL
               MOVE MONTHS-SAVED      TO LCL-COUNT
               MOVE LOAN-COUNT-LINE   TO LOAN-OUTPUT-LINE
               PERFORM 849000-EMIT-LOAN-LINE
               MOVE 'INTEREST SAVED              '
                                      TO LTL-LABEL
               MOVE INTEREST-SAVED    TO LTL-AMOUNT
               MOVE LOAN-TOTAL-LINE   TO LOAN-OUTPUT-LINE
               PERFORM 849000-EMIT-LOAN-LINE
           END-IF.
           MOVE SPACES                TO LOAN-OUTPUT-LINE.
           PERFORM 849000-EMIT-LOAN-LINE.
      *------------
       848099-EXIT.
      *------------
      *
      *----------------------
       849000-EMIT-LOAN-LINE.
      *----------------------
      *
      *    NO MODO BATCH A TABELA VAI PARA O LOANSCHD.TXT; NA SESSAO
      *    INTERATIVA, PARA O TERMINAL.
      *
           IF RUN-MODE = 'L'
               MOVE LOAN-OUTPUT-LINE TO LOAN-SCHEDULE-AREA
               WRITE LOAN-SCHEDULE-AREA
           ELSE
               DISPLAY LOAN-OUTPUT-LINE
           END-IF.
      *------------
       849099-EXIT.
      *------------
      *
      *----------------------------
       850000-ADVANCE-PAYMENT-DATE.
      *----------------------------
      *
      *    SOMA OS MESES ENTRE PAGAMENTOS MANTENDO O DIA DO VENCIMENTO,
      *    LIMITADO AO ULTIMO DIA DO MES (31/01, 28/02, 31/03 ...).
      *
           ADD MONTHS-BETWEEN-PAYMENTS TO PD-MONTH.
           IF PD-MONTH > 12
               SUBTRACT 12 FROM PD-MONTH
               ADD 1 TO PD-YEAR
           END-IF.
           PERFORM 855000-SET-DAYS-IN-MONTH.
           IF DUE-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO PD-DAY
           ELSE
               MOVE DUE-DAY       TO PD-DAY
           END-IF.
      *------------
       850099-EXIT.
      *------------
      *
      *-------------------------
       855000-SET-DAYS-IN-MONTH.
      *-------------------------
      *
           MOVE DIM-DAYS (PD-MONTH) TO DAYS-IN-MONTH.
           IF PD-MONTH = 2
               DIVIDE PD-YEAR BY 4   GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
               DIVIDE PD-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               DIVIDE PD-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
               IF LEAP-REMAINDER-4 = ZERO
                  AND (LEAP-REMAINDER-100 NOT = ZERO
                       OR LEAP-REMAINDER-400 = ZERO)
                   MOVE 29 TO DAYS-IN-MONTH
               END-IF
           END-IF.
      *------------
       855099-EXIT.
      *------------
      *
      *--------------------------
       860000-PRINT-LOAN-SUMMARY.
      *--------------------------
      *
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 870000-FORMAT-LOAN-HEADING
           END-IF.
           IF LOAN-VALID-SWITCH = 'N'
               MOVE LOAN-ID               TO LIL-LOAN-ID
               MOVE LOAN-INVALID-LINE     TO LOAN-PRINT-AREA
           ELSE
               MOVE LOAN-ID               TO LSL-LOAN-ID
               MOVE LOAN-PRINCIPAL        TO LSL-PRINCIPAL
               MOVE LOAN-YEARS            TO LSL-YEARS
               MOVE LOAN-YEARLY-RATE      TO LSL-RATE
               MOVE PAYMENTS-PER-YEAR     TO LSL-PAYMENTS-PER-YEAR
               MOVE LEVEL-PAYMENT         TO LSL-LEVEL-PAYMENT
               MOVE TOTAL-INTEREST        TO LSL-TOTAL-INTEREST
               MOVE EXTRA-PRINCIPAL       TO LSL-EXTRA-PRINCIPAL
               MOVE PAYMENT-NUMBER        TO LSL-PAYMENTS-MADE
               MOVE MONTHS-SAVED          TO LSL-MONTHS-SAVED
               MOVE INTEREST-SAVED        TO LSL-INTEREST-SAVED
               MOVE LOAN-SUMMARY-LINE     TO LOAN-PRINT-AREA
           END-IF.
           WRITE LOAN-PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
      *------------
       860099-EXIT.
      *------------
      *
      *---------------------------
       870000-FORMAT-LOAN-HEADING.
      *---------------------------
      *
           ADD 1                        TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH                TO HL1-MONTH.
           MOVE CD-DAY                  TO HL1-DAY.
           MOVE CD-YEAR                 TO HL1-YEAR.
           MOVE CD-HOURS                TO HL2-HOURS.
           MOVE CD-MINUTES              TO HL2-MINUTES.
           MOVE PAGE-COUNT              TO HL1-PAGE-NUMBER.
           MOVE 'LOAN AMORTIZATION SUMMARY REPORT'
                                        TO HL1-TITLE.
           MOVE HEADING-LINE-1          TO LOAN-PRINT-AREA.
           WRITE LOAN-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO LOAN-PRINT-AREA.
           WRITE LOAN-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE LOAN-HEADING-LINE-3     TO LOAN-PRINT-AREA.
           WRITE LOAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE LOAN-HEADING-LINE-4     TO LOAN-PRINT-AREA.
           WRITE LOAN-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO                    TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *------------
       870099-EXIT.
      *------------
      *
      *------------------------
       880000-INTERACTIVE-LOAN.
      *------------------------
      *
           MOVE SPACES TO LOAN-ID.
           DISPLAY '==> Enter loan amount (xxxxxxx.xx). '.
           ACCEPT LOAN-PRINCIPAL.
           DISPLAY '==> Enter number of years (xx). '.
           ACCEPT LOAN-YEARS.
           DISPLAY '==> Enter yearly interest rate (xx.xx). '.
           ACCEPT LOAN-YEARLY-RATE.
           DISPLAY '==> Enter payments per year '.
           DISPLAY '    (12=monthly, 04=quarterly, 01=annually). '.
           ACCEPT PAYMENTS-PER-YEAR.
           DISPLAY '==> Enter first payment date (yyyymmdd, '.
           DISPLAY '    0=one period from today). '.
           ACCEPT FIRST-PAYMENT-DATE.
           DISPLAY '==> Enter extra principal per payment '.
           DISPLAY '    (xxxxx.xx, 0=none). '.
           ACCEPT EXTRA-PRINCIPAL.
           PERFORM 830000-PREPARE-LOAN.
           IF LOAN-VALID-SWITCH = 'Y'
               PERFORM 840000-AMORTIZE-LOAN
           ELSE
               DISPLAY '=====>>> INVALID LOAN - CHECK AMOUNT, YEARS, '
                       'PAYMENTS PER YEAR AND DATE'
           END-IF.
      *------------
       880099-EXIT.
      *------------
      *
      *----------------------------------
       900000-SENSITIVITY-GRID-SCENARIOS.
      *----------------------------------
      *
           OPEN INPUT  SENSSCEN
                OUTPUT SENSRPT
                       SENSCSV.
           PERFORM 910000-READ-SENS-RECORD.
           PERFORM 920000-PROCESS-ONE-SENS-SCENARIO
               UNTIL END-OF-SENS-SWITCH = 'Y'.
           CLOSE SENSSCEN
                 SENSRPT
                 SENSCSV.
           DISPLAY 'END-OF-SESSION.'.
           STOP RUN.
      *------------
       900099-EXIT.
      *------------
      *
      *------------------------
       910000-READ-SENS-RECORD.
      *------------------------
      *
           READ SENSSCEN
               AT END
                   MOVE 'Y' TO END-OF-SENS-SWITCH.
      *------------
       910099-EXIT.
      *------------
      *
      *---------------------------------
       920000-PROCESS-ONE-SENS-SCENARIO.
      *---------------------------------
      *
      *    UMA GRADE POR CENARIO, SEMPRE EM PAGINA NOVA. O CASO BASE
      *    (TAXA E PRAZO DO PROPRIO CENARIO) E PROJETADO ANTES, PARA
      *    O CABECALHO DA GRADE.
      *
           ADD 1 TO SENS-SCENARIO-NUMBER.
           MOVE SSC-INVESTMENT-AMOUNT    TO INVESTMENT-AMOUNT.
           MOVE SSC-NUMBER-OF-YEARS      TO NUMBER-OF-YEARS
                                            BASE-NUMBER-OF-YEARS.
           MOVE SSC-YEARLY-INTEREST-RATE TO YEARLY-INTEREST-RATE
                                            BASE-YEARLY-RATE.
           MOVE SSC-PERIODS-PER-YEAR     TO PERIODS-PER-YEAR.
           IF PERIODS-PER-YEAR = ZERO
               MOVE 1 TO PERIODS-PER-YEAR
           END-IF.
           MOVE SSC-CONTRIBUTION-AMOUNT  TO CONTRIBUTION-AMOUNT.
           MOVE SSC-CONTRIB-PER-YEAR     TO CONTRIB-PER-YEAR.
           PERFORM 750000-RUN-PROJECTION.
           MOVE FUTURE-VALUE             TO BASE-FUTURE-VALUE.
      *
           PERFORM 925000-SET-SENS-RANGES.
           PERFORM 960000-FORMAT-SENS-HEADING.
           PERFORM 930000-PRINT-SENS-HEADER.
           IF SENS-VALID-SWITCH = 'Y'
               PERFORM 927000-BUILD-TERM-COLUMNS
               PERFORM 935000-PRINT-GRID-HEADINGS
               MOVE RATE-FROM TO GRID-RATE
               MOVE ZERO      TO RATE-ROW-COUNT
               PERFORM 940000-PRINT-ONE-RATE-ROW
                   UNTIL GRID-RATE > RATE-TO
                      OR RATE-ROW-COUNT >= 40
               PERFORM 950000-PRINT-GRID-NOTES
               MOVE SPACES TO SENS-CSV-AREA
               WRITE SENS-CSV-AREA
           END-IF.
           PERFORM 910000-READ-SENS-RECORD.
      *------------
       920099-EXIT.
      *------------
      *
      *-----------------------
       925000-SET-SENS-RANGES.
      *-----------------------
      *
      *    FAIXAS DO CARTAO: TAXA DE/ATE/PASSO (PASSO ZERADO = 0,25
      *    PONTO; DE E ATE ZERADOS = TAXA BASE MENOS/MAIS 1 PONTO) E
      *    ANOS DE/ATE/PASSO (DE ZERADO = PRAZO BASE, PASSO ZERADO = 5,
      *    ATE ZERADO = PREENCHE AS 8 COLUNAS).
      *
           MOVE 'Y' TO SENS-VALID-SWITCH.
           MOVE SSC-RATE-FROM  TO RATE-FROM.
           MOVE SSC-RATE-TO    TO RATE-TO.
           MOVE SSC-RATE-STEP  TO RATE-STEP.
           MOVE SSC-YEARS-FROM TO YEARS-FROM.
           MOVE SSC-YEARS-TO   TO YEARS-TO.
           MOVE SSC-YEARS-STEP TO YEARS-STEP.
           IF RATE-STEP = ZERO
               MOVE .25 TO RATE-STEP
           END-IF.
           IF RATE-FROM = ZERO AND RATE-TO = ZERO
               IF BASE-YEARLY-RATE > 1
                   COMPUTE RATE-FROM = BASE-YEARLY-RATE - 1
               END-IF
               IF BASE-YEARLY-RATE < 98.99
                   COMPUTE RATE-TO = BASE-YEARLY-RATE + 1
               ELSE
                   MOVE 99.99 TO RATE-TO
               END-IF
           END-IF.
           IF YEARS-STEP = ZERO
               MOVE 5 TO YEARS-STEP
           END-IF.
           IF YEARS-FROM = ZERO
               MOVE BASE-NUMBER-OF-YEARS TO YEARS-FROM
           END-IF.
           IF YEARS-TO = ZERO
               COMPUTE GRID-YEARS-WORK = YEARS-FROM + YEARS-STEP * 7
               IF GRID-YEARS-WORK > 99
                   MOVE 99 TO YEARS-TO
               ELSE
                   MOVE GRID-YEARS-WORK TO YEARS-TO
               END-IF
           END-IF.
           IF RATE-FROM > RATE-TO
              OR YEARS-FROM = ZERO
              OR YEARS-FROM > YEARS-TO
               MOVE 'N' TO SENS-VALID-SWITCH
           END-IF.
      *------------
       925099-EXIT.
      *------------
      *
      *--------------------------
       927000-BUILD-TERM-COLUMNS.
      *--------------------------
      *
           MOVE ZERO       TO TERM-COUNT.
           MOVE YEARS-FROM TO GRID-YEARS-WORK.
           PERFORM 928000-ADD-ONE-TERM
               UNTIL GRID-YEARS-WORK > YEARS-TO
                  OR TERM-COUNT >= 8.
      *------------
       927099-EXIT.
      *------------
      *
      *--------------------
       928000-ADD-ONE-TERM.
      *--------------------
      *
           ADD 1 TO TERM-COUNT.
           MOVE GRID-YEARS-WORK TO GRID-YEARS (TERM-COUNT).
           ADD YEARS-STEP TO GRID-YEARS-WORK.
      *------------
       928099-EXIT.
      *------------
      *
      *-------------------------
       930000-PRINT-SENS-HEADER.
      *-------------------------
      *
           MOVE SENS-SCENARIO-NUMBER  TO SSL1-SCENARIO-NUMBER.
           MOVE INVESTMENT-AMOUNT     TO SSL1-INVESTMENT-AMOUNT.
           MOVE CONTRIBUTION-AMOUNT   TO SSL1-CONTRIBUTION-AMOUNT.
           MOVE CONTRIB-PER-YEAR      TO SSL1-CONTRIB-PER-YEAR.
           MOVE PERIODS-PER-YEAR      TO SSL1-PERIODS-PER-YEAR.
           MOVE SENS-SCENARIO-LINE-1  TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BASE-YEARLY-RATE      TO SSL2-RATE.
           MOVE BASE-NUMBER-OF-YEARS  TO SSL2-YEARS.
           MOVE BASE-FUTURE-VALUE     TO SSL2-FUTURE-VALUE.
           MOVE SENS-SCENARIO-LINE-2  TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING 1 LINE.
           IF SENS-VALID-SWITCH = 'N'
               MOVE SENS-INVALID-LINE TO SENS-PRINT-AREA
               WRITE SENS-PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.
      *
           MOVE SENS-SCENARIO-NUMBER  TO SCH-SCENARIO-NUMBER.
           MOVE INVESTMENT-AMOUNT     TO SCH-INVESTMENT-AMOUNT.
           MOVE CONTRIBUTION-AMOUNT   TO SCH-CONTRIBUTION-AMOUNT.
           MOVE CONTRIB-PER-YEAR      TO SCH-CONTRIB-PER-YEAR.
           MOVE PERIODS-PER-YEAR      TO SCH-PERIODS-PER-YEAR.
           MOVE BASE-YEARLY-RATE      TO SCH-BASE-RATE.
           MOVE BASE-NUMBER-OF-YEARS  TO SCH-BASE-YEARS.
           MOVE SENS-CSV-HEADER-LINE  TO SENS-CSV-AREA.
           WRITE SENS-CSV-AREA.
      *------------
       930099-EXIT.
      *------------
      *
      *---------------------------
       935000-PRINT-GRID-HEADINGS.
      *---------------------------
      *
           MOVE SPACES TO SGH-CELLS
                          SCC-CELLS.
           PERFORM 936000-SET-ONE-TERM-HEADING
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT.
           MOVE SENS-GRID-HEADING-LINE TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SENS-CSV-COLUMN-LINE   TO SENS-CSV-AREA.
           WRITE SENS-CSV-AREA.
           MOVE 2 TO SPACE-CONTROL.
      *------------
       935099-EXIT.
      *------------
      *
      *----------------------------
       936000-SET-ONE-TERM-HEADING.
      *----------------------------
      *
           MOVE GRID-YEARS (TERM-IDX) TO SGH-YEARS (TERM-IDX).
           MOVE ' YEARS'              TO SGH-LABEL (TERM-IDX).
           MOVE ','                   TO SCC-SEPARATOR (TERM-IDX).
           MOVE GRID-YEARS (TERM-IDX) TO SCC-YEARS (TERM-IDX).
      *------------
       936099-EXIT.
      *------------
      *
      *--------------------------
       940000-PRINT-ONE-RATE-ROW.
      *--------------------------
      *
           MOVE SPACES    TO SGL-CELLS
                             SCR-CELLS.
           MOVE GRID-RATE TO SGL-RATE
                             SCR-RATE.
           PERFORM 945000-CALCULATE-ONE-CELL
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT.
           MOVE SENS-GRID-LINE TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           MOVE 1 TO SPACE-CONTROL.
           MOVE SENS-CSV-ROW-LINE TO SENS-CSV-AREA.
           WRITE SENS-CSV-AREA.
           ADD 1         TO RATE-ROW-COUNT.
           ADD RATE-STEP TO GRID-RATE.
      *------------
       940099-EXIT.
      *------------
      *
      *--------------------------
       945000-CALCULATE-ONE-CELL.
      *--------------------------
      *
      *    CADA CELULA E UMA PROJECAO COMPLETA DA ROTINA NORMAL, SO COM
      *    A TAXA E O PRAZO DA LINHA/COLUNA NO LUGAR DOS DO CENARIO.
      *
           MOVE GRID-RATE             TO YEARLY-INTEREST-RATE.
           MOVE GRID-YEARS (TERM-IDX) TO NUMBER-OF-YEARS.
           PERFORM 750000-RUN-PROJECTION.
           COMPUTE CELL-VALUE ROUNDED = FUTURE-VALUE.
           MOVE CELL-VALUE            TO SGL-VALUE (TERM-IDX).
           MOVE ','                   TO SCR-SEPARATOR (TERM-IDX).
           MOVE FUTURE-VALUE          TO SCR-VALUE (TERM-IDX).
           IF GRID-RATE = BASE-YEARLY-RATE
              AND GRID-YEARS (TERM-IDX) = BASE-NUMBER-OF-YEARS
               MOVE '*' TO SGL-MARK (TERM-IDX)
               MOVE 'Y' TO BASE-ON-GRID-SWITCH
           END-IF.
      *------------
       945099-EXIT.
      *------------
      *
      *------------------------
       950000-PRINT-GRID-NOTES.
      *------------------------
      *
           IF BASE-ON-GRID-SWITCH = 'Y'
               MOVE '* = BASE CASE CELL'     TO SENS-NOTE-TEXT
           ELSE
               MOVE 'BASE CASE IS NOT ON THE GRID'
                                             TO SENS-NOTE-TEXT
           END-IF.
           MOVE SENS-NOTE-LINE TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF GRID-RATE NOT > RATE-TO
               MOVE 'RATE ROWS LIMITED TO 40 - WIDEN THE RATE STEP'
                                             TO SENS-NOTE-TEXT
               MOVE SENS-NOTE-LINE TO SENS-PRINT-AREA
               WRITE SENS-PRINT-AREA AFTER ADVANCING 1 LINE
           END-IF.
           IF GRID-YEARS-WORK NOT > YEARS-TO
               MOVE 'TERMS LIMITED TO 8 COLUMNS - WIDEN THE YEARS STEP'
                                             TO SENS-NOTE-TEXT
               MOVE SENS-NOTE-LINE TO SENS-PRINT-AREA
               WRITE SENS-PRINT-AREA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'N' TO BASE-ON-GRID-SWITCH.
      *------------
       950099-EXIT.
      *------------
      *
      *---------------------------
       960000-FORMAT-SENS-HEADING.
      *---------------------------
      *
           ADD 1                        TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH                TO HL1-MONTH.
           MOVE CD-DAY                  TO HL1-DAY.
           MOVE CD-YEAR                 TO HL1-YEAR.
           MOVE CD-HOURS                TO HL2-HOURS.
           MOVE CD-MINUTES              TO HL2-MINUTES.
           MOVE PAGE-COUNT              TO HL1-PAGE-NUMBER.
           MOVE 'RATE SENSITIVITY GRID REPORT'
                                        TO HL1-TITLE.
           MOVE HEADING-LINE-1          TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2          TO SENS-PRINT-AREA.
           WRITE SENS-PRINT-AREA AFTER ADVANCING 1 LINE.
      *------------
       960099-EXIT.
      *------------
      *
      *----------------------------------------------------------------*
      *         F I M   D O   P R O G R A M A   I N T R 0 0 0 1        *
      *----------------------------------------------------------------*
