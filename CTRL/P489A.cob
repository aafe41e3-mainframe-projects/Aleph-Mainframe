000010************************************************************************
000020*       COPYRIGHT, SOCIETE DE L'ASSURANCE AUTOMOBILE DU QUEBEC, 1997
000030*
000040*
000050*  "TOUS DROITS RESERVES. IL EST INTERDIT ENTRE AUTRES, DE REPRODUIRE
000060*   OU DE COMMUNIQUER EN TOUT OU EN PARTIE L'OEUVRE SOUS QUELQUE FORME
000070*   OU PAR QUELQUE PROCEDE QUE CE SOIT, SANS AVOIR OBTENU AU PREALABLE
000080*   L'AUTORISATION ECRITE DE LA SOCIETE"
000090*
000100************************************************************************
000110*
000120*  MODULE:     GFPB489A  EXPOSITION DES ESPECES ET CHEQUES NON
000130*              DEPOSES PAR CENTRE DE SERVICE
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - ENTRE L'ARGENT PERCU PAR L'AGENT ET LE DEPOT
000200*                    INTERNE (DEPINT) QUI LE FAIT SORTIR, LES
000210*                    ESPECES DORMENT DANS LE COFFRE DU CENTRE.
000220*                    L'ASSUREUR FIXE UN MAXIMUM PAR CENTRE; CE
000230*                    RELEVE DIT COMBIEN ET DEPUIS QUAND.
000240*                  - POUR CHAQUE CSER ET CHAQUE JOUR DE LA FENETRE
000250*                    SYSIN:
000260*                      PERCU ESPECES/CHEQUES = NET PERCU DE LA SESCAI
000270*                        (ENCAI + ENCAI-RECPR - DECAI, MEME CALCUL
000280*                        QUE GFPP466A) MOINS LA PART CARTE (PMDIR,
000290*                        CRCRE ET LE CUMUL DES DEPINT CARTE
000300*                        SESCAI-CUMUL-CRCRE-DBT);
000310*                      COUVERT = LE PLUS GRAND DES DEUX: DEPINT NON
000320*                        CARTE (NI 'D' NI 'K') OU CREDITS CONFIRMES
000330*                        PAR LA BANQUE (BNKCONF.TXT, CUMULE PAR
000340*                        GFPB485A) - C'EST LE MEME ARGENT VU A DEUX
000350*                        ETAPES, ON NE LES ADDITIONNE PAS.
000360*                  - EXPOSITION = PERCU - COUVERT SUR LA FENETRE
000370*                    (JAMAIS NEGATIVE).  LA COUVERTURE EST IMPUTEE
000380*                    AUX JOURS LES PLUS ANCIENS D'ABORD: LE PREMIER
000390*                    JOUR NON ENTIEREMENT COUVERT DONNE LA DATE
000400*                    'DEPUIS' ET L'AGE EN JOURS D'EXPLOITATION
000410*                    (JOURS AVEC ACTIVITE JUSQU'A LA DATE DU JOUR,
000420*                    COMME LE COMPTEUR DE GFPB485A).
000430*                  - LA LIMITE PAR CENTRE VIENT DU FICHIER DE
000440*                    PARAMETRES LIMCSER.TXT; SANS LIGNE, LA LIMITE
000450*                    PAR DEFAUT DE LA CARTE SYSIN (ZERO = AUCUNE).
000460*                  - PAGE D'EXCEPTIONS POUR LES DIRECTEURS
000470*                    REGIONAUX (REGCSER.TXT, COMME GFPB471A): CENTRES
000480*                    AU-DESSUS DE LEUR LIMITE OU GARDANT DES ESPECES
000490*                    DEPUIS PLUS DE N JOURS, GROUPES PAR REGION.
000500*
000510*                CARTE SYSIN:
000520*                  COL 01-08  DEBUT DE LA FENETRE (AAAAMMJJ)
000530*                  COL 09-16  DATE DU JOUR (AAAAMMJJ)
000540*                  COL 17-19  NOMBRE MAXIMUM DE JOURS DE GARDE
000550*                             (DEFAUT 003)
000560*                  COL 20-28  LIMITE PAR DEFAUT EN DOLLARS
000570*                             (ZERO = AUCUNE)
000580*
000590*******************************************************************
000600**    M O D I F I C A T I O N S
000610*******************************************************************
000620** 2026-10-15 - EQUIPE GFP
000630**              CREATION DU PROGRAMME.
000640*******************************************************************
000650*
000660*-------------------*
000670 IDENTIFICATION DIVISION.
000680*-------------------*
000690 PROGRAM-ID.    GFPB489A.
000700 AUTHOR.        EQUIPE GFP.
000710 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000720 DATE-WRITTEN.  OCTOBRE 2026.
000730 DATE-COMPILED.
000740*------------------*
000750 ENVIRONMENT DIVISION.
000760*------------------*
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT BNKCONF  ASSIGN TO 'BNKCONF.TXT'
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT LIMCSER  ASSIGN TO 'LIMCSER.TXT'
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT REGCSER  ASSIGN TO 'REGCSER.TXT'
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT RPEXPESP ASSIGN TO 'RPEXPESP.TXT'
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870*------------*
000880 DATA DIVISION.
000890*------------*
000900 FILE SECTION.
000910 FD  BNKCONF.
000920 01  BCF-RECORD.
000930     03  BCF-NO-CSER                PIC X(008).
000940     03  BCF-DAS-CREDIT             PIC 9(008).
000950     03  BCF-MNT-CREDIT             PIC 9(009)V99.
000960 FD  LIMCSER.
000970 01  LIM-RECORD.
000980     03  LIM-NO-CSER                PIC X(008).
000990     03  FILLER                     PIC X(001).
001000     03  LIM-MNT-LIMITE             PIC 9(009)V99.
001010 FD  REGCSER.
001020 01  REG-RECORD.
001030     03  REG-NO-CSER                PIC X(008).
001040     03  FILLER                     PIC X(001).
001050     03  REG-COD-REGION             PIC X(003).
001060     03  FILLER                     PIC X(001).
001070     03  REG-NOM-REGION             PIC X(030).
001080 FD  RPEXPESP.
001090 01  RPT-LINE                       PIC X(132).
001100*--------------------------*
001110 WORKING-STORAGE SECTION.
001120*--------------------------*
001130 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB489A'.
001140 01  SYSIN-LIGNE.
001150     03  SYSIN-DAS-DEB-FENETRE      PIC 9(008).
001160     03  SYSIN-DAS-JOUR             PIC 9(008).
001170     03  SYSIN-NB-JOURS-MAX         PIC 9(003).
001180     03  SYSIN-MNT-LIMITE-DEFAUT    PIC 9(009).
001190     03  FILLER                     PIC X(104).
001200 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
001210 77  GDA-QT-CSER-EXPOSES            PIC S9(009) COMP VALUE ZERO.
001220 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001230 77  GDA-SW-FIN-CSER                PIC  X(001) VALUE 'N'.
001240     88  GDA-FIN-CSER                            VALUE 'S'.
001250 77  GDA-SW-FIN-SESCAI               PIC  X(001) VALUE 'N'.
001260     88  GDA-FIN-SESCAI                           VALUE 'S'.
001270 77  GDA-SW-FIN-DEPINT                PIC X(001) VALUE 'N'.
001280     88  GDA-FIN-DEPINT                           VALUE 'S'.
001290 77  GDA-SW-FIN-BCF                   PIC X(001) VALUE 'N'.
001300     88  GDA-FIN-BCF                              VALUE 'S'.
001310 77  GDA-SW-FIN-LIM                   PIC X(001) VALUE 'N'.
001320     88  GDA-FIN-LIM                              VALUE 'S'.
001330*
001340*-----------------------------------------------------------------
001350*    JOURS DU CENTRE COURANT, EN ORDRE CROISSANT DE DATE
001360*-----------------------------------------------------------------
001370 01  GDA-TAB-JOUR.
001380     03  GDA-QT-JOUR                PIC S9(004) COMP VALUE ZERO.
001390     03  GDA-JOUR-ENTREE            OCCURS 400 TIMES.
001400         05  GDA-JR-DAS             PIC 9(008).
001410         05  GDA-JR-MNT-PERCU       PIC S9(009)V99 COMP-3.
001420         05  GDA-JR-MNT-DEPINT      PIC S9(009)V99 COMP-3.
001430         05  GDA-JR-MNT-BANQUE      PIC S9(009)V99 COMP-3.
001440 77  GDA-IND-JOUR                   PIC S9(004) COMP VALUE ZERO.
001450 77  GDA-IND-JOUR-DEPL              PIC S9(004) COMP VALUE ZERO.
001460 77  GDA-SW-JOUR-TROUVE             PIC X(001) VALUE 'N'.
001470     88  GDA-JOUR-CHERCHE                        VALUE 'N'.
001480     88  GDA-JOUR-TROUVE                         VALUE 'O'.
001490     88  GDA-JOUR-INSERER                        VALUE 'I'.
001500 77  GDA-DAS-CIBLE                  PIC 9(008) VALUE ZERO.
001510 77  GDA-TYP-CIBLE                  PIC X(001) VALUE SPACE.
001520     88  GDA-CIBLE-PERCU                         VALUE 'P'.
001530     88  GDA-CIBLE-DEPINT                        VALUE 'D'.
001540     88  GDA-CIBLE-BANQUE                        VALUE 'B'.
001550 01  GDA-MNT-CIBLE          PIC S9(009)V99 COMP-3 VALUE ZERO.
001560*
001570 01  GDA-TOT-PERCU          PIC S9(011)V99 COMP-3 VALUE ZERO.
001580 01  GDA-TOT-DEPINT         PIC S9(011)V99 COMP-3 VALUE ZERO.
001590 01  GDA-TOT-BANQUE         PIC S9(011)V99 COMP-3 VALUE ZERO.
001600 01  GDA-TOT-COUVERT        PIC S9(011)V99 COMP-3 VALUE ZERO.
001610 01  GDA-MNT-EXPOSITION     PIC S9(011)V99 COMP-3 VALUE ZERO.
001620 01  GDA-CUMUL-PERCU        PIC S9(011)V99 COMP-3 VALUE ZERO.
001630 01  GDA-MNT-LIMITE         PIC S9(009)V99 COMP-3 VALUE ZERO.
001640 01  GDA-GRAND-EXPOSITION   PIC S9(013)V99 COMP-3 VALUE ZERO.
001650 77  GDA-DAS-DEPUIS                 PIC 9(008) VALUE ZERO.
001660 77  GDA-NB-JOURS-GARDE             PIC S9(004) COMP VALUE ZERO.
001670 01  GDA-SIGNAL                     PIC X(012) VALUE SPACES.
001680*
001690*-----------------------------------------------------------------
001700*    CREDITS CONFIRMES PAR LA BANQUE DANS LA FENETRE (BNKCONF.TXT)
001710*-----------------------------------------------------------------
001720 01  GDA-TAB-BCF.
001730     03  GDA-QT-BCF                 PIC S9(009) COMP VALUE ZERO.
001740     03  GDA-BCF-ENTREE             OCCURS 20000 TIMES.
001750         05  GDA-BCF-NO-CSER        PIC X(008).
001760         05  GDA-BCF-DAS            PIC 9(008).
001770         05  GDA-BCF-MNT            PIC S9(009)V99 COMP-3.
001780 77  GDA-IND-BCF                    PIC S9(009) COMP VALUE ZERO.
001790*
001800*-----------------------------------------------------------------
001810*    LIMITES PAR CENTRE (LIMCSER.TXT)
001820*-----------------------------------------------------------------
001830 01  GDA-TAB-LIM.
001840     03  GDA-QT-LIM                 PIC S9(004) COMP VALUE ZERO.
001850     03  GDA-LIM-ENTREE             OCCURS 600 TIMES.
001860         05  GDA-LIM-NO-CSER        PIC X(008).
001870         05  GDA-LIM-MNT            PIC S9(009)V99 COMP-3.
001880 77  GDA-IND-LIM                    PIC S9(004) COMP VALUE ZERO.
001890*
001900*-----------------------------------------------------------------
001910*    REFERENCE REGIONALE (REGCSER.TXT)
001920*-----------------------------------------------------------------
001930 01  GDA-TAB-REGCSER.
001940     03  GDA-QT-REGCSER             PIC S9(004) COMP VALUE ZERO.
001950     03  GDA-REGCSER-ENTREE         OCCURS 600 TIMES.
001960         05  GDA-RC-NO-CSER         PIC X(008).
001970         05  GDA-RC-COD-REGION      PIC X(003).
001980 01  GDA-TAB-REGION.
001990     03  GDA-QT-REGION              PIC S9(004) COMP VALUE ZERO.
002000     03  GDA-REGION-ENTREE          OCCURS 50 TIMES.
002010         05  GDA-RG-COD-REGION      PIC X(003).
002020         05  GDA-RG-NOM-REGION      PIC X(030).
002030 77  GDA-IND-REGCSER                PIC S9(004) COMP VALUE ZERO.
002040 77  GDA-IND-REGION                 PIC S9(004) COMP VALUE ZERO.
002050 77  GDA-SW-FIN-REGF                 PIC X(001) VALUE 'N'.
002060     88  GDA-FIN-REGF                             VALUE 'S'.
002070 77  GDA-SW-REG-TROUVE               PIC X(001) VALUE 'N'.
002080     88  GDA-REG-TROUVE                           VALUE 'O'.
002090 77  GDA-COD-REGION-CSER            PIC X(003) VALUE SPACES.
002100*
002110*-----------------------------------------------------------------
002120*    EXCEPTIONS RETENUES POUR LA PAGE DES DIRECTEURS REGIONAUX
002130*-----------------------------------------------------------------
002140 01  GDA-TAB-EXC.
002150     03  GDA-QT-EXC                 PIC S9(004) COMP VALUE ZERO.
002160     03  GDA-EXC-ENTREE             OCCURS 600 TIMES.
002170         05  GDA-EXC-NO-CSER        PIC X(008).
002180         05  GDA-EXC-COD-REGION     PIC X(003).
002190         05  GDA-EXC-MNT-EXPO       PIC S9(011)V99 COMP-3.
002200         05  GDA-EXC-MNT-LIMITE     PIC S9(009)V99 COMP-3.
002210         05  GDA-EXC-DAS-DEPUIS     PIC 9(008).
002220         05  GDA-EXC-NB-JOURS       PIC S9(004) COMP.
002230         05  GDA-EXC-SIGNAL         PIC X(012).
002240         05  GDA-EXC-IMPRIME        PIC X(001).
002250 77  GDA-IND-EXC                    PIC S9(004) COMP VALUE ZERO.
002260 77  GDA-QT-EXC-REGION              PIC S9(004) COMP VALUE ZERO.
002270*
002280 01  GDA-MNT-PERCU-EDIT             PIC Z(009)9.99.
002290 01  GDA-MNT-DEPINT-EDIT            PIC Z(009)9.99.
002300 01  GDA-MNT-BANQUE-EDIT            PIC Z(009)9.99.
002310 01  GDA-MNT-EXPO-EDIT              PIC Z(009)9.99.
002320 01  GDA-MNT-LIMITE-EDIT            PIC Z(008)9.99.
002330 01  GDA-MNT-LIMITE-EDIT-X REDEFINES GDA-MNT-LIMITE-EDIT
002340                                    PIC X(012).
002350 01  GDA-GRAND-EXPO-EDIT            PIC Z(012)9.99.
002360 77  GDA-NB-JOURS-EDIT              PIC ZZZ9.
002370*
002380*-----------------------------------------------------------------
002390*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKDEPINT)
002400*-----------------------------------------------------------------
002410 01  GFPK-CSER.
-INC   GFPKCSER
002420 01  GFPK-SESCAI.
-INC   GFPKSESCAI
002430 01  GFPK-DEPINT.
-INC   GFPKDEPINT
002440*
002450*--------------------*
002460 PROCEDURE DIVISION.
002470*--------------------*
002480*
002490 0000-MAINLINE.
002500*
002510     ACCEPT SYSIN-LIGNE FROM SYSIN.
002520     IF  SYSIN-NB-JOURS-MAX IS NOT NUMERIC
002530         MOVE 003 TO SYSIN-NB-JOURS-MAX
002540     END-IF.
002550     IF  SYSIN-NB-JOURS-MAX EQUAL ZEROES
002560         MOVE 003 TO SYSIN-NB-JOURS-MAX
002570     END-IF.
002580     IF  SYSIN-MNT-LIMITE-DEFAUT IS NOT NUMERIC
002590         MOVE ZERO TO SYSIN-MNT-LIMITE-DEFAUT
002600     END-IF.
002610*
002620     OPEN INPUT  BNKCONF
002630                 LIMCSER
002640                 REGCSER.
002650     OPEN OUTPUT RPEXPESP.
002660*
002670     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
002680     PERFORM 1100-CHARGER-BCF THRU 1100-CHARGER-BCF-EXIT.
002690     PERFORM 1200-CHARGER-LIMITES THRU 1200-CHARGER-LIMITES-EXIT.
002700     PERFORM 1500-CHARGER-REGIONS THRU 1500-CHARGER-REGIONS-EXIT.
002710*
002720     READY USAGE-MODE IS PROTECTED RETRIEVAL.
002730*
002740     OBTAIN FIRST CSER.
002750     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
002760         UNTIL GDA-FIN-CSER.
002770*
002780     FINISH.
002790*
002800     PERFORM 8000-PAGE-EXCEPTIONS THRU 8000-PAGE-EXCEPTIONS-EXIT.
002810     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
002820*
002830     CLOSE BNKCONF
002840           LIMCSER
002850           REGCSER
002860           RPEXPESP.
002870*
002880     STOP RUN.
002890*
002900 1000-ENTETE-RAPPORT.
002910*
002920     MOVE SPACES TO RPT-LINE.
002930     STRING 'EXPOSITION DES ESPECES ET CHEQUES NON DEPOSES - '
002940            'FENETRE DU ' SYSIN-DAS-DEB-FENETRE
002950            ' AU ' SYSIN-DAS-JOUR
002960            ' - GARDE MAXIMUM ' SYSIN-NB-JOURS-MAX ' JOUR(S)'
002970                DELIMITED BY SIZE INTO RPT-LINE.
002980     WRITE RPT-LINE.
002990     MOVE SPACES TO RPT-LINE.
003000     WRITE RPT-LINE.
003010     MOVE SPACES TO RPT-LINE.
003020     STRING 'CSER     REG         PERCU        DEPINT        '
003030            'BANQUE    EXPOSITION DEPUIS   JOURS       LIMITE'
003040            ' SIGNAL'
003050                DELIMITED BY SIZE INTO RPT-LINE.
003060     WRITE RPT-LINE.
003070*
003080 1000-ENTETE-RAPPORT-EXIT.
003090     EXIT.
003100*
003110 1100-CHARGER-BCF.
003120*
003130*    SEULS LES CREDITS CONFIRMES DE LA FENETRE SONT GARDES; LE
003140*    CUMUL BNKCONF.TXT GROSSIT CHAQUE JOUR.
003150*
003160     READ BNKCONF
003170         AT END SET GDA-FIN-BCF TO TRUE
003180     END-READ.
003190*
003200     PERFORM 1110-CHARGER-UN-BCF THRU 1110-CHARGER-UN-BCF-EXIT
003210         UNTIL GDA-FIN-BCF.
003220*
003230 1100-CHARGER-BCF-EXIT.
003240     EXIT.
003250*
003260 1110-CHARGER-UN-BCF.
003270*
003280     IF  BCF-DAS-CREDIT NOT LESS    SYSIN-DAS-DEB-FENETRE
003290     AND BCF-DAS-CREDIT NOT GREATER SYSIN-DAS-JOUR
003300         IF  GDA-QT-BCF LESS 20000
003310             ADD 1 TO GDA-QT-BCF
003320             MOVE BCF-NO-CSER    TO GDA-BCF-NO-CSER (GDA-QT-BCF)
003330             MOVE BCF-DAS-CREDIT TO GDA-BCF-DAS (GDA-QT-BCF)
003340             MOVE BCF-MNT-CREDIT TO GDA-BCF-MNT (GDA-QT-BCF)
003350         ELSE
003360             DISPLAY '000 ' CTE-PRGM ' - TABLE CREDITS PLEINE'
003370                     ' (20000) - FICHIER TRONQUE'
003380             SET GDA-FIN-BCF TO TRUE
003390             GO TO 1110-CHARGER-UN-BCF-EXIT
003400         END-IF
003410     END-IF.
003420*
003430     READ BNKCONF
003440         AT END SET GDA-FIN-BCF TO TRUE
003450     END-READ.
003460*
003470 1110-CHARGER-UN-BCF-EXIT.
003480     EXIT.
003490*
003500 1200-CHARGER-LIMITES.
003510*
003520     READ LIMCSER
003530         AT END SET GDA-FIN-LIM TO TRUE
003540     END-READ.
003550*
003560     PERFORM 1210-CHARGER-UNE-LIMITE
003570         THRU 1210-CHARGER-UNE-LIMITE-EXIT
003580         UNTIL GDA-FIN-LIM OR GDA-QT-LIM NOT LESS 600.
003590*
003600 1200-CHARGER-LIMITES-EXIT.
003610     EXIT.
003620*
003630 1210-CHARGER-UNE-LIMITE.
003640*
003650     ADD 1 TO GDA-QT-LIM.
003660     MOVE LIM-NO-CSER     TO GDA-LIM-NO-CSER (GDA-QT-LIM).
003670     MOVE LIM-MNT-LIMITE  TO GDA-LIM-MNT (GDA-QT-LIM).
003680*
003690     READ LIMCSER
003700         AT END SET GDA-FIN-LIM TO TRUE
003710     END-READ.
003720*
003730 1210-CHARGER-UNE-LIMITE-EXIT.
003740     EXIT.
003750*
003760 1500-CHARGER-REGIONS.
003770*
003780*    CHARGE LA REFERENCE REGIONALE (AFFECTATION CSER -> REGION
003790*    ET NOM DE REGION).  LE GROUPE '???' RECUEILLE LES CSER
003800*    SANS AFFECTATION.
003810*
003820     READ REGCSER
003830         AT END SET GDA-FIN-REGF TO TRUE
003840     END-READ.
003850*
003860     PERFORM 1510-CHARGER-UNE-REGION
003870         THRU 1510-CHARGER-UNE-REGION-EXIT
003880         UNTIL GDA-FIN-REGF OR GDA-QT-REGCSER NOT LESS 600.
003890*
003900 1500-CHARGER-REGIONS-EXIT.
003910     EXIT.
003920*
003930 1510-CHARGER-UNE-REGION.
003940*
003950     ADD 1 TO GDA-QT-REGCSER.
003960     MOVE REG-NO-CSER     TO GDA-RC-NO-CSER (GDA-QT-REGCSER).
003970     MOVE REG-COD-REGION  TO GDA-RC-COD-REGION (GDA-QT-REGCSER).
003980*
003990     MOVE 'N' TO GDA-SW-REG-TROUVE.
004000     MOVE 1   TO GDA-IND-REGION.
004010     PERFORM 1520-CHERCHER-REGION THRU 1520-CHERCHER-REGION-EXIT
004020         UNTIL GDA-REG-TROUVE
004030            OR GDA-IND-REGION GREATER GDA-QT-REGION.
004040*
004050     IF  NOT GDA-REG-TROUVE
004060     AND GDA-QT-REGION LESS 50
004070         ADD 1 TO GDA-QT-REGION
004080         MOVE REG-COD-REGION
004090           TO GDA-RG-COD-REGION (GDA-QT-REGION)
004100         MOVE REG-NOM-REGION
004110           TO GDA-RG-NOM-REGION (GDA-QT-REGION)
004120     END-IF.
004130*
004140     READ REGCSER
004150         AT END SET GDA-FIN-REGF TO TRUE
004160     END-READ.
004170*
004180 1510-CHARGER-UNE-REGION-EXIT.
004190     EXIT.
004200*
004210 1520-CHERCHER-REGION.
004220*
004230     IF  GDA-RG-COD-REGION (GDA-IND-REGION) EQUAL REG-COD-REGION
004240         SET GDA-REG-TROUVE TO TRUE
004250     ELSE
004260         ADD 1 TO GDA-IND-REGION
004270     END-IF.
004280*
004290 1520-CHERCHER-REGION-EXIT.
004300     EXIT.
004310*
004320 2000-TRAITER-CSER.
004330*
004340     IF  ERROR-STATUS EQUAL '0307'
004350         SET GDA-FIN-CSER TO TRUE
004360         GO TO 2000-TRAITER-CSER-EXIT
004370     END-IF.
004380*
004390     IF  ERROR-STATUS NOT EQUAL '0000'
004400         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
004410                 ERROR-STATUS
004420         SET GDA-FIN-CSER TO TRUE
004430         GO TO 2000-TRAITER-CSER-EXIT
004440     END-IF.
004450*
004460     ADD 1 TO GDA-QT-CSER-LUS.
004470*
004480     MOVE ZERO   TO  GDA-QT-JOUR.
004490     MOVE 'N'    TO  GDA-SW-FIN-SESCAI.
004500     OBTAIN FIRST SESCAI WITHIN CSER-SESCAI.
004510*
004520     PERFORM 2100-TRAITER-SESCAI THRU 2100-TRAITER-SESCAI-EXIT
004530         UNTIL GDA-FIN-SESCAI.
004540*
004550     MOVE 1 TO GDA-IND-BCF.
004560     PERFORM 2400-CUMULER-BANQUE THRU 2400-CUMULER-BANQUE-EXIT
004570         UNTIL GDA-IND-BCF GREATER GDA-QT-BCF.
004580*
004590     PERFORM 2500-CALCULER-EXPOSITION
004600         THRU 2500-CALCULER-EXPOSITION-EXIT.
004610*
004620     OBTAIN NEXT CSER.
004630*
004640 2000-TRAITER-CSER-EXIT.
004650     EXIT.
004660*
004670 2100-TRAITER-SESCAI.
004680*
004690     IF  ERROR-STATUS EQUAL '0307'
004700         SET GDA-FIN-SESCAI TO TRUE
004710         GO TO 2100-TRAITER-SESCAI-EXIT
004720     END-IF.
004730*
004740     IF  ERROR-STATUS NOT EQUAL '0000'
004750         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS SESCAI = '
004760                 ERROR-STATUS
004770         SET GDA-FIN-SESCAI TO TRUE
004780         GO TO 2100-TRAITER-SESCAI-EXIT
004790     END-IF.
004800*
004810*    PERCU ESPECES/CHEQUES DE LA SESSION = NET PERCU MOINS LA
004820*    PART CARTE, IMPUTE AU JOUR DE LA PERIODE DE LA SESSION.
004830*
004840     IF  SESCAI-DAS-DEB-PERIO NOT LESS    SYSIN-DAS-DEB-FENETRE
004850     AND SESCAI-DAS-DEB-PERIO NOT GREATER SYSIN-DAS-JOUR
004860         MOVE SESCAI-DAS-DEB-PERIO TO GDA-DAS-CIBLE
004870         SET GDA-CIBLE-PERCU TO TRUE
004880         COMPUTE GDA-MNT-CIBLE = SESCAI-CUMUL-ENCAI
004890                               + SESCAI-CUMUL-ENCAI-RECPR
004900                               - SESCAI-CUMUL-DECAI
004910                               - SESCAI-TOTAL-PMDIR-CAISS
004920                               - SESCAI-TOTAL-CRCRE-CAISS
004930                               - SESCAI-CUMUL-CRCRE-DBT
004940         PERFORM 2300-CUMULER-JOUR THRU 2300-CUMULER-JOUR-EXIT
004950     END-IF.
004960*
004970     MOVE 'N'    TO  GDA-SW-FIN-DEPINT.
004980     OBTAIN FIRST DEPINT WITHIN SESCAI-DEPINT.
004990*
005000     PERFORM 2200-TRAITER-DEPINT THRU 2200-TRAITER-DEPINT-EXIT
005010         UNTIL GDA-FIN-DEPINT.
005020*
005030     OBTAIN NEXT SESCAI WITHIN CSER-SESCAI.
005040*
005050 2100-TRAITER-SESCAI-EXIT.
005060     EXIT.
005070*
005080 2200-TRAITER-DEPINT.
005090*
005100     IF  ERROR-STATUS EQUAL '0307'
005110         SET GDA-FIN-DEPINT TO TRUE
005120         GO TO 2200-TRAITER-DEPINT-EXIT
005130     END-IF.
005140*
005150     IF  ERROR-STATUS NOT EQUAL '0000'
005160         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS DEPINT = '
005170                 ERROR-STATUS
005180         SET GDA-FIN-DEPINT TO TRUE
005190         GO TO 2200-TRAITER-DEPINT-EXIT
005200     END-IF.
005210*
005220*    MEME FILTRE QUE GFPB485A: LES DEPINT CARTE ('D', 'K') NE
005230*    SORTENT PAS D'ESPECES DU COFFRE.
005240*
005250     IF  DEPINT-TYP-DEPOT-INTRN NOT EQUAL 'D'
005260     AND DEPINT-TYP-DEPOT-INTRN NOT EQUAL 'K'
005270     AND DEPINT-DAS-DEPOT-INTRN NOT LESS    SYSIN-DAS-DEB-FENETRE
005280     AND DEPINT-DAS-DEPOT-INTRN NOT GREATER SYSIN-DAS-JOUR
005290         MOVE DEPINT-DAS-DEPOT-INTRN   TO GDA-DAS-CIBLE
005300         SET GDA-CIBLE-DEPINT TO TRUE
005310         MOVE DEPINT-TOTAL-DEPOT-INTRN TO GDA-MNT-CIBLE
005320         PERFORM 2300-CUMULER-JOUR THRU 2300-CUMULER-JOUR-EXIT
005330     END-IF.
005340*
005350     OBTAIN NEXT DEPINT WITHIN SESCAI-DEPINT.
005360*
005370 2200-TRAITER-DEPINT-EXIT.
005380     EXIT.
005390*
005400 2300-CUMULER-JOUR.
005410*
005420*    IMPUTE GDA-MNT-CIBLE AU JOUR GDA-DAS-CIBLE; UN JOUR NOUVEAU
005430*    EST INSERE A SA PLACE POUR GARDER LA TABLE EN ORDRE DE DATE.
005440*
005450     MOVE 'N' TO GDA-SW-JOUR-TROUVE.
005460     MOVE 1   TO GDA-IND-JOUR.
005470     PERFORM 2310-CHERCHER-JOUR THRU 2310-CHERCHER-JOUR-EXIT
005480         UNTIL NOT GDA-JOUR-CHERCHE
005490            OR GDA-IND-JOUR GREATER GDA-QT-JOUR.
005500*
005510     IF  NOT GDA-JOUR-TROUVE
005520         IF  GDA-QT-JOUR NOT LESS 400
005530             DISPLAY '000 ' CTE-PRGM ' - TABLE JOURS PLEINE'
005540                     ' (400) - CSER ' CSER-NO-CSER
005550             GO TO 2300-CUMULER-JOUR-EXIT
005560         END-IF
005570         MOVE GDA-QT-JOUR TO GDA-IND-JOUR-DEPL
005580         PERFORM 2320-DEPLACER-JOUR THRU 2320-DEPLACER-JOUR-EXIT
005590             UNTIL GDA-IND-JOUR-DEPL LESS GDA-IND-JOUR
005600         ADD 1 TO GDA-QT-JOUR
005610         MOVE GDA-DAS-CIBLE TO GDA-JR-DAS (GDA-IND-JOUR)
005620         MOVE ZERO TO GDA-JR-MNT-PERCU  (GDA-IND-JOUR)
005630         MOVE ZERO TO GDA-JR-MNT-DEPINT (GDA-IND-JOUR)
005640         MOVE ZERO TO GDA-JR-MNT-BANQUE (GDA-IND-JOUR)
005650     END-IF.
005660*
005670     EVALUATE TRUE
005680         WHEN GDA-CIBLE-PERCU
005690             ADD GDA-MNT-CIBLE TO GDA-JR-MNT-PERCU  (GDA-IND-JOUR)
005700         WHEN GDA-CIBLE-DEPINT
005710             ADD GDA-MNT-CIBLE TO GDA-JR-MNT-DEPINT (GDA-IND-JOUR)
005720         WHEN GDA-CIBLE-BANQUE
005730             ADD GDA-MNT-CIBLE TO GDA-JR-MNT-BANQUE (GDA-IND-JOUR)
005740     END-EVALUATE.
005750*
005760 2300-CUMULER-JOUR-EXIT.
005770     EXIT.
005780*
005790 2310-CHERCHER-JOUR.
005800*
005810*    ARRET SUR LE JOUR CHERCHE OU SUR LE PREMIER JOUR PLUS
005820*    RECENT (POINT D'INSERTION).
005830*
005840     IF  GDA-JR-DAS (GDA-IND-JOUR) EQUAL GDA-DAS-CIBLE
005850         SET GDA-JOUR-TROUVE TO TRUE
005860     ELSE
005870         IF  GDA-JR-DAS (GDA-IND-JOUR) GREATER GDA-DAS-CIBLE
005880             SET GDA-JOUR-INSERER TO TRUE
005890         ELSE
005900             ADD 1 TO GDA-IND-JOUR
005910         END-IF
005920     END-IF.
005930*
005940 2310-CHERCHER-JOUR-EXIT.
005950     EXIT.
005960*
005970 2320-DEPLACER-JOUR.
005980*
005990     MOVE GDA-JOUR-ENTREE (GDA-IND-JOUR-DEPL)
006000       TO GDA-JOUR-ENTREE (GDA-IND-JOUR-DEPL + 1).
006010     SUBTRACT 1 FROM GDA-IND-JOUR-DEPL.
006020*
006030 2320-DEPLACER-JOUR-EXIT.
006040     EXIT.
006050*
006060 2400-CUMULER-BANQUE.
006070*
006080     IF  GDA-BCF-NO-CSER (GDA-IND-BCF) EQUAL CSER-NO-CSER
006090         MOVE GDA-BCF-DAS (GDA-IND-BCF) TO GDA-DAS-CIBLE
006100         SET GDA-CIBLE-BANQUE TO TRUE
006110         MOVE GDA-BCF-MNT (GDA-IND-BCF) TO GDA-MNT-CIBLE
006120         PERFORM 2300-CUMULER-JOUR THRU 2300-CUMULER-JOUR-EXIT
006130     END-IF.
006140     ADD 1 TO GDA-IND-BCF.
006150*
006160 2400-CUMULER-BANQUE-EXIT.
006170     EXIT.
006180*
006190 2500-CALCULER-EXPOSITION.
006200*
006210     MOVE ZERO TO GDA-TOT-PERCU.
006220     MOVE ZERO TO GDA-TOT-DEPINT.
006230     MOVE ZERO TO GDA-TOT-BANQUE.
006240     MOVE 1    TO GDA-IND-JOUR.
006250     PERFORM 2510-TOTALISER-JOUR THRU 2510-TOTALISER-JOUR-EXIT
006260         UNTIL GDA-IND-JOUR GREATER GDA-QT-JOUR.
006270*
006280     IF  GDA-TOT-BANQUE GREATER GDA-TOT-DEPINT
006290         MOVE GDA-TOT-BANQUE TO GDA-TOT-COUVERT
006300     ELSE
006310         MOVE GDA-TOT-DEPINT TO GDA-TOT-COUVERT
006320     END-IF.
006330*
006340     IF  GDA-TOT-PERCU NOT GREATER GDA-TOT-COUVERT
006350         GO TO 2500-CALCULER-EXPOSITION-EXIT
006360     END-IF.
006370*
006380     COMPUTE GDA-MNT-EXPOSITION = GDA-TOT-PERCU - GDA-TOT-COUVERT.
006390     ADD 1 TO GDA-QT-CSER-EXPOSES.
006400     ADD GDA-MNT-EXPOSITION TO GDA-GRAND-EXPOSITION.
006410*
006420*    PREMIER JOUR NON ENTIEREMENT COUVERT: LA COUVERTURE VA AUX
006430*    JOURS LES PLUS ANCIENS D'ABORD.
006440*
006450     MOVE ZERO TO GDA-CUMUL-PERCU.
006460     MOVE ZERO TO GDA-DAS-DEPUIS.
006470     MOVE 1    TO GDA-IND-JOUR.
006480     PERFORM 2520-CHERCHER-DEPUIS THRU 2520-CHERCHER-DEPUIS-EXIT
006490         UNTIL GDA-DAS-DEPUIS NOT EQUAL ZEROES
006500            OR GDA-IND-JOUR GREATER GDA-QT-JOUR.
006510     COMPUTE GDA-NB-JOURS-GARDE = GDA-QT-JOUR - GDA-IND-JOUR + 1.
006520*
006530     PERFORM 2600-CHERCHER-LIMITE THRU 2600-CHERCHER-LIMITE-EXIT.
006540*
006550     MOVE SPACES TO GDA-SIGNAL.
006560     IF  GDA-MNT-LIMITE GREATER ZEROES
006570     AND GDA-MNT-EXPOSITION GREATER GDA-MNT-LIMITE
006580         MOVE 'LIMITE' TO GDA-SIGNAL (1:6)
006590     END-IF.
006600     IF  GDA-NB-JOURS-GARDE GREATER SYSIN-NB-JOURS-MAX
006610         MOVE 'GARDE' TO GDA-SIGNAL (8:5)
006620     END-IF.
006630*
006640     PERFORM 2700-TROUVER-REGION THRU 2700-TROUVER-REGION-EXIT.
006650*
006660     MOVE GDA-TOT-PERCU      TO GDA-MNT-PERCU-EDIT.
006670     MOVE GDA-TOT-DEPINT     TO GDA-MNT-DEPINT-EDIT.
006680     MOVE GDA-TOT-BANQUE     TO GDA-MNT-BANQUE-EDIT.
006690     MOVE GDA-MNT-EXPOSITION TO GDA-MNT-EXPO-EDIT.
006700     MOVE GDA-NB-JOURS-GARDE TO GDA-NB-JOURS-EDIT.
006710     MOVE GDA-MNT-LIMITE     TO GDA-MNT-LIMITE-EDIT.
006720     IF  GDA-MNT-LIMITE EQUAL ZEROES
006730         MOVE '     AUCUNE' TO GDA-MNT-LIMITE-EDIT-X
006740     END-IF.
006750*
006760     MOVE SPACES TO RPT-LINE.
006770     STRING CSER-NO-CSER ' ' GDA-COD-REGION-CSER
006780            ' ' GDA-MNT-PERCU-EDIT
006790            ' ' GDA-MNT-DEPINT-EDIT
006800            ' ' GDA-MNT-BANQUE-EDIT
006810            ' ' GDA-MNT-EXPO-EDIT
006820            ' ' GDA-DAS-DEPUIS
006830            ' ' GDA-NB-JOURS-EDIT
006840            ' ' GDA-MNT-LIMITE-EDIT
006850            ' ' GDA-SIGNAL
006860                DELIMITED BY SIZE INTO RPT-LINE.
006870     WRITE RPT-LINE.
006880*
006890     IF  GDA-SIGNAL NOT EQUAL SPACES
006900         IF  GDA-QT-EXC LESS 600
006910             ADD 1 TO GDA-QT-EXC
006920             MOVE CSER-NO-CSER
006930               TO GDA-EXC-NO-CSER    (GDA-QT-EXC)
006940             MOVE GDA-COD-REGION-CSER
006950               TO GDA-EXC-COD-REGION (GDA-QT-EXC)
006960             MOVE GDA-MNT-EXPOSITION
006970               TO GDA-EXC-MNT-EXPO   (GDA-QT-EXC)
006980             MOVE GDA-MNT-LIMITE
006990               TO GDA-EXC-MNT-LIMITE (GDA-QT-EXC)
007000             MOVE GDA-DAS-DEPUIS
007010               TO GDA-EXC-DAS-DEPUIS (GDA-QT-EXC)
007020             MOVE GDA-NB-JOURS-GARDE
007030               TO GDA-EXC-NB-JOURS   (GDA-QT-EXC)
007040             MOVE GDA-SIGNAL
007050               TO GDA-EXC-SIGNAL     (GDA-QT-EXC)
007060             MOVE 'N'
007070               TO GDA-EXC-IMPRIME    (GDA-QT-EXC)
007080         ELSE
007090             DISPLAY '000 ' CTE-PRGM ' - TABLE EXCEPTIONS PLEINE'
007100                     ' (600) - CSER ' CSER-NO-CSER
007110         END-IF
007120     END-IF.
007130*
007140 2500-CALCULER-EXPOSITION-EXIT.
007150     EXIT.
007160*
007170 2510-TOTALISER-JOUR.
007180*
007190     ADD GDA-JR-MNT-PERCU  (GDA-IND-JOUR) TO GDA-TOT-PERCU.
007200     ADD GDA-JR-MNT-DEPINT (GDA-IND-JOUR) TO GDA-TOT-DEPINT.
007210     ADD GDA-JR-MNT-BANQUE (GDA-IND-JOUR) TO GDA-TOT-BANQUE.
007220     ADD 1 TO GDA-IND-JOUR.
007230*
007240 2510-TOTALISER-JOUR-EXIT.
007250     EXIT.
007260*
007270 2520-CHERCHER-DEPUIS.
007280*
007290     ADD GDA-JR-MNT-PERCU (GDA-IND-JOUR) TO GDA-CUMUL-PERCU.
007300     IF  GDA-CUMUL-PERCU GREATER GDA-TOT-COUVERT
007310         MOVE GDA-JR-DAS (GDA-IND-JOUR) TO GDA-DAS-DEPUIS
007320     ELSE
007330         ADD 1 TO GDA-IND-JOUR
007340     END-IF.
007350*
007360 2520-CHERCHER-DEPUIS-EXIT.
007370     EXIT.
007380*
007390 2600-CHERCHER-LIMITE.
007400*
007410     COMPUTE GDA-MNT-LIMITE = SYSIN-MNT-LIMITE-DEFAUT.
007420     MOVE 1 TO GDA-IND-LIM.
007430     PERFORM 2610-CHERCHER-UNE-LIMITE
007440         THRU 2610-CHERCHER-UNE-LIMITE-EXIT
007450         UNTIL GDA-IND-LIM GREATER GDA-QT-LIM.
007460*
007470 2600-CHERCHER-LIMITE-EXIT.
007480     EXIT.
007490*
007500 2610-CHERCHER-UNE-LIMITE.
007510*
007520     IF  GDA-LIM-NO-CSER (GDA-IND-LIM) EQUAL CSER-NO-CSER
007530         MOVE GDA-LIM-MNT (GDA-IND-LIM) TO GDA-MNT-LIMITE
007540         MOVE GDA-QT-LIM TO GDA-IND-LIM
007550     END-IF.
007560     ADD 1 TO GDA-IND-LIM.
007570*
007580 2610-CHERCHER-UNE-LIMITE-EXIT.
007590     EXIT.
007600*
007610 2700-TROUVER-REGION.
007620*
007630*    REGION DU CENTRE COURANT; CSER SANS AFFECTATION -> GROUPE
007640*    '???' (CREE AU BESOIN), COMME DANS GFPB471A.
007650*
007660     MOVE '???' TO GDA-COD-REGION-CSER.
007670     MOVE 1 TO GDA-IND-REGCSER.
007680     PERFORM 2710-CHERCHER-AFFECT THRU 2710-CHERCHER-AFFECT-EXIT
007690         UNTIL GDA-IND-REGCSER GREATER GDA-QT-REGCSER.
007700*
007710     MOVE 'N' TO GDA-SW-REG-TROUVE.
007720     MOVE 1   TO GDA-IND-REGION.
007730     PERFORM 2720-CHERCHER-REG-TAB THRU 2720-CHERCHER-REG-TAB-EXIT
007740         UNTIL GDA-REG-TROUVE
007750            OR GDA-IND-REGION GREATER GDA-QT-REGION.
007760*
007770     IF  NOT GDA-REG-TROUVE
007780     AND GDA-QT-REGION LESS 50
007790         ADD 1 TO GDA-QT-REGION
007800         MOVE GDA-COD-REGION-CSER
007810           TO GDA-RG-COD-REGION (GDA-QT-REGION)
007820         MOVE 'SANS REGION' TO GDA-RG-NOM-REGION (GDA-QT-REGION)
007830     END-IF.
007840*
007850 2700-TROUVER-REGION-EXIT.
007860     EXIT.
007870*
007880 2710-CHERCHER-AFFECT.
007890*
007900     IF  GDA-RC-NO-CSER (GDA-IND-REGCSER) EQUAL CSER-NO-CSER
007910         MOVE GDA-RC-COD-REGION (GDA-IND-REGCSER)
007920           TO GDA-COD-REGION-CSER
007930         MOVE GDA-QT-REGCSER TO GDA-IND-REGCSER
007940     END-IF.
007950     ADD 1 TO GDA-IND-REGCSER.
007960*
007970 2710-CHERCHER-AFFECT-EXIT.
007980     EXIT.
007990*
008000 2720-CHERCHER-REG-TAB.
008010*
008020     IF  GDA-RG-COD-REGION (GDA-IND-REGION)
008030             EQUAL GDA-COD-REGION-CSER
008040         SET GDA-REG-TROUVE TO TRUE
008050     ELSE
008060         ADD 1 TO GDA-IND-REGION
008070     END-IF.
008080*
008090 2720-CHERCHER-REG-TAB-EXIT.
008100     EXIT.
008110*
008120 8000-PAGE-EXCEPTIONS.
008130*
008140*    PAGE DES DIRECTEURS REGIONAUX: LES CENTRES SIGNALES,
008150*    REGROUPES PAR REGION DANS L'ORDRE DE LA REFERENCE.
008160*
008170     MOVE SPACES TO RPT-LINE.
008180     WRITE RPT-LINE.
008190     MOVE SPACES TO RPT-LINE.
008200     STRING 'EXCEPTIONS - CENTRES AU-DESSUS DE LEUR LIMITE OU '
008210            'GARDANT DES ESPECES PLUS DE ' SYSIN-NB-JOURS-MAX
008220            ' JOUR(S)'
008230                DELIMITED BY SIZE INTO RPT-LINE.
008240     WRITE RPT-LINE.
008250*
008260     IF  GDA-QT-EXC EQUAL ZEROES
008270         MOVE SPACES TO RPT-LINE
008280         STRING '  AUCUNE EXCEPTION'
008290                    DELIMITED BY SIZE INTO RPT-LINE
008300         WRITE RPT-LINE
008310         GO TO 8000-PAGE-EXCEPTIONS-EXIT
008320     END-IF.
008330*
008340     MOVE 1 TO GDA-IND-REGION.
008350     PERFORM 8100-EXCEPTIONS-REGION
008360         THRU 8100-EXCEPTIONS-REGION-EXIT
008370         UNTIL GDA-IND-REGION GREATER GDA-QT-REGION.
008380*
008390 8000-PAGE-EXCEPTIONS-EXIT.
008400     EXIT.
008410*
008420 8100-EXCEPTIONS-REGION.
008430*
008440     MOVE ZERO TO GDA-QT-EXC-REGION.
008450     MOVE 1    TO GDA-IND-EXC.
008460     PERFORM 8110-IMPRIMER-EXCEPTION
008470         THRU 8110-IMPRIMER-EXCEPTION-EXIT
008480         UNTIL GDA-IND-EXC GREATER GDA-QT-EXC.
008490     ADD 1 TO GDA-IND-REGION.
008500*
008510 8100-EXCEPTIONS-REGION-EXIT.
008520     EXIT.
008530*
008540 8110-IMPRIMER-EXCEPTION.
008550*
008560     IF  GDA-EXC-COD-REGION (GDA-IND-EXC)
008570             NOT EQUAL GDA-RG-COD-REGION (GDA-IND-REGION)
008580     OR  GDA-EXC-IMPRIME (GDA-IND-EXC) EQUAL 'O'
008590         GO TO 8110-IMPRIMER-SUIVANTE
008600     END-IF.
008610*
008620     IF  GDA-QT-EXC-REGION EQUAL ZEROES
008630         MOVE SPACES TO RPT-LINE
008640         WRITE RPT-LINE
008650         MOVE SPACES TO RPT-LINE
008660         STRING '  REGION ' GDA-RG-COD-REGION (GDA-IND-REGION)
008670                ' ' GDA-RG-NOM-REGION (GDA-IND-REGION)
008680                    DELIMITED BY SIZE INTO RPT-LINE
008690         WRITE RPT-LINE
008700     END-IF.
008710     ADD 1 TO GDA-QT-EXC-REGION.
008720     MOVE 'O' TO GDA-EXC-IMPRIME (GDA-IND-EXC).
008730*
008740     MOVE GDA-EXC-MNT-EXPO   (GDA-IND-EXC) TO GDA-MNT-EXPO-EDIT.
008750     MOVE GDA-EXC-NB-JOURS   (GDA-IND-EXC) TO GDA-NB-JOURS-EDIT.
008760     MOVE GDA-EXC-MNT-LIMITE (GDA-IND-EXC) TO GDA-MNT-LIMITE-EDIT.
008770     IF  GDA-EXC-MNT-LIMITE (GDA-IND-EXC) EQUAL ZEROES
008780         MOVE '     AUCUNE' TO GDA-MNT-LIMITE-EDIT-X
008790     END-IF.
008800     MOVE SPACES TO RPT-LINE.
008810     STRING '    CSER ' GDA-EXC-NO-CSER (GDA-IND-EXC)
008820            ' EXPOSITION ' GDA-MNT-EXPO-EDIT
008830            ' LIMITE ' GDA-MNT-LIMITE-EDIT
008840            ' DEPUIS ' GDA-EXC-DAS-DEPUIS (GDA-IND-EXC)
008850            ' (' GDA-NB-JOURS-EDIT ' JOUR(S)) '
008860            GDA-EXC-SIGNAL (GDA-IND-EXC)
008870                DELIMITED BY SIZE INTO RPT-LINE.
008880     WRITE RPT-LINE.
008890*
008900 8110-IMPRIMER-SUIVANTE.
008910     ADD 1 TO GDA-IND-EXC.
008920*
008930 8110-IMPRIMER-EXCEPTION-EXIT.
008940     EXIT.
008950*
008960 9000-TOTAUX-RAPPORT.
008970*
008980     MOVE SPACES TO RPT-LINE.
008990     WRITE RPT-LINE.
009000     MOVE SPACES TO RPT-LINE.
009010     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
009020     STRING '  TOTAL CSER EXAMINES       : ' GDA-QT-TOTAL-EDIT
009030                DELIMITED BY SIZE INTO RPT-LINE.
009040     WRITE RPT-LINE.
009050     MOVE SPACES TO RPT-LINE.
009060     MOVE GDA-QT-CSER-EXPOSES TO GDA-QT-TOTAL-EDIT.
009070     STRING '  TOTAL CSER EXPOSES        : ' GDA-QT-TOTAL-EDIT
009080                DELIMITED BY SIZE INTO RPT-LINE.
009090     WRITE RPT-LINE.
009100     MOVE SPACES TO RPT-LINE.
009110     MOVE GDA-QT-EXC TO GDA-QT-TOTAL-EDIT.
009120     STRING '  TOTAL CSER EN EXCEPTION   : ' GDA-QT-TOTAL-EDIT
009130                DELIMITED BY SIZE INTO RPT-LINE.
009140     WRITE RPT-LINE.
009150     MOVE SPACES TO RPT-LINE.
009160     MOVE GDA-GRAND-EXPOSITION TO GDA-GRAND-EXPO-EDIT.
009170     STRING '  EXPOSITION TOTALE         : ' GDA-GRAND-EXPO-EDIT
009180                DELIMITED BY SIZE INTO RPT-LINE.
009190     WRITE RPT-LINE.
009200*
009210 9000-TOTAUX-RAPPORT-EXIT.
009220     EXIT.
009230*
009240*----------------------------------------------------------------*
009250*       F I N   D U   P R O G R A M M E   G F P B 4 8 9 A
009260*----------------------------------------------------------------*
