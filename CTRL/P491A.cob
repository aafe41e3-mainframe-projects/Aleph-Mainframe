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
000120*  MODULE:     GFPB491A  ETAT DE PREPARATION A LA FERMETURE DES
000130*              PERIODES D'OPERATION OUVERTES
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - LES SUPERVISEURS N'APPRENNENT CE QUI BLOQUE LA
000200*                    FERMETURE QU'AU REFUS DE GFPP466A, PORTES
000210*                    FERMEES.  CE BATCH EN LECTURE SEULE PEUT
000220*                    TOURNER PLUSIEURS FOIS DANS L'APRES-MIDI: POUR
000230*                    CHAQUE CSER AYANT UNE PEROPE OUVERTE ('O'), IL
000240*                    LISTE CHAQUE OBSTACLE AVEC L'AGENT ET LE
000250*                    MONTANT EN CAUSE.
000260*                  - OBSTACLES BLOQUANTS (MEMES REGLES QUE GFPP466A):
000270*                      CAISSE OUVERTE - SESCAI DE LA PERIODE SANS
000280*                        HEURE DE FERMETURE (AGENT FICTIF GFPL
000290*                        EXCLU, COMME DANS PREPAFFI);
000300*                      CYCLE DE PERCEPTION OUVERT - CYCPER DE
000310*                        L'AGENT, CYCPER-COD-CONTR-ENCAI = '0' ET
000320*                        DATE DE TRANSACTION NON POSTERIEURE A LA
000330*                        DATE SYSIN (CHA-AGEN);
000340*                      ECART SANS EXPLICATION - TOTAL ABSOLU DES
000350*                        ECARTS DE CAISSE AU-DESSUS DU SEUIL SYSIN
000360*                        ET AUCUN EXPECA (CTL-EXPL, GFPM916S);
000370*                      CENTRE EN MODE RECUPERATION
000380*                        (CSER-INDIC-RECUP-ACTIF = 'O').
000390*                  - AVERTISSEMENT: CUMUL CARTE DE LA SESCAI
000400*                    (SESCAI-CUMUL-CRCRE-DBT) EN DESACCORD AVEC SON
000410*                    DETAIL DEPINT 'D'/'K' (REGLE DE GFPB487A) - LA
000420*                    FERMETURE PASSE, MAIS LE PANORAMA EST FAUX.
000430*                  - ETAT PAR CENTRE: PRET, BLOQUE (AU MOINS UN
000440*                    OBSTACLE BLOQUANT) OU AVERTISSEMENT, AVEC LA
000450*                    REGION (REGCSER.TXT, COMME GFPB471A) POUR QUE
000460*                    LE BUREAU REGIONAL APPELLE LES BONS CENTRES.
000470*
000480*                CARTE SYSIN:
000490*                  COL 01-08  DATE DU JOUR (AAAAMMJJ)
000500*                  COL 09-17  SEUIL D'ECART SANS EXPLICATION
000510*                             (9999999V99, DEFAUT ZERO)
000520*
000530*******************************************************************
000540**    M O D I F I C A T I O N S
000550*******************************************************************
000560** 2026-10-15 - EQUIPE GFP
000570**              CREATION DU PROGRAMME.
000580*******************************************************************
000590*
000600*-------------------*
000610 IDENTIFICATION DIVISION.
000620*-------------------*
000630 PROGRAM-ID.    GFPB491A.
000640 AUTHOR.        EQUIPE GFP.
000650 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000660 DATE-WRITTEN.  OCTOBRE 2026.
000670 DATE-COMPILED.
000680*------------------*
000690 ENVIRONMENT DIVISION.
000700*------------------*
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT REGCSER  ASSIGN TO 'REGCSER.TXT'
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT RPPRETF  ASSIGN TO 'RPPRETF.TXT'
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770*------------*
000780 DATA DIVISION.
000790*------------*
000800 FILE SECTION.
000810 FD  REGCSER.
000820 01  REG-RECORD.
000830     03  REG-NO-CSER                PIC X(008).
000840     03  FILLER                     PIC X(001).
000850     03  REG-COD-REGION             PIC X(003).
000860     03  FILLER                     PIC X(001).
000870     03  REG-NOM-REGION             PIC X(030).
000880 FD  RPPRETF.
000890 01  RPT-LINE                       PIC X(132).
000900*--------------------------*
000910 WORKING-STORAGE SECTION.
000920*--------------------------*
000930 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB491A'.
000940 01  SYSIN-LIGNE.
000950     03  SYSIN-DAS-JOUR             PIC 9(008).
000960     03  SYSIN-SEUIL-ECART          PIC 9(007)V99.
000970     03  FILLER                     PIC X(115).
000980 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000990 77  GDA-QT-PERIO-OUVERTES          PIC S9(009) COMP VALUE ZERO.
001000 77  GDA-QT-PRETS                   PIC S9(009) COMP VALUE ZERO.
001010 77  GDA-QT-BLOQUES                 PIC S9(009) COMP VALUE ZERO.
001020 77  GDA-QT-AVERTIS                 PIC S9(009) COMP VALUE ZERO.
001030 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001040 77  GDA-SW-FIN-CSER                PIC  X(001) VALUE 'N'.
001050     88  GDA-FIN-CSER                            VALUE 'S'.
001060 77  GDA-SW-FIN-PEROPE               PIC X(001) VALUE 'N'.
001070     88  GDA-FIN-PEROPE                           VALUE 'S'.
001080 77  GDA-SW-FIN-CAISS                PIC X(001) VALUE 'N'.
001090     88  GDA-FIN-CAISS                            VALUE 'S'.
001100 77  GDA-SW-FIN-SESCAI               PIC X(001) VALUE 'N'.
001110     88  GDA-FIN-SESCAI                           VALUE 'S'.
001120 77  GDA-SW-FIN-DEPINT               PIC X(001) VALUE 'N'.
001130     88  GDA-FIN-DEPINT                           VALUE 'S'.
001140 77  GDA-SW-SESSN-PERIO              PIC X(001) VALUE 'N'.
001150     88  GDA-SESSN-PERIO                          VALUE 'O'.
001160*
001170*    ETAT DU CENTRE POUR LA PERIODE COURANTE: ' ' PRET,
001180*    'A' AVERTISSEMENT, 'B' BLOQUE (B L'EMPORTE SUR A).
001190 77  GDA-ETAT-PERIO                 PIC X(001) VALUE SPACE.
001200     88  GDA-PERIO-PRETE                         VALUE SPACE.
001210     88  GDA-PERIO-AVERTIE                       VALUE 'A'.
001220     88  GDA-PERIO-BLOQUEE                       VALUE 'B'.
001230 01  GDA-LIB-ETAT                   PIC X(013) VALUE SPACES.
001240*
001250 01  GDA-MNT-NET-PERCU      PIC S9(009)V99 COMP-3 VALUE ZERO.
001260 01  GDA-MNT-ECART-CAISS    PIC S9(009)V99 COMP-3 VALUE ZERO.
001270 01  GDA-MNT-ECART-ABS      PIC S9(009)V99 COMP-3 VALUE ZERO.
001280 01  GDA-TOTAL-ECART-CSER   PIC S9(011)V99 COMP-3 VALUE ZERO.
001290 01  GDA-TOTAL-CARTE        PIC S9(009)V99 COMP-3 VALUE ZERO.
001300 01  GDA-MNT-DIFF-CARTE     PIC S9(009)V99 COMP-3 VALUE ZERO.
001310 01  GDA-MNT-EDIT                   PIC -(009)9.99.
001320 01  GDA-TOTAL-EDIT                 PIC -(011)9.99.
001330 01  GDA-SEUIL-EDIT                 PIC Z(006)9.99.
001340*
001350*-----------------------------------------------------------------
001360*    LIGNES D'OBSTACLES DE LA PERIODE COURANTE: L'ETAT DU CENTRE
001370*    N'EST CONNU QU'A LA FIN DU BALAYAGE, L'EN-TETE EST ECRIT
001380*    AVANT LE DETAIL.
001390*-----------------------------------------------------------------
001400 01  GDA-TAB-OBS.
001410     03  GDA-QT-OBS                 PIC S9(004) COMP VALUE ZERO.
001420     03  GDA-OBS-LIGNE              PIC X(132) OCCURS 300 TIMES.
001430 77  GDA-IND-OBS                    PIC S9(004) COMP VALUE ZERO.
001440 01  GDA-LIGNE-OBS                  PIC X(132) VALUE SPACES.
001450*
001460*-----------------------------------------------------------------
001470*    ECART PAR AGENT, POUR LE DETAIL DE L'OBSTACLE D'ECART
001480*-----------------------------------------------------------------
001490 01  GDA-TAB-AGT.
001500     03  GDA-QT-AGT                 PIC S9(004) COMP VALUE ZERO.
001510     03  GDA-AGT-ENTREE             OCCURS 120 TIMES.
001520         05  GDA-AGT-NO-USAGR       PIC X(008).
001530         05  GDA-AGT-NO-SESSN       PIC X(006).
001540         05  GDA-AGT-MNT-ECART      PIC S9(009)V99 COMP-3.
001550 77  GDA-IND-AGT                    PIC S9(004) COMP VALUE ZERO.
001560*
001570*-----------------------------------------------------------------
001580*    REFERENCE REGIONALE (REGCSER.TXT)
001590*-----------------------------------------------------------------
001600 01  GDA-TAB-REGCSER.
001610     03  GDA-QT-REGCSER             PIC S9(004) COMP VALUE ZERO.
001620     03  GDA-REGCSER-ENTREE         OCCURS 600 TIMES.
001630         05  GDA-RC-NO-CSER         PIC X(008).
001640         05  GDA-RC-COD-REGION      PIC X(003).
001650 77  GDA-IND-REGCSER                PIC S9(004) COMP VALUE ZERO.
001660 77  GDA-SW-FIN-REGF                 PIC X(001) VALUE 'N'.
001670     88  GDA-FIN-REGF                             VALUE 'S'.
001680 77  GDA-COD-REGION-CSER            PIC X(003) VALUE SPACES.
001690*
001700*-----------------------------------------------------------------
001710*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKPEROPE / GFPKCAISS /
001720*    GFPKSESCAI / GFPKDEPINT / GFPKCYCPER / GFPKEXPECA)
001730*-----------------------------------------------------------------
001740 01  GFPK-CSER.
-INC   GFPKCSER
001750 01  GFPK-PEROPE.
-INC   GFPKPEROPE
001760 01  GFPK-CAISS.
-INC   GFPKCAISS
001770 01  GFPK-SESCAI.
-INC   GFPKSESCAI
001780 01  GFPK-DEPINT.
-INC   GFPKDEPINT
001790 01  GFPK-CYCPER.
-INC   GFPKCYCPER
001800 01  GFPK-EXPECA.
-INC   GFPKEXPECA
001810*
001820*--------------------*
001830 PROCEDURE DIVISION.
001840*--------------------*
001850*
001860 0000-MAINLINE.
001870*
001880     ACCEPT SYSIN-LIGNE FROM SYSIN.
001890     IF  SYSIN-SEUIL-ECART IS NOT NUMERIC
001900         MOVE ZERO TO SYSIN-SEUIL-ECART
001910     END-IF.
001920*
001930     OPEN INPUT  REGCSER.
001940     OPEN OUTPUT RPPRETF.
001950*
001960     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
001970     PERFORM 1500-CHARGER-REGIONS THRU 1500-CHARGER-REGIONS-EXIT.
001980*
001990     READY USAGE-MODE IS PROTECTED RETRIEVAL.
002000*
002010     OBTAIN FIRST CSER.
002020     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
002030         UNTIL GDA-FIN-CSER.
002040*
002050     FINISH.
002060*
002070     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
002080*
002090     CLOSE REGCSER
002100           RPPRETF.
002110*
002120*    RETURN CODE 4 QUAND UN CENTRE EST BLOQUE, POUR QUE LA
002130*    PLANIFICATION PUISSE ALERTER (COMME GFPB487A).
002140     IF  GDA-QT-BLOQUES GREATER ZEROES
002150         MOVE 4 TO RETURN-CODE
002160     END-IF.
002170     STOP RUN.
002180*
002190 1000-ENTETE-RAPPORT.
002200*
002210     MOVE SYSIN-SEUIL-ECART TO GDA-SEUIL-EDIT.
002220     MOVE SPACES TO RPT-LINE.
002230     STRING 'ETAT DE PREPARATION A LA FERMETURE DES PERIODES '
002240            'OUVERTES AU ' SYSIN-DAS-JOUR
002250            ' - SEUIL D''ECART SANS EXPLICATION ' GDA-SEUIL-EDIT
002260                DELIMITED BY SIZE INTO RPT-LINE.
002270     WRITE RPT-LINE.
002280     MOVE SPACES TO RPT-LINE.
002290     WRITE RPT-LINE.
002300*
002310 1000-ENTETE-RAPPORT-EXIT.
002320     EXIT.
002330*
002340 1500-CHARGER-REGIONS.
002350*
002360     READ REGCSER
002370         AT END SET GDA-FIN-REGF TO TRUE
002380     END-READ.
002390*
002400     PERFORM 1510-CHARGER-UNE-REGION
002410         THRU 1510-CHARGER-UNE-REGION-EXIT
002420         UNTIL GDA-FIN-REGF OR GDA-QT-REGCSER NOT LESS 600.
002430*
002440 1500-CHARGER-REGIONS-EXIT.
002450     EXIT.
002460*
002470 1510-CHARGER-UNE-REGION.
002480*
002490     ADD 1 TO GDA-QT-REGCSER.
002500     MOVE REG-NO-CSER     TO GDA-RC-NO-CSER (GDA-QT-REGCSER).
002510     MOVE REG-COD-REGION  TO GDA-RC-COD-REGION (GDA-QT-REGCSER).
002520*
002530     READ REGCSER
002540         AT END SET GDA-FIN-REGF TO TRUE
002550     END-READ.
002560*
002570 1510-CHARGER-UNE-REGION-EXIT.
002580     EXIT.
002590*
002600 2000-TRAITER-CSER.
002610*
002620     IF  ERROR-STATUS EQUAL '0307'
002630         SET GDA-FIN-CSER TO TRUE
002640         GO TO 2000-TRAITER-CSER-EXIT
002650     END-IF.
002660*
002670     IF  ERROR-STATUS NOT EQUAL '0000'
002680         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002690                 ERROR-STATUS
002700         SET GDA-FIN-CSER TO TRUE
002710         GO TO 2000-TRAITER-CSER-EXIT
002720     END-IF.
002730*
002740     ADD 1 TO GDA-QT-CSER-LUS.
002750*
002760     MOVE '???' TO GDA-COD-REGION-CSER.
002770     MOVE 1 TO GDA-IND-REGCSER.
002780     PERFORM 2010-CHERCHER-AFFECT THRU 2010-CHERCHER-AFFECT-EXIT
002790         UNTIL GDA-IND-REGCSER GREATER GDA-QT-REGCSER.
002800*
002810     MOVE 'N'    TO  GDA-SW-FIN-PEROPE.
002820     OBTAIN FIRST PEROPE WITHIN CSER-PEROPE.
002830*
002840     PERFORM 2100-TRAITER-PEROPE THRU 2100-TRAITER-PEROPE-EXIT
002850         UNTIL GDA-FIN-PEROPE.
002860*
002870     OBTAIN NEXT CSER.
002880*
002890 2000-TRAITER-CSER-EXIT.
002900     EXIT.
002910*
002920 2010-CHERCHER-AFFECT.
002930*
002940     IF  GDA-RC-NO-CSER (GDA-IND-REGCSER) EQUAL CSER-NO-CSER
002950         MOVE GDA-RC-COD-REGION (GDA-IND-REGCSER)
002960           TO GDA-COD-REGION-CSER
002970         MOVE GDA-QT-REGCSER TO GDA-IND-REGCSER
002980     END-IF.
002990     ADD 1 TO GDA-IND-REGCSER.
003000*
003010 2010-CHERCHER-AFFECT-EXIT.
003020     EXIT.
003030*
003040 2100-TRAITER-PEROPE.
003050*
003060     IF  ERROR-STATUS EQUAL '0307'
003070         SET GDA-FIN-PEROPE TO TRUE
003080         GO TO 2100-TRAITER-PEROPE-EXIT
003090     END-IF.
003100*
003110     IF  ERROR-STATUS NOT EQUAL '0000'
003120         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS PEROPE = '
003130                 ERROR-STATUS
003140         SET GDA-FIN-PEROPE TO TRUE
003150         GO TO 2100-TRAITER-PEROPE-EXIT
003160     END-IF.
003170*
003180     IF  PEROPE-STA-ETAT-CTB EQUAL 'O'
003190         ADD 1 TO GDA-QT-PERIO-OUVERTES
003200         PERFORM 2200-EVALUER-PERIODE
003210             THRU 2200-EVALUER-PERIODE-EXIT
003220     END-IF.
003230*
003240     OBTAIN NEXT PEROPE WITHIN CSER-PEROPE.
003250*
003260 2100-TRAITER-PEROPE-EXIT.
003270     EXIT.
003280*
003290 2200-EVALUER-PERIODE.
003300*
003310     MOVE SPACE  TO  GDA-ETAT-PERIO.
003320     MOVE ZERO   TO  GDA-QT-OBS.
003330     MOVE ZERO   TO  GDA-QT-AGT.
003340     MOVE ZERO   TO  GDA-TOTAL-ECART-CSER.
003350*
003360     IF  CSER-INDIC-RECUP-ACTIF EQUAL 'O'
003370         SET GDA-PERIO-BLOQUEE TO TRUE
003380         MOVE SPACES TO GDA-LIGNE-OBS
003390         STRING '    BLOQUANT  CENTRE EN MODE RECUPERATION'
003400                    DELIMITED BY SIZE INTO GDA-LIGNE-OBS
003410         PERFORM 2900-AJOUTER-OBSTACLE
003420             THRU 2900-AJOUTER-OBSTACLE-EXIT
003430     END-IF.
003440*
003450     MOVE 'N'    TO  GDA-SW-FIN-CAISS.
003460     OBTAIN FIRST CAISS WITHIN CSER-CAISS.
003470*
003480     PERFORM 2300-TRAITER-CAISS THRU 2300-TRAITER-CAISS-EXIT
003490         UNTIL GDA-FIN-CAISS.
003500*
003510     PERFORM 2600-CONTROLER-EXPLICATION
003520         THRU 2600-CONTROLER-EXPLICATION-EXIT.
003530*
003540     PERFORM 2800-ECRIRE-PERIODE THRU 2800-ECRIRE-PERIODE-EXIT.
003550*
003560 2200-EVALUER-PERIODE-EXIT.
003570     EXIT.
003580*
003590 2300-TRAITER-CAISS.
003600*
003610     IF  ERROR-STATUS EQUAL '0307'
003620         SET GDA-FIN-CAISS TO TRUE
003630         GO TO 2300-TRAITER-CAISS-EXIT
003640     END-IF.
003650*
003660     IF  ERROR-STATUS NOT EQUAL '0000'
003670         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CAISS = '
003680                 ERROR-STATUS
003690         SET GDA-FIN-CAISS TO TRUE
003700         GO TO 2300-TRAITER-CAISS-EXIT
003710     END-IF.
003720*
003730*    L'AGENT FICTIF GFPL (CAISS-NO-USAGR = CSER-NO-CSER) EST
003740*    EXCLU, COMME DANS PREPAFFI DE GFPP466A.
003750*
003760     IF  CAISS-NO-USAGR EQUAL CSER-NO-CSER
003770         GO TO 2300-CAISS-SUIVANTE
003780     END-IF.
003790*
003800     MOVE 'N'    TO  GDA-SW-SESSN-PERIO.
003810     MOVE 'N'    TO  GDA-SW-FIN-SESCAI.
003820     OBTAIN FIRST SESCAI WITHIN CAISS-SESCAI.
003830*
003840     PERFORM 2400-TRAITER-SESCAI THRU 2400-TRAITER-SESCAI-EXIT
003850         UNTIL GDA-FIN-SESCAI.
003860*
003870     IF  GDA-SESSN-PERIO
003880         PERFORM 2500-CONTROLER-CYCLE
003890             THRU 2500-CONTROLER-CYCLE-EXIT
003900     END-IF.
003910*
003920 2300-CAISS-SUIVANTE.
003930     OBTAIN NEXT CAISS WITHIN CSER-CAISS.
003940*
003950 2300-TRAITER-CAISS-EXIT.
003960     EXIT.
003970*
003980 2400-TRAITER-SESCAI.
003990*
004000     IF  ERROR-STATUS EQUAL '0307'
004010         SET GDA-FIN-SESCAI TO TRUE
004020         GO TO 2400-TRAITER-SESCAI-EXIT
004030     END-IF.
004040*
004050     IF  ERROR-STATUS NOT EQUAL '0000'
004060         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS SESCAI = '
004070                 ERROR-STATUS
004080         SET GDA-FIN-SESCAI TO TRUE
004090         GO TO 2400-TRAITER-SESCAI-EXIT
004100     END-IF.
004110*
004120     IF  SESCAI-GRP-IDENT-PERIO NOT EQUAL PEROPE-GRP-IDENT-PERIO
004130         GO TO 2400-SESCAI-SUIVANTE
004140     END-IF.
004150*
004160     SET GDA-SESSN-PERIO TO TRUE.
004170*
004180*    ECART DE LA CAISSE: MEME CALCUL QUE CHA-AGEN DE GFPP466A.
004190*
004200     COMPUTE GDA-MNT-NET-PERCU = SESCAI-CUMUL-ENCAI
004210                               + SESCAI-CUMUL-ENCAI-RECPR
004220                               - SESCAI-CUMUL-DECAI.
004230     COMPUTE GDA-MNT-ECART-CAISS = GDA-MNT-NET-PERCU
004240                                 - SESCAI-CUMUL-DEPOT-INTRN
004250                                 - SESCAI-TOTAL-PMDIR-CAISS
004260                                 - SESCAI-TOTAL-CRCRE-CAISS.
004270     IF  GDA-MNT-ECART-CAISS LESS ZEROES
004280         COMPUTE GDA-MNT-ECART-ABS = ZERO - GDA-MNT-ECART-CAISS
004290     ELSE
004300         MOVE GDA-MNT-ECART-CAISS TO GDA-MNT-ECART-ABS
004310     END-IF.
004320     ADD GDA-MNT-ECART-ABS TO GDA-TOTAL-ECART-CSER.
004330*
004340     IF  GDA-MNT-ECART-CAISS NOT EQUAL ZEROES
004350     AND GDA-QT-AGT LESS 120
004360         ADD 1 TO GDA-QT-AGT
004370         MOVE CAISS-NO-USAGR
004380           TO GDA-AGT-NO-USAGR (GDA-QT-AGT)
004390         MOVE SESCAI-NO-SESSN-CAISS
004400           TO GDA-AGT-NO-SESSN (GDA-QT-AGT)
004410         MOVE GDA-MNT-ECART-CAISS
004420           TO GDA-AGT-MNT-ECART (GDA-QT-AGT)
004430     END-IF.
004440*
004450     IF  SESCAI-HEURE-FERME-CAISS EQUAL ZEROES
004460         SET GDA-PERIO-BLOQUEE TO TRUE
004470         MOVE GDA-MNT-NET-PERCU TO GDA-MNT-EDIT
004480         MOVE SPACES TO GDA-LIGNE-OBS
004490         STRING '    BLOQUANT  CAISSE OUVERTE          AGENT '
004500                CAISS-NO-USAGR
004510                ' SESSION ' SESCAI-NO-SESSN-CAISS
004520                ' NET PERCU ' GDA-MNT-EDIT
004530                    DELIMITED BY SIZE INTO GDA-LIGNE-OBS
004540         PERFORM 2900-AJOUTER-OBSTACLE
004550             THRU 2900-AJOUTER-OBSTACLE-EXIT
004560     END-IF.
004570*
004580*    CUMUL CARTE CONTRE LE DETAIL DEPINT (REGLE DE GFPB487A).
004590*
004600     MOVE ZERO   TO  GDA-TOTAL-CARTE.
004610     MOVE 'N'    TO  GDA-SW-FIN-DEPINT.
004620     OBTAIN FIRST DEPINT WITHIN SESCAI-DEPINT.
004630*
004640     PERFORM 2410-TRAITER-DEPINT THRU 2410-TRAITER-DEPINT-EXIT
004650         UNTIL GDA-FIN-DEPINT.
004660*
004670     IF  GDA-TOTAL-CARTE NOT EQUAL SESCAI-CUMUL-CRCRE-DBT
004680         IF  NOT GDA-PERIO-BLOQUEE
004690             SET GDA-PERIO-AVERTIE TO TRUE
004700         END-IF
004710         COMPUTE GDA-MNT-DIFF-CARTE = SESCAI-CUMUL-CRCRE-DBT
004720                                    - GDA-TOTAL-CARTE
004730         MOVE GDA-MNT-DIFF-CARTE TO GDA-MNT-EDIT
004740         MOVE SPACES TO GDA-LIGNE-OBS
004750         STRING '    AVERTIS.  CUMUL CARTE <> DEPINT   AGENT '
004760                CAISS-NO-USAGR
004770                ' SESSION ' SESCAI-NO-SESSN-CAISS
004780                ' DIFFERENCE ' GDA-MNT-EDIT
004790                    DELIMITED BY SIZE INTO GDA-LIGNE-OBS
004800         PERFORM 2900-AJOUTER-OBSTACLE
004810             THRU 2900-AJOUTER-OBSTACLE-EXIT
004820     END-IF.
004830*
004840 2400-SESCAI-SUIVANTE.
004850     OBTAIN NEXT SESCAI WITHIN CAISS-SESCAI.
004860*
004870 2400-TRAITER-SESCAI-EXIT.
004880     EXIT.
004890*
004900 2410-TRAITER-DEPINT.
004910*
004920     IF  ERROR-STATUS EQUAL '0307'
004930         SET GDA-FIN-DEPINT TO TRUE
004940         GO TO 2410-TRAITER-DEPINT-EXIT
004950     END-IF.
004960*
004970     IF  ERROR-STATUS NOT EQUAL '0000'
004980         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS DEPINT = '
004990                 ERROR-STATUS
005000         SET GDA-FIN-DEPINT TO TRUE
005010         GO TO 2410-TRAITER-DEPINT-EXIT
005020     END-IF.
005030*
005040     IF  DEPINT-TYP-DEPOT-INTRN EQUAL 'D'
005050     OR  DEPINT-TYP-DEPOT-INTRN EQUAL 'K'
005060         ADD DEPINT-TOTAL-DEPOT-INTRN TO GDA-TOTAL-CARTE
005070     END-IF.
005080*
005090     OBTAIN NEXT DEPINT WITHIN SESCAI-DEPINT.
005100*
005110 2410-TRAITER-DEPINT-EXIT.
005120     EXIT.
005130*
005140 2500-CONTROLER-CYCLE.
005150*
005160*    MEME CLE ET MEME CRITERE QUE CHA-AGEN DE GFPP466A: CYCPER
005170*    DE L'AGENT (CALC SUR NO-USAGR), OUVERT ('0') ET DATE DE
005180*    TRANSACTION NON POSTERIEURE A LA DATE DU JOUR.
005190*
005200     MOVE CAISS-NO-USAGR TO CYCPER-NO-USAGR.
005210     OBTAIN CALC CYCPER.
005220*
005230     IF  ERROR-STATUS EQUAL '0326'
005240         GO TO 2500-CONTROLER-CYCLE-EXIT
005250     END-IF.
005260*
005270     IF  ERROR-STATUS NOT EQUAL '0000'
005280         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CYCPER = '
005290                 ERROR-STATUS
005300         GO TO 2500-CONTROLER-CYCLE-EXIT
005310     END-IF.
005320*
005330     IF  CYCPER-DAS-TX NOT GREATER SYSIN-DAS-JOUR
005340     AND CYCPER-COD-CONTR-ENCAI EQUAL '0'
005350         SET GDA-PERIO-BLOQUEE TO TRUE
005360         MOVE SPACES TO GDA-LIGNE-OBS
005370         STRING '    BLOQUANT  CYCLE DE PERCEPTION     AGENT '
005380                CAISS-NO-USAGR
005390                ' OUVERT DEPUIS LE ' CYCPER-DAS-TX
005400                    DELIMITED BY SIZE INTO GDA-LIGNE-OBS
005410         PERFORM 2900-AJOUTER-OBSTACLE
005420             THRU 2900-AJOUTER-OBSTACLE-EXIT
005430     END-IF.
005440*
005450 2500-CONTROLER-CYCLE-EXIT.
005460     EXIT.
005470*
005480 2600-CONTROLER-EXPLICATION.
005490*
005500*    CTL-EXPL DE GFPP466A: TOTAL ABSOLU DES ECARTS AU-DESSUS DU
005510*    SEUIL ET AUCUNE EXPLICATION (MEME CLE CALC QUE EXP-ECA) =
005520*    REFUS GFPM916S.  LE DETAIL DONNE L'ECART DE CHAQUE AGENT.
005530*
005540     IF  GDA-TOTAL-ECART-CSER NOT GREATER SYSIN-SEUIL-ECART
005550         GO TO 2600-CONTROLER-EXPLICATION-EXIT
005560     END-IF.
005570*
005580     MOVE CSER-NO-CSER          TO EXPECA-NO-CSER.
005590     MOVE PEROPE-DAS-DEB-PERIO  TO EXPECA-DAS-DEB-PERIO.
005600     MOVE PEROPE-NO-PERIO       TO EXPECA-NO-PERIO.
005610*
005620     OBTAIN CALC EXPECA.
005630*
005640     IF  ERROR-STATUS EQUAL '0000'
005650         GO TO 2600-CONTROLER-EXPLICATION-EXIT
005660     END-IF.
005670*
005680     IF  ERROR-STATUS NOT EQUAL '0326'
005690         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS EXPECA = '
005700                 ERROR-STATUS
005710         GO TO 2600-CONTROLER-EXPLICATION-EXIT
005720     END-IF.
005730*
005740     SET GDA-PERIO-BLOQUEE TO TRUE.
005750     MOVE GDA-TOTAL-ECART-CSER TO GDA-TOTAL-EDIT.
005760     MOVE SPACES TO GDA-LIGNE-OBS.
005770     STRING '    BLOQUANT  ECART SANS EXPLICATION  TOTAL '
005780            GDA-TOTAL-EDIT
005790                DELIMITED BY SIZE INTO GDA-LIGNE-OBS.
005800     PERFORM 2900-AJOUTER-OBSTACLE
005810         THRU 2900-AJOUTER-OBSTACLE-EXIT.
005820*
005830     MOVE 1 TO GDA-IND-AGT.
005840     PERFORM 2610-DETAILLER-AGENT THRU 2610-DETAILLER-AGENT-EXIT
005850         UNTIL GDA-IND-AGT GREATER GDA-QT-AGT.
005860*
005870 2600-CONTROLER-EXPLICATION-EXIT.
005880     EXIT.
005890*
005900 2610-DETAILLER-AGENT.
005910*
005920     MOVE GDA-AGT-MNT-ECART (GDA-IND-AGT) TO GDA-MNT-EDIT.
005930     MOVE SPACES TO GDA-LIGNE-OBS.
005940     STRING '                                        AGENT '
005950            GDA-AGT-NO-USAGR (GDA-IND-AGT)
005960            ' SESSION ' GDA-AGT-NO-SESSN (GDA-IND-AGT)
005970            ' ECART ' GDA-MNT-EDIT
005980                DELIMITED BY SIZE INTO GDA-LIGNE-OBS.
005990     PERFORM 2900-AJOUTER-OBSTACLE
006000         THRU 2900-AJOUTER-OBSTACLE-EXIT.
006010     ADD 1 TO GDA-IND-AGT.
006020*
006030 2610-DETAILLER-AGENT-EXIT.
006040     EXIT.
006050*
006060 2800-ECRIRE-PERIODE.
006070*
006080     EVALUATE TRUE
006090         WHEN GDA-PERIO-BLOQUEE
006100             ADD 1 TO GDA-QT-BLOQUES
006110             MOVE 'BLOQUE'        TO GDA-LIB-ETAT
006120         WHEN GDA-PERIO-AVERTIE
006130             ADD 1 TO GDA-QT-AVERTIS
006140             MOVE 'AVERTISSEMENT' TO GDA-LIB-ETAT
006150         WHEN OTHER
006160             ADD 1 TO GDA-QT-PRETS
006170             MOVE 'PRET'          TO GDA-LIB-ETAT
006180     END-EVALUATE.
006190*
006200     MOVE SPACES TO RPT-LINE.
006210     STRING 'CSER ' CSER-NO-CSER
006220            ' ' CSER-NOM-CSER
006230            ' REGION ' GDA-COD-REGION-CSER
006240            ' PERIODE ' PEROPE-GRP-IDENT-PERIO
006250            ' ETAT ' GDA-LIB-ETAT
006260                DELIMITED BY SIZE INTO RPT-LINE.
006270     WRITE RPT-LINE.
006280*
006290     MOVE 1 TO GDA-IND-OBS.
006300     PERFORM 2810-ECRIRE-OBSTACLE THRU 2810-ECRIRE-OBSTACLE-EXIT
006310         UNTIL GDA-IND-OBS GREATER GDA-QT-OBS.
006320*
006330 2800-ECRIRE-PERIODE-EXIT.
006340     EXIT.
006350*
006360 2810-ECRIRE-OBSTACLE.
006370*
006380     MOVE GDA-OBS-LIGNE (GDA-IND-OBS) TO RPT-LINE.
006390     WRITE RPT-LINE.
006400     ADD 1 TO GDA-IND-OBS.
006410*
006420 2810-ECRIRE-OBSTACLE-EXIT.
006430     EXIT.
006440*
006450 2900-AJOUTER-OBSTACLE.
006460*
006470     IF  GDA-QT-OBS LESS 300
006480         ADD 1 TO GDA-QT-OBS
006490         MOVE GDA-LIGNE-OBS TO GDA-OBS-LIGNE (GDA-QT-OBS)
006500     ELSE
006510         DISPLAY '000 ' CTE-PRGM ' - TABLE OBSTACLES PLEINE'
006520                 ' (300) - CSER ' CSER-NO-CSER
006530     END-IF.
006540*
006550 2900-AJOUTER-OBSTACLE-EXIT.
006560     EXIT.
006570*
006580 9000-TOTAUX-RAPPORT.
006590*
006600     MOVE SPACES TO RPT-LINE.
006610     WRITE RPT-LINE.
006620     MOVE SPACES TO RPT-LINE.
006630     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
006640     STRING '  TOTAL CSER EXAMINES       : ' GDA-QT-TOTAL-EDIT
006650                DELIMITED BY SIZE INTO RPT-LINE.
006660     WRITE RPT-LINE.
006670     MOVE SPACES TO RPT-LINE.
006680     MOVE GDA-QT-PERIO-OUVERTES TO GDA-QT-TOTAL-EDIT.
006690     STRING '  TOTAL PERIODES OUVERTES   : ' GDA-QT-TOTAL-EDIT
006700                DELIMITED BY SIZE INTO RPT-LINE.
006710     WRITE RPT-LINE.
006720     MOVE SPACES TO RPT-LINE.
006730     MOVE GDA-QT-PRETS TO GDA-QT-TOTAL-EDIT.
006740     STRING '  PRETES A FERMER           : ' GDA-QT-TOTAL-EDIT
006750                DELIMITED BY SIZE INTO RPT-LINE.
006760     WRITE RPT-LINE.
006770     MOVE SPACES TO RPT-LINE.
006780     MOVE GDA-QT-AVERTIS TO GDA-QT-TOTAL-EDIT.
006790     STRING '  AVEC AVERTISSEMENT        : ' GDA-QT-TOTAL-EDIT
006800                DELIMITED BY SIZE INTO RPT-LINE.
006810     WRITE RPT-LINE.
006820     MOVE SPACES TO RPT-LINE.
006830     MOVE GDA-QT-BLOQUES TO GDA-QT-TOTAL-EDIT.
006840     STRING '  BLOQUEES                  : ' GDA-QT-TOTAL-EDIT
006850                DELIMITED BY SIZE INTO RPT-LINE.
006860     WRITE RPT-LINE.
006870*
006880 9000-TOTAUX-RAPPORT-EXIT.
006890     EXIT.
006900*
006910*----------------------------------------------------------------*
006920*       F I N   D U   P R O G R A M M E   G F P B 4 9 1 A
006930*----------------------------------------------------------------*
