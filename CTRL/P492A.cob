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
000120*  MODULE:     GFPB492A  REGISTRE DES SUSPENS CARTE ET BANQUE -
000130*              MISE A JOUR QUOTIDIENNE ET TRAITEMENT DES ACTIONS
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - LES SUSPENS SONT EPARPILLES DANS DES FICHIERS
000200*                    REECRITS CHAQUE NUIT (UNRESOUT.TXT DE GFPB475A
000210*                    COTE CARTE, UNRBNKOU.TXT DE GFPB485A COTE
000220*                    BANQUE) ET LES FINANCES NE PEUVENT Y NOTER NI
000230*                    ENQUETE, NI RESOLUTION, NI RADIATION.
000240*                  - CE MODULE TIENT UN REGISTRE UNIQUE ET PERSISTANT
000250*                    (SUSREGIN.TXT = REGISTRE DE LA VEILLE,
000260*                    SUSREGOU.TXT = REGISTRE DU JOUR, MEME PATRON QUE
000270*                    UNRBNKIN/UNRBNKOU).  UN ITEM EST IDENTIFIE PAR
000280*                    SA SOURCE ('C' CARTE, 'B' BANQUE), SON CSER ET
000290*                    SA DATE D'OUVERTURE; IL PORTE UN STATUT, UN
000300*                    RESPONSABLE, UNE NOTE ET UN TYPE DE RESOLUTION.
000310*                  - ALIMENTATION: UNE LIGNE DE SUSPENS DU JOUR SANS
000320*                    ITEM OUVERT DE MEME SOURCE/CSER OUVRE UN ITEM;
000330*                    UN ITEM OUVERT PREND LE MONTANT ET L'AGE DU
000340*                    JOUR; UN ITEM OUVERT ABSENT DES SUSPENS DU JOUR
000350*                    EST RESOLU D'OFFICE (TYPE 'D' - DELAI DE
000360*                    REGLEMENT).  UNE LIGNE DU JOUR DE MEME MONTANT
000370*                    QU'UN ITEM DEJA RESOLU OU RADIE Y EST RATTACHEE
000380*                    SANS ROUVRIR D'ITEM (LES CONCILIATIONS NE
000390*                    CONNAISSENT PAS LES RADIATIONS).
000400*                  - ACTIONS DES FINANCES (SUSACTN.TXT), SUR L'ITEM
000410*                    OUVERT DE LA SOURCE/CSER DESIGNE:
000420*                      'A' AFFECTER UN RESPONSABLE (EN ENQUETE);
000430*                      'N' NOTE D'ENQUETE (EN ENQUETE);
000440*                      'R' RESOLUTION - TYPE 'D' DELAI, 'B' ERREUR
000450*                          DE LA BANQUE, 'R' RECUPERE;
000460*                      'W' RADIATION (TYPE 'P' PERTE) - APPROBATEUR
000470*                          OBLIGATOIRE ET DIFFERENT DE L'AUTEUR.
000480*                    LES ACTIONS REFUSEES SONT RAPPORTEES AVEC LE
000490*                    MOTIF.
000500*                  - CHAQUE RADIATION PRODUIT DEUX LIGNES EQUILIBREES
000510*                    AU FORMAT DU GRAND LIVRE (PERTE SUR SUSPENS
000520*                    PSUS CONTRE LE COMPTE DE SUSPENS SCAR OU SBNQ)
000530*                    AJOUTEES A GLSUSP.TXT (OUVERT EN EXTEND), QUE
000540*                    GFPB474A REPREND DANS LE PROCHAIN GLECART.TXT.
000550*                  - LES ITEMS FERMES SONT GARDES JUSQU'A LA FIN DU
000560*                    MOIS SUIVANT LEUR FERMETURE (RAPPORT MENSUEL
000570*                    GFPB493A), PUIS ELAGUES S'ILS NE SONT PLUS VUS
000580*                    DANS LES SUSPENS DU JOUR.
000590*                  - PASSE APRES GFPB475A ET GFPB485A.
000600*
000610*                CARTE SYSIN:
000620*                  COL 01-08  DATE DU JOUR (AAAAMMJJ)
000630*
000640*******************************************************************
000650**    M O D I F I C A T I O N S
000660*******************************************************************
000670** 2026-10-15 - EQUIPE GFP
000680**              CREATION DU PROGRAMME.
000690*******************************************************************
000700*
000710*-------------------*
000720 IDENTIFICATION DIVISION.
000730*-------------------*
000740 PROGRAM-ID.    GFPB492A.
000750 AUTHOR.        EQUIPE GFP.
000760 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000770 DATE-WRITTEN.  OCTOBRE 2026.
000780 DATE-COMPILED.
000790*------------------*
000800 ENVIRONMENT DIVISION.
000810*------------------*
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT UNRESOUT ASSIGN TO 'UNRESOUT.TXT'
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT UNRBNKOU ASSIGN TO 'UNRBNKOU.TXT'
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT SUSREGIN ASSIGN TO 'SUSREGIN.TXT'
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT SUSREGOU ASSIGN TO 'SUSREGOU.TXT'
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT SUSACTN  ASSIGN TO 'SUSACTN.TXT'
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT GLSUSP   ASSIGN TO 'GLSUSP.TXT'
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960     SELECT RPSUSREG ASSIGN TO 'RPSUSREG.TXT'
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980*------------*
000990 DATA DIVISION.
001000*------------*
001010 FILE SECTION.
001020 FD  UNRESOUT.
001030 01  URC-RECORD.
001040     03  URC-NO-CSER                PIC X(008).
001050     03  URC-MNT-ECART              PIC S9(009)V99 SIGN LEADING
001060                                                   SEPARATE.
001070     03  URC-NB-JOURS               PIC 9(003).
001080 FD  UNRBNKOU.
001090 01  URB-RECORD.
001100     03  URB-NO-CSER                PIC X(008).
001110     03  URB-MNT-ECART              PIC S9(009)V99 SIGN LEADING
001120                                                   SEPARATE.
001130     03  URB-NB-JOURS               PIC 9(003).
001140 FD  SUSREGIN.
001150 01  SRI-RECORD.
001160     03  SRI-COD-SOURCE             PIC X(001).
001170     03  SRI-NO-CSER                PIC X(008).
001180     03  SRI-DAS-OUVERT             PIC 9(008).
001190     03  SRI-STATUT                 PIC X(001).
001200     03  SRI-MNT-ORIG               PIC S9(009)V99 SIGN LEADING
001210                                                   SEPARATE.
001220     03  SRI-MNT-COURANT            PIC S9(009)V99 SIGN LEADING
001230                                                   SEPARATE.
001240     03  SRI-NB-JOURS               PIC 9(003).
001250     03  SRI-DAS-DERN-VU            PIC 9(008).
001260     03  SRI-RESPONSABLE            PIC X(008).
001270     03  SRI-TYP-RESOL              PIC X(001).
001280     03  SRI-DAS-RESOL              PIC 9(008).
001290     03  SRI-APPROBATEUR            PIC X(008).
001300     03  SRI-NOTE                   PIC X(060).
001310 FD  SUSREGOU.
001320 01  SRO-RECORD                     PIC X(138).
001330 FD  SUSACTN.
001340 01  ACT-RECORD.
001350     03  ACT-COD-ACTION             PIC X(001).
001360     03  ACT-COD-SOURCE             PIC X(001).
001370     03  ACT-NO-CSER                PIC X(008).
001380     03  ACT-NO-USAGR               PIC X(008).
001390     03  ACT-TYP-RESOL              PIC X(001).
001400     03  ACT-APPROBATEUR            PIC X(008).
001410     03  ACT-NOTE                   PIC X(060).
001420 FD  GLSUSP.
001430 01  GL-LINE                        PIC X(080).
001440 FD  RPSUSREG.
001450 01  RPT-LINE                       PIC X(132).
001460*--------------------------*
001470 WORKING-STORAGE SECTION.
001480*--------------------------*
001490 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB492A'.
001500 01  SYSIN-LIGNE.
001510     03  SYSIN-DAS-JOUR             PIC 9(008).
001520     03  FILLER                     PIC X(124).
001530 01  FILLER REDEFINES SYSIN-LIGNE.
001540     03  SYSIN-AAAA-JOUR            PIC 9(004).
001550     03  SYSIN-MM-JOUR              PIC 9(002).
001560     03  FILLER                     PIC X(126).
001570 77  GDA-QT-LUS                     PIC S9(009) COMP VALUE ZERO.
001580 77  GDA-QT-NOUVEAUX                PIC S9(009) COMP VALUE ZERO.
001590 77  GDA-QT-MAJ                     PIC S9(009) COMP VALUE ZERO.
001600 77  GDA-QT-RESOLUS-AUTO            PIC S9(009) COMP VALUE ZERO.
001610 77  GDA-QT-RESOLUS                 PIC S9(009) COMP VALUE ZERO.
001620 77  GDA-QT-RADIES                  PIC S9(009) COMP VALUE ZERO.
001630 77  GDA-QT-ACT-APPLIQ              PIC S9(009) COMP VALUE ZERO.
001640 77  GDA-QT-ACT-REFUS               PIC S9(009) COMP VALUE ZERO.
001650 77  GDA-QT-ELAGUES                 PIC S9(009) COMP VALUE ZERO.
001660 77  GDA-QT-ECRITS                  PIC S9(009) COMP VALUE ZERO.
001670 77  GDA-QT-ECRITURES               PIC S9(009) COMP VALUE ZERO.
001680 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001690 77  GDA-SW-FIN-URC                  PIC X(001) VALUE 'N'.
001700     88  GDA-FIN-URC                              VALUE 'S'.
001710 77  GDA-SW-FIN-URB                  PIC X(001) VALUE 'N'.
001720     88  GDA-FIN-URB                              VALUE 'S'.
001730 77  GDA-SW-FIN-SRI                  PIC X(001) VALUE 'N'.
001740     88  GDA-FIN-SRI                              VALUE 'S'.
001750 77  GDA-SW-FIN-ACT                  PIC X(001) VALUE 'N'.
001760     88  GDA-FIN-ACT                              VALUE 'S'.
001770 77  GDA-SW-SUS-TROUVE               PIC X(001) VALUE 'N'.
001780     88  GDA-SUS-TROUVE                           VALUE 'O'.
001790*
001800*    DATE DE FERMETURE EN DECA DE LAQUELLE UN ITEM FERME EST
001810*    ELAGUE: PREMIER JOUR DU MOIS PRECEDANT LA DATE SYSIN.
001820 01  GDA-DAS-ELAGAGE.
001830     03  GDA-AAAA-ELAGAGE           PIC 9(004).
001840     03  GDA-MM-ELAGAGE             PIC 9(002).
001850     03  GDA-JJ-ELAGAGE             PIC 9(002) VALUE 01.
001860 01  GDA-DAS-ELAGAGE-N REDEFINES GDA-DAS-ELAGAGE
001870                                    PIC 9(008).
001880*
001890 01  GDA-MNT-ECART-ABS        PIC S9(009)V99 COMP-3 VALUE ZERO.
001900 01  GDA-TOTAL-DEBIT          PIC S9(011)V99 COMP-3 VALUE ZERO.
001910 01  GDA-TOTAL-CREDIT         PIC S9(011)V99 COMP-3 VALUE ZERO.
001920 01  GDA-MNT-EDIT                   PIC -(009)9.99.
001930 01  GDA-TOTAL-EDIT                 PIC Z(010)9.99.
001940 01  GDA-MOTIF-REFUS                PIC X(040) VALUE SPACES.
001950*
001960*-----------------------------------------------------------------
001970*    ITEM DU REGISTRE EN COURS DE TRAITEMENT
001980*-----------------------------------------------------------------
001990 01  GDA-SRG.
002000     03  GDA-SRG-COD-SOURCE         PIC X(001).
002010     03  GDA-SRG-NO-CSER            PIC X(008).
002020     03  GDA-SRG-DAS-OUVERT         PIC 9(008).
002030     03  GDA-SRG-STATUT             PIC X(001).
002040         88  GDA-SRG-OUVERT                  VALUE 'O' 'E'.
002050         88  GDA-SRG-FERME                   VALUE 'R' 'A'.
002060     03  GDA-SRG-MNT-ORIG           PIC S9(009)V99 SIGN LEADING
002070                                                   SEPARATE.
002080     03  GDA-SRG-MNT-COURANT        PIC S9(009)V99 SIGN LEADING
002090                                                   SEPARATE.
002100     03  GDA-SRG-NB-JOURS           PIC 9(003).
002110     03  GDA-SRG-DAS-DERN-VU        PIC 9(008).
002120     03  GDA-SRG-RESPONSABLE        PIC X(008).
002130     03  GDA-SRG-TYP-RESOL          PIC X(001).
002140     03  GDA-SRG-DAS-RESOL          PIC 9(008).
002150     03  GDA-SRG-APPROBATEUR        PIC X(008).
002160     03  GDA-SRG-NOTE               PIC X(060).
002170*
002180*-----------------------------------------------------------------
002190*    SUSPENS DU JOUR (UNRESOUT.TXT 'C' + UNRBNKOU.TXT 'B')
002200*-----------------------------------------------------------------
002210 01  GDA-TAB-SUS.
002220     03  GDA-QT-SUS                 PIC S9(004) COMP VALUE ZERO.
002230     03  GDA-SUS-ENTREE             OCCURS 4000 TIMES.
002240         05  GDA-SUS-COD-SOURCE     PIC X(001).
002250         05  GDA-SUS-NO-CSER        PIC X(008).
002260         05  GDA-SUS-MNT            PIC S9(009)V99 COMP-3.
002270         05  GDA-SUS-NB-JOURS       PIC 9(003).
002280         05  GDA-SUS-PRIS           PIC X(001).
002290 77  GDA-IND-SUS                    PIC S9(004) COMP VALUE ZERO.
002300*
002310*-----------------------------------------------------------------
002320*    ACTIONS DES FINANCES (SUSACTN.TXT)
002330*    ETAT: ' ' A TRAITER, 'T' APPLIQUEE, 'X' REFUSEE
002340*-----------------------------------------------------------------
002350 01  GDA-TAB-ACT.
002360     03  GDA-QT-ACT                 PIC S9(004) COMP VALUE ZERO.
002370     03  GDA-ACT-ENTREE             OCCURS 500 TIMES.
002380         05  GDA-ACT-COD-ACTION     PIC X(001).
002390         05  GDA-ACT-COD-SOURCE     PIC X(001).
002400         05  GDA-ACT-NO-CSER        PIC X(008).
002410         05  GDA-ACT-NO-USAGR       PIC X(008).
002420         05  GDA-ACT-TYP-RESOL      PIC X(001).
002430         05  GDA-ACT-APPROBATEUR    PIC X(008).
002440         05  GDA-ACT-NOTE           PIC X(060).
002450         05  GDA-ACT-ETAT           PIC X(001).
002460 77  GDA-IND-ACT                    PIC S9(004) COMP VALUE ZERO.
002470*
002480*-----------------------------------------------------------------
002490*    LIGNE D'ECRITURE AU FORMAT D'INTRANT DU GRAND LIVRE
002500*    (MEME FORMAT QUE GLECART.TXT DE GFPB474A)
002510*-----------------------------------------------------------------
002520 01  GL-LINE-WS.
002530     03  GL-NO-CSER                 PIC X(008).
002540     03  FILLER                     PIC X(001) VALUE SPACE.
002550     03  GL-IDENT-PERIO             PIC X(010).
002560     03  FILLER                     PIC X(001) VALUE SPACE.
002570     03  GL-COD-ECART               PIC X(001).
002580     03  FILLER                     PIC X(001) VALUE SPACE.
002590     03  GL-CPT-IMPUT               PIC X(004).
002600     03  FILLER                     PIC X(001) VALUE SPACE.
002610     03  GL-SENS-DT-CT              PIC X(001).
002620     03  FILLER                     PIC X(001) VALUE SPACE.
002630     03  GL-MNT-ECART               PIC 9(009).99.
002640     03  FILLER                     PIC X(001) VALUE SPACE.
002650     03  GL-CPT-CONTREP             PIC X(004).
002660*
002670*    IDENTIFIANT DE L'ITEM DANS LA LIGNE DU GRAND LIVRE, A LA
002680*    PLACE DE L'IDENTIFIANT DE PERIODE: 'S' + SOURCE + OUVERTURE.
002690 01  GDA-IDENT-SUSP.
002700     03  FILLER                     PIC X(001) VALUE 'S'.
002710     03  GDA-IDENT-SUSP-SOURCE      PIC X(001).
002720     03  GDA-IDENT-SUSP-DAS         PIC 9(008).
002730 01  GDA-CPT-SUSP                   PIC X(004) VALUE SPACES.
002740*
002750*--------------------*
002760 PROCEDURE DIVISION.
002770*--------------------*
002780*
002790 0000-MAINLINE.
002800*
002810     ACCEPT SYSIN-LIGNE FROM SYSIN.
002820*
002830     IF  SYSIN-MM-JOUR EQUAL 01
002840         COMPUTE GDA-AAAA-ELAGAGE = SYSIN-AAAA-JOUR - 1
002850         MOVE 12 TO GDA-MM-ELAGAGE
002860     ELSE
002870         MOVE SYSIN-AAAA-JOUR TO GDA-AAAA-ELAGAGE
002880         COMPUTE GDA-MM-ELAGAGE = SYSIN-MM-JOUR - 1
002890     END-IF.
002900*
002910     OPEN INPUT  UNRESOUT
002920                 UNRBNKOU
002930                 SUSREGIN
002940                 SUSACTN.
002950     OPEN OUTPUT SUSREGOU
002960                 RPSUSREG.
002970     OPEN EXTEND GLSUSP.
002980*
002990     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
003000     PERFORM 1100-CHARGER-CARTE THRU 1100-CHARGER-CARTE-EXIT.
003010     PERFORM 1200-CHARGER-BANQUE THRU 1200-CHARGER-BANQUE-EXIT.
003020     PERFORM 1300-CHARGER-ACTIONS THRU 1300-CHARGER-ACTIONS-EXIT.
003030*
003040     READ SUSREGIN
003050         AT END SET GDA-FIN-SRI TO TRUE
003060     END-READ.
003070     PERFORM 2000-TRAITER-ITEM THRU 2000-TRAITER-ITEM-EXIT
003080         UNTIL GDA-FIN-SRI.
003090*
003100     PERFORM 3000-NOUVEAUX-ITEMS THRU 3000-NOUVEAUX-ITEMS-EXIT.
003110*
003120     PERFORM 4000-ACTIONS-ORPHELINES
003130         THRU 4000-ACTIONS-ORPHELINES-EXIT.
003140*
003150     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
003160*
003170     CLOSE UNRESOUT
003180           UNRBNKOU
003190           SUSREGIN
003200           SUSACTN
003210           SUSREGOU
003220           GLSUSP
003230           RPSUSREG.
003240*
003250     STOP RUN.
003260*
003270 1000-ENTETE-RAPPORT.
003280*
003290     MOVE SPACES TO RPT-LINE.
003300     STRING 'REGISTRE DES SUSPENS CARTE ET BANQUE - MISE A JOUR '
003310            'DU ' SYSIN-DAS-JOUR
003320                DELIMITED BY SIZE INTO RPT-LINE.
003330     WRITE RPT-LINE.
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE.
003360*
003370 1000-ENTETE-RAPPORT-EXIT.
003380     EXIT.
003390*
003400 1100-CHARGER-CARTE.
003410*
003420     READ UNRESOUT
003430         AT END SET GDA-FIN-URC TO TRUE
003440     END-READ.
003450*
003460     PERFORM 1110-CHARGER-UNE-CARTE
003470         THRU 1110-CHARGER-UNE-CARTE-EXIT
003480         UNTIL GDA-FIN-URC OR GDA-QT-SUS NOT LESS 4000.
003490*
003500     IF  NOT GDA-FIN-URC
003510         DISPLAY '000 ' CTE-PRGM ' - TABLE SUSPENS PLEINE'
003520                 ' (4000) - UNRESOUT TRONQUE'
003530     END-IF.
003540*
003550 1100-CHARGER-CARTE-EXIT.
003560     EXIT.
003570*
003580 1110-CHARGER-UNE-CARTE.
003590*
003600     ADD 1 TO GDA-QT-SUS.
003610     MOVE 'C'            TO GDA-SUS-COD-SOURCE (GDA-QT-SUS).
003620     MOVE URC-NO-CSER    TO GDA-SUS-NO-CSER (GDA-QT-SUS).
003630     MOVE URC-MNT-ECART  TO GDA-SUS-MNT (GDA-QT-SUS).
003640     MOVE URC-NB-JOURS   TO GDA-SUS-NB-JOURS (GDA-QT-SUS).
003650     MOVE 'N'            TO GDA-SUS-PRIS (GDA-QT-SUS).
003660*
003670     READ UNRESOUT
003680         AT END SET GDA-FIN-URC TO TRUE
003690     END-READ.
003700*
003710 1110-CHARGER-UNE-CARTE-EXIT.
003720     EXIT.
003730*
003740 1200-CHARGER-BANQUE.
003750*
003760     READ UNRBNKOU
003770         AT END SET GDA-FIN-URB TO TRUE
003780     END-READ.
003790*
003800     PERFORM 1210-CHARGER-UNE-BANQUE
003810         THRU 1210-CHARGER-UNE-BANQUE-EXIT
003820         UNTIL GDA-FIN-URB OR GDA-QT-SUS NOT LESS 4000.
003830*
003840     IF  NOT GDA-FIN-URB
003850         DISPLAY '000 ' CTE-PRGM ' - TABLE SUSPENS PLEINE'
003860                 ' (4000) - UNRBNKOU TRONQUE'
003870     END-IF.
003880*
003890 1200-CHARGER-BANQUE-EXIT.
003900     EXIT.
003910*
003920 1210-CHARGER-UNE-BANQUE.
003930*
003940     ADD 1 TO GDA-QT-SUS.
003950     MOVE 'B'            TO GDA-SUS-COD-SOURCE (GDA-QT-SUS).
003960     MOVE URB-NO-CSER    TO GDA-SUS-NO-CSER (GDA-QT-SUS).
003970     MOVE URB-MNT-ECART  TO GDA-SUS-MNT (GDA-QT-SUS).
003980     MOVE URB-NB-JOURS   TO GDA-SUS-NB-JOURS (GDA-QT-SUS).
003990     MOVE 'N'            TO GDA-SUS-PRIS (GDA-QT-SUS).
004000*
004010     READ UNRBNKOU
004020         AT END SET GDA-FIN-URB TO TRUE
004030     END-READ.
004040*
004050 1210-CHARGER-UNE-BANQUE-EXIT.
004060     EXIT.
004070*
004080 1300-CHARGER-ACTIONS.
004090*
004100     READ SUSACTN
004110         AT END SET GDA-FIN-ACT TO TRUE
004120     END-READ.
004130*
004140     PERFORM 1310-CHARGER-UNE-ACTION
004150         THRU 1310-CHARGER-UNE-ACTION-EXIT
004160         UNTIL GDA-FIN-ACT OR GDA-QT-ACT NOT LESS 500.
004170*
004180     IF  NOT GDA-FIN-ACT
004190         DISPLAY '000 ' CTE-PRGM ' - TABLE ACTIONS PLEINE'
004200                 ' (500) - SUSACTN TRONQUE'
004210     END-IF.
004220*
004230 1300-CHARGER-ACTIONS-EXIT.
004240     EXIT.
004250*
004260 1310-CHARGER-UNE-ACTION.
004270*
004280     ADD 1 TO GDA-QT-ACT.
004290     MOVE ACT-COD-ACTION   TO GDA-ACT-COD-ACTION (GDA-QT-ACT).
004300     MOVE ACT-COD-SOURCE   TO GDA-ACT-COD-SOURCE (GDA-QT-ACT).
004310     MOVE ACT-NO-CSER      TO GDA-ACT-NO-CSER (GDA-QT-ACT).
004320     MOVE ACT-NO-USAGR     TO GDA-ACT-NO-USAGR (GDA-QT-ACT).
004330     MOVE ACT-TYP-RESOL    TO GDA-ACT-TYP-RESOL (GDA-QT-ACT).
004340     MOVE ACT-APPROBATEUR  TO GDA-ACT-APPROBATEUR (GDA-QT-ACT).
004350     MOVE ACT-NOTE         TO GDA-ACT-NOTE (GDA-QT-ACT).
004360     MOVE SPACE            TO GDA-ACT-ETAT (GDA-QT-ACT).
004370*
004380     READ SUSACTN
004390         AT END SET GDA-FIN-ACT TO TRUE
004400     END-READ.
004410*
004420 1310-CHARGER-UNE-ACTION-EXIT.
004430     EXIT.
004440*
004450 2000-TRAITER-ITEM.
004460*
004470     ADD 1 TO GDA-QT-LUS.
004480     MOVE SRI-RECORD TO GDA-SRG.
004490*
004500     IF  GDA-SRG-OUVERT
004510         PERFORM 2100-SUIVRE-OUVERT THRU 2100-SUIVRE-OUVERT-EXIT
004520     ELSE
004530         PERFORM 2200-SUIVRE-FERME THRU 2200-SUIVRE-FERME-EXIT
004540     END-IF.
004550*
004560     MOVE 1 TO GDA-IND-ACT.
004570     PERFORM 2300-CHERCHER-ACTION THRU 2300-CHERCHER-ACTION-EXIT
004580         UNTIL GDA-IND-ACT GREATER GDA-QT-ACT.
004590*
004600*    UN ITEM FERME AVANT LE MOIS PRECEDENT ET QUI N'EST PLUS VU
004610*    DANS LES SUSPENS DU JOUR A DEJA PARU AU RAPPORT MENSUEL.
004620*
004630     IF  GDA-SRG-FERME
004640     AND GDA-SRG-DAS-DERN-VU NOT EQUAL SYSIN-DAS-JOUR
004650     AND GDA-SRG-DAS-RESOL LESS GDA-DAS-ELAGAGE-N
004660         ADD 1 TO GDA-QT-ELAGUES
004670     ELSE
004680         MOVE GDA-SRG TO SRO-RECORD
004690         WRITE SRO-RECORD
004700         ADD 1 TO GDA-QT-ECRITS
004710     END-IF.
004720*
004730     READ SUSREGIN
004740         AT END SET GDA-FIN-SRI TO TRUE
004750     END-READ.
004760*
004770 2000-TRAITER-ITEM-EXIT.
004780     EXIT.
004790*
004800 2100-SUIVRE-OUVERT.
004810*
004820     MOVE 'N' TO GDA-SW-SUS-TROUVE.
004830     MOVE 1   TO GDA-IND-SUS.
004840     PERFORM 2110-CHERCHER-SUSPENS THRU 2110-CHERCHER-SUSPENS-EXIT
004850         UNTIL GDA-SUS-TROUVE
004860            OR GDA-IND-SUS GREATER GDA-QT-SUS.
004870*
004880     IF  GDA-SUS-TROUVE
004890         ADD 1 TO GDA-QT-MAJ
004900         MOVE 'O' TO GDA-SUS-PRIS (GDA-IND-SUS)
004910         MOVE GDA-SUS-MNT (GDA-IND-SUS)
004920           TO GDA-SRG-MNT-COURANT
004930         MOVE GDA-SUS-NB-JOURS (GDA-IND-SUS)
004940           TO GDA-SRG-NB-JOURS
004950         MOVE SYSIN-DAS-JOUR TO GDA-SRG-DAS-DERN-VU
004960         GO TO 2100-SUIVRE-OUVERT-EXIT
004970     END-IF.
004980*
004990*    DISPARU DES SUSPENS DU JOUR: LA CONCILIATION A RATTRAPE
005000*    L'ECART - RESOLU D'OFFICE COMME DELAI DE REGLEMENT.
005010*
005020     ADD 1 TO GDA-QT-RESOLUS-AUTO.
005030     MOVE 'R'             TO GDA-SRG-STATUT.
005040     MOVE 'D'             TO GDA-SRG-TYP-RESOL.
005050     MOVE SYSIN-DAS-JOUR  TO GDA-SRG-DAS-RESOL.
005060     IF  GDA-SRG-NOTE EQUAL SPACES
005070         MOVE 'RESORBE A LA CONCILIATION' TO GDA-SRG-NOTE
005080     END-IF.
005090*
005100     MOVE GDA-SRG-MNT-COURANT TO GDA-MNT-EDIT.
005110     MOVE SPACES TO RPT-LINE.
005120     STRING '  RESOLU D''OFFICE    ' GDA-SRG-COD-SOURCE
005130            ' CSER ' GDA-SRG-NO-CSER
005140            ' OUVERT ' GDA-SRG-DAS-OUVERT
005150            ' MONTANT ' GDA-MNT-EDIT
005160            ' APRES ' GDA-SRG-NB-JOURS ' JOUR(S)'
005170                DELIMITED BY SIZE INTO RPT-LINE.
005180     WRITE RPT-LINE.
005190*
005200 2100-SUIVRE-OUVERT-EXIT.
005210     EXIT.
005220*
005230 2110-CHERCHER-SUSPENS.
005240*
005250     IF  GDA-SUS-PRIS (GDA-IND-SUS) EQUAL 'N'
005260     AND GDA-SUS-COD-SOURCE (GDA-IND-SUS) EQUAL GDA-SRG-COD-SOURCE
005270     AND GDA-SUS-NO-CSER (GDA-IND-SUS) EQUAL GDA-SRG-NO-CSER
005280         SET GDA-SUS-TROUVE TO TRUE
005290     ELSE
005300         ADD 1 TO GDA-IND-SUS
005310     END-IF.
005320*
005330 2110-CHERCHER-SUSPENS-EXIT.
005340     EXIT.
005350*
005360 2200-SUIVRE-FERME.
005370*
005380*    LES CONCILIATIONS CONTINUENT DE SORTIR UN ECART RADIE OU
005390*    RESOLU A LA MAIN: LA LIGNE DU JOUR DE MEME MONTANT EST
005400*    RATTACHEE A L'ITEM FERME AU LIEU D'EN OUVRIR UN NOUVEAU.
005410*
005420     MOVE 'N' TO GDA-SW-SUS-TROUVE.
005430     MOVE 1   TO GDA-IND-SUS.
005440     PERFORM 2210-CHERCHER-MNT THRU 2210-CHERCHER-MNT-EXIT
005450         UNTIL GDA-SUS-TROUVE
005460            OR GDA-IND-SUS GREATER GDA-QT-SUS.
005470*
005480     IF  GDA-SUS-TROUVE
005490         MOVE 'O' TO GDA-SUS-PRIS (GDA-IND-SUS)
005500         MOVE SYSIN-DAS-JOUR TO GDA-SRG-DAS-DERN-VU
005510     END-IF.
005520*
005530 2200-SUIVRE-FERME-EXIT.
005540     EXIT.
005550*
005560 2210-CHERCHER-MNT.
005570*
005580     IF  GDA-SUS-PRIS (GDA-IND-SUS) EQUAL 'N'
005590     AND GDA-SUS-COD-SOURCE (GDA-IND-SUS) EQUAL GDA-SRG-COD-SOURCE
005600     AND GDA-SUS-NO-CSER (GDA-IND-SUS) EQUAL GDA-SRG-NO-CSER
005610     AND GDA-SUS-MNT (GDA-IND-SUS) EQUAL GDA-SRG-MNT-COURANT
005620         SET GDA-SUS-TROUVE TO TRUE
005630     ELSE
005640         ADD 1 TO GDA-IND-SUS
005650     END-IF.
005660*
005670 2210-CHERCHER-MNT-EXIT.
005680     EXIT.
005690*
005700 2300-CHERCHER-ACTION.
005710*
005720     IF  GDA-ACT-ETAT (GDA-IND-ACT) EQUAL SPACE
005730     AND GDA-ACT-COD-SOURCE (GDA-IND-ACT) EQUAL GDA-SRG-COD-SOURCE
005740     AND GDA-ACT-NO-CSER (GDA-IND-ACT) EQUAL GDA-SRG-NO-CSER
005750     AND GDA-SRG-OUVERT
005760         PERFORM 2400-APPLIQUER-ACTION
005770             THRU 2400-APPLIQUER-ACTION-EXIT
005780     END-IF.
005790     ADD 1 TO GDA-IND-ACT.
005800*
005810 2300-CHERCHER-ACTION-EXIT.
005820     EXIT.
005830*
005840 2400-APPLIQUER-ACTION.
005850*
005860     MOVE SPACES TO GDA-MOTIF-REFUS.
005870*
005880     EVALUATE GDA-ACT-COD-ACTION (GDA-IND-ACT)
005890         WHEN 'A'
005900             IF  GDA-ACT-NO-USAGR (GDA-IND-ACT) EQUAL SPACES
005910                 MOVE 'RESPONSABLE ABSENT' TO GDA-MOTIF-REFUS
005920             ELSE
005930                 MOVE GDA-ACT-NO-USAGR (GDA-IND-ACT)
005940                   TO GDA-SRG-RESPONSABLE
005950                 MOVE 'E' TO GDA-SRG-STATUT
005960             END-IF
005970         WHEN 'N'
005980             IF  GDA-ACT-NOTE (GDA-IND-ACT) EQUAL SPACES
005990                 MOVE 'NOTE ABSENTE' TO GDA-MOTIF-REFUS
006000             ELSE
006010                 MOVE 'E' TO GDA-SRG-STATUT
006020             END-IF
006030         WHEN 'R'
006040             IF  GDA-ACT-TYP-RESOL (GDA-IND-ACT) NOT EQUAL 'D'
006050             AND GDA-ACT-TYP-RESOL (GDA-IND-ACT) NOT EQUAL 'B'
006060             AND GDA-ACT-TYP-RESOL (GDA-IND-ACT) NOT EQUAL 'R'
006070                 MOVE 'TYPE DE RESOLUTION INVALIDE (D/B/R)'
006080                   TO GDA-MOTIF-REFUS
006090             ELSE
006100                 ADD 1 TO GDA-QT-RESOLUS
006110                 MOVE 'R' TO GDA-SRG-STATUT
006120                 MOVE GDA-ACT-TYP-RESOL (GDA-IND-ACT)
006130                   TO GDA-SRG-TYP-RESOL
006140                 MOVE SYSIN-DAS-JOUR TO GDA-SRG-DAS-RESOL
006150             END-IF
006160         WHEN 'W'
006170             IF  GDA-ACT-APPROBATEUR (GDA-IND-ACT) EQUAL SPACES
006180             OR  GDA-ACT-APPROBATEUR (GDA-IND-ACT)
006190                     EQUAL GDA-ACT-NO-USAGR (GDA-IND-ACT)
006200                 MOVE 'APPROBATION DU SUPERVISEUR ABSENTE'
006210                   TO GDA-MOTIF-REFUS
006220             ELSE
006230                 ADD 1 TO GDA-QT-RADIES
006240                 MOVE 'A' TO GDA-SRG-STATUT
006250                 MOVE 'P' TO GDA-SRG-TYP-RESOL
006260                 MOVE SYSIN-DAS-JOUR TO GDA-SRG-DAS-RESOL
006270                 MOVE GDA-ACT-APPROBATEUR (GDA-IND-ACT)
006280                   TO GDA-SRG-APPROBATEUR
006290                 PERFORM 2500-ECRIRE-RADIATION
006300                     THRU 2500-ECRIRE-RADIATION-EXIT
006310             END-IF
006320         WHEN OTHER
006330             MOVE 'CODE D''ACTION INVALIDE (A/N/R/W)'
006340               TO GDA-MOTIF-REFUS
006350     END-EVALUATE.
006360*
006370     IF  GDA-MOTIF-REFUS NOT EQUAL SPACES
006380         PERFORM 2410-REFUSER-ACTION THRU 2410-REFUSER-ACTION-EXIT
006390         GO TO 2400-APPLIQUER-ACTION-EXIT
006400     END-IF.
006410*
006420     ADD 1 TO GDA-QT-ACT-APPLIQ.
006430     MOVE 'T' TO GDA-ACT-ETAT (GDA-IND-ACT).
006440     IF  GDA-ACT-NOTE (GDA-IND-ACT) NOT EQUAL SPACES
006450         MOVE GDA-ACT-NOTE (GDA-IND-ACT) TO GDA-SRG-NOTE
006460     END-IF.
006470*
006480     MOVE GDA-SRG-MNT-COURANT TO GDA-MNT-EDIT.
006490     MOVE SPACES TO RPT-LINE.
006500     STRING '  ACTION ' GDA-ACT-COD-ACTION (GDA-IND-ACT)
006510            ' PAR ' GDA-ACT-NO-USAGR (GDA-IND-ACT)
006520            '  ' GDA-SRG-COD-SOURCE
006530            ' CSER ' GDA-SRG-NO-CSER
006540            ' OUVERT ' GDA-SRG-DAS-OUVERT
006550            ' MONTANT ' GDA-MNT-EDIT
006560            ' STATUT ' GDA-SRG-STATUT
006570            ' TYPE ' GDA-SRG-TYP-RESOL
006580                DELIMITED BY SIZE INTO RPT-LINE.
006590     WRITE RPT-LINE.
006600*
006610 2400-APPLIQUER-ACTION-EXIT.
006620     EXIT.
006630*
006640 2410-REFUSER-ACTION.
006650*
006660     ADD 1 TO GDA-QT-ACT-REFUS.
006670     MOVE 'X' TO GDA-ACT-ETAT (GDA-IND-ACT).
006680*
006690     MOVE SPACES TO RPT-LINE.
006700     STRING '  *REFUS* ACTION ' GDA-ACT-COD-ACTION (GDA-IND-ACT)
006710            ' PAR ' GDA-ACT-NO-USAGR (GDA-IND-ACT)
006720            '  ' GDA-ACT-COD-SOURCE (GDA-IND-ACT)
006730            ' CSER ' GDA-ACT-NO-CSER (GDA-IND-ACT)
006740            ' - ' GDA-MOTIF-REFUS
006750                DELIMITED BY SIZE INTO RPT-LINE.
006760     WRITE RPT-LINE.
006770*
006780 2410-REFUSER-ACTION-EXIT.
006790     EXIT.
006800*
006810 2500-ECRIRE-RADIATION.
006820*
006830*    DEUX LIGNES EQUILIBREES, COMPTES PERMUTES COMME DANS
006840*    GFPB474A: LA PERTE SUR SUSPENS (PSUS) CONTRE LE COMPTE DE
006850*    SUSPENS DE LA SOURCE (SCAR CARTE, SBNQ BANQUE).  UN SUSPENS
006860*    POSITIF (NOTRE MONTANT > LE LEUR) EST UNE PERTE: DEBIT PSUS.
006870*    UN SUSPENS NEGATIF EST UN GAIN: CREDIT PSUS.
006880*
006890     IF  GDA-SRG-MNT-COURANT LESS ZEROES
006900         COMPUTE GDA-MNT-ECART-ABS = ZERO - GDA-SRG-MNT-COURANT
006910     ELSE
006920         MOVE GDA-SRG-MNT-COURANT TO GDA-MNT-ECART-ABS
006930     END-IF.
006940*
006950     IF  GDA-SRG-COD-SOURCE EQUAL 'C'
006960         MOVE 'SCAR' TO GDA-CPT-SUSP
006970     ELSE
006980         MOVE 'SBNQ' TO GDA-CPT-SUSP
006990     END-IF.
007000*
007010     MOVE GDA-SRG-COD-SOURCE      TO  GDA-IDENT-SUSP-SOURCE.
007020     MOVE GDA-SRG-DAS-OUVERT      TO  GDA-IDENT-SUSP-DAS.
007030*
007040     MOVE SPACES                  TO  GL-LINE-WS.
007050     MOVE GDA-SRG-NO-CSER         TO  GL-NO-CSER.
007060     MOVE GDA-IDENT-SUSP          TO  GL-IDENT-PERIO.
007070     MOVE 'S'                     TO  GL-COD-ECART.
007080     MOVE GDA-MNT-ECART-ABS       TO  GL-MNT-ECART.
007090     MOVE 'PSUS'                  TO  GL-CPT-IMPUT.
007100     MOVE GDA-CPT-SUSP            TO  GL-CPT-CONTREP.
007110*
007120     IF  GDA-SRG-MNT-COURANT LESS ZEROES
007130         MOVE 'C'                 TO  GL-SENS-DT-CT
007140     ELSE
007150         MOVE 'D'                 TO  GL-SENS-DT-CT
007160     END-IF.
007170     MOVE GL-LINE-WS              TO  GL-LINE.
007180     WRITE GL-LINE.
007190     ADD 1 TO GDA-QT-ECRITURES.
007200*
007210     MOVE GDA-CPT-SUSP            TO  GL-CPT-IMPUT.
007220     MOVE 'PSUS'                  TO  GL-CPT-CONTREP.
007230*
007240     IF  GDA-SRG-MNT-COURANT LESS ZEROES
007250         MOVE 'D'                 TO  GL-SENS-DT-CT
007260     ELSE
007270         MOVE 'C'                 TO  GL-SENS-DT-CT
007280     END-IF.
007290     MOVE GL-LINE-WS              TO  GL-LINE.
007300     WRITE GL-LINE.
007310     ADD 1 TO GDA-QT-ECRITURES.
007320*
007330     ADD GDA-MNT-ECART-ABS        TO  GDA-TOTAL-DEBIT.
007340     ADD GDA-MNT-ECART-ABS        TO  GDA-TOTAL-CREDIT.
007350*
007360 2500-ECRIRE-RADIATION-EXIT.
007370     EXIT.
007380*
007390 3000-NOUVEAUX-ITEMS.
007400*
007410*    LIGNES DE SUSPENS DU JOUR SANS ITEM AU REGISTRE.
007420*
007430     MOVE 1 TO GDA-IND-SUS.
007440     PERFORM 3100-OUVRIR-ITEM THRU 3100-OUVRIR-ITEM-EXIT
007450         UNTIL GDA-IND-SUS GREATER GDA-QT-SUS.
007460*
007470 3000-NOUVEAUX-ITEMS-EXIT.
007480     EXIT.
007490*
007500 3100-OUVRIR-ITEM.
007510*
007520     IF  GDA-SUS-PRIS (GDA-IND-SUS) NOT EQUAL 'N'
007530         GO TO 3100-ITEM-SUIVANT
007540     END-IF.
007550*
007560     ADD 1 TO GDA-QT-NOUVEAUX.
007570     MOVE 'O' TO GDA-SUS-PRIS (GDA-IND-SUS).
007580*
007590     MOVE SPACES                      TO GDA-SRG.
007600     MOVE GDA-SUS-COD-SOURCE (GDA-IND-SUS)
007610                                      TO GDA-SRG-COD-SOURCE.
007620     MOVE GDA-SUS-NO-CSER (GDA-IND-SUS)
007630                                      TO GDA-SRG-NO-CSER.
007640     MOVE SYSIN-DAS-JOUR              TO GDA-SRG-DAS-OUVERT.
007650     MOVE 'O'                         TO GDA-SRG-STATUT.
007660     MOVE GDA-SUS-MNT (GDA-IND-SUS)   TO GDA-SRG-MNT-ORIG.
007670     MOVE GDA-SUS-MNT (GDA-IND-SUS)   TO GDA-SRG-MNT-COURANT.
007680     MOVE GDA-SUS-NB-JOURS (GDA-IND-SUS)
007690                                      TO GDA-SRG-NB-JOURS.
007700     MOVE SYSIN-DAS-JOUR              TO GDA-SRG-DAS-DERN-VU.
007710     MOVE ZERO                        TO GDA-SRG-DAS-RESOL.
007720*
007730     MOVE GDA-SRG TO SRO-RECORD.
007740     WRITE SRO-RECORD.
007750     ADD 1 TO GDA-QT-ECRITS.
007760*
007770     MOVE GDA-SRG-MNT-COURANT TO GDA-MNT-EDIT.
007780     MOVE SPACES TO RPT-LINE.
007790     STRING '  NOUVEL ITEM        ' GDA-SRG-COD-SOURCE
007800            ' CSER ' GDA-SRG-NO-CSER
007810            ' MONTANT ' GDA-MNT-EDIT
007820            ' SUSPENS DEPUIS ' GDA-SRG-NB-JOURS ' JOUR(S)'
007830                DELIMITED BY SIZE INTO RPT-LINE.
007840     WRITE RPT-LINE.
007850*
007860 3100-ITEM-SUIVANT.
007870     ADD 1 TO GDA-IND-SUS.
007880*
007890 3100-OUVRIR-ITEM-EXIT.
007900     EXIT.
007910*
007920 4000-ACTIONS-ORPHELINES.
007930*
007940*    ACTIONS RESTEES SANS ITEM OUVERT CORRESPONDANT (ITEM
007950*    INCONNU, DEJA FERME, OU FERME D'OFFICE CETTE NUIT).
007960*
007970     MOVE 1 TO GDA-IND-ACT.
007980     PERFORM 4100-REFUSER-ORPHEL THRU 4100-REFUSER-ORPHEL-EXIT
007990         UNTIL GDA-IND-ACT GREATER GDA-QT-ACT.
008000*
008010 4000-ACTIONS-ORPHELINES-EXIT.
008020     EXIT.
008030*
008040 4100-REFUSER-ORPHEL.
008050*
008060     IF  GDA-ACT-ETAT (GDA-IND-ACT) EQUAL SPACE
008070         MOVE 'AUCUN ITEM OUVERT POUR CETTE SOURCE/CSER'
008080           TO GDA-MOTIF-REFUS
008090         PERFORM 2410-REFUSER-ACTION THRU 2410-REFUSER-ACTION-EXIT
008100     END-IF.
008110     ADD 1 TO GDA-IND-ACT.
008120*
008130 4100-REFUSER-ORPHEL-EXIT.
008140     EXIT.
008150*
008160 9000-TOTAUX-RAPPORT.
008170*
008180     MOVE SPACES TO RPT-LINE.
008190     WRITE RPT-LINE.
008200     MOVE SPACES TO RPT-LINE.
008210     MOVE GDA-QT-LUS TO GDA-QT-TOTAL-EDIT.
008220     STRING '  ITEMS LUS AU REGISTRE     : ' GDA-QT-TOTAL-EDIT
008230                DELIMITED BY SIZE INTO RPT-LINE.
008240     WRITE RPT-LINE.
008250     MOVE SPACES TO RPT-LINE.
008260     MOVE GDA-QT-NOUVEAUX TO GDA-QT-TOTAL-EDIT.
008270     STRING '  NOUVEAUX ITEMS            : ' GDA-QT-TOTAL-EDIT
008280                DELIMITED BY SIZE INTO RPT-LINE.
008290     WRITE RPT-LINE.
008300     MOVE SPACES TO RPT-LINE.
008310     MOVE GDA-QT-MAJ TO GDA-QT-TOTAL-EDIT.
008320     STRING '  ITEMS TOUJOURS EN SUSPENS : ' GDA-QT-TOTAL-EDIT
008330                DELIMITED BY SIZE INTO RPT-LINE.
008340     WRITE RPT-LINE.
008350     MOVE SPACES TO RPT-LINE.
008360     MOVE GDA-QT-RESOLUS-AUTO TO GDA-QT-TOTAL-EDIT.
008370     STRING '  RESOLUS D''OFFICE          : ' GDA-QT-TOTAL-EDIT
008380                DELIMITED BY SIZE INTO RPT-LINE.
008390     WRITE RPT-LINE.
008400     MOVE SPACES TO RPT-LINE.
008410     MOVE GDA-QT-RESOLUS TO GDA-QT-TOTAL-EDIT.
008420     STRING '  RESOLUS PAR LES FINANCES  : ' GDA-QT-TOTAL-EDIT
008430                DELIMITED BY SIZE INTO RPT-LINE.
008440     WRITE RPT-LINE.
008450     MOVE SPACES TO RPT-LINE.
008460     MOVE GDA-QT-RADIES TO GDA-QT-TOTAL-EDIT.
008470     STRING '  RADIES                    : ' GDA-QT-TOTAL-EDIT
008480                DELIMITED BY SIZE INTO RPT-LINE.
008490     WRITE RPT-LINE.
008500     MOVE SPACES TO RPT-LINE.
008510     MOVE GDA-QT-ACT-APPLIQ TO GDA-QT-TOTAL-EDIT.
008520     STRING '  ACTIONS APPLIQUEES        : ' GDA-QT-TOTAL-EDIT
008530                DELIMITED BY SIZE INTO RPT-LINE.
008540     WRITE RPT-LINE.
008550     MOVE SPACES TO RPT-LINE.
008560     MOVE GDA-QT-ACT-REFUS TO GDA-QT-TOTAL-EDIT.
008570     STRING '  ACTIONS REFUSEES          : ' GDA-QT-TOTAL-EDIT
008580                DELIMITED BY SIZE INTO RPT-LINE.
008590     WRITE RPT-LINE.
008600     MOVE SPACES TO RPT-LINE.
008610     MOVE GDA-QT-ELAGUES TO GDA-QT-TOTAL-EDIT.
008620     STRING '  ITEMS FERMES ELAGUES      : ' GDA-QT-TOTAL-EDIT
008630                DELIMITED BY SIZE INTO RPT-LINE.
008640     WRITE RPT-LINE.
008650     MOVE SPACES TO RPT-LINE.
008660     MOVE GDA-QT-ECRITS TO GDA-QT-TOTAL-EDIT.
008670     STRING '  ITEMS AU NOUVEAU REGISTRE : ' GDA-QT-TOTAL-EDIT
008680                DELIMITED BY SIZE INTO RPT-LINE.
008690     WRITE RPT-LINE.
008700     MOVE SPACES TO RPT-LINE.
008710     MOVE GDA-QT-ECRITURES TO GDA-QT-TOTAL-EDIT.
008720     STRING '  LIGNES DE RADIATION (GL)  : ' GDA-QT-TOTAL-EDIT
008730                DELIMITED BY SIZE INTO RPT-LINE.
008740     WRITE RPT-LINE.
008750     MOVE SPACES TO RPT-LINE.
008760     MOVE GDA-TOTAL-DEBIT TO GDA-TOTAL-EDIT.
008770     STRING '  TOTAL DEBITS RADIATION    : ' GDA-TOTAL-EDIT
008780                DELIMITED BY SIZE INTO RPT-LINE.
008790     WRITE RPT-LINE.
008800     MOVE SPACES TO RPT-LINE.
008810     MOVE GDA-TOTAL-CREDIT TO GDA-TOTAL-EDIT.
008820     STRING '  TOTAL CREDITS RADIATION   : ' GDA-TOTAL-EDIT
008830                DELIMITED BY SIZE INTO RPT-LINE.
008840     WRITE RPT-LINE.
008850*
008860 9000-TOTAUX-RAPPORT-EXIT.
008870     EXIT.
008880*
008890*----------------------------------------------------------------*
008900*       F I N   D U   P R O G R A M M E   G F P B 4 9 2 A
008910*----------------------------------------------------------------*
