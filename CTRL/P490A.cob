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
000120*  MODULE:     GFPB490A  RAPPROCHEMENT DES ACCUSES DU GRAND LIVRE
000130*              AVEC LES ECRITURES D'ECART EMISES (GLECART.TXT)
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - PASSE APRES GFPB474A: LES LIGNES DU GLECART.TXT
000200*                    DE LA NUIT S'AJOUTENT AU SUIVI DES LIGNES EN
000210*                    ATTENTE D'ACCUSE (GLSUIVIN.TXT = SUIVI DE LA
000220*                    VEILLE, GLSUIVOU.TXT = SUIVI DU JOUR, MEME
000230*                    PATRON QUE LES SUSPENS DE GFPB485A).
000240*                  - LE FICHIER DE RETOUR DU GRAND LIVRE (GLACCUS.TXT)
000250*                    EST APPARIE LIGNE A LIGNE SUR CSER, IDENTIFIANT
000260*                    DE PERIODE, CODE D'ECART, SENS ET MONTANT; LA
000270*                    PLUS ANCIENNE LIGNE EN ATTENTE DE MEME CLE
000280*                    PREND L'ACCUSE.
000290*                  - RAPPORT: LIGNES COMPTABILISEES, REJETEES (AVEC
000300*                    LE MOTIF DU GRAND LIVRE), ET EMISES SANS ACCUSE
000310*                    DEPUIS PLUS DE N EXECUTIONS QUOTIDIENNES.
000320*                  - LES LIGNES REJETEES RESTENT AU SUIVI JUSQU'A CE
000330*                    QUE LA COMPTABILITE, LA CAUSE CORRIGEE AU GRAND
000340*                    LIVRE, DEMANDE LA RESOUMISSION (CARTE SYSIN):
000350*                    ELLES SONT ALORS ECRITES DANS GLRESOU.TXT ET
000360*                    RETIREES DU SUIVI - GFPB474A LES REPREND UNE
000370*                    SEULE FOIS DANS LE PROCHAIN GLECART.TXT ET VIDE
000380*                    LE FICHIER; LA LIGNE RESOUMISE REVIENT AU SUIVI
000390*                    COMME UNE NOUVELLE EMISSION.
000400*                  - GFPB474A MARQUE LA PEROPE EMISE 'E' (EMISE, EN
000410*                    ATTENTE DU GRAND LIVRE).  QUAND PLUS AUCUNE
000420*                    LIGNE DE LA PERIODE N'EST EN ATTENTE NI
000430*                    REJETEE, CE MODULE LA PASSE A 'O': L'EMISSION
000440*                    N'EST DEFINITIVE QU'APRES CONFIRMATION.
000450*
000460*                CARTE SYSIN:
000470*                  COL 01-08  DATE DU JOUR (AAAAMMJJ)
000480*                  COL 09-11  NOMBRE D'EXECUTIONS SANS ACCUSE AVANT
000490*                             SIGNALEMENT (DEFAUT 003)
000500*                  COL 12     'O' = RESOUMETTRE LES LIGNES REJETEES
000510*
000520*******************************************************************
000530**    M O D I F I C A T I O N S
000540*******************************************************************
000550** 2026-10-15 - EQUIPE GFP
000560**              CREATION DU PROGRAMME.
000570*******************************************************************
000580*
000590*-------------------*
000600 IDENTIFICATION DIVISION.
000610*-------------------*
000620 PROGRAM-ID.    GFPB490A.
000630 AUTHOR.        EQUIPE GFP.
000640 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000650 DATE-WRITTEN.  OCTOBRE 2026.
000660 DATE-COMPILED.
000670*------------------*
000680 ENVIRONMENT DIVISION.
000690*------------------*
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT GLECART  ASSIGN TO 'GLECART.TXT'
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT GLACCUS  ASSIGN TO 'GLACCUS.TXT'
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT GLSUIVIN ASSIGN TO 'GLSUIVIN.TXT'
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT GLSUIVOU ASSIGN TO 'GLSUIVOU.TXT'
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT GLRESOU  ASSIGN TO 'GLRESOU.TXT'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820     SELECT RPGLACK  ASSIGN TO 'RPGLACK.TXT'
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840*------------*
000850 DATA DIVISION.
000860*------------*
000870 FILE SECTION.
000880 FD  GLECART.
000890 01  GL-LINE                        PIC X(080).
000900*
000910*    RETOUR DU GRAND LIVRE: LA LIGNE RECUE TELLE QU'EMISE, SUIVIE
000920*    DU STATUT ('A' COMPTABILISEE, 'R' REJETEE) ET DU MOTIF.
000930 FD  GLACCUS.
000940 01  ACK-RECORD.
000950     03  ACK-LIGNE                  PIC X(046).
000960     03  FILLER                     PIC X(001).
000970     03  ACK-STATUT                 PIC X(001).
000980     03  FILLER                     PIC X(001).
000990     03  ACK-MOTIF                  PIC X(040).
001000 FD  GLSUIVIN.
001010 01  SUI-RECORD.
001020     03  SUI-LIGNE                  PIC X(046).
001030     03  SUI-STATUT                 PIC X(001).
001040     03  SUI-NB-JOURS               PIC 9(003).
001050     03  SUI-MOTIF                  PIC X(040).
001060 FD  GLSUIVOU.
001070 01  SUO-RECORD.
001080     03  SUO-LIGNE                  PIC X(046).
001090     03  SUO-STATUT                 PIC X(001).
001100     03  SUO-NB-JOURS               PIC 9(003).
001110     03  SUO-MOTIF                  PIC X(040).
001120 FD  GLRESOU.
001130 01  GLR-LINE                       PIC X(080).
001140 FD  RPGLACK.
001150 01  RPT-LINE                       PIC X(132).
001160*--------------------------*
001170 WORKING-STORAGE SECTION.
001180*--------------------------*
001190 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB490A'.
001200 01  SYSIN-LIGNE.
001210     03  SYSIN-DAS-JOUR             PIC 9(008).
001220     03  SYSIN-NB-JOURS-MAX         PIC 9(003).
001230     03  SYSIN-IND-RESOUMETTRE      PIC X(001).
001240     03  FILLER                     PIC X(120).
001250 77  GDA-QT-ACCUSES                 PIC S9(009) COMP VALUE ZERO.
001260 77  GDA-QT-COMPTABILISEES          PIC S9(009) COMP VALUE ZERO.
001270 77  GDA-QT-REJETEES                PIC S9(009) COMP VALUE ZERO.
001280 77  GDA-QT-RESOUMISES              PIC S9(009) COMP VALUE ZERO.
001290 77  GDA-QT-EN-ATTENTE              PIC S9(009) COMP VALUE ZERO.
001300 77  GDA-QT-SANS-ACCUSE             PIC S9(009) COMP VALUE ZERO.
001310 77  GDA-QT-INCONNUS                PIC S9(009) COMP VALUE ZERO.
001320 77  GDA-QT-CONFIRMEES              PIC S9(009) COMP VALUE ZERO.
001330 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001340 77  GDA-SW-FIN-GLE                 PIC  X(001) VALUE 'N'.
001350     88  GDA-FIN-GLE                             VALUE 'S'.
001360 77  GDA-SW-FIN-ACK                 PIC  X(001) VALUE 'N'.
001370     88  GDA-FIN-ACK                             VALUE 'S'.
001380 77  GDA-SW-FIN-SUI                 PIC  X(001) VALUE 'N'.
001390     88  GDA-FIN-SUI                             VALUE 'S'.
001400 77  GDA-SW-FIN-PEROPE               PIC X(001) VALUE 'N'.
001410     88  GDA-FIN-PEROPE                           VALUE 'S'.
001420 77  GDA-SW-PEROPE-TROUVEE           PIC X(001) VALUE 'N'.
001430     88  GDA-PEROPE-TROUVEE                       VALUE 'O'.
001440 77  GDA-SW-SUI-TROUVE               PIC X(001) VALUE 'N'.
001450     88  GDA-SUI-TROUVE                           VALUE 'O'.
001460 77  GDA-SW-PERIODE-OUVERTE          PIC X(001) VALUE 'N'.
001470     88  GDA-PERIODE-OUVERTE                      VALUE 'O'.
001480*
001490*-----------------------------------------------------------------
001500*    LIGNE D'ECRITURE AU FORMAT D'INTRANT DU GRAND LIVRE (MEME
001510*    DECOUPAGE QUE GL-LINE-WS DE GFPB474A)
001520*-----------------------------------------------------------------
001530 01  GL-LINE-WS.
001540     03  GL-NO-CSER                 PIC X(008).
001550     03  FILLER                     PIC X(001).
001560     03  GL-IDENT-PERIO             PIC X(010).
001570     03  FILLER                     PIC X(001).
001580     03  GL-COD-ECART               PIC X(001).
001590     03  FILLER                     PIC X(001).
001600     03  GL-CPT-IMPUT               PIC X(004).
001610     03  FILLER                     PIC X(001).
001620     03  GL-SENS-DT-CT              PIC X(001).
001630     03  FILLER                     PIC X(001).
001640     03  GL-MNT-ECART               PIC X(012).
001650     03  FILLER                     PIC X(001).
001660     03  GL-CPT-CONTREP             PIC X(004).
001670*
001680*-----------------------------------------------------------------
001690*    TABLE DE SUIVI: LIGNES EMISES EN ATTENTE ('E'), REJETEES
001700*    ('R'), COMPTABILISEES CE JOUR ('A') OU DEJA CONFIRMEES ('T')
001710*-----------------------------------------------------------------
001720 01  GDA-TAB-SUI.
001730     03  GDA-QT-SUI                 PIC S9(004) COMP VALUE ZERO.
001740     03  GDA-SUI-ENTREE             OCCURS 5000 TIMES.
001750         05  GDA-SUI-LIGNE.
001760             07  GDA-SUI-NO-CSER    PIC X(008).
001770             07  FILLER             PIC X(001).
001780             07  GDA-SUI-IDENT-PERIO
001790                                    PIC X(010).
001800             07  FILLER             PIC X(001).
001810             07  GDA-SUI-COD-ECART  PIC X(001).
001820             07  FILLER             PIC X(001).
001830             07  GDA-SUI-CPT-IMPUT  PIC X(004).
001840             07  FILLER             PIC X(001).
001850             07  GDA-SUI-SENS       PIC X(001).
001860             07  FILLER             PIC X(001).
001870             07  GDA-SUI-MNT        PIC X(012).
001880             07  FILLER             PIC X(001).
001890             07  GDA-SUI-CPT-CONTREP
001900                                    PIC X(004).
001910         05  GDA-SUI-STATUT         PIC X(001).
001920         05  GDA-SUI-NB-JOURS       PIC 9(003).
001930         05  GDA-SUI-MOTIF          PIC X(040).
001940 77  GDA-IND-SUI                    PIC S9(004) COMP VALUE ZERO.
001950 77  GDA-IND-PER                    PIC S9(004) COMP VALUE ZERO.
001960 01  GDA-NO-CSER-CIBLE              PIC X(008) VALUE SPACES.
001970 01  GDA-IDENT-PERIO-CIBLE          PIC X(010) VALUE SPACES.
001980*
001990*-----------------------------------------------------------------
002000*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKPEROPE)
002010*-----------------------------------------------------------------
002020 01  GFPK-CSER.
-INC   GFPKCSER
002030 01  GFPK-PEROPE.
-INC   GFPKPEROPE
002040*
002050*--------------------*
002060 PROCEDURE DIVISION.
002070*--------------------*
002080*
002090 0000-MAINLINE.
002100*
002110     ACCEPT SYSIN-LIGNE FROM SYSIN.
002120     IF  SYSIN-NB-JOURS-MAX IS NOT NUMERIC
002130         MOVE 003 TO SYSIN-NB-JOURS-MAX
002140     END-IF.
002150     IF  SYSIN-NB-JOURS-MAX EQUAL ZEROES
002160         MOVE 003 TO SYSIN-NB-JOURS-MAX
002170     END-IF.
002180*
002190     OPEN INPUT  GLSUIVIN
002200                 GLECART
002210                 GLACCUS.
002220     OPEN OUTPUT GLSUIVOU
002230                 GLRESOU
002240                 RPGLACK.
002250*
002260     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
002270     PERFORM 1100-CHARGER-SUIVI THRU 1100-CHARGER-SUIVI-EXIT.
002280     PERFORM 1200-CHARGER-EMISES THRU 1200-CHARGER-EMISES-EXIT.
002290*
002300     PERFORM 2000-APPARIER-ACCUSES
002310     THRU 2000-APPARIER-ACCUSES-EXIT.
002320*
002330     READY USAGE-MODE IS PROTECTED UPDATE.
002340*
002350     PERFORM 3000-CONFIRMER-PERIODES
002360         THRU 3000-CONFIRMER-PERIODES-EXIT.
002370*
002380     FINISH.
002390*
002400     PERFORM 4000-REPORTER-SUIVI THRU 4000-REPORTER-SUIVI-EXIT.
002410*
002420     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
002430*
002440     CLOSE GLSUIVIN
002450           GLECART
002460           GLACCUS
002470           GLSUIVOU
002480           GLRESOU
002490           RPGLACK.
002500*
002510     STOP RUN.
002520*
002530 1000-ENTETE-RAPPORT.
002540*
002550     MOVE SPACES TO RPT-LINE.
002560     STRING 'ACCUSES DU GRAND LIVRE - ECRITURES D''ECART DE '
002570            'CAISSE AU ' SYSIN-DAS-JOUR
002580                DELIMITED BY SIZE INTO RPT-LINE.
002590     WRITE RPT-LINE.
002600     MOVE SPACES TO RPT-LINE.
002610     WRITE RPT-LINE.
002620*
002630 1000-ENTETE-RAPPORT-EXIT.
002640     EXIT.
002650*
002660 1100-CHARGER-SUIVI.
002670*
002680*    LE SUIVI DE LA VEILLE EST CHARGE EN PREMIER: LES LIGNES LES
002690*    PLUS ANCIENNES PRENNENT LES ACCUSES EN PREMIER.
002700*
002710     READ GLSUIVIN
002720         AT END SET GDA-FIN-SUI TO TRUE
002730     END-READ.
002740*
002750     PERFORM 1110-CHARGER-UN-SUIVI THRU 1110-CHARGER-UN-SUIVI-EXIT
002760         UNTIL GDA-FIN-SUI OR GDA-QT-SUI NOT LESS 5000.
002770*
002780     IF  NOT GDA-FIN-SUI
002790         DISPLAY '000 ' CTE-PRGM ' - TABLE SUIVI PLEINE    '
002800                 ' (5000) - FICHIER TRONQUE'
002810     END-IF.
002820*
002830 1100-CHARGER-SUIVI-EXIT.
002840     EXIT.
002850*
002860 1110-CHARGER-UN-SUIVI.
002870*
002880     ADD 1 TO GDA-QT-SUI.
002890     MOVE SUI-LIGNE    TO GDA-SUI-LIGNE (GDA-QT-SUI).
002900     MOVE SUI-STATUT   TO GDA-SUI-STATUT (GDA-QT-SUI).
002910     MOVE SUI-NB-JOURS TO GDA-SUI-NB-JOURS (GDA-QT-SUI).
002920     MOVE SUI-MOTIF    TO GDA-SUI-MOTIF (GDA-QT-SUI).
002930*
002940     READ GLSUIVIN
002950         AT END SET GDA-FIN-SUI TO TRUE
002960     END-READ.
002970*
002980 1110-CHARGER-UN-SUIVI-EXIT.
002990     EXIT.
003000*
003010 1200-CHARGER-EMISES.
003020*
003030*    LIGNES EMISES PAR GFPB474A CETTE NUIT (Y COMPRIS LES
003040*    RENVERSEMENTS ET LES LIGNES RESOUMISES).
003050*
003060     READ GLECART
003070         AT END SET GDA-FIN-GLE TO TRUE
003080     END-READ.
003090*
003100     PERFORM 1210-CHARGER-UNE-EMISE
003110     THRU 1210-CHARGER-UNE-EMISE-EXIT
003120         UNTIL GDA-FIN-GLE OR GDA-QT-SUI NOT LESS 5000.
003130*
003140     IF  NOT GDA-FIN-GLE
003150         DISPLAY '000 ' CTE-PRGM ' - TABLE SUIVI PLEINE    '
003160                 ' (5000) - GLECART TRONQUE'
003170     END-IF.
003180*
003190 1200-CHARGER-EMISES-EXIT.
003200     EXIT.
003210*
003220 1210-CHARGER-UNE-EMISE.
003230*
003240     ADD 1 TO GDA-QT-SUI.
003250     MOVE GL-LINE      TO GDA-SUI-LIGNE (GDA-QT-SUI).
003260     MOVE 'E'          TO GDA-SUI-STATUT (GDA-QT-SUI).
003270     MOVE ZERO         TO GDA-SUI-NB-JOURS (GDA-QT-SUI).
003280     MOVE SPACES       TO GDA-SUI-MOTIF (GDA-QT-SUI).
003290*
003300     READ GLECART
003310         AT END SET GDA-FIN-GLE TO TRUE
003320     END-READ.
003330*
003340 1210-CHARGER-UNE-EMISE-EXIT.
003350     EXIT.
003360*
003370 2000-APPARIER-ACCUSES.
003380*
003390     READ GLACCUS
003400         AT END SET GDA-FIN-ACK TO TRUE
003410     END-READ.
003420*
003430     PERFORM 2100-APPARIER-UN-ACCUSE
003440         THRU 2100-APPARIER-UN-ACCUSE-EXIT
003450         UNTIL GDA-FIN-ACK.
003460*
003470 2000-APPARIER-ACCUSES-EXIT.
003480     EXIT.
003490*
003500 2100-APPARIER-UN-ACCUSE.
003510*
003520     ADD 1 TO GDA-QT-ACCUSES.
003530     MOVE ACK-LIGNE TO GL-LINE-WS.
003540*
003550     MOVE 'N' TO GDA-SW-SUI-TROUVE.
003560     MOVE 1   TO GDA-IND-SUI.
003570     PERFORM 2110-CHERCHER-SUIVI THRU 2110-CHERCHER-SUIVI-EXIT
003580         UNTIL GDA-SUI-TROUVE
003590            OR GDA-IND-SUI GREATER GDA-QT-SUI.
003600*
003610     IF  NOT GDA-SUI-TROUVE
003620         ADD 1 TO GDA-QT-INCONNUS
003630         MOVE SPACES TO RPT-LINE
003640         STRING '  *ACCUSE SANS EMISSION CONNUE* ' ACK-LIGNE
003650                ' STATUT ' ACK-STATUT
003660                    DELIMITED BY SIZE INTO RPT-LINE
003670         WRITE RPT-LINE
003680         GO TO 2100-LIRE-SUIVANT
003690     END-IF.
003700*
003710     IF  ACK-STATUT EQUAL 'A'
003720         ADD 1 TO GDA-QT-COMPTABILISEES
003730         MOVE 'A' TO GDA-SUI-STATUT (GDA-IND-SUI)
003740         MOVE SPACES TO RPT-LINE
003750         STRING '  COMPTABILISEE ' ACK-LIGNE
003760                    DELIMITED BY SIZE INTO RPT-LINE
003770         WRITE RPT-LINE
003780     ELSE
003790         ADD 1 TO GDA-QT-REJETEES
003800         MOVE 'R' TO GDA-SUI-STATUT (GDA-IND-SUI)
003810         MOVE ACK-MOTIF TO GDA-SUI-MOTIF (GDA-IND-SUI)
003820         MOVE SPACES TO RPT-LINE
003830         STRING '  *REJETEE*     ' ACK-LIGNE
003840                ' MOTIF: ' ACK-MOTIF
003850                    DELIMITED BY SIZE INTO RPT-LINE
003860         WRITE RPT-LINE
003870     END-IF.
003880*
003890 2100-LIRE-SUIVANT.
003900     READ GLACCUS
003910         AT END SET GDA-FIN-ACK TO TRUE
003920     END-READ.
003930*
003940 2100-APPARIER-UN-ACCUSE-EXIT.
003950     EXIT.
003960*
003970 2110-CHERCHER-SUIVI.
003980*
003990*    CLE D'APPARIEMENT: CSER, IDENTIFIANT DE PERIODE, CODE,
004000*    SENS ET MONTANT - SEULES LES LIGNES ENCORE EN ATTENTE.
004010*
004020     IF  GDA-SUI-STATUT (GDA-IND-SUI)      EQUAL 'E'
004030     AND GDA-SUI-NO-CSER (GDA-IND-SUI)     EQUAL GL-NO-CSER
004040     AND GDA-SUI-IDENT-PERIO (GDA-IND-SUI) EQUAL GL-IDENT-PERIO
004050     AND GDA-SUI-COD-ECART (GDA-IND-SUI)   EQUAL GL-COD-ECART
004060     AND GDA-SUI-SENS (GDA-IND-SUI)        EQUAL GL-SENS-DT-CT
004070     AND GDA-SUI-MNT (GDA-IND-SUI)         EQUAL GL-MNT-ECART
004080         SET GDA-SUI-TROUVE TO TRUE
004090     ELSE
004100         ADD 1 TO GDA-IND-SUI
004110     END-IF.
004120*
004130 2110-CHERCHER-SUIVI-EXIT.
004140     EXIT.
004150*
004160 3000-CONFIRMER-PERIODES.
004170*
004180*    UNE PERIODE DONT UNE LIGNE VIENT D'ETRE COMPTABILISEE EST
004190*    CONFIRMEE SI PLUS AUCUNE DE SES LIGNES N'EST EN ATTENTE OU
004200*    REJETEE.  LES LIGNES 'A' TRAITEES PASSENT A 'T' POUR NE
004210*    VERIFIER CHAQUE PERIODE QU'UNE FOIS.
004220*
004230     MOVE 1 TO GDA-IND-SUI.
004240     PERFORM 3100-CONFIRMER-UNE-LIGNE
004250         THRU 3100-CONFIRMER-UNE-LIGNE-EXIT
004260         UNTIL GDA-IND-SUI GREATER GDA-QT-SUI.
004270*
004280 3000-CONFIRMER-PERIODES-EXIT.
004290     EXIT.
004300*
004310 3100-CONFIRMER-UNE-LIGNE.
004320*
004330     IF  GDA-SUI-STATUT (GDA-IND-SUI) NOT EQUAL 'A'
004340         GO TO 3100-LIGNE-SUIVANTE
004350     END-IF.
004360*
004370     MOVE GDA-SUI-NO-CSER (GDA-IND-SUI)     TO GDA-NO-CSER-CIBLE.
004380     MOVE GDA-SUI-IDENT-PERIO (GDA-IND-SUI)
004390       TO GDA-IDENT-PERIO-CIBLE.
004400*
004410     MOVE 'N' TO GDA-SW-PERIODE-OUVERTE.
004420     MOVE 1   TO GDA-IND-PER.
004430     PERFORM 3110-VERIFIER-PERIODE THRU 3110-VERIFIER-PERIODE-EXIT
004440         UNTIL GDA-IND-PER GREATER GDA-QT-SUI.
004450*
004460     IF  NOT GDA-PERIODE-OUVERTE
004470         PERFORM 3200-MARQUER-PEROPE THRU 3200-MARQUER-PEROPE-EXIT
004480     END-IF.
004490*
004500 3100-LIGNE-SUIVANTE.
004510     ADD 1 TO GDA-IND-SUI.
004520*
004530 3100-CONFIRMER-UNE-LIGNE-EXIT.
004540     EXIT.
004550*
004560 3110-VERIFIER-PERIODE.
004570*
004580     IF  GDA-SUI-NO-CSER (GDA-IND-PER) EQUAL GDA-NO-CSER-CIBLE
004590     AND GDA-SUI-IDENT-PERIO (GDA-IND-PER)
004600             EQUAL GDA-IDENT-PERIO-CIBLE
004610         IF  GDA-SUI-STATUT (GDA-IND-PER) EQUAL 'E'
004620         OR  GDA-SUI-STATUT (GDA-IND-PER) EQUAL 'R'
004630             SET GDA-PERIODE-OUVERTE TO TRUE
004640         END-IF
004650         IF  GDA-SUI-STATUT (GDA-IND-PER) EQUAL 'A'
004660             MOVE 'T' TO GDA-SUI-STATUT (GDA-IND-PER)
004670         END-IF
004680     END-IF.
004690     ADD 1 TO GDA-IND-PER.
004700*
004710 3110-VERIFIER-PERIODE-EXIT.
004720     EXIT.
004730*
004740 3200-MARQUER-PEROPE.
004750*
004760*    SEULE UNE PEROPE ENCORE 'E' EST CONFIRMEE: UNE PERIODE
004770*    ROUVERTE ENTRE-TEMPS (MARQUEUR EFFACE PAR GFPB479A) NE
004780*    L'EST PAS - L'ACCUSE EST ALORS CELUI DU RENVERSEMENT OU
004790*    D'UNE EMISSION PERIMEE.
004800*
004810     MOVE GDA-NO-CSER-CIBLE TO CSER-NO-CSER.
004820     FIND CALC CSER.
004830*
004840     IF  ERROR-STATUS NOT EQUAL '0000'
004850         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
004860                 ERROR-STATUS ' ' GDA-NO-CSER-CIBLE
004870         GO TO 3200-MARQUER-PEROPE-EXIT
004880     END-IF.
004890*
004900     MOVE 'N' TO GDA-SW-FIN-PEROPE.
004910     MOVE 'N' TO GDA-SW-PEROPE-TROUVEE.
004920     OBTAIN FIRST PEROPE WITHIN CSER-PEROPE.
004930*
004940     PERFORM 3210-CHERCHER-PEROPE THRU 3210-CHERCHER-PEROPE-EXIT
004950         UNTIL GDA-FIN-PEROPE OR GDA-PEROPE-TROUVEE.
004960*
004970     IF  GDA-PEROPE-TROUVEE
004980     AND PEROPE-IND-ECART-EMIS EQUAL 'E'
004990         MOVE 'O'   TO  PEROPE-IND-ECART-EMIS
005000         MODIFY PEROPE
005010         IF  ERROR-STATUS NOT EQUAL '0000'
005020             DISPLAY '000 ' CTE-PRGM
005030                     ' - ERRO IDMS MODIFY PEROPE = '
005040                     ERROR-STATUS
005050         ELSE
005060             ADD 1 TO GDA-QT-CONFIRMEES
005070             MOVE SPACES TO RPT-LINE
005080             STRING '  PERIODE CONFIRMEE AU GRAND LIVRE - CSER '
005090                    GDA-NO-CSER-CIBLE
005100                    ' PERIODE ' GDA-IDENT-PERIO-CIBLE
005110                        DELIMITED BY SIZE INTO RPT-LINE
005120             WRITE RPT-LINE
005130         END-IF
005140     END-IF.
005150*
005160 3200-MARQUER-PEROPE-EXIT.
005170     EXIT.
005180*
005190 3210-CHERCHER-PEROPE.
005200*
005210     IF  ERROR-STATUS EQUAL '0307'
005220         SET GDA-FIN-PEROPE TO TRUE
005230         GO TO 3210-CHERCHER-PEROPE-EXIT
005240     END-IF.
005250*
005260     IF  ERROR-STATUS NOT EQUAL '0000'
005270         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS PEROPE = '
005280                 ERROR-STATUS
005290         SET GDA-FIN-PEROPE TO TRUE
005300         GO TO 3210-CHERCHER-PEROPE-EXIT
005310     END-IF.
005320*
005330     IF  PEROPE-GRP-IDENT-PERIO EQUAL GDA-IDENT-PERIO-CIBLE
005340         SET GDA-PEROPE-TROUVEE TO TRUE
005350         GO TO 3210-CHERCHER-PEROPE-EXIT
005360     END-IF.
005370*
005380     OBTAIN NEXT PEROPE WITHIN CSER-PEROPE.
005390*
005400 3210-CHERCHER-PEROPE-EXIT.
005410     EXIT.
005420*
005430 4000-REPORTER-SUIVI.
005440*
005450*    LIGNES EN ATTENTE: REPORTEES AVEC LEUR COMPTEUR INCREMENTE
005460*    (AGE EN EXECUTIONS QUOTIDIENNES, COMME LES SUSPENS DE
005470*    GFPB485A).  LIGNES REJETEES: REPORTEES, OU ECRITES DANS
005480*    GLRESOU.TXT ET RETIREES DU SUIVI SI LA RESOUMISSION EST
005490*    DEMANDEE.  LIGNES COMPTABILISEES: RETIREES.
005500*
005510     MOVE SPACES TO RPT-LINE.
005520     WRITE RPT-LINE.
005530     MOVE SPACES TO RPT-LINE.
005540     STRING 'LIGNES EN SUSPENS AU GRAND LIVRE'
005550                DELIMITED BY SIZE INTO RPT-LINE.
005560     WRITE RPT-LINE.
005570*
005580     MOVE 1 TO GDA-IND-SUI.
005590     PERFORM 4100-REPORTER-UNE-LIGNE
005600         THRU 4100-REPORTER-UNE-LIGNE-EXIT
005610         UNTIL GDA-IND-SUI GREATER GDA-QT-SUI.
005620*
005630 4000-REPORTER-SUIVI-EXIT.
005640     EXIT.
005650*
005660 4100-REPORTER-UNE-LIGNE.
005670*
005680     IF  GDA-SUI-STATUT (GDA-IND-SUI) EQUAL 'E'
005690         ADD 1 TO GDA-QT-EN-ATTENTE
005700         ADD 1 TO GDA-SUI-NB-JOURS (GDA-IND-SUI)
005710         IF  GDA-SUI-NB-JOURS (GDA-IND-SUI)
005720                 GREATER SYSIN-NB-JOURS-MAX
005730             ADD 1 TO GDA-QT-SANS-ACCUSE
005740             MOVE SPACES TO RPT-LINE
005750             STRING '  *SANS ACCUSE* ' GDA-SUI-LIGNE (GDA-IND-SUI)
005760                    ' DEPUIS ' GDA-SUI-NB-JOURS (GDA-IND-SUI)
005770                    ' JOUR(S)'
005780                        DELIMITED BY SIZE INTO RPT-LINE
005790             WRITE RPT-LINE
005800         END-IF
005810         PERFORM 4200-ECRIRE-SUIVI THRU 4200-ECRIRE-SUIVI-EXIT
005820     END-IF.
005830*
005840     IF  GDA-SUI-STATUT (GDA-IND-SUI) EQUAL 'R'
005850         IF  SYSIN-IND-RESOUMETTRE EQUAL 'O'
005860             ADD 1 TO GDA-QT-RESOUMISES
005870             MOVE GDA-SUI-LIGNE (GDA-IND-SUI) TO GLR-LINE
005880             WRITE GLR-LINE
005890             MOVE SPACES TO RPT-LINE
005900             STRING '  RESOUMISE     ' GDA-SUI-LIGNE (GDA-IND-SUI)
005910                        DELIMITED BY SIZE INTO RPT-LINE
005920             WRITE RPT-LINE
005930         ELSE
005940             MOVE SPACES TO RPT-LINE
005950             STRING '  *A RESOUMETTRE* '
005960                    GDA-SUI-LIGNE (GDA-IND-SUI)
005970                    ' MOTIF: ' GDA-SUI-MOTIF (GDA-IND-SUI)
005980                        DELIMITED BY SIZE INTO RPT-LINE
005990             WRITE RPT-LINE
006000             PERFORM 4200-ECRIRE-SUIVI
006010                 THRU 4200-ECRIRE-SUIVI-EXIT
006020         END-IF
006030     END-IF.
006040*
006050     ADD 1 TO GDA-IND-SUI.
006060*
006070 4100-REPORTER-UNE-LIGNE-EXIT.
006080     EXIT.
006090*
006100 4200-ECRIRE-SUIVI.
006110*
006120     MOVE GDA-SUI-LIGNE (GDA-IND-SUI)    TO SUO-LIGNE.
006130     MOVE GDA-SUI-STATUT (GDA-IND-SUI)   TO SUO-STATUT.
006140     MOVE GDA-SUI-NB-JOURS (GDA-IND-SUI) TO SUO-NB-JOURS.
006150     MOVE GDA-SUI-MOTIF (GDA-IND-SUI)    TO SUO-MOTIF.
006160     WRITE SUO-RECORD.
006170*
006180 4200-ECRIRE-SUIVI-EXIT.
006190     EXIT.
006200*
006210 9000-TOTAUX-RAPPORT.
006220*
006230     MOVE SPACES TO RPT-LINE.
006240     WRITE RPT-LINE.
006250     MOVE SPACES TO RPT-LINE.
006260     MOVE GDA-QT-ACCUSES TO GDA-QT-TOTAL-EDIT.
006270     STRING '  TOTAL ACCUSES RECUS          : ' GDA-QT-TOTAL-EDIT
006280                DELIMITED BY SIZE INTO RPT-LINE.
006290     WRITE RPT-LINE.
006300     MOVE SPACES TO RPT-LINE.
006310     MOVE GDA-QT-COMPTABILISEES TO GDA-QT-TOTAL-EDIT.
006320     STRING '  TOTAL LIGNES COMPTABILISEES  : ' GDA-QT-TOTAL-EDIT
006330                DELIMITED BY SIZE INTO RPT-LINE.
006340     WRITE RPT-LINE.
006350     MOVE SPACES TO RPT-LINE.
006360     MOVE GDA-QT-REJETEES TO GDA-QT-TOTAL-EDIT.
006370     STRING '  TOTAL LIGNES REJETEES        : ' GDA-QT-TOTAL-EDIT
006380                DELIMITED BY SIZE INTO RPT-LINE.
006390     WRITE RPT-LINE.
006400     MOVE SPACES TO RPT-LINE.
006410     MOVE GDA-QT-INCONNUS TO GDA-QT-TOTAL-EDIT.
006420     STRING '  TOTAL ACCUSES SANS EMISSION  : ' GDA-QT-TOTAL-EDIT
006430                DELIMITED BY SIZE INTO RPT-LINE.
006440     WRITE RPT-LINE.
006450     MOVE SPACES TO RPT-LINE.
006460     MOVE GDA-QT-RESOUMISES TO GDA-QT-TOTAL-EDIT.
006470     STRING '  TOTAL LIGNES RESOUMISES      : ' GDA-QT-TOTAL-EDIT
006480                DELIMITED BY SIZE INTO RPT-LINE.
006490     WRITE RPT-LINE.
006500     MOVE SPACES TO RPT-LINE.
006510     MOVE GDA-QT-EN-ATTENTE TO GDA-QT-TOTAL-EDIT.
006520     STRING '  TOTAL LIGNES EN ATTENTE      : ' GDA-QT-TOTAL-EDIT
006530                DELIMITED BY SIZE INTO RPT-LINE.
006540     WRITE RPT-LINE.
006550     MOVE SPACES TO RPT-LINE.
006560     MOVE GDA-QT-SANS-ACCUSE TO GDA-QT-TOTAL-EDIT.
006570     STRING '  DONT SANS ACCUSE APRES DELAI : ' GDA-QT-TOTAL-EDIT
006580                DELIMITED BY SIZE INTO RPT-LINE.
006590     WRITE RPT-LINE.
006600     MOVE SPACES TO RPT-LINE.
006610     MOVE GDA-QT-CONFIRMEES TO GDA-QT-TOTAL-EDIT.
006620     STRING '  TOTAL PERIODES CONFIRMEES    : ' GDA-QT-TOTAL-EDIT
006630                DELIMITED BY SIZE INTO RPT-LINE.
006640     WRITE RPT-LINE.
006650*
006660 9000-TOTAUX-RAPPORT-EXIT.
006670     EXIT.
006680*
006690*----------------------------------------------------------------*
006700*       F I N   D U   P R O G R A M M E   G F P B 4 9 0 A
006710*----------------------------------------------------------------*
