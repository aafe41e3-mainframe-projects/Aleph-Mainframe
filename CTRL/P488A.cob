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
000120*  MODULE:     GFPB488A  RAPPORT DE CONTROLE DES LOTS MANUELS PAR
000130*              CENTRE DE SERVICE ET PERIODE FERMEE
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - LES MONTANTS ET NOMBRES DE TRANSACTIONS SAISIS
000200*                    EN LOT MANUEL (IMMATRICULATION, PERMIS, PRP)
000210*                    SONT PORTES PAR LA PEROPE MAIS GFPP466A NE FAIT
000220*                    QUE LES DEPLACER DANS FZV408 POUR L'ECRAN - AUCUN
000230*                    RAPPORT NE LES MONTRAIT.  C'EST POURTANT LA QUE
000240*                    LA VERIFICATION INTERNE CRAINT LA FRAUDE DE
000250*                    SAISIE.
000260*                  - POUR CHAQUE CSER, CHAQUE PERIODE FERMEE ('F' OU
000270*                    'C', MEME REGLE QUE GFPP466A) DONT LA DATE DE
000280*                    DEBUT EST DANS LES BORNES SYSIN DONNE UNE LIGNE:
000290*                    NOMBRE ET MONTANT PAR TYPE DE LOT, TOTAL MANUEL,
000300*                    TOTAL DE LA PERIODE (PEROPE-MNT-TOTAL-BD-PERIO)
000310*                    ET PART DU MANUEL EN POURCENTAGE.
000320*                  - LA LIGNE EST SIGNALEE 'SEUIL' QUAND LA PART
000330*                    DEPASSE LE SEUIL SYSIN, ET 'HAUSSE' QUAND ELLE
000340*                    DEPASSE LA MOYENNE DU CENTRE MULTIPLIEE PAR LE
000350*                    FACTEUR SYSIN.  LA MOYENNE EST CELLE DES N
000360*                    DERNIERES PERIODES FERMEES QUI PRECEDENT (N EN
000370*                    SYSIN) ET N'EST EXPLOITEE QU'A PARTIR DE 3
000380*                    PERIODES - EN DECA, PAS DE COMPARAISON.
000390*                  - SOUS-TOTAUX PAR DIRECTION REGIONALE A PARTIR DE
000400*                    LA REFERENCE REGCSER.TXT (MEME FORMAT QUE POUR
000410*                    GFPB471A); CSER SANS REGION = GROUPE '???'.
000420*                  - EN EXPLOITATION: CHAQUE NUIT AVEC LES DEUX
000430*                    BORNES A LA DATE DU JOUR, CHAQUE MOIS AVEC LES
000440*                    BORNES DU MOIS.
000450*
000460*                CARTE SYSIN:
000470*                  COL 01-08  DATE DE DEBUT DES BORNES (AAAAMMJJ)
000480*                  COL 09-16  DATE DE FIN DES BORNES (AAAAMMJJ)
000490*                  COL 17-19  SEUIL DE LA PART MANUELLE EN %
000500*                             (DEFAUT 010)
000510*                  COL 20-21  NOMBRE DE PERIODES DE LA MOYENNE
000520*                             (DEFAUT 10)
000530*                  COL 22-24  FACTEUR DE HAUSSE, 1 DECIMALE
000540*                             (DEFAUT 020 = 2,0 FOIS LA MOYENNE)
000550*
000560*******************************************************************
000570**    M O D I F I C A T I O N S
000580*******************************************************************
000590** 2026-10-15 - EQUIPE GFP
000600**              CREATION DU PROGRAMME.
000610*******************************************************************
000620*
000630*-------------------*
000640 IDENTIFICATION DIVISION.
000650*-------------------*
000660 PROGRAM-ID.    GFPB488A.
000670 AUTHOR.        EQUIPE GFP.
000680 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000690 DATE-WRITTEN.  OCTOBRE 2026.
000700 DATE-COMPILED.
000710*------------------*
000720 ENVIRONMENT DIVISION.
000730*------------------*
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RPLOTMAN ASSIGN TO 'RPLOTMAN.TXT'
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT REGCSER ASSIGN TO 'REGCSER.TXT'
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800*------------*
000810 DATA DIVISION.
000820*------------*
000830 FILE SECTION.
000840 FD  RPLOTMAN.
000850 01  RPT-LINE                       PIC X(132).
000860 FD  REGCSER.
000870 01  REG-RECORD.
000880     03  REG-NO-CSER                PIC X(008).
000890     03  FILLER                     PIC X(001).
000900     03  REG-COD-REGION             PIC X(003).
000910     03  FILLER                     PIC X(001).
000920     03  REG-NOM-REGION             PIC X(030).
000930*--------------------------*
000940 WORKING-STORAGE SECTION.
000950*--------------------------*
000960 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB488A'.
000970 01  SYSIN-LIGNE.
000980     03  SYSIN-DAS-DEB-BORNE        PIC 9(008).
000990     03  SYSIN-DAS-FIN-BORNE        PIC 9(008).
001000     03  SYSIN-PCT-SEUIL            PIC 9(003).
001010     03  SYSIN-QT-PERIO-MOY         PIC 9(002).
001020     03  SYSIN-FACT-HAUSSE          PIC 9(002)V9.
001030     03  FILLER                     PIC X(108).
001040 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
001050 77  GDA-QT-CSER-LUS-EDIT           PIC ZZZZZZZZ9.
001060 77  GDA-QT-PERIO-LISTEES           PIC S9(009) COMP VALUE ZERO.
001070 77  GDA-QT-PERIO-LISTEES-EDIT      PIC ZZZZZZZZ9.
001080 77  GDA-QT-PERIO-SIGNALEES         PIC S9(009) COMP VALUE ZERO.
001090 77  GDA-QT-PERIO-SIGNALEES-EDIT    PIC ZZZZZZZZ9.
001100 77  GDA-SW-FIN-CSER                PIC  X(001) VALUE 'N'.
001110     88  GDA-FIN-CSER                            VALUE 'S'.
001120 77  GDA-SW-FIN-PEROPE               PIC  X(001) VALUE 'N'.
001130     88  GDA-FIN-PEROPE                           VALUE 'S'.
001140*
001150*-----------------------------------------------------------------
001160*    PERIODES FERMEES DU CENTRE COURANT (TOUTES DATES, POUR LA
001170*    MOYENNE DES PERIODES QUI PRECEDENT)
001180*-----------------------------------------------------------------
001190 01  GDA-TAB-PERIO.
001200     03  GDA-QT-PERIO               PIC S9(004) COMP VALUE ZERO.
001210     03  GDA-PERIO-ENTREE           OCCURS 1000 TIMES.
001220         05  GDA-PER-CLE.
001230             07  GDA-PER-DAS        PIC 9(008).
001240             07  GDA-PER-NO-PERIO   PIC 9(002).
001250         05  GDA-PER-IDENT          PIC X(010).
001260         05  GDA-PER-NB-IMMAT       PIC S9(007) COMP-3.
001270         05  GDA-PER-MNT-IMMAT      PIC S9(009)V99 COMP-3.
001280         05  GDA-PER-NB-PERMI       PIC S9(007) COMP-3.
001290         05  GDA-PER-MNT-PERMI      PIC S9(009)V99 COMP-3.
001300         05  GDA-PER-NB-PRP         PIC S9(007) COMP-3.
001310         05  GDA-PER-MNT-PRP        PIC S9(009)V99 COMP-3.
001320         05  GDA-PER-MNT-MANUEL     PIC S9(011)V99 COMP-3.
001330         05  GDA-PER-MNT-TOTAL      PIC S9(011)V99 COMP-3.
001340         05  GDA-PER-PCT-MANUEL     PIC S9(003)V9 COMP-3.
001350 77  GDA-IND-PERIO                  PIC S9(004) COMP VALUE ZERO.
001360 77  GDA-IND-PRECED                 PIC S9(004) COMP VALUE ZERO.
001370 77  GDA-IND-PRECED-MAX             PIC S9(004) COMP VALUE ZERO.
001380 77  GDA-QT-PRECED                  PIC S9(004) COMP VALUE ZERO.
001390 01  GDA-CLE-BORNE                  PIC X(010) VALUE SPACES.
001400 01  GDA-CLE-PRECED-MAX             PIC X(010) VALUE SPACES.
001410 01  GDA-CUMUL-PCT          PIC S9(007)V9 COMP-3 VALUE ZERO.
001420 01  GDA-PCT-MOYEN          PIC S9(003)V9 COMP-3 VALUE ZERO.
001430 01  GDA-PCT-LIMITE         PIC S9(005)V99 COMP-3 VALUE ZERO.
001440 77  GDA-SW-MOY-DISPO               PIC X(001) VALUE 'N'.
001450     88  GDA-MOY-DISPO                           VALUE 'O'.
001460 01  GDA-SIGNAL                     PIC X(012) VALUE SPACES.
001470*
001480*-----------------------------------------------------------------
001490*    REFERENCE REGIONALE (REGCSER.TXT) ET SOUS-TOTAUX PAR REGION
001500*-----------------------------------------------------------------
001510 01  GDA-TAB-REGCSER.
001520     03  GDA-QT-REGCSER             PIC S9(004) COMP VALUE ZERO.
001530     03  GDA-REGCSER-ENTREE         OCCURS 600 TIMES.
001540         05  GDA-RC-NO-CSER         PIC X(008).
001550         05  GDA-RC-COD-REGION      PIC X(003).
001560 01  GDA-TAB-REGION.
001570     03  GDA-QT-REGION              PIC S9(004) COMP VALUE ZERO.
001580     03  GDA-REGION-ENTREE          OCCURS 50 TIMES.
001590         05  GDA-RG-COD-REGION      PIC X(003).
001600         05  GDA-RG-NOM-REGION      PIC X(030).
001610         05  GDA-RG-QT-PERIO        PIC S9(007) COMP-3.
001620         05  GDA-RG-QT-SIGNALEES    PIC S9(007) COMP-3.
001630         05  GDA-RG-MNT-MANUEL      PIC S9(011)V99 COMP-3.
001640         05  GDA-RG-MNT-TOTAL       PIC S9(013)V99 COMP-3.
001650 77  GDA-IND-REGCSER                PIC S9(004) COMP VALUE ZERO.
001660 77  GDA-IND-REGION                 PIC S9(004) COMP VALUE ZERO.
001670 77  GDA-SW-FIN-REGF                 PIC X(001) VALUE 'N'.
001680     88  GDA-FIN-REGF                             VALUE 'S'.
001690 77  GDA-SW-REG-TROUVE               PIC X(001) VALUE 'N'.
001700     88  GDA-REG-TROUVE                           VALUE 'O'.
001710 77  GDA-COD-REGION-CSER            PIC X(003) VALUE SPACES.
001720*
001730 01  GDA-GRAND-MNT-MANUEL   PIC S9(013)V99 COMP-3 VALUE ZERO.
001740 01  GDA-GRAND-MNT-TOTAL    PIC S9(013)V99 COMP-3 VALUE ZERO.
001750 01  GDA-PCT-CALCUL         PIC S9(003)V9 COMP-3 VALUE ZERO.
001760*
001770 77  GDA-RG-QT-PERIO-EDIT           PIC ZZZZ9.
001780 77  GDA-RG-QT-SIGNALEES-EDIT       PIC ZZZZ9.
001790 01  GDA-MNT-IMMAT-EDIT             PIC Z(007)9.99.
001800 01  GDA-MNT-PERMI-EDIT             PIC Z(007)9.99.
001810 01  GDA-MNT-PRP-EDIT               PIC Z(007)9.99.
001820 77  GDA-NB-IMMAT-EDIT              PIC ZZZZ9.
001830 77  GDA-NB-PERMI-EDIT              PIC ZZZZ9.
001840 77  GDA-NB-PRP-EDIT                PIC ZZZZ9.
001850 01  GDA-MNT-MANUEL-EDIT            PIC Z(008)9.99.
001860 01  GDA-MNT-TOTAL-EDIT             PIC Z(009)9.99.
001870 01  GDA-PCT-EDIT                   PIC ZZ9.9.
001880 01  GDA-PCT-MOYEN-EDIT             PIC ZZ9.9.
001890 01  GDA-PCT-MOYEN-EDIT-X REDEFINES GDA-PCT-MOYEN-EDIT
001900                                    PIC X(005).
001910 01  GDA-GRAND-MNT-EDIT             PIC Z(012)9.99.
001920*
001930*-----------------------------------------------------------------
001940*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKPEROPE)
001950*-----------------------------------------------------------------
001960 01  GFPK-CSER.
-INC   GFPKCSER
001970 01  GFPK-PEROPE.
-INC   GFPKPEROPE
001980*
001990*--------------------*
002000 PROCEDURE DIVISION.
002010*--------------------*
002020*
002030 0000-MAINLINE.
002040*
002050     ACCEPT SYSIN-LIGNE FROM SYSIN.
002060     IF  SYSIN-PCT-SEUIL IS NOT NUMERIC
002070         MOVE 010 TO SYSIN-PCT-SEUIL
002080     END-IF.
002090     IF  SYSIN-PCT-SEUIL EQUAL ZEROES
002100         MOVE 010 TO SYSIN-PCT-SEUIL
002110     END-IF.
002120     IF  SYSIN-QT-PERIO-MOY IS NOT NUMERIC
002130         MOVE 10 TO SYSIN-QT-PERIO-MOY
002140     END-IF.
002150     IF  SYSIN-QT-PERIO-MOY EQUAL ZEROES
002160         MOVE 10 TO SYSIN-QT-PERIO-MOY
002170     END-IF.
002180     IF  SYSIN-FACT-HAUSSE IS NOT NUMERIC
002190         MOVE 2 TO SYSIN-FACT-HAUSSE
002200     END-IF.
002210     IF  SYSIN-FACT-HAUSSE EQUAL ZEROES
002220         MOVE 2 TO SYSIN-FACT-HAUSSE
002230     END-IF.
002240*
002250     OPEN OUTPUT RPLOTMAN.
002260     OPEN INPUT  REGCSER.
002270*
002280     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
002290     PERFORM 1500-CHARGER-REGIONS THRU 1500-CHARGER-REGIONS-EXIT.
002300*
002310     READY USAGE-MODE IS PROTECTED RETRIEVAL.
002320*
002330     OBTAIN FIRST CSER.
002340     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
002350         UNTIL GDA-FIN-CSER.
002360*
002370     FINISH.
002380*
002390     PERFORM 8500-SOMMAIRE-REGIONAL
002400         THRU 8500-SOMMAIRE-REGIONAL-EXIT.
002410     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
002420*
002430     CLOSE RPLOTMAN
002440           REGCSER.
002450*
002460     STOP RUN.
002470*
002480 1000-ENTETE-RAPPORT.
002490*
002500     MOVE SPACES TO RPT-LINE.
002510     STRING 'CONTROLE DES LOTS MANUELS PAR CENTRE ET PERIODE'
002520            ' - DU ' SYSIN-DAS-DEB-BORNE
002530            ' AU ' SYSIN-DAS-FIN-BORNE
002540            ' - SEUIL ' SYSIN-PCT-SEUIL ' %'
002550                DELIMITED BY SIZE INTO RPT-LINE.
002560     WRITE RPT-LINE.
002570     MOVE SPACES TO RPT-LINE.
002580     WRITE RPT-LINE.
002590     MOVE SPACES TO RPT-LINE.
002600     STRING 'CSER     PERIODE    IMMAT     MONTANT PERMI     '
002610            'MONTANT   PRP     MONTANT TOTAL MANUEL TOTAL PERIODE'
002620            '  %MAN  %MOY SIGNAL'
002630                DELIMITED BY SIZE INTO RPT-LINE.
002640     WRITE RPT-LINE.
002650*
002660 1000-ENTETE-RAPPORT-EXIT.
002670     EXIT.
002680*
002690 1500-CHARGER-REGIONS.
002700*
002710*    CHARGE LA REFERENCE REGIONALE (AFFECTATION CSER -> REGION
002720*    ET NOM DE REGION).  LE GROUPE '???' RECUEILLE LES CSER
002730*    SANS AFFECTATION.
002740*
002750     READ REGCSER
002760         AT END SET GDA-FIN-REGF TO TRUE
002770     END-READ.
002780*
002790     PERFORM 1510-CHARGER-UNE-REGION
002800         THRU 1510-CHARGER-UNE-REGION-EXIT
002810         UNTIL GDA-FIN-REGF OR GDA-QT-REGCSER NOT LESS 600.
002820*
002830 1500-CHARGER-REGIONS-EXIT.
002840     EXIT.
002850*
002860 1510-CHARGER-UNE-REGION.
002870*
002880     ADD 1 TO GDA-QT-REGCSER.
002890     MOVE REG-NO-CSER     TO GDA-RC-NO-CSER (GDA-QT-REGCSER).
002900     MOVE REG-COD-REGION  TO GDA-RC-COD-REGION (GDA-QT-REGCSER).
002910*
002920     MOVE 'N' TO GDA-SW-REG-TROUVE.
002930     MOVE 1   TO GDA-IND-REGION.
002940     PERFORM 1520-CHERCHER-REGION THRU 1520-CHERCHER-REGION-EXIT
002950         UNTIL GDA-REG-TROUVE
002960            OR GDA-IND-REGION GREATER GDA-QT-REGION.
002970*
002980     IF  NOT GDA-REG-TROUVE
002990     AND GDA-QT-REGION LESS 50
003000         ADD 1 TO GDA-QT-REGION
003010         MOVE REG-COD-REGION
003020           TO GDA-RG-COD-REGION (GDA-QT-REGION)
003030         MOVE REG-NOM-REGION
003040           TO GDA-RG-NOM-REGION (GDA-QT-REGION)
003050         MOVE ZERO TO GDA-RG-QT-PERIO     (GDA-QT-REGION)
003060         MOVE ZERO TO GDA-RG-QT-SIGNALEES (GDA-QT-REGION)
003070         MOVE ZERO TO GDA-RG-MNT-MANUEL   (GDA-QT-REGION)
003080         MOVE ZERO TO GDA-RG-MNT-TOTAL    (GDA-QT-REGION)
003090     END-IF.
003100*
003110     READ REGCSER
003120         AT END SET GDA-FIN-REGF TO TRUE
003130     END-READ.
003140*
003150 1510-CHARGER-UNE-REGION-EXIT.
003160     EXIT.
003170*
003180 1520-CHERCHER-REGION.
003190*
003200     IF  GDA-RG-COD-REGION (GDA-IND-REGION) EQUAL REG-COD-REGION
003210         SET GDA-REG-TROUVE TO TRUE
003220     ELSE
003230         ADD 1 TO GDA-IND-REGION
003240     END-IF.
003250*
003260 1520-CHERCHER-REGION-EXIT.
003270     EXIT.
003280*
003290 2000-TRAITER-CSER.
003300*
003310     IF  ERROR-STATUS EQUAL '0307'
003320         SET GDA-FIN-CSER TO TRUE
003330         GO TO 2000-TRAITER-CSER-EXIT
003340     END-IF.
003350*
003360     IF  ERROR-STATUS NOT EQUAL '0000'
003370         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
003380                 ERROR-STATUS
003390         SET GDA-FIN-CSER TO TRUE
003400         GO TO 2000-TRAITER-CSER-EXIT
003410     END-IF.
003420*
003430     ADD 1 TO GDA-QT-CSER-LUS.
003440*
003450     MOVE ZERO   TO  GDA-QT-PERIO.
003460     MOVE 'N'    TO  GDA-SW-FIN-PEROPE.
003470     OBTAIN FIRST PEROPE WITHIN CSER-PEROPE.
003480*
003490     PERFORM 2100-TRAITER-PEROPE THRU 2100-TRAITER-PEROPE-EXIT
003500         UNTIL GDA-FIN-PEROPE.
003510*
003520     PERFORM 2700-TROUVER-REGION THRU 2700-TROUVER-REGION-EXIT.
003530*
003540     MOVE 1 TO GDA-IND-PERIO.
003550     PERFORM 3000-LISTER-PERIODE THRU 3000-LISTER-PERIODE-EXIT
003560         UNTIL GDA-IND-PERIO GREATER GDA-QT-PERIO.
003570*
003580     OBTAIN NEXT CSER.
003590*
003600 2000-TRAITER-CSER-EXIT.
003610     EXIT.
003620*
003630 2100-TRAITER-PEROPE.
003640*
003650     IF  ERROR-STATUS EQUAL '0307'
003660         SET GDA-FIN-PEROPE TO TRUE
003670         GO TO 2100-TRAITER-PEROPE-EXIT
003680     END-IF.
003690*
003700     IF  ERROR-STATUS NOT EQUAL '0000'
003710         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS PEROPE = '
003720                 ERROR-STATUS
003730         SET GDA-FIN-PEROPE TO TRUE
003740         GO TO 2100-TRAITER-PEROPE-EXIT
003750     END-IF.
003760*
003770*    TOUTES LES PERIODES FERMEES SONT RETENUES, Y COMPRIS CELLES
003780*    D'AVANT LES BORNES: ELLES SERVENT A LA MOYENNE DU CENTRE.
003790*    LES PERIODES POSTERIEURES A LA BORNE DE FIN NE SERVENT A
003800*    RIEN ET SONT IGNOREES.
003810*
003820     IF  (PEROPE-STA-ETAT-CTB EQUAL 'F'
003830       OR PEROPE-STA-ETAT-CTB EQUAL 'C')
003840     AND PEROPE-DAS-DEB-PERIO NOT GREATER SYSIN-DAS-FIN-BORNE
003850         PERFORM 2200-RETENIR-PERIODE
003860             THRU 2200-RETENIR-PERIODE-EXIT
003870     END-IF.
003880*
003890     OBTAIN NEXT PEROPE WITHIN CSER-PEROPE.
003900*
003910 2100-TRAITER-PEROPE-EXIT.
003920     EXIT.
003930*
003940 2200-RETENIR-PERIODE.
003950*
003960     IF  GDA-QT-PERIO NOT LESS 1000
003970         DISPLAY '000 ' CTE-PRGM ' - TABLE PERIODES PLEINE'
003980                 ' (1000) - CSER ' CSER-NO-CSER
003990         GO TO 2200-RETENIR-PERIODE-EXIT
004000     END-IF.
004010*
004020     ADD 1 TO GDA-QT-PERIO.
004030     MOVE GDA-QT-PERIO TO GDA-IND-PERIO.
004040     MOVE PEROPE-DAS-DEB-PERIO
004050       TO GDA-PER-DAS (GDA-IND-PERIO).
004060     MOVE PEROPE-NO-PERIO
004070       TO GDA-PER-NO-PERIO (GDA-IND-PERIO).
004080     MOVE PEROPE-GRP-IDENT-PERIO
004090       TO GDA-PER-IDENT (GDA-IND-PERIO).
004100     MOVE PEROPE-NB-TX-LOT-MANUEL-IMMAT
004110       TO GDA-PER-NB-IMMAT (GDA-IND-PERIO).
004120     MOVE PEROPE-MNT-LOT-MANUEL-IMMAT
004130       TO GDA-PER-MNT-IMMAT (GDA-IND-PERIO).
004140     MOVE PEROPE-NB-TX-LOT-MANUEL-PERMI
004150       TO GDA-PER-NB-PERMI (GDA-IND-PERIO).
004160     MOVE PEROPE-MNT-LOT-MANUEL-PERMI
004170       TO GDA-PER-MNT-PERMI (GDA-IND-PERIO).
004180     MOVE PEROPE-NB-TX-LOT-MANUEL-PRP
004190       TO GDA-PER-NB-PRP (GDA-IND-PERIO).
004200     MOVE PEROPE-MNT-LOT-MANUEL-PRP
004210       TO GDA-PER-MNT-PRP (GDA-IND-PERIO).
004220     MOVE PEROPE-MNT-TOTAL-BD-PERIO
004230       TO GDA-PER-MNT-TOTAL (GDA-IND-PERIO).
004240     COMPUTE GDA-PER-MNT-MANUEL (GDA-IND-PERIO) =
004250             PEROPE-MNT-LOT-MANUEL-IMMAT
004260           + PEROPE-MNT-LOT-MANUEL-PERMI
004270           + PEROPE-MNT-LOT-MANUEL-PRP.
004280*
004290*    PART DU MANUEL DANS LE TOTAL DE LA PERIODE (ZERO QUAND LE
004300*    TOTAL EST NUL - PERIODE SANS ACTIVITE).
004310*
004320     IF  GDA-PER-MNT-TOTAL (GDA-IND-PERIO) GREATER ZEROES
004330         COMPUTE GDA-PER-PCT-MANUEL (GDA-IND-PERIO) ROUNDED =
004340                 GDA-PER-MNT-MANUEL (GDA-IND-PERIO) * 100
004350               / GDA-PER-MNT-TOTAL (GDA-IND-PERIO)
004360             ON SIZE ERROR
004370                 MOVE 999.9 TO GDA-PER-PCT-MANUEL (GDA-IND-PERIO)
004380         END-COMPUTE
004390     ELSE
004400         MOVE ZERO TO GDA-PER-PCT-MANUEL (GDA-IND-PERIO)
004410     END-IF.
004420*
004430 2200-RETENIR-PERIODE-EXIT.
004440     EXIT.
004450*
004460 2700-TROUVER-REGION.
004470*
004480*    REGION DU CENTRE COURANT; CSER SANS AFFECTATION -> GROUPE
004490*    '???' (CREE AU BESOIN), COMME DANS GFPB471A.
004500*
004510     MOVE '???' TO GDA-COD-REGION-CSER.
004520     MOVE 1 TO GDA-IND-REGCSER.
004530     PERFORM 2710-CHERCHER-AFFECT THRU 2710-CHERCHER-AFFECT-EXIT
004540         UNTIL GDA-IND-REGCSER GREATER GDA-QT-REGCSER.
004550*
004560     MOVE 'N' TO GDA-SW-REG-TROUVE.
004570     MOVE 1   TO GDA-IND-REGION.
004580     PERFORM 2720-CHERCHER-REG-TAB THRU 2720-CHERCHER-REG-TAB-EXIT
004590         UNTIL GDA-REG-TROUVE
004600            OR GDA-IND-REGION GREATER GDA-QT-REGION.
004610*
004620     IF  NOT GDA-REG-TROUVE
004630         IF  GDA-QT-REGION LESS 50
004640             ADD 1 TO GDA-QT-REGION
004650             MOVE GDA-QT-REGION TO GDA-IND-REGION
004660             MOVE GDA-COD-REGION-CSER
004670               TO GDA-RG-COD-REGION (GDA-IND-REGION)
004680             MOVE 'SANS REGION' TO GDA-RG-NOM-REGION
004690                                   (GDA-IND-REGION)
004700             MOVE ZERO TO GDA-RG-QT-PERIO     (GDA-IND-REGION)
004710             MOVE ZERO TO GDA-RG-QT-SIGNALEES (GDA-IND-REGION)
004720             MOVE ZERO TO GDA-RG-MNT-MANUEL   (GDA-IND-REGION)
004730             MOVE ZERO TO GDA-RG-MNT-TOTAL    (GDA-IND-REGION)
004740         ELSE
004750             MOVE ZERO TO GDA-IND-REGION
004760         END-IF
004770     END-IF.
004780*
004790 2700-TROUVER-REGION-EXIT.
004800     EXIT.
004810*
004820 2710-CHERCHER-AFFECT.
004830*
004840     IF  GDA-RC-NO-CSER (GDA-IND-REGCSER) EQUAL CSER-NO-CSER
004850         MOVE GDA-RC-COD-REGION (GDA-IND-REGCSER)
004860           TO GDA-COD-REGION-CSER
004870         MOVE GDA-QT-REGCSER TO GDA-IND-REGCSER
004880     END-IF.
004890     ADD 1 TO GDA-IND-REGCSER.
004900*
004910 2710-CHERCHER-AFFECT-EXIT.
004920     EXIT.
004930*
004940 2720-CHERCHER-REG-TAB.
004950*
004960     IF  GDA-RG-COD-REGION (GDA-IND-REGION)
004970             EQUAL GDA-COD-REGION-CSER
004980         SET GDA-REG-TROUVE TO TRUE
004990     ELSE
005000         ADD 1 TO GDA-IND-REGION
005010     END-IF.
005020*
005030 2720-CHERCHER-REG-TAB-EXIT.
005040     EXIT.
005050*
005060 3000-LISTER-PERIODE.
005070*
005080     IF  GDA-PER-DAS (GDA-IND-PERIO) LESS SYSIN-DAS-DEB-BORNE
005090         GO TO 3000-LISTER-SUIVANTE
005100     END-IF.
005110*
005120     PERFORM 3100-CALCULER-MOYENNE
005130         THRU 3100-CALCULER-MOYENNE-EXIT.
005140*
005150     MOVE SPACES TO GDA-SIGNAL.
005160     IF  GDA-PER-PCT-MANUEL (GDA-IND-PERIO)
005170             GREATER SYSIN-PCT-SEUIL
005180         MOVE 'SEUIL' TO GDA-SIGNAL (1:5)
005190     END-IF.
005200     IF  GDA-MOY-DISPO
005210         COMPUTE GDA-PCT-LIMITE =
005220                 GDA-PCT-MOYEN * SYSIN-FACT-HAUSSE
005230         IF  GDA-PER-PCT-MANUEL (GDA-IND-PERIO)
005240                 GREATER GDA-PCT-LIMITE
005250         AND GDA-PER-MNT-MANUEL (GDA-IND-PERIO) GREATER ZEROES
005260             MOVE 'HAUSSE' TO GDA-SIGNAL (7:6)
005270         END-IF
005280     END-IF.
005290*
005300     ADD 1 TO GDA-QT-PERIO-LISTEES.
005310     IF  GDA-SIGNAL NOT EQUAL SPACES
005320         ADD 1 TO GDA-QT-PERIO-SIGNALEES
005330     END-IF.
005340     ADD GDA-PER-MNT-MANUEL (GDA-IND-PERIO)
005350         TO GDA-GRAND-MNT-MANUEL.
005360     ADD GDA-PER-MNT-TOTAL (GDA-IND-PERIO)
005370         TO GDA-GRAND-MNT-TOTAL.
005380*
005390     IF  GDA-IND-REGION GREATER ZEROES
005400         ADD 1 TO GDA-RG-QT-PERIO (GDA-IND-REGION)
005410         IF  GDA-SIGNAL NOT EQUAL SPACES
005420             ADD 1 TO GDA-RG-QT-SIGNALEES (GDA-IND-REGION)
005430         END-IF
005440         ADD GDA-PER-MNT-MANUEL (GDA-IND-PERIO)
005450             TO GDA-RG-MNT-MANUEL (GDA-IND-REGION)
005460         ADD GDA-PER-MNT-TOTAL (GDA-IND-PERIO)
005470             TO GDA-RG-MNT-TOTAL (GDA-IND-REGION)
005480     END-IF.
005490*
005500     MOVE GDA-PER-NB-IMMAT   (GDA-IND-PERIO) TO GDA-NB-IMMAT-EDIT.
005510     MOVE GDA-PER-MNT-IMMAT  (GDA-IND-PERIO)
005520       TO GDA-MNT-IMMAT-EDIT.
005530     MOVE GDA-PER-NB-PERMI   (GDA-IND-PERIO) TO GDA-NB-PERMI-EDIT.
005540     MOVE GDA-PER-MNT-PERMI  (GDA-IND-PERIO)
005550       TO GDA-MNT-PERMI-EDIT.
005560     MOVE GDA-PER-NB-PRP     (GDA-IND-PERIO) TO GDA-NB-PRP-EDIT.
005570     MOVE GDA-PER-MNT-PRP    (GDA-IND-PERIO) TO GDA-MNT-PRP-EDIT.
005580     MOVE GDA-PER-MNT-MANUEL (GDA-IND-PERIO)
005590       TO GDA-MNT-MANUEL-EDIT.
005600     MOVE GDA-PER-MNT-TOTAL  (GDA-IND-PERIO)
005610       TO GDA-MNT-TOTAL-EDIT.
005620     MOVE GDA-PER-PCT-MANUEL (GDA-IND-PERIO) TO GDA-PCT-EDIT.
005630     MOVE GDA-PCT-MOYEN
005640       TO GDA-PCT-MOYEN-EDIT.
005650     IF  NOT GDA-MOY-DISPO
005660         MOVE SPACES TO GDA-PCT-MOYEN-EDIT-X
005670     END-IF.
005680*
005690     MOVE SPACES TO RPT-LINE.
005700     STRING CSER-NO-CSER ' ' GDA-PER-IDENT (GDA-IND-PERIO)
005710            ' ' GDA-NB-IMMAT-EDIT ' ' GDA-MNT-IMMAT-EDIT
005720            ' ' GDA-NB-PERMI-EDIT ' ' GDA-MNT-PERMI-EDIT
005730            ' ' GDA-NB-PRP-EDIT   ' ' GDA-MNT-PRP-EDIT
005740            ' ' GDA-MNT-MANUEL-EDIT ' ' GDA-MNT-TOTAL-EDIT
005750            ' ' GDA-PCT-EDIT ' ' GDA-PCT-MOYEN-EDIT
005760            ' ' GDA-SIGNAL
005770                DELIMITED BY SIZE INTO RPT-LINE.
005780     WRITE RPT-LINE.
005790*
005800 3000-LISTER-SUIVANTE.
005810     ADD 1 TO GDA-IND-PERIO.
005820*
005830 3000-LISTER-PERIODE-EXIT.
005840     EXIT.
005850*
005860 3100-CALCULER-MOYENNE.
005870*
005880*    MOYENNE DE LA PART MANUELLE DES N PERIODES FERMEES QUI
005890*    PRECEDENT LA PERIODE COURANTE (N = SYSIN).  LE SET N'EST
005900*    PAS GARANTI EN ORDRE CHRONOLOGIQUE: ON REPREND N FOIS LA
005910*    PERIODE LA PLUS RECENTE SOUS UNE BORNE QUI DESCEND A
005920*    CHAQUE TOUR (DATE DE DEBUT + NUMERO DE PERIODE).
005930*
005940     MOVE ZERO TO GDA-QT-PRECED.
005950     MOVE ZERO TO GDA-CUMUL-PCT.
005960     MOVE ZERO TO GDA-PCT-MOYEN.
005970     MOVE 'N'  TO GDA-SW-MOY-DISPO.
005980     MOVE GDA-PER-CLE (GDA-IND-PERIO) TO GDA-CLE-BORNE.
005990     MOVE 1    TO GDA-IND-PRECED-MAX.
006000*
006010     PERFORM 3110-PRENDRE-PRECEDENTE
006020         THRU 3110-PRENDRE-PRECEDENTE-EXIT
006030         UNTIL GDA-QT-PRECED NOT LESS SYSIN-QT-PERIO-MOY
006040            OR GDA-IND-PRECED-MAX EQUAL ZEROES.
006050*
006060     IF  GDA-QT-PRECED NOT LESS 3
006070         COMPUTE GDA-PCT-MOYEN ROUNDED =
006080                 GDA-CUMUL-PCT / GDA-QT-PRECED
006090         SET GDA-MOY-DISPO TO TRUE
006100     END-IF.
006110*
006120 3100-CALCULER-MOYENNE-EXIT.
006130     EXIT.
006140*
006150 3110-PRENDRE-PRECEDENTE.
006160*
006170     MOVE ZERO   TO GDA-IND-PRECED-MAX.
006180     MOVE SPACES TO GDA-CLE-PRECED-MAX.
006190     MOVE 1      TO GDA-IND-PRECED.
006200     PERFORM 3120-CHERCHER-PRECEDENTE
006210         THRU 3120-CHERCHER-PRECEDENTE-EXIT
006220         UNTIL GDA-IND-PRECED GREATER GDA-QT-PERIO.
006230*
006240     IF  GDA-IND-PRECED-MAX GREATER ZEROES
006250         ADD 1 TO GDA-QT-PRECED
006260         ADD GDA-PER-PCT-MANUEL (GDA-IND-PRECED-MAX)
006270             TO GDA-CUMUL-PCT
006280         MOVE GDA-CLE-PRECED-MAX TO GDA-CLE-BORNE
006290     END-IF.
006300*
006310 3110-PRENDRE-PRECEDENTE-EXIT.
006320     EXIT.
006330*
006340 3120-CHERCHER-PRECEDENTE.
006350*
006360     IF  GDA-PER-CLE (GDA-IND-PRECED) LESS GDA-CLE-BORNE
006370     AND (GDA-IND-PRECED-MAX EQUAL ZEROES
006380       OR GDA-PER-CLE (GDA-IND-PRECED) GREATER GDA-CLE-PRECED-MAX)
006390         MOVE GDA-IND-PRECED TO GDA-IND-PRECED-MAX
006400         MOVE GDA-PER-CLE (GDA-IND-PRECED) TO GDA-CLE-PRECED-MAX
006410     END-IF.
006420     ADD 1 TO GDA-IND-PRECED.
006430*
006440 3120-CHERCHER-PRECEDENTE-EXIT.
006450     EXIT.
006460*
006470 8500-SOMMAIRE-REGIONAL.
006480*
006490*    SOUS-TOTAUX PAR DIRECTION REGIONALE, DANS L'ORDRE DE LA
006500*    REFERENCE: PERIODES LISTEES, PERIODES SIGNALEES, TOTAL
006510*    MANUEL, TOTAL DES PERIODES ET PART DU MANUEL.
006520*
006530     MOVE SPACES TO RPT-LINE.
006540     WRITE RPT-LINE.
006550     MOVE SPACES TO RPT-LINE.
006560     STRING 'SOUS-TOTAUX PAR DIRECTION REGIONALE'
006570                DELIMITED BY SIZE INTO RPT-LINE.
006580     WRITE RPT-LINE.
006590*
006600     MOVE 1 TO GDA-IND-REGION.
006610     PERFORM 8510-IMPRIMER-REGION THRU 8510-IMPRIMER-REGION-EXIT
006620         UNTIL GDA-IND-REGION GREATER GDA-QT-REGION.
006630*
006640 8500-SOMMAIRE-REGIONAL-EXIT.
006650     EXIT.
006660*
006670 8510-IMPRIMER-REGION.
006680*
006690     IF  GDA-RG-QT-PERIO (GDA-IND-REGION) EQUAL ZEROES
006700         GO TO 8510-IMPRIMER-SUIVANTE
006710     END-IF.
006720*
006730     IF  GDA-RG-MNT-TOTAL (GDA-IND-REGION) GREATER ZEROES
006740         COMPUTE GDA-PCT-CALCUL ROUNDED =
006750                 GDA-RG-MNT-MANUEL (GDA-IND-REGION) * 100
006760               / GDA-RG-MNT-TOTAL (GDA-IND-REGION)
006770             ON SIZE ERROR
006780                 MOVE 999.9 TO GDA-PCT-CALCUL
006790         END-COMPUTE
006800     ELSE
006810         MOVE ZERO TO GDA-PCT-CALCUL
006820     END-IF.
006830*
006840     MOVE GDA-RG-QT-PERIO     (GDA-IND-REGION)
006850       TO GDA-RG-QT-PERIO-EDIT.
006860     MOVE GDA-RG-QT-SIGNALEES (GDA-IND-REGION)
006870       TO GDA-RG-QT-SIGNALEES-EDIT.
006880     MOVE GDA-RG-MNT-MANUEL   (GDA-IND-REGION)
006890       TO GDA-MNT-MANUEL-EDIT.
006900     MOVE GDA-RG-MNT-TOTAL    (GDA-IND-REGION)
006910       TO GDA-GRAND-MNT-EDIT.
006920     MOVE GDA-PCT-CALCUL TO GDA-PCT-EDIT.
006930*
006940     MOVE SPACES TO RPT-LINE.
006950     STRING '  REGION ' GDA-RG-COD-REGION (GDA-IND-REGION)
006960            ' ' GDA-RG-NOM-REGION (GDA-IND-REGION)
006970            ' PERIODES ' GDA-RG-QT-PERIO-EDIT
006980            ' SIGNALEES ' GDA-RG-QT-SIGNALEES-EDIT
006990            ' MANUEL ' GDA-MNT-MANUEL-EDIT
007000            ' TOTAL ' GDA-GRAND-MNT-EDIT
007010            ' %MAN ' GDA-PCT-EDIT
007020                DELIMITED BY SIZE INTO RPT-LINE.
007030     WRITE RPT-LINE.
007040*
007050 8510-IMPRIMER-SUIVANTE.
007060     ADD 1 TO GDA-IND-REGION.
007070*
007080 8510-IMPRIMER-REGION-EXIT.
007090     EXIT.
007100*
007110 9000-TOTAUX-RAPPORT.
007120*
007130     MOVE SPACES TO RPT-LINE.
007140     WRITE RPT-LINE.
007150     MOVE SPACES TO RPT-LINE.
007160     MOVE GDA-QT-CSER-LUS TO GDA-QT-CSER-LUS-EDIT.
007170     STRING '  TOTAL CSER EXAMINES     : ' GDA-QT-CSER-LUS-EDIT
007180                DELIMITED BY SIZE INTO RPT-LINE.
007190     WRITE RPT-LINE.
007200     MOVE SPACES TO RPT-LINE.
007210     MOVE GDA-QT-PERIO-LISTEES TO GDA-QT-PERIO-LISTEES-EDIT.
007220     STRING '  TOTAL PERIODES LISTEES  : '
007230         GDA-QT-PERIO-LISTEES-EDIT
007240                DELIMITED BY SIZE INTO RPT-LINE.
007250     WRITE RPT-LINE.
007260     MOVE SPACES TO RPT-LINE.
007270     MOVE GDA-QT-PERIO-SIGNALEES TO GDA-QT-PERIO-SIGNALEES-EDIT.
007280     STRING '  TOTAL PERIODES SIGNALEES: '
007290         GDA-QT-PERIO-SIGNALEES-EDIT
007300                DELIMITED BY SIZE INTO RPT-LINE.
007310     WRITE RPT-LINE.
007320     MOVE SPACES TO RPT-LINE.
007330     MOVE GDA-GRAND-MNT-MANUEL TO GDA-GRAND-MNT-EDIT.
007340     STRING '  TOTAL LOTS MANUELS      : ' GDA-GRAND-MNT-EDIT
007350                DELIMITED BY SIZE INTO RPT-LINE.
007360     WRITE RPT-LINE.
007370     MOVE SPACES TO RPT-LINE.
007380     MOVE GDA-GRAND-MNT-TOTAL TO GDA-GRAND-MNT-EDIT.
007390     STRING '  TOTAL DES PERIODES      : ' GDA-GRAND-MNT-EDIT
007400                DELIMITED BY SIZE INTO RPT-LINE.
007410     WRITE RPT-LINE.
007420*
007430 9000-TOTAUX-RAPPORT-EXIT.
007440     EXIT.
007450*
007460*----------------------------------------------------------------*
007470*       F I N   D U   P R O G R A M M E   G F P B 4 8 8 A
007480*----------------------------------------------------------------*
