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
000120*  MODULE:     GFPB495A  RETENTION ET COMPACTAGE MENSUELS DES
000130*              HISTORIQUES GFP
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - GFPP466A EMPILE UNE LIGNE HSTPANO, HSTECAI ET
000200*                    HSTECAR A CHAQUE AFFICHAGE DU PANORAMA; TOUS LES
000210*                    LECTEURS (GFPB480A, GFPB486A, GFPB494A...) NE
000220*                    GARDENT QUE LA DERNIERE.  POUR LES PERIODES
000230*                    FERMEES DEPUIS PLUS QUE LA RETENTION COURTE
000240*                    (SYSIN), CE MODULE NE CONSERVE QUE LA DERNIERE
000250*                    LIGNE PAR CSER/PERIODE (PAR AGENT POUR HSTECAI)
000260*                    ET SUPPRIME LES AUTRES.
000270*                  - HSTINTRB, HSTRECUP, HSTREOUV ET LES VERSIONS
000280*                    EXPECAV SONT SUPPRIMES AU COMPLET APRES LA
000290*                    RETENTION LONGUE (SYSIN).
000300*                  - TOUTE LIGNE SUPPRIMEE EST D'ABORD ECRITE AU
000310*                    FICHIER D'ARCHIVE ARCHHST.TXT (DELIMITE ';',
000320*                    MEMES ZONES QUE GFPB494A, UNE LIGNE 'H' EN TETE
000330*                    ET UNE LIGNE 'T' PAR TYPE EN FIN).  ARCHHST EST
000331*                    CUMULATIF (OUVERT EN EXTEND): CHAQUE EXECUTION
000332*                    Y AJOUTE SON BLOC 'H' ... 'T'.
000340*                  - PEROPE NE PORTE PAS DE DATE DE FERMETURE: L'AGE
000350*                    D'UNE PERIODE FERMEE SE COMPTE DEPUIS SA DATE DE
000360*                    DEBUT, OU DEPUIS SA DERNIERE REOUVERTURE
000370*                    HSTREOUV SI ELLE EST PLUS RECENTE.  UNE PERIODE
000380*                    OUVERTE N'EST JAMAIS TOUCHEE.
000390*                  - COMMIT A CHAQUE CENTRE DE SERVICE.  UNE
000400*                    REPRISE EST UNE SIMPLE RE-EXECUTION: LES
000410*                    CENTRES DEJA TRAITES N'ONT PLUS RIEN A
000420*                    SUPPRIMER ET RIEN N'EST ARCHIVE DEUX FOIS.  LES
000421*                    LIGNES ARCHIVEES AVANT L'ABEND RESTENT DANS
000422*                    ARCHHST, DANS UN BLOC 'H' SANS LIGNES 'T'; LA
000423*                    RE-EXECUTION AJOUTE SON PROPRE BLOC A LA SUITE.
000430*                  - RAPPORT DE CONTROLE RPPURHST.TXT: LIGNES LUES,
000440*                    CONSERVEES, ARCHIVEES ET SUPPRIMEES PAR TYPE.
000450*                    RETURN CODE 4 SI UN ERASE A ECHOUE.
000460*
000470*                CARTE SYSIN:
000480*                  COL 01-08  DATE DU JOUR (AAAAMMJJ)
000490*                  COL 09-11  RETENTION COURTE EN JOURS, POUR LE
000500*                             COMPACTAGE (DEFAUT 060)
000510*                  COL 12-15  RETENTION LONGUE EN JOURS, POUR LA
000520*                             PURGE (DEFAUT 0730, JAMAIS MOINS
000530*                             QUE LA RETENTION COURTE)
000540*
000550*******************************************************************
000560**    M O D I F I C A T I O N S
000570*******************************************************************
000580** 2026-10-15 - EQUIPE GFP
000590**              CREATION DU PROGRAMME.
000600*******************************************************************
000601** 2026-10-15 - EQUIPE GFP
000602**              ARCHHST OUVERT EN EXTEND: UNE REPRISE APRES ABEND
000603**              N'ECRASE PLUS LES LIGNES DEJA ARCHIVEES DES
000604**              CENTRES SUPPRIMES ET COMMITES AVANT L'ABEND.
000605*******************************************************************
000610*
000620*-------------------*
000630 IDENTIFICATION DIVISION.
000640*-------------------*
000650 PROGRAM-ID.    GFPB495A.
000660 AUTHOR.        EQUIPE GFP.
000670 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000680 DATE-WRITTEN.  OCTOBRE 2026.
000690 DATE-COMPILED.
000700*------------------*
000710 ENVIRONMENT DIVISION.
000720*------------------*
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT ARCHHST  ASSIGN TO 'ARCHHST.TXT'
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT RPPURHST ASSIGN TO 'RPPURHST.TXT'
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790*------------*
000800 DATA DIVISION.
000810*------------*
000820 FILE SECTION.
000830 FD  ARCHHST.
000840 01  ARC-LINE                       PIC X(250).
000850 FD  RPPURHST.
000860 01  RPT-LINE                       PIC X(132).
000870*--------------------------*
000880 WORKING-STORAGE SECTION.
000890*--------------------------*
000900 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB495A'.
000910 01  SYSIN-LIGNE.
000920     03  SYSIN-DAS-JOUR             PIC 9(008).
000930     03  SYSIN-RET-COURTE           PIC 9(003).
000940     03  SYSIN-RET-LONGUE           PIC 9(004).
000950     03  FILLER                     PIC X(117).
000960 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000970 77  GDA-QT-PERIO-COMPACT           PIC S9(009) COMP VALUE ZERO.
000980 77  GDA-QT-PERIO-PURGE             PIC S9(009) COMP VALUE ZERO.
000990 77  GDA-QT-ERREURS                 PIC S9(009) COMP VALUE ZERO.
001000 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001010 77  GDA-SW-FIN-CSER                PIC  X(001) VALUE 'N'.
001020     88  GDA-FIN-CSER                            VALUE 'S'.
001030 77  GDA-SW-FIN-PEROPE               PIC X(001) VALUE 'N'.
001040     88  GDA-FIN-PEROPE                           VALUE 'S'.
001050 77  GDA-SW-FIN-HSTPANO              PIC X(001) VALUE 'N'.
001060     88  GDA-FIN-HSTPANO                          VALUE 'S'.
001070 77  GDA-SW-FIN-HSTECAI              PIC X(001) VALUE 'N'.
001080     88  GDA-FIN-HSTECAI                          VALUE 'S'.
001090 77  GDA-SW-FIN-HSTECAR              PIC X(001) VALUE 'N'.
001100     88  GDA-FIN-HSTECAR                          VALUE 'S'.
001110 77  GDA-SW-FIN-HSTINT               PIC X(001) VALUE 'N'.
001120     88  GDA-FIN-HSTINT                           VALUE 'S'.
001130 77  GDA-SW-FIN-HSTRECUP             PIC X(001) VALUE 'N'.
001140     88  GDA-FIN-HSTRECUP                         VALUE 'S'.
001150 77  GDA-SW-FIN-REOUV                PIC X(001) VALUE 'N'.
001160     88  GDA-FIN-REOUV                            VALUE 'S'.
001170 77  GDA-SW-FIN-EXPECAV              PIC X(001) VALUE 'N'.
001180     88  GDA-FIN-EXPECAV                          VALUE 'S'.
001190 77  GDA-SW-TROUVE                   PIC X(001) VALUE 'N'.
001200     88  GDA-TROUVE                               VALUE 'O'.
001210*
001220 77  GDA-DAS-CIBLE                  PIC 9(008) VALUE ZERO.
001230 77  GDA-NO-PERIO-CIBLE             PIC 9(002) VALUE ZERO.
001240 77  GDA-DAS-REFERENCE              PIC 9(008) VALUE ZERO.
001250*
001260*-----------------------------------------------------------------
001270*    CONVERSION DATE (AAAAMMJJ) EN NUMERO DE JOUR, POUR LES AGES
001280*    (MEME PRINCIPE QUE GFPB484A): NO-JOUR = 365*A + BISSEXTILES
001290*    DES ANNEES PRECEDENTES + JOURS CUMULES DES MOIS PRECEDENTS
001300*    (+1 SI A EST BISSEXTILE ET MOIS APRES FEVRIER) + JJ.
001310*-----------------------------------------------------------------
001320 01  CTE-JOURS-CUMUL-MOIS.
001330     03  FILLER  PIC X(018) VALUE '000031059090120151'.
001340     03  FILLER  PIC X(018) VALUE '181212243273304334'.
001350 01  FILLER REDEFINES CTE-JOURS-CUMUL-MOIS.
001360     03  CTE-JOURS-CUMUL PIC 9(003) OCCURS 12 TIMES.
001370 01  GDA-DATE-TRAVAIL.
001380     03  GDA-DT-AAAA                PIC 9(004).
001390     03  GDA-DT-MM                  PIC 9(002).
001400     03  GDA-DT-JJ                  PIC 9(002).
001410 77  GDA-NO-JOUR                    PIC S9(009) COMP VALUE ZERO.
001420 77  GDA-NO-JOUR-DU-JOUR            PIC S9(009) COMP VALUE ZERO.
001430 77  GDA-QT-AGE                     PIC S9(009) COMP VALUE ZERO.
001440 77  GDA-AN-PREC                    PIC S9(005) COMP VALUE ZERO.
001450 77  GDA-QT-DIV-4                   PIC S9(005) COMP VALUE ZERO.
001460 77  GDA-QT-DIV-100                 PIC S9(005) COMP VALUE ZERO.
001470 77  GDA-QT-DIV-400                 PIC S9(005) COMP VALUE ZERO.
001480 77  GDA-RESTE-4                    PIC S9(004) COMP VALUE ZERO.
001490 77  GDA-RESTE-100                  PIC S9(004) COMP VALUE ZERO.
001500 77  GDA-RESTE-400                  PIC S9(004) COMP VALUE ZERO.
001510*
001520*-----------------------------------------------------------------
001530*    COMPTEURS PAR TYPE D'ENREGISTREMENT: 1 HSTPANO, 2 HSTECAI,
001540*    3 HSTECAR, 4 HSTINTRB, 5 HSTRECUP, 6 HSTREOUV, 7 EXPECAV
001550*-----------------------------------------------------------------
001560 01  CTE-NOMS-TYPES.
001570     03  FILLER  PIC X(016) VALUE 'HSTPANO HSTECAI '.
001580     03  FILLER  PIC X(016) VALUE 'HSTECAR HSTINTRB'.
001590     03  FILLER  PIC X(024) VALUE 'HSTRECUPHSTREOUVEXPECAV '.
001600 01  FILLER REDEFINES CTE-NOMS-TYPES.
001610     03  CTE-NOM-TYPE PIC X(008) OCCURS 7 TIMES.
001620 01  GDA-TAB-CPT.
001630     03  GDA-CPT-ENTREE             OCCURS 7 TIMES.
001640         05  GDA-CPT-LUS            PIC S9(009) COMP.
001650         05  GDA-CPT-ARCH           PIC S9(009) COMP.
001660         05  GDA-CPT-SUPP           PIC S9(009) COMP.
001670 77  GDA-IND-TYPE                   PIC S9(004) COMP VALUE ZERO.
001680 77  GDA-QT-CONSERVES               PIC S9(009) COMP VALUE ZERO.
001690 01  GDA-LUS-EDIT                   PIC ZZZZZZZZ9.
001700 01  GDA-CONS-EDIT                  PIC ZZZZZZZZ9.
001710 01  GDA-ARCH-EDIT                  PIC ZZZZZZZZ9.
001720 01  GDA-SUPP-EDIT                  PIC ZZZZZZZZ9.
001730*
001740*-----------------------------------------------------------------
001750*    ZONES DE CONSTRUCTION DES LIGNES D'ARCHIVE (MEME FORME QUE
001760*    LES EXTRACTIONS DE GFPB494A)
001770*-----------------------------------------------------------------
001780 01  GDA-LIGNE-EXT                  PIC X(250) VALUE SPACES.
001790 01  GDA-MNT-E1                     PIC +9(011).99.
001800 01  GDA-MNT-E2                     PIC +9(011).99.
001810 01  GDA-MNT-E3                     PIC +9(011).99.
001820 01  GDA-MNT-E4                     PIC +9(011).99.
001830 01  GDA-MNT-E5                     PIC +9(011).99.
001840 01  GDA-MNT-E6                     PIC +9(011).99.
001850 01  GDA-MNT-E7                     PIC +9(011).99.
001860 01  GDA-MNT-E8                     PIC +9(011).99.
001870 01  GDA-QT-LIGNES-EDIT             PIC 9(009).
001880 01  GDA-NB-EDIT                    PIC 9(005).
001890 01  GDA-DAS-EDIT                   PIC 9(008).
001900 01  GDA-DAS-EDIT-2                 PIC 9(008).
001910 01  GDA-NO-PERIO-EDIT              PIC 9(002).
001920 01  GDA-HEURE-EDIT                 PIC 9(004).
001930 01  GDA-HEURE-EDIT-2               PIC 9(004).
001940 01  GDA-NO-LIGNE-EDIT              PIC 9(002).
001950 01  GDA-RET-COURTE-EDIT            PIC ZZ9.
001960 01  GDA-RET-LONGUE-EDIT            PIC ZZZ9.
001970 01  GDA-MOTIF-EXT                  PIC X(060).
001980 01  GDA-TEXTE-EXT                  PIC X(132).
001990 77  GDA-IND-LIGNE                  PIC S9(004) COMP VALUE ZERO.
002000*
002010*-----------------------------------------------------------------
002020*    DERNIERE REOUVERTURE (HSTREOUV) PAR PERIODE DU CSER COURANT
002030*-----------------------------------------------------------------
002040 01  GDA-TAB-ROV.
002050     03  GDA-QT-ROV                 PIC S9(004) COMP VALUE ZERO.
002060     03  GDA-ROV-ENTREE             OCCURS 500 TIMES.
002070         05  GDA-ROV-DAS            PIC 9(008).
002080         05  GDA-ROV-NO-PERIO       PIC 9(002).
002090         05  GDA-ROV-DAS-REOUV      PIC 9(008).
002100 77  GDA-IND-ROV                    PIC S9(004) COMP VALUE ZERO.
002110*
002120*-----------------------------------------------------------------
002130*    PERIODES FERMEES DU CSER COURANT AU-DELA DE LA RETENTION
002140*    COURTE ('O' DANS GDA-PER-SW-LONGUE: AUSSI AU-DELA DE LA
002150*    RETENTION LONGUE).  LES INDICATEURS PANO/ECAR PASSENT A 'O'
002160*    A LA DERNIERE LIGNE DE LA PERIODE, VUE EN PREMIER PUISQUE
002170*    LES SETS SONT PARCOURUS A REBOURS.
002180*-----------------------------------------------------------------
002190 01  GDA-TAB-PER.
002200     03  GDA-QT-PER                 PIC S9(004) COMP VALUE ZERO.
002210     03  GDA-PER-ENTREE             OCCURS 5000 TIMES.
002220         05  GDA-PER-DAS            PIC 9(008).
002230         05  GDA-PER-NO-PERIO       PIC 9(002).
002240         05  GDA-PER-SW-LONGUE      PIC X(001).
002250         05  GDA-PER-SW-PANO        PIC X(001).
002260         05  GDA-PER-SW-ECAR        PIC X(001).
002270 77  GDA-IND-PER                    PIC S9(004) COMP VALUE ZERO.
002280*
002290*-----------------------------------------------------------------
002300*    COUPLES AGENT/PERIODE DONT LA DERNIERE LIGNE HSTECAI A ETE
002310*    VUE (PARCOURS A REBOURS)
002320*-----------------------------------------------------------------
002330 01  GDA-TAB-AGP.
002340     03  GDA-QT-AGP                 PIC S9(009) COMP VALUE ZERO.
002350     03  GDA-AGP-ENTREE             OCCURS 30000 TIMES.
002360         05  GDA-AGP-NO-AGENT       PIC X(008).
002370         05  GDA-AGP-DAS            PIC 9(008).
002380         05  GDA-AGP-NO-PERIO       PIC 9(002).
002390 77  GDA-IND-AGP                    PIC S9(009) COMP VALUE ZERO.
002400 77  GDA-SW-AGP-PLEINE               PIC X(001) VALUE 'N'.
002410     88  GDA-AGP-PLEINE                           VALUE 'O'.
002420*
002430*-----------------------------------------------------------------
002440*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKPEROPE / GFPKHSTPANO /
002450*    GFPKHSTECAI / GFPKHSTECAR / GFPKHSTINTRB / GFPKHSTRECUP /
002460*    GFPKHSTREOUV / GFPKEXPECA / GFPKEXPECAV)
002470*-----------------------------------------------------------------
002480 01  GFPK-CSER.
-INC   GFPKCSER
002490 01  GFPK-PEROPE.
-INC   GFPKPEROPE
002500 01  GFPK-HSTPANO.
-INC   GFPKHSTPANO
002510 01  GFPK-HSTECAI.
-INC   GFPKHSTECAI
002520 01  GFPK-HSTECAR.
-INC   GFPKHSTECAR
002530 01  GFPK-HSTINTRB.
-INC   GFPKHSTINTRB
002540 01  GFPK-HSTRECUP.
-INC   GFPKHSTRECUP
002550 01  GFPK-HSTREOUV.
-INC   GFPKHSTREOUV
002560 01  GFPK-EXPECA.
-INC   GFPKEXPECA
002570 01  GFPK-EXPECAV.
-INC   GFPKEXPECAV
002580*
002590*--------------------*
002600 PROCEDURE DIVISION.
002610*--------------------*
002620*
002630 0000-MAINLINE.
002640*
002650     ACCEPT SYSIN-LIGNE FROM SYSIN.
002660*
002670*    UNE PURGE SUR UNE DATE INVALIDE EFFACERAIT N'IMPORTE QUOI:
002680*    LA DATE DU JOUR EST OBLIGATOIRE.
002690     IF  SYSIN-DAS-JOUR IS NOT NUMERIC
002700         DISPLAY '000 ' CTE-PRGM ' - DATE DU JOUR INVALIDE'
002710         MOVE 8 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     IF  SYSIN-DAS-JOUR EQUAL ZEROES
002750         DISPLAY '000 ' CTE-PRGM ' - DATE DU JOUR INVALIDE'
002760         MOVE 8 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     IF  SYSIN-RET-COURTE IS NOT NUMERIC
002800         MOVE 060 TO SYSIN-RET-COURTE
002810     END-IF.
002820     IF  SYSIN-RET-COURTE EQUAL ZEROES
002830         MOVE 060 TO SYSIN-RET-COURTE
002840     END-IF.
002850     IF  SYSIN-RET-LONGUE IS NOT NUMERIC
002860         MOVE 0730 TO SYSIN-RET-LONGUE
002870     END-IF.
002880     IF  SYSIN-RET-LONGUE EQUAL ZEROES
002890         MOVE 0730 TO SYSIN-RET-LONGUE
002900     END-IF.
002910     IF  SYSIN-RET-LONGUE LESS SYSIN-RET-COURTE
002920         MOVE SYSIN-RET-COURTE TO SYSIN-RET-LONGUE
002930     END-IF.
002940*
002950     MOVE SYSIN-DAS-JOUR TO GDA-DAS-CIBLE.
002960     PERFORM 7000-CALCULER-NO-JOUR
002970         THRU 7000-CALCULER-NO-JOUR-EXIT.
002980     MOVE GDA-NO-JOUR TO GDA-NO-JOUR-DU-JOUR.
002990*
003000     INITIALIZE GDA-TAB-CPT.
003010*
003020     OPEN EXTEND ARCHHST.
003030     OPEN OUTPUT RPPURHST.
003040*
003050     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
003060*
003070     READY USAGE-MODE IS PROTECTED UPDATE.
003080*
003090     OBTAIN FIRST CSER.
003100     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
003110         UNTIL GDA-FIN-CSER.
003120*
003130     FINISH.
003140*
003150     PERFORM 9000-FIN-ARCHIVE THRU 9000-FIN-ARCHIVE-EXIT.
003160     PERFORM 9100-TOTAUX-RAPPORT THRU 9100-TOTAUX-RAPPORT-EXIT.
003170*
003180     CLOSE ARCHHST
003190           RPPURHST.
003200*
003210*    RETURN CODE 4 QUAND UN ERASE A ECHOUE: LA LIGNE EST AU
003220*    FICHIER D'ARCHIVE MAIS TOUJOURS EN BASE.
003230     IF  GDA-QT-ERREURS GREATER ZEROES
003240         MOVE 4 TO RETURN-CODE
003250     END-IF.
003260     STOP RUN.
003270*
003280 1000-ENTETE-RAPPORT.
003290*
003300     MOVE SYSIN-RET-COURTE TO GDA-RET-COURTE-EDIT.
003310     MOVE SYSIN-RET-LONGUE TO GDA-RET-LONGUE-EDIT.
003320*
003330     MOVE SPACES TO RPT-LINE.
003340     STRING 'RETENTION ET COMPACTAGE DES HISTORIQUES GFP - '
003350            SYSIN-DAS-JOUR
003360                DELIMITED BY SIZE INTO RPT-LINE.
003370     WRITE RPT-LINE.
003380     MOVE SPACES TO RPT-LINE.
003390     WRITE RPT-LINE.
003400     MOVE SPACES TO RPT-LINE.
003410     STRING '  COMPACTAGE HSTPANO/HSTECAI/HSTECAR: PERIODES '
003420            'FERMEES DEPUIS PLUS DE ' GDA-RET-COURTE-EDIT
003430            ' JOURS'
003440                DELIMITED BY SIZE INTO RPT-LINE.
003450     WRITE RPT-LINE.
003460     MOVE SPACES TO RPT-LINE.
003470     STRING '  PURGE HSTINTRB/HSTRECUP/HSTREOUV/EXPECAV: PLUS DE '
003480            GDA-RET-LONGUE-EDIT ' JOURS'
003490                DELIMITED BY SIZE INTO RPT-LINE.
003500     WRITE RPT-LINE.
003510     MOVE SPACES TO RPT-LINE.
003520     WRITE RPT-LINE.
003530*
003540     MOVE SPACES TO GDA-LIGNE-EXT.
003550     STRING 'H;ARCHHST;' SYSIN-DAS-JOUR
003560            ';' SYSIN-RET-COURTE ';' SYSIN-RET-LONGUE
003570                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
003580     MOVE GDA-LIGNE-EXT TO ARC-LINE.
003590     WRITE ARC-LINE.
003600*
003610 1000-ENTETE-RAPPORT-EXIT.
003620     EXIT.
003630*
003640 2000-TRAITER-CSER.
003650*
003660     IF  ERROR-STATUS EQUAL '0307'
003670         SET GDA-FIN-CSER TO TRUE
003680         GO TO 2000-TRAITER-CSER-EXIT
003690     END-IF.
003700*
003710     IF  ERROR-STATUS NOT EQUAL '0000'
003720         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
003730                 ERROR-STATUS
003740         SET GDA-FIN-CSER TO TRUE
003750         GO TO 2000-TRAITER-CSER-EXIT
003760     END-IF.
003770*
003780     ADD 1 TO GDA-QT-CSER-LUS.
003790*
003800     MOVE ZERO TO GDA-QT-ROV.
003810     MOVE ZERO TO GDA-QT-PER.
003820     MOVE ZERO TO GDA-QT-AGP.
003830     MOVE ZERO TO GDA-IND-PER.
003840     MOVE 'N'  TO GDA-SW-AGP-PLEINE.
003850*
003860*    LES REOUVERTURES D'ABORD: ELLES REPOUSSENT L'AGE DES
003870*    PERIODES ROUVERTES PUIS REFERMEES.
003880*
003890     MOVE 'N' TO GDA-SW-FIN-REOUV.
003900     OBTAIN FIRST HSTREOUV WITHIN CSER-HSTREOUV.
003910     PERFORM 2100-TRAITER-HSTREOUV THRU 2100-TRAITER-HSTREOUV-EXIT
003920         UNTIL GDA-FIN-REOUV.
003930*
003940     MOVE 'N' TO GDA-SW-FIN-PEROPE.
003950     OBTAIN FIRST PEROPE WITHIN CSER-PEROPE.
003960     PERFORM 2200-TRAITER-PEROPE THRU 2200-TRAITER-PEROPE-EXIT
003970         UNTIL GDA-FIN-PEROPE.
003980*
003990*    LES SETS EMPILES SONT PARCOURUS A REBOURS: LA PREMIERE
004000*    LIGNE VUE D'UNE PERIODE (OU D'UN COUPLE AGENT/PERIODE) EST
004010*    LA DERNIERE ECRITE ET ELLE EST CONSERVEE.
004020*
004030     MOVE 'N' TO GDA-SW-FIN-HSTPANO.
004040     OBTAIN LAST HSTPANO WITHIN CSER-HSTPANO.
004050     PERFORM 2300-COMPACTER-HSTPANO
004060         THRU 2300-COMPACTER-HSTPANO-EXIT
004070         UNTIL GDA-FIN-HSTPANO.
004080*
004090     MOVE 'N' TO GDA-SW-FIN-HSTECAR.
004100     OBTAIN LAST HSTECAR WITHIN CSER-HSTECAR.
004110     PERFORM 2400-COMPACTER-HSTECAR
004120         THRU 2400-COMPACTER-HSTECAR-EXIT
004130         UNTIL GDA-FIN-HSTECAR.
004140*
004150     MOVE 'N' TO GDA-SW-FIN-HSTECAI.
004160     OBTAIN LAST HSTECAI WITHIN CSER-HSTECAI.
004170     PERFORM 2500-COMPACTER-HSTECAI
004180         THRU 2500-COMPACTER-HSTECAI-EXIT
004190         UNTIL GDA-FIN-HSTECAI.
004200*
004210     MOVE 'N' TO GDA-SW-FIN-HSTINT.
004220     OBTAIN FIRST HSTINTRB WITHIN CSER-HSTINTRB.
004230     PERFORM 2600-PURGER-HSTINTRB THRU 2600-PURGER-HSTINTRB-EXIT
004240         UNTIL GDA-FIN-HSTINT.
004250*
004260     MOVE 'N' TO GDA-SW-FIN-HSTRECUP.
004270     OBTAIN FIRST HSTRECUP WITHIN CSER-HSTRECUP.
004280     PERFORM 2700-PURGER-HSTRECUP THRU 2700-PURGER-HSTRECUP-EXIT
004290         UNTIL GDA-FIN-HSTRECUP.
004300*
004310     MOVE 1 TO GDA-IND-PER.
004320     PERFORM 2800-PURGER-EXPECAV THRU 2800-PURGER-EXPECAV-EXIT
004330         UNTIL GDA-IND-PER GREATER GDA-QT-PER.
004340*
004350*    LE CENTRE EST TERMINE: SES SUPPRESSIONS SONT VALIDEES (LES
004360*    CURRENCIES SONT CONSERVEES, LE BALAYAGE CONTINUE).
004370*
004380     COMMIT.
004390     IF  ERROR-STATUS NOT EQUAL '0000'
004400         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
004410                 ERROR-STATUS
004420     END-IF.
004430*
004440     OBTAIN NEXT CSER.
004450*
004460 2000-TRAITER-CSER-EXIT.
004470     EXIT.
004480*
004490 2100-TRAITER-HSTREOUV.
004500*
004510     IF  ERROR-STATUS EQUAL '0307'
004520         SET GDA-FIN-REOUV TO TRUE
004530         GO TO 2100-TRAITER-HSTREOUV-EXIT
004540     END-IF.
004550*
004560     IF  ERROR-STATUS NOT EQUAL '0000'
004570         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTREOUV = '
004580                 ERROR-STATUS
004590         SET GDA-FIN-REOUV TO TRUE
004600         GO TO 2100-TRAITER-HSTREOUV-EXIT
004610     END-IF.
004620*
004630     MOVE 6 TO GDA-IND-TYPE.
004640     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
004650*
004660     PERFORM 2110-RETENIR-REOUV THRU 2110-RETENIR-REOUV-EXIT.
004670*
004680     MOVE HSTREOUV-DAS-REOUV TO GDA-DAS-CIBLE.
004690     PERFORM 7000-CALCULER-NO-JOUR
004700         THRU 7000-CALCULER-NO-JOUR-EXIT.
004710     COMPUTE GDA-QT-AGE = GDA-NO-JOUR-DU-JOUR - GDA-NO-JOUR.
004720     IF  GDA-QT-AGE NOT GREATER SYSIN-RET-LONGUE
004730         GO TO 2100-REOUV-SUIVANTE
004740     END-IF.
004750*
004760     MOVE HSTREOUV-DAS-DEB-PERIO  TO GDA-DAS-EDIT.
004770     MOVE HSTREOUV-NO-PERIO       TO GDA-NO-PERIO-EDIT.
004780     MOVE HSTREOUV-MNT-ECART-RENV TO GDA-MNT-E1.
004790     MOVE HSTREOUV-DAS-REOUV      TO GDA-DAS-EDIT-2.
004800     MOVE HSTREOUV-HEURE-REOUV    TO GDA-HEURE-EDIT.
004810     MOVE HSTREOUV-MOTIF          TO GDA-MOTIF-EXT.
004820     INSPECT GDA-MOTIF-EXT REPLACING ALL ';' BY ','.
004830*
004840     MOVE SPACES TO GDA-LIGNE-EXT.
004850     STRING 'D;HSTREOUV;' CSER-NO-CSER
004860            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
004870            ';' HSTREOUV-STA-AVANT
004880            ';' HSTREOUV-COD-ECART-CSER
004890            ';' GDA-MNT-E1
004900            ';' HSTREOUV-NO-USAGR
004910            ';' GDA-DAS-EDIT-2 ';' GDA-HEURE-EDIT
004920            ';' HSTREOUV-IND-RENVERSE
004930            ';' GDA-MOTIF-EXT
004940                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
004950     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
004960*
004970     ERASE HSTREOUV.
004980     IF  ERROR-STATUS NOT EQUAL '0000'
004990         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTREOUV = '
005000                 ERROR-STATUS
005010         ADD 1 TO GDA-QT-ERREURS
005020     ELSE
005030         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
005040     END-IF.
005050*
005060 2100-REOUV-SUIVANTE.
005070     OBTAIN NEXT HSTREOUV WITHIN CSER-HSTREOUV.
005080*
005090 2100-TRAITER-HSTREOUV-EXIT.
005100     EXIT.
005110*
005120 2110-RETENIR-REOUV.
005130*
005140*    UNE ENTREE PAR PERIODE, AVEC SA REOUVERTURE LA PLUS RECENTE.
005150*
005160     MOVE 'N' TO GDA-SW-TROUVE.
005170     MOVE 1   TO GDA-IND-ROV.
005180     PERFORM 2120-CHERCHER-REOUV THRU 2120-CHERCHER-REOUV-EXIT
005190         UNTIL GDA-TROUVE
005200            OR GDA-IND-ROV GREATER GDA-QT-ROV.
005210*
005220     IF  NOT GDA-TROUVE
005230         IF  GDA-QT-ROV NOT LESS 500
005240             DISPLAY '000 ' CTE-PRGM ' - TABLE REOUVERTURES '
005250                     'PLEINE (500) - CSER ' CSER-NO-CSER
005260             GO TO 2110-RETENIR-REOUV-EXIT
005270         END-IF
005280         ADD 1 TO GDA-QT-ROV
005290         MOVE GDA-QT-ROV TO GDA-IND-ROV
005300         MOVE HSTREOUV-DAS-DEB-PERIO TO GDA-ROV-DAS (GDA-IND-ROV)
005310         MOVE HSTREOUV-NO-PERIO
005320           TO GDA-ROV-NO-PERIO (GDA-IND-ROV)
005330         MOVE ZERO TO GDA-ROV-DAS-REOUV (GDA-IND-ROV)
005340     END-IF.
005350*
005360     IF  HSTREOUV-DAS-REOUV
005370         GREATER GDA-ROV-DAS-REOUV (GDA-IND-ROV)
005380         MOVE HSTREOUV-DAS-REOUV
005390           TO GDA-ROV-DAS-REOUV (GDA-IND-ROV)
005400     END-IF.
005410*
005420 2110-RETENIR-REOUV-EXIT.
005430     EXIT.
005440*
005450 2120-CHERCHER-REOUV.
005460*
005470     IF  GDA-ROV-DAS (GDA-IND-ROV) EQUAL HSTREOUV-DAS-DEB-PERIO
005480     AND GDA-ROV-NO-PERIO (GDA-IND-ROV) EQUAL HSTREOUV-NO-PERIO
005490         SET GDA-TROUVE TO TRUE
005500     ELSE
005510         ADD 1 TO GDA-IND-ROV
005520     END-IF.
005530*
005540 2120-CHERCHER-REOUV-EXIT.
005550     EXIT.
005560*
005570 2200-TRAITER-PEROPE.
005580*
005590     IF  ERROR-STATUS EQUAL '0307'
005600         SET GDA-FIN-PEROPE TO TRUE
005610         GO TO 2200-TRAITER-PEROPE-EXIT
005620     END-IF.
005630*
005640     IF  ERROR-STATUS NOT EQUAL '0000'
005650         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS PEROPE = '
005660                 ERROR-STATUS
005670         SET GDA-FIN-PEROPE TO TRUE
005680         GO TO 2200-TRAITER-PEROPE-EXIT
005690     END-IF.
005700*
005710*    UNE PERIODE OUVERTE (OU ROUVERTE) N'EST JAMAIS TOUCHEE.
005720*
005730     IF  PEROPE-STA-ETAT-CTB EQUAL 'O'
005740         GO TO 2200-PEROPE-SUIVANTE
005750     END-IF.
005760*
005770     MOVE PEROPE-DAS-DEB-PERIO TO GDA-DAS-REFERENCE.
005780     MOVE 'N' TO GDA-SW-TROUVE.
005790     MOVE 1   TO GDA-IND-ROV.
005800     PERFORM 2210-CHERCHER-ROUVERTE
005810         THRU 2210-CHERCHER-ROUVERTE-EXIT
005820         UNTIL GDA-TROUVE
005830            OR GDA-IND-ROV GREATER GDA-QT-ROV.
005840     IF  GDA-TROUVE
005850     AND GDA-ROV-DAS-REOUV (GDA-IND-ROV) GREATER GDA-DAS-REFERENCE
005860         MOVE GDA-ROV-DAS-REOUV (GDA-IND-ROV) TO GDA-DAS-REFERENCE
005870     END-IF.
005880*
005890     MOVE GDA-DAS-REFERENCE TO GDA-DAS-CIBLE.
005900     PERFORM 7000-CALCULER-NO-JOUR
005910         THRU 7000-CALCULER-NO-JOUR-EXIT.
005920     COMPUTE GDA-QT-AGE = GDA-NO-JOUR-DU-JOUR - GDA-NO-JOUR.
005930     IF  GDA-QT-AGE NOT GREATER SYSIN-RET-COURTE
005940         GO TO 2200-PEROPE-SUIVANTE
005950     END-IF.
005960*
005970     IF  GDA-QT-PER NOT LESS 5000
005980         DISPLAY '000 ' CTE-PRGM ' - TABLE PERIODES PLEINE'
005990                 ' (5000) - CSER ' CSER-NO-CSER
006000         GO TO 2200-PEROPE-SUIVANTE
006010     END-IF.
006020*
006030     ADD 1 TO GDA-QT-PER.
006040     ADD 1 TO GDA-QT-PERIO-COMPACT.
006050     MOVE PEROPE-DAS-DEB-PERIO TO GDA-PER-DAS (GDA-QT-PER).
006060     MOVE PEROPE-NO-PERIO      TO GDA-PER-NO-PERIO (GDA-QT-PER).
006070     MOVE 'N'                  TO GDA-PER-SW-PANO (GDA-QT-PER).
006080     MOVE 'N'                  TO GDA-PER-SW-ECAR (GDA-QT-PER).
006090     MOVE 'N'                  TO GDA-PER-SW-LONGUE (GDA-QT-PER).
006100     IF  GDA-QT-AGE GREATER SYSIN-RET-LONGUE
006110         MOVE 'O' TO GDA-PER-SW-LONGUE (GDA-QT-PER)
006120         ADD 1 TO GDA-QT-PERIO-PURGE
006130     END-IF.
006140*
006150 2200-PEROPE-SUIVANTE.
006160     OBTAIN NEXT PEROPE WITHIN CSER-PEROPE.
006170*
006180 2200-TRAITER-PEROPE-EXIT.
006190     EXIT.
006200*
006210 2210-CHERCHER-ROUVERTE.
006220*
006230     IF  GDA-ROV-DAS (GDA-IND-ROV)      EQUAL PEROPE-DAS-DEB-PERIO
006240     AND GDA-ROV-NO-PERIO (GDA-IND-ROV) EQUAL PEROPE-NO-PERIO
006250         SET GDA-TROUVE TO TRUE
006260     ELSE
006270         ADD 1 TO GDA-IND-ROV
006280     END-IF.
006290*
006300 2210-CHERCHER-ROUVERTE-EXIT.
006310     EXIT.
006320*
006330 2300-COMPACTER-HSTPANO.
006340*
006350     IF  ERROR-STATUS EQUAL '0307'
006360         SET GDA-FIN-HSTPANO TO TRUE
006370         GO TO 2300-COMPACTER-HSTPANO-EXIT
006380     END-IF.
006390*
006400     IF  ERROR-STATUS NOT EQUAL '0000'
006410         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTPANO = '
006420                 ERROR-STATUS
006430         SET GDA-FIN-HSTPANO TO TRUE
006440         GO TO 2300-COMPACTER-HSTPANO-EXIT
006450     END-IF.
006460*
006470     MOVE 1 TO GDA-IND-TYPE.
006480     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
006490*
006500     MOVE HSTPANO-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
006510     MOVE HSTPANO-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
006520     PERFORM 2900-CHERCHER-PERIODE
006530         THRU 2900-CHERCHER-PERIODE-EXIT.
006540     IF  NOT GDA-TROUVE
006550         GO TO 2300-PANO-PRECEDENTE
006560     END-IF.
006570*
006580*    PREMIERE LIGNE VUE = DERNIERE ECRITE: CONSERVEE.
006590     IF  GDA-PER-SW-PANO (GDA-IND-PER) NOT EQUAL 'O'
006600         MOVE 'O' TO GDA-PER-SW-PANO (GDA-IND-PER)
006610         GO TO 2300-PANO-PRECEDENTE
006620     END-IF.
006630*
006640     MOVE HSTPANO-DAS-DEB-PERIO        TO GDA-DAS-EDIT.
006650     MOVE HSTPANO-NO-PERIO             TO GDA-NO-PERIO-EDIT.
006660     MOVE HSTPANO-NB-CAISS-TOTAL       TO GDA-NB-EDIT.
006670     MOVE HSTPANO-GR-NET-PERCU         TO GDA-MNT-E1.
006680     MOVE HSTPANO-GR-CUMUL-DEPOT-INTRN TO GDA-MNT-E2.
006690     MOVE HSTPANO-GR-TOTAL-ECART-CAISS TO GDA-MNT-E3.
006700     MOVE HSTPANO-GR-TOTAL-ENCAI-RECPR TO GDA-MNT-E4.
006710     MOVE HSTPANO-GR-TOTAL-ENCAI-INTRB TO GDA-MNT-E5.
006720     MOVE HSTPANO-MNT-TOTAL-BD-PERIO   TO GDA-MNT-E6.
006730     MOVE HSTPANO-TOTAL-CRCRE-DBT      TO GDA-MNT-E7.
006740     MOVE HSTPANO-TOTAL-ECART-CSER     TO GDA-MNT-E8.
006750     MOVE SPACES TO GDA-LIGNE-EXT.
006760     STRING 'D;HSTPANO;' CSER-NO-CSER
006770            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
006780            ';' GDA-NB-EDIT
006790            ';' GDA-MNT-E1 ';' GDA-MNT-E2 ';' GDA-MNT-E3
006800            ';' GDA-MNT-E4 ';' GDA-MNT-E5 ';' GDA-MNT-E6
006810            ';' GDA-MNT-E7 ';' GDA-MNT-E8
006820            ';' HSTPANO-COD-ECART-CSER
006830            ';' HSTPANO-INDIC-PRES-TEXTE
006840                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
006850     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
006860*
006870     ERASE HSTPANO.
006880     IF  ERROR-STATUS NOT EQUAL '0000'
006890         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTPANO = '
006900                 ERROR-STATUS
006910         ADD 1 TO GDA-QT-ERREURS
006920     ELSE
006930         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
006940     END-IF.
006950*
006960 2300-PANO-PRECEDENTE.
006970     OBTAIN PRIOR HSTPANO WITHIN CSER-HSTPANO.
006980*
006990 2300-COMPACTER-HSTPANO-EXIT.
007000     EXIT.
007010*
007020 2400-COMPACTER-HSTECAR.
007030*
007040     IF  ERROR-STATUS EQUAL '0307'
007050         SET GDA-FIN-HSTECAR TO TRUE
007060         GO TO 2400-COMPACTER-HSTECAR-EXIT
007070     END-IF.
007080*
007090     IF  ERROR-STATUS NOT EQUAL '0000'
007100         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTECAR = '
007110                 ERROR-STATUS
007120         SET GDA-FIN-HSTECAR TO TRUE
007130         GO TO 2400-COMPACTER-HSTECAR-EXIT
007140     END-IF.
007150*
007160     MOVE 3 TO GDA-IND-TYPE.
007170     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
007180*
007190     MOVE HSTECAR-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
007200     MOVE HSTECAR-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
007210     PERFORM 2900-CHERCHER-PERIODE
007220         THRU 2900-CHERCHER-PERIODE-EXIT.
007230     IF  NOT GDA-TROUVE
007240         GO TO 2400-ECAR-PRECEDENTE
007250     END-IF.
007260*
007270     IF  GDA-PER-SW-ECAR (GDA-IND-PER) NOT EQUAL 'O'
007280         MOVE 'O' TO GDA-PER-SW-ECAR (GDA-IND-PER)
007290         GO TO 2400-ECAR-PRECEDENTE
007300     END-IF.
007310*
007320     MOVE HSTECAR-DAS-DEB-PERIO  TO GDA-DAS-EDIT.
007330     MOVE HSTECAR-NO-PERIO       TO GDA-NO-PERIO-EDIT.
007340     MOVE HSTECAR-MNT-ECART-CSER TO GDA-MNT-E1.
007350     MOVE HSTECAR-MNT-ECART-NET  TO GDA-MNT-E2.
007360     MOVE SPACES TO GDA-LIGNE-EXT.
007370     STRING 'D;HSTECAR;' CSER-NO-CSER
007380            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
007390            ';' GDA-MNT-E1 ';' GDA-MNT-E2
007400                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
007410     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
007420*
007430     ERASE HSTECAR.
007440     IF  ERROR-STATUS NOT EQUAL '0000'
007450         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTECAR = '
007460                 ERROR-STATUS
007470         ADD 1 TO GDA-QT-ERREURS
007480     ELSE
007490         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
007500     END-IF.
007510*
007520 2400-ECAR-PRECEDENTE.
007530     OBTAIN PRIOR HSTECAR WITHIN CSER-HSTECAR.
007540*
007550 2400-COMPACTER-HSTECAR-EXIT.
007560     EXIT.
007570*
007580 2500-COMPACTER-HSTECAI.
007590*
007600     IF  ERROR-STATUS EQUAL '0307'
007610         SET GDA-FIN-HSTECAI TO TRUE
007620         GO TO 2500-COMPACTER-HSTECAI-EXIT
007630     END-IF.
007640*
007650     IF  ERROR-STATUS NOT EQUAL '0000'
007660         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTECAI = '
007670                 ERROR-STATUS
007680         SET GDA-FIN-HSTECAI TO TRUE
007690         GO TO 2500-COMPACTER-HSTECAI-EXIT
007700     END-IF.
007710*
007720     MOVE 2 TO GDA-IND-TYPE.
007730     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
007740*
007750     MOVE HSTECAI-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
007760     MOVE HSTECAI-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
007770     PERFORM 2900-CHERCHER-PERIODE
007780         THRU 2900-CHERCHER-PERIODE-EXIT.
007790     IF  NOT GDA-TROUVE
007800         GO TO 2500-ECAI-PRECEDENTE
007810     END-IF.
007820*
007830*    RECHERCHE DU COUPLE A REBOURS: LES LIGNES D'UNE MEME
007840*    PERIODE SE SUIVENT, LE COUPLE EST LE PLUS SOUVENT PROCHE
007850*    DE LA FIN DE LA TABLE.
007860*
007870     MOVE 'N' TO GDA-SW-TROUVE.
007880     MOVE GDA-QT-AGP TO GDA-IND-AGP.
007890     PERFORM 2510-CHERCHER-COUPLE THRU 2510-CHERCHER-COUPLE-EXIT
007900         UNTIL GDA-TROUVE
007910            OR GDA-IND-AGP LESS 1.
007920     IF  GDA-TROUVE
007930         GO TO 2500-ARCHIVER-ECAI
007940     END-IF.
007950*
007960*    PREMIERE LIGNE VUE DU COUPLE = DERNIERE ECRITE: CONSERVEE.
007970*    TABLE PLEINE: LE COUPLE NE PEUT PLUS ETRE SUIVI, SES LIGNES
007980*    SONT CONSERVEES JUSQU'A LA PROCHAINE EXECUTION.
007990     IF  GDA-QT-AGP NOT LESS 30000
008000         IF  NOT GDA-AGP-PLEINE
008010             DISPLAY '000 ' CTE-PRGM ' - TABLE AGENTS PLEINE'
008020                     ' (30000) - CSER ' CSER-NO-CSER
008030             SET GDA-AGP-PLEINE TO TRUE
008040         END-IF
008050         GO TO 2500-ECAI-PRECEDENTE
008060     END-IF.
008070     ADD 1 TO GDA-QT-AGP.
008080     MOVE HSTECAI-NO-AGENT      TO GDA-AGP-NO-AGENT (GDA-QT-AGP).
008090     MOVE HSTECAI-DAS-DEB-PERIO TO GDA-AGP-DAS (GDA-QT-AGP).
008100     MOVE HSTECAI-NO-PERIO      TO GDA-AGP-NO-PERIO (GDA-QT-AGP).
008110     GO TO 2500-ECAI-PRECEDENTE.
008120*
008130 2500-ARCHIVER-ECAI.
008140     MOVE HSTECAI-DAS-DEB-PERIO     TO GDA-DAS-EDIT.
008150     MOVE HSTECAI-NO-PERIO          TO GDA-NO-PERIO-EDIT.
008160     MOVE HSTECAI-NET-PERCU         TO GDA-MNT-E1.
008170     MOVE HSTECAI-CUMUL-DEPOT-INTRN TO GDA-MNT-E2.
008180     MOVE HSTECAI-MNT-ECART-CAISS   TO GDA-MNT-E3.
008190     MOVE HSTECAI-TOTAL-ENCAI-RECPR TO GDA-MNT-E4.
008200     MOVE HSTECAI-TOTAL-ENCAI-INTRB TO GDA-MNT-E5.
008210     MOVE SPACES TO GDA-LIGNE-EXT.
008220     STRING 'D;HSTECAI;' CSER-NO-CSER
008230            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
008240            ';' HSTECAI-NO-AGENT
008250            ';' GDA-MNT-E1 ';' GDA-MNT-E2 ';' GDA-MNT-E3
008260            ';' GDA-MNT-E4 ';' GDA-MNT-E5
008270            ';' HSTECAI-PRES-CYCL-PERCP
008280            ';' HSTECAI-STA-CAISS
008290                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
008300     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
008310*
008320     ERASE HSTECAI.
008330     IF  ERROR-STATUS NOT EQUAL '0000'
008340         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTECAI = '
008350                 ERROR-STATUS
008360         ADD 1 TO GDA-QT-ERREURS
008370     ELSE
008380         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
008390     END-IF.
008400*
008410 2500-ECAI-PRECEDENTE.
008420     OBTAIN PRIOR HSTECAI WITHIN CSER-HSTECAI.
008430*
008440 2500-COMPACTER-HSTECAI-EXIT.
008450     EXIT.
008460*
008470 2510-CHERCHER-COUPLE.
008480*
008490     IF  GDA-AGP-NO-AGENT (GDA-IND-AGP) EQUAL HSTECAI-NO-AGENT
008500     AND GDA-AGP-DAS (GDA-IND-AGP) EQUAL HSTECAI-DAS-DEB-PERIO
008510     AND GDA-AGP-NO-PERIO (GDA-IND-AGP) EQUAL HSTECAI-NO-PERIO
008520         SET GDA-TROUVE TO TRUE
008530     ELSE
008540         SUBTRACT 1 FROM GDA-IND-AGP
008550     END-IF.
008560*
008570 2510-CHERCHER-COUPLE-EXIT.
008580     EXIT.
008590*
008600 2600-PURGER-HSTINTRB.
008610*
008620     IF  ERROR-STATUS EQUAL '0307'
008630         SET GDA-FIN-HSTINT TO TRUE
008640         GO TO 2600-PURGER-HSTINTRB-EXIT
008650     END-IF.
008660*
008670     IF  ERROR-STATUS NOT EQUAL '0000'
008680         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTINTRB = '
008690                 ERROR-STATUS
008700         SET GDA-FIN-HSTINT TO TRUE
008710         GO TO 2600-PURGER-HSTINTRB-EXIT
008720     END-IF.
008730*
008740     MOVE 4 TO GDA-IND-TYPE.
008750     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
008760*
008770     MOVE HSTINTRB-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
008780     MOVE HSTINTRB-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
008790     PERFORM 2900-CHERCHER-PERIODE
008800         THRU 2900-CHERCHER-PERIODE-EXIT.
008810     IF  NOT GDA-TROUVE
008820         GO TO 2600-INTRB-SUIVANTE
008830     END-IF.
008840     IF  GDA-PER-SW-LONGUE (GDA-IND-PER) NOT EQUAL 'O'
008850         GO TO 2600-INTRB-SUIVANTE
008860     END-IF.
008870*
008880     MOVE HSTINTRB-DAS-DEB-PERIO  TO GDA-DAS-EDIT.
008890     MOVE HSTINTRB-NO-PERIO       TO GDA-NO-PERIO-EDIT.
008900     MOVE HSTINTRB-MNT-INTRB-CSER TO GDA-MNT-E1.
008910     MOVE SPACES TO GDA-LIGNE-EXT.
008920     STRING 'D;HSTINTRB;' CSER-NO-CSER
008930            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
008940            ';' GDA-MNT-E1
008950                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
008960     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
008970*
008980     ERASE HSTINTRB.
008990     IF  ERROR-STATUS NOT EQUAL '0000'
009000         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTINTRB = '
009010                 ERROR-STATUS
009020         ADD 1 TO GDA-QT-ERREURS
009030     ELSE
009040         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
009050     END-IF.
009060*
009070 2600-INTRB-SUIVANTE.
009080     OBTAIN NEXT HSTINTRB WITHIN CSER-HSTINTRB.
009090*
009100 2600-PURGER-HSTINTRB-EXIT.
009110     EXIT.
009120*
009130 2700-PURGER-HSTRECUP.
009140*
009150     IF  ERROR-STATUS EQUAL '0307'
009160         SET GDA-FIN-HSTRECUP TO TRUE
009170         GO TO 2700-PURGER-HSTRECUP-EXIT
009180     END-IF.
009190*
009200     IF  ERROR-STATUS NOT EQUAL '0000'
009210         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTRECUP = '
009220                 ERROR-STATUS
009230         SET GDA-FIN-HSTRECUP TO TRUE
009240         GO TO 2700-PURGER-HSTRECUP-EXIT
009250     END-IF.
009260*
009270     MOVE 5 TO GDA-IND-TYPE.
009280     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
009290*
009300*    UN EPISODE ENCORE OUVERT (DATE DE FIN A ZERO) EST CONSERVE;
009310*    UN EPISODE TERMINE VIEILLIT DEPUIS SA SORTIE.
009320*
009330     IF  HSTRECUP-DAS-FIN EQUAL ZEROES
009340         GO TO 2700-RECUP-SUIVANTE
009350     END-IF.
009360     MOVE HSTRECUP-DAS-FIN TO GDA-DAS-CIBLE.
009370     PERFORM 7000-CALCULER-NO-JOUR
009380         THRU 7000-CALCULER-NO-JOUR-EXIT.
009390     COMPUTE GDA-QT-AGE = GDA-NO-JOUR-DU-JOUR - GDA-NO-JOUR.
009400     IF  GDA-QT-AGE NOT GREATER SYSIN-RET-LONGUE
009410         GO TO 2700-RECUP-SUIVANTE
009420     END-IF.
009430*
009440     MOVE HSTRECUP-DAS-DEBUT   TO GDA-DAS-EDIT.
009450     MOVE HSTRECUP-HEURE-DEBUT TO GDA-HEURE-EDIT.
009460     MOVE HSTRECUP-DAS-FIN     TO GDA-DAS-EDIT-2.
009470     MOVE HSTRECUP-HEURE-FIN   TO GDA-HEURE-EDIT-2.
009480     MOVE SPACES TO GDA-LIGNE-EXT.
009490     STRING 'D;HSTRECUP;' CSER-NO-CSER
009500            ';' GDA-DAS-EDIT ';' GDA-HEURE-EDIT
009510            ';' GDA-DAS-EDIT-2 ';' GDA-HEURE-EDIT-2
009520                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
009530     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
009540*
009550     ERASE HSTRECUP.
009560     IF  ERROR-STATUS NOT EQUAL '0000'
009570         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE HSTRECUP = '
009580                 ERROR-STATUS
009590         ADD 1 TO GDA-QT-ERREURS
009600     ELSE
009610         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
009620     END-IF.
009630*
009640 2700-RECUP-SUIVANTE.
009650     OBTAIN NEXT HSTRECUP WITHIN CSER-HSTRECUP.
009660*
009670 2700-PURGER-HSTRECUP-EXIT.
009680     EXIT.
009690*
009700 2800-PURGER-EXPECAV.
009710*
009720*    POUR CHAQUE PERIODE AU-DELA DE LA RETENTION LONGUE, LES
009730*    VERSIONS ANTERIEURES DE L'EXPLICATION (EXPECAV) SONT
009740*    SUPPRIMEES; L'EXPLICATION COURANTE (EXPECA) RESTE.
009750*
009760     IF  GDA-PER-SW-LONGUE (GDA-IND-PER) NOT EQUAL 'O'
009770         GO TO 2800-PERIODE-SUIVANTE
009780     END-IF.
009790*
009800     MOVE CSER-NO-CSER                  TO EXPECA-NO-CSER.
009810     MOVE GDA-PER-DAS (GDA-IND-PER)      TO EXPECA-DAS-DEB-PERIO.
009820     MOVE GDA-PER-NO-PERIO (GDA-IND-PER) TO EXPECA-NO-PERIO.
009830*
009840     OBTAIN CALC EXPECA.
009850*
009860     IF  ERROR-STATUS EQUAL '0326'
009870         GO TO 2800-PERIODE-SUIVANTE
009880     END-IF.
009890     IF  ERROR-STATUS NOT EQUAL '0000'
009900         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS EXPECA = '
009910                 ERROR-STATUS
009920         GO TO 2800-PERIODE-SUIVANTE
009930     END-IF.
009940*
009950     MOVE 'N' TO GDA-SW-FIN-EXPECAV.
009960     OBTAIN FIRST EXPECAV WITHIN EXPECA-EXPECAV.
009970     PERFORM 2810-PURGER-UNE-VERSION
009980         THRU 2810-PURGER-UNE-VERSION-EXIT
009990         UNTIL GDA-FIN-EXPECAV.
010000*
010010 2800-PERIODE-SUIVANTE.
010020     ADD 1 TO GDA-IND-PER.
010030*
010040 2800-PURGER-EXPECAV-EXIT.
010050     EXIT.
010060*
010070 2810-PURGER-UNE-VERSION.
010080*
010090     IF  ERROR-STATUS EQUAL '0307'
010100         SET GDA-FIN-EXPECAV TO TRUE
010110         GO TO 2810-PURGER-UNE-VERSION-EXIT
010120     END-IF.
010130*
010140     IF  ERROR-STATUS NOT EQUAL '0000'
010150         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS EXPECAV = '
010160                 ERROR-STATUS
010170         SET GDA-FIN-EXPECAV TO TRUE
010180         GO TO 2810-PURGER-UNE-VERSION-EXIT
010190     END-IF.
010200*
010210     MOVE 7 TO GDA-IND-TYPE.
010220     ADD 1 TO GDA-CPT-LUS (GDA-IND-TYPE).
010230*
010240*    LIGNE 'D' DE LA VERSION, PUIS UNE LIGNE 'L' POUR LE TEXTE
010250*    D'ECART (00) ET POUR CHAQUE LIGNE D'EXPLICATION NON VIDE.
010260*
010270     MOVE EXPECAV-DAS-DEB-PERIO TO GDA-DAS-EDIT.
010280     MOVE EXPECAV-NO-PERIO      TO GDA-NO-PERIO-EDIT.
010290     MOVE EXPECAV-DAS-AMEND     TO GDA-DAS-EDIT-2.
010300     MOVE EXPECAV-HEURE-AMEND   TO GDA-HEURE-EDIT.
010310     MOVE EXPECAV-MOTIF         TO GDA-MOTIF-EXT.
010320     INSPECT GDA-MOTIF-EXT REPLACING ALL ';' BY ','.
010330     MOVE SPACES TO GDA-LIGNE-EXT.
010340     STRING 'D;EXPECAV;' EXPECAV-NO-CSER
010350            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
010360            ';' EXPECAV-NO-VERSION
010370            ';' GDA-DAS-EDIT-2 ';' GDA-HEURE-EDIT
010380            ';' EXPECAV-NO-USAGR
010390            ';' EXPECAV-MODE-AMEND
010400            ';' GDA-MOTIF-EXT
010410                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
010420     PERFORM 8000-ECRIRE-ARCHIVE THRU 8000-ECRIRE-ARCHIVE-EXIT.
010430*
010440     MOVE ZERO TO GDA-NO-LIGNE-EDIT.
010450     MOVE EXPECAV-TEXTE-ECART TO GDA-TEXTE-EXT.
010460     PERFORM 2830-ARCHIVER-TEXTE THRU 2830-ARCHIVER-TEXTE-EXIT.
010470     MOVE 1 TO GDA-IND-LIGNE.
010480     PERFORM 2820-ARCHIVER-EXPLICATION
010490         THRU 2820-ARCHIVER-EXPLICATION-EXIT
010500         UNTIL GDA-IND-LIGNE GREATER 45.
010510*
010520     ERASE EXPECAV.
010530     IF  ERROR-STATUS NOT EQUAL '0000'
010540         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS ERASE EXPECAV = '
010550                 ERROR-STATUS
010560         ADD 1 TO GDA-QT-ERREURS
010570     ELSE
010580         ADD 1 TO GDA-CPT-SUPP (GDA-IND-TYPE)
010590     END-IF.
010600*
010610     OBTAIN NEXT EXPECAV WITHIN EXPECA-EXPECAV.
010620*
010630 2810-PURGER-UNE-VERSION-EXIT.
010640     EXIT.
010650*
010660 2820-ARCHIVER-EXPLICATION.
010670*
010680     IF  EXPECAV-TEXTE-EXPLI-ECART (GDA-IND-LIGNE)
010690         NOT EQUAL SPACES
010700         MOVE GDA-IND-LIGNE TO GDA-NO-LIGNE-EDIT
010710         MOVE EXPECAV-TEXTE-EXPLI-ECART (GDA-IND-LIGNE)
010720           TO GDA-TEXTE-EXT
010730         PERFORM 2830-ARCHIVER-TEXTE
010740             THRU 2830-ARCHIVER-TEXTE-EXIT
010750     END-IF.
010760     ADD 1 TO GDA-IND-LIGNE.
010770*
010780 2820-ARCHIVER-EXPLICATION-EXIT.
010790     EXIT.
010800*
010810 2830-ARCHIVER-TEXTE.
010820*
010830*    LIGNE DE TEXTE D'UNE VERSION: HORS DU COMPTE DES LIGNES
010840*    'D' DE LA FIN D'ARCHIVE.
010850*
010860     INSPECT GDA-TEXTE-EXT REPLACING ALL ';' BY ','.
010870     MOVE SPACES TO GDA-LIGNE-EXT.
010880     STRING 'L;EXPECAV;' EXPECAV-NO-CSER
010890            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
010900            ';' EXPECAV-NO-VERSION
010910            ';' GDA-NO-LIGNE-EDIT
010920            ';' GDA-TEXTE-EXT
010930                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
010940     MOVE GDA-LIGNE-EXT TO ARC-LINE.
010950     WRITE ARC-LINE.
010960*
010970 2830-ARCHIVER-TEXTE-EXIT.
010980     EXIT.
010990*
011000 2900-CHERCHER-PERIODE.
011010*
011020*    POSITIONNE GDA-IND-PER SUR LA PERIODE GDA-DAS-CIBLE /
011030*    GDA-NO-PERIO-CIBLE (GDA-TROUVE SINON FAUX).  LES LIGNES
011040*    D'UNE MEME PERIODE SE SUIVENT: LA DERNIERE PERIODE TROUVEE
011050*    EST ESSAYEE D'ABORD.
011060*
011070     MOVE 'N' TO GDA-SW-TROUVE.
011080     IF  GDA-IND-PER GREATER ZEROES
011090     AND GDA-IND-PER NOT GREATER GDA-QT-PER
011100         IF  GDA-PER-DAS (GDA-IND-PER)      EQUAL GDA-DAS-CIBLE
011110         AND GDA-PER-NO-PERIO (GDA-IND-PER)
011120             EQUAL GDA-NO-PERIO-CIBLE
011130             SET GDA-TROUVE TO TRUE
011140             GO TO 2900-CHERCHER-PERIODE-EXIT
011150         END-IF
011160     END-IF.
011170*
011180     MOVE 1 TO GDA-IND-PER.
011190     PERFORM 2910-COMPARER-PERIODE THRU 2910-COMPARER-PERIODE-EXIT
011200         UNTIL GDA-TROUVE
011210            OR GDA-IND-PER GREATER GDA-QT-PER.
011220*
011230 2900-CHERCHER-PERIODE-EXIT.
011240     EXIT.
011250*
011260 2910-COMPARER-PERIODE.
011270*
011280     IF  GDA-PER-DAS (GDA-IND-PER)      EQUAL GDA-DAS-CIBLE
011290     AND GDA-PER-NO-PERIO (GDA-IND-PER) EQUAL GDA-NO-PERIO-CIBLE
011300         SET GDA-TROUVE TO TRUE
011310     ELSE
011320         ADD 1 TO GDA-IND-PER
011330     END-IF.
011340*
011350 2910-COMPARER-PERIODE-EXIT.
011360     EXIT.
011370*
011380 7000-CALCULER-NO-JOUR.
011390*
011400*    GDA-DAS-CIBLE (AAAAMMJJ) -> GDA-NO-JOUR.  UNE DATE INVALIDE
011410*    PREND LE NUMERO DU JOUR MEME (AGE NUL): RIEN N'EST SUPPRIME
011420*    SUR UNE DATE DOUTEUSE.
011430*
011440     MOVE GDA-DAS-CIBLE TO GDA-DATE-TRAVAIL.
011450     IF  GDA-DT-MM LESS 1
011460     OR  GDA-DT-MM GREATER 12
011470     OR  GDA-DT-AAAA EQUAL ZEROES
011480         MOVE GDA-NO-JOUR-DU-JOUR TO GDA-NO-JOUR
011490         GO TO 7000-CALCULER-NO-JOUR-EXIT
011500     END-IF.
011510*
011520     COMPUTE GDA-AN-PREC = GDA-DT-AAAA - 1.
011530     DIVIDE GDA-AN-PREC BY 4   GIVING GDA-QT-DIV-4.
011540     DIVIDE GDA-AN-PREC BY 100 GIVING GDA-QT-DIV-100.
011550     DIVIDE GDA-AN-PREC BY 400 GIVING GDA-QT-DIV-400.
011560     COMPUTE GDA-NO-JOUR = GDA-DT-AAAA * 365
011570                         + GDA-QT-DIV-4
011580                         - GDA-QT-DIV-100
011590                         + GDA-QT-DIV-400
011600                         + CTE-JOURS-CUMUL (GDA-DT-MM)
011610                         + GDA-DT-JJ.
011620*
011630*    ANNEE BISSEXTILE ET MOIS APRES FEVRIER: UN JOUR DE PLUS.
011640     IF  GDA-DT-MM GREATER 2
011650         DIVIDE GDA-DT-AAAA BY 4   GIVING GDA-QT-DIV-4
011660             REMAINDER GDA-RESTE-4
011670         DIVIDE GDA-DT-AAAA BY 100 GIVING GDA-QT-DIV-100
011680             REMAINDER GDA-RESTE-100
011690         DIVIDE GDA-DT-AAAA BY 400 GIVING GDA-QT-DIV-400
011700             REMAINDER GDA-RESTE-400
011710         IF  GDA-RESTE-4 EQUAL ZEROES
011720             IF  GDA-RESTE-100 NOT EQUAL ZEROES
011730             OR  GDA-RESTE-400 EQUAL ZEROES
011740                 ADD 1 TO GDA-NO-JOUR
011750             END-IF
011760         END-IF
011770     END-IF.
011780*
011790 7000-CALCULER-NO-JOUR-EXIT.
011800     EXIT.
011810*
011820 8000-ECRIRE-ARCHIVE.
011830*
011840*    LA LIGNE EST ARCHIVEE AVANT L'ERASE.
011850*
011860     MOVE GDA-LIGNE-EXT TO ARC-LINE.
011870     WRITE ARC-LINE.
011880     ADD 1 TO GDA-CPT-ARCH (GDA-IND-TYPE).
011890*
011900 8000-ECRIRE-ARCHIVE-EXIT.
011910     EXIT.
011920*
011930 9000-FIN-ARCHIVE.
011940*
011950     MOVE 1 TO GDA-IND-TYPE.
011960     PERFORM 9010-FIN-UN-TYPE THRU 9010-FIN-UN-TYPE-EXIT
011970         UNTIL GDA-IND-TYPE GREATER 7.
011980*
011990 9000-FIN-ARCHIVE-EXIT.
012000     EXIT.
012010*
012020 9010-FIN-UN-TYPE.
012030*
012040     MOVE GDA-CPT-ARCH (GDA-IND-TYPE) TO GDA-QT-LIGNES-EDIT.
012050     MOVE SPACES TO GDA-LIGNE-EXT.
012060     STRING 'T;' CTE-NOM-TYPE (GDA-IND-TYPE)
012070            ';' GDA-QT-LIGNES-EDIT
012080                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
012090     MOVE GDA-LIGNE-EXT TO ARC-LINE.
012100     WRITE ARC-LINE.
012110     ADD 1 TO GDA-IND-TYPE.
012120*
012130 9010-FIN-UN-TYPE-EXIT.
012140     EXIT.
012150*
012160 9100-TOTAUX-RAPPORT.
012170*
012180     MOVE SPACES TO RPT-LINE.
012190     STRING '  TYPE            LUES  CONSERVEES   ARCHIVEES  '
012200            'SUPPRIMEES'
012210                DELIMITED BY SIZE INTO RPT-LINE.
012220     WRITE RPT-LINE.
012230*
012240     MOVE 1 TO GDA-IND-TYPE.
012250     PERFORM 9110-LIGNE-TYPE THRU 9110-LIGNE-TYPE-EXIT
012260         UNTIL GDA-IND-TYPE GREATER 7.
012270*
012280     MOVE SPACES TO RPT-LINE.
012290     WRITE RPT-LINE.
012300     MOVE SPACES TO RPT-LINE.
012310     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
012320     STRING '  TOTAL CSER TRAITES          : ' GDA-QT-TOTAL-EDIT
012330                DELIMITED BY SIZE INTO RPT-LINE.
012340     WRITE RPT-LINE.
012350     MOVE SPACES TO RPT-LINE.
012360     MOVE GDA-QT-PERIO-COMPACT TO GDA-QT-TOTAL-EDIT.
012370     STRING '  PERIODES A COMPACTER        : ' GDA-QT-TOTAL-EDIT
012380                DELIMITED BY SIZE INTO RPT-LINE.
012390     WRITE RPT-LINE.
012400     MOVE SPACES TO RPT-LINE.
012410     MOVE GDA-QT-PERIO-PURGE TO GDA-QT-TOTAL-EDIT.
012420     STRING '  PERIODES A PURGER           : ' GDA-QT-TOTAL-EDIT
012430                DELIMITED BY SIZE INTO RPT-LINE.
012440     WRITE RPT-LINE.
012450     MOVE SPACES TO RPT-LINE.
012460     MOVE GDA-QT-ERREURS TO GDA-QT-TOTAL-EDIT.
012470     STRING '  ERASE EN ERREUR             : ' GDA-QT-TOTAL-EDIT
012480                DELIMITED BY SIZE INTO RPT-LINE.
012490     WRITE RPT-LINE.
012500*
012510 9100-TOTAUX-RAPPORT-EXIT.
012520     EXIT.
012530*
012540 9110-LIGNE-TYPE.
012550*
012560     COMPUTE GDA-QT-CONSERVES = GDA-CPT-LUS (GDA-IND-TYPE)
012570                              - GDA-CPT-SUPP (GDA-IND-TYPE).
012580     MOVE GDA-CPT-LUS (GDA-IND-TYPE)  TO GDA-LUS-EDIT.
012590     MOVE GDA-QT-CONSERVES            TO GDA-CONS-EDIT.
012600     MOVE GDA-CPT-ARCH (GDA-IND-TYPE) TO GDA-ARCH-EDIT.
012610     MOVE GDA-CPT-SUPP (GDA-IND-TYPE) TO GDA-SUPP-EDIT.
012620     MOVE SPACES TO RPT-LINE.
012630     STRING '  ' CTE-NOM-TYPE (GDA-IND-TYPE)
012640            '  ' GDA-LUS-EDIT
012650            '   ' GDA-CONS-EDIT
012660            '   ' GDA-ARCH-EDIT
012670            '   ' GDA-SUPP-EDIT
012680                DELIMITED BY SIZE INTO RPT-LINE.
012690     WRITE RPT-LINE.
012700     ADD 1 TO GDA-IND-TYPE.
012710*
012720 9110-LIGNE-TYPE-EXIT.
012730     EXIT.
012740*
012750*----------------------------------------------------------------*
012760*       F I N   D U   P R O G R A M M E   G F P B 4 9 5 A
012770*----------------------------------------------------------------*
