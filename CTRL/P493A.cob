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
000120*  MODULE:     GFPB493A  RAPPORT MENSUEL DU REGISTRE DES SUSPENS
000130*              CARTE ET BANQUE PAR CENTRE DE SERVICE
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - LIT LE REGISTRE DES SUSPENS TENU PAR GFPB492A
000200*                    (SUSREGOU.TXT DU PREMIER PASSAGE SUIVANT LA FIN
000210*                    DU MOIS) ET DONNE, PAR CSER, POUR LE MOIS SYSIN:
000220*                    SOLDE D'OUVERTURE, NOUVEAUX ITEMS, ITEMS
000230*                    RESOLUS, RADIATIONS ET SOLDE DE CLOTURE.
000240*                  - UN ITEM EST COMPTE A SON DERNIER MONTANT CONNU
000250*                    (SRO-MNT-COURANT), DE SORTE QUE OUVERTURE +
000260*                    NOUVEAUX - RESOLUS - RADIES = CLOTURE.  LES
000270*                    MONTANTS SONT SIGNES COMME DANS LES FICHIERS DE
000280*                    SUSPENS (POSITIF: NOTRE MONTANT > LE LEUR).
000290*                  - GFPB492A GARDE LES ITEMS FERMES JUSQU'A LA FIN
000300*                    DU MOIS SUIVANT LEUR FERMETURE: LE RAPPORT DOIT
000310*                    PASSER DANS LE MOIS QUI SUIT LE MOIS RAPPORTE.
000320*
000330*                CARTE SYSIN:
000340*                  COL 01-06  MOIS RAPPORTE (AAAAMM)
000350*
000360*******************************************************************
000370**    M O D I F I C A T I O N S
000380*******************************************************************
000390** 2026-10-15 - EQUIPE GFP
000400**              CREATION DU PROGRAMME.
000410*******************************************************************
000420*
000430*-------------------*
000440 IDENTIFICATION DIVISION.
000450*-------------------*
000460 PROGRAM-ID.    GFPB493A.
000470 AUTHOR.        EQUIPE GFP.
000480 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000490 DATE-WRITTEN.  OCTOBRE 2026.
000500 DATE-COMPILED.
000510*------------------*
000520 ENVIRONMENT DIVISION.
000530*------------------*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SUSREGOU ASSIGN TO 'SUSREGOU.TXT'
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT RPSUSMEN ASSIGN TO 'RPSUSMEN.TXT'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*------------*
000610 DATA DIVISION.
000620*------------*
000630 FILE SECTION.
000640 FD  SUSREGOU.
000650 01  SRO-RECORD.
000660     03  SRO-COD-SOURCE             PIC X(001).
000670     03  SRO-NO-CSER                PIC X(008).
000680     03  SRO-DAS-OUVERT             PIC 9(008).
000690     03  SRO-STATUT                 PIC X(001).
000700         88  SRO-OUVERT                      VALUE 'O' 'E'.
000710         88  SRO-RESOLU                      VALUE 'R'.
000720         88  SRO-RADIE                       VALUE 'A'.
000730     03  SRO-MNT-ORIG               PIC S9(009)V99 SIGN LEADING
000740                                                   SEPARATE.
000750     03  SRO-MNT-COURANT            PIC S9(009)V99 SIGN LEADING
000760                                                   SEPARATE.
000770     03  SRO-NB-JOURS               PIC 9(003).
000780     03  SRO-DAS-DERN-VU            PIC 9(008).
000790     03  SRO-RESPONSABLE            PIC X(008).
000800     03  SRO-TYP-RESOL              PIC X(001).
000810     03  SRO-DAS-RESOL              PIC 9(008).
000820     03  SRO-APPROBATEUR            PIC X(008).
000830     03  SRO-NOTE                   PIC X(060).
000840 FD  RPSUSMEN.
000850 01  RPT-LINE                       PIC X(132).
000860*--------------------------*
000870 WORKING-STORAGE SECTION.
000880*--------------------------*
000890 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB493A'.
000900 01  SYSIN-LIGNE.
000910     03  SYSIN-MOIS                 PIC 9(006).
000920     03  FILLER                     PIC X(126).
000930 77  GDA-QT-LUS                     PIC S9(009) COMP VALUE ZERO.
000940 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
000950 77  GDA-SW-FIN-SRO                  PIC X(001) VALUE 'N'.
000960     88  GDA-FIN-SRO                              VALUE 'S'.
000970 77  GDA-SW-CSER-TROUVE              PIC X(001) VALUE 'N'.
000980     88  GDA-CSER-CHERCHE                         VALUE 'N'.
000990     88  GDA-CSER-TROUVE                          VALUE 'O'.
001000     88  GDA-CSER-INSERER                         VALUE 'I'.
001010*
001020 01  GDA-DAS-DEB-MOIS.
001030     03  GDA-MOIS-DEB               PIC 9(006).
001040     03  FILLER                     PIC 9(002) VALUE 01.
001050 01  GDA-DAS-DEB-MOIS-N REDEFINES GDA-DAS-DEB-MOIS
001060                                    PIC 9(008).
001070 01  GDA-DAS-FIN-MOIS.
001080     03  GDA-MOIS-FIN               PIC 9(006).
001090     03  FILLER                     PIC 9(002) VALUE 31.
001100 01  GDA-DAS-FIN-MOIS-N REDEFINES GDA-DAS-FIN-MOIS
001110                                    PIC 9(008).
001120*
001130 01  GDA-MNT-EDIT-1                 PIC -(010)9.99.
001140 01  GDA-MNT-EDIT-2                 PIC -(010)9.99.
001150 01  GDA-MNT-EDIT-3                 PIC -(010)9.99.
001160 01  GDA-MNT-EDIT-4                 PIC -(010)9.99.
001170 01  GDA-MNT-EDIT-5                 PIC -(010)9.99.
001180 01  GDA-QT-EDIT                    PIC ZZZZ9.
001190*
001200*-----------------------------------------------------------------
001210*    CUMULS PAR CSER, GARDES EN ORDRE DE CSER
001220*-----------------------------------------------------------------
001230 01  GDA-TAB-CSR.
001240     03  GDA-QT-CSR                 PIC S9(004) COMP VALUE ZERO.
001250     03  GDA-CSR-ENTREE             OCCURS 600 TIMES.
001260         05  GDA-CSR-NO-CSER        PIC X(008).
001270         05  GDA-CSR-MNT-OUVERT     PIC S9(011)V99 COMP-3.
001280         05  GDA-CSR-MNT-NOUVEAU    PIC S9(011)V99 COMP-3.
001290         05  GDA-CSR-MNT-RESOLU     PIC S9(011)V99 COMP-3.
001300         05  GDA-CSR-MNT-RADIE      PIC S9(011)V99 COMP-3.
001310         05  GDA-CSR-MNT-CLOTURE    PIC S9(011)V99 COMP-3.
001320         05  GDA-CSR-QT-CLOTURE     PIC S9(004) COMP.
001330 77  GDA-IND-CSR                    PIC S9(004) COMP VALUE ZERO.
001340 77  GDA-IND-CSR-DEPL               PIC S9(004) COMP VALUE ZERO.
001350*
001360 01  GDA-TOT-MNT-OUVERT      PIC S9(011)V99 COMP-3 VALUE ZERO.
001370 01  GDA-TOT-MNT-NOUVEAU     PIC S9(011)V99 COMP-3 VALUE ZERO.
001380 01  GDA-TOT-MNT-RESOLU      PIC S9(011)V99 COMP-3 VALUE ZERO.
001390 01  GDA-TOT-MNT-RADIE       PIC S9(011)V99 COMP-3 VALUE ZERO.
001400 01  GDA-TOT-MNT-CLOTURE     PIC S9(011)V99 COMP-3 VALUE ZERO.
001410 77  GDA-TOT-QT-CLOTURE             PIC S9(009) COMP VALUE ZERO.
001420*
001430*--------------------*
001440 PROCEDURE DIVISION.
001450*--------------------*
001460*
001470 0000-MAINLINE.
001480*
001490     ACCEPT SYSIN-LIGNE FROM SYSIN.
001500     MOVE SYSIN-MOIS TO GDA-MOIS-DEB
001510                        GDA-MOIS-FIN.
001520*
001530     OPEN INPUT  SUSREGOU.
001540     OPEN OUTPUT RPSUSMEN.
001550*
001560     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
001570*
001580     READ SUSREGOU
001590         AT END SET GDA-FIN-SRO TO TRUE
001600     END-READ.
001610     PERFORM 2000-TRAITER-ITEM THRU 2000-TRAITER-ITEM-EXIT
001620         UNTIL GDA-FIN-SRO.
001630*
001640     MOVE 1 TO GDA-IND-CSR.
001650     PERFORM 3000-ECRIRE-CSER THRU 3000-ECRIRE-CSER-EXIT
001660         UNTIL GDA-IND-CSR GREATER GDA-QT-CSR.
001670*
001680     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001690*
001700     CLOSE SUSREGOU
001710           RPSUSMEN.
001720*
001730     STOP RUN.
001740*
001750 1000-ENTETE-RAPPORT.
001760*
001770     MOVE SPACES TO RPT-LINE.
001780     STRING 'REGISTRE DES SUSPENS CARTE ET BANQUE - RAPPORT '
001790            'MENSUEL ' SYSIN-MOIS
001800                DELIMITED BY SIZE INTO RPT-LINE.
001810     WRITE RPT-LINE.
001820     MOVE SPACES TO RPT-LINE.
001830     WRITE RPT-LINE.
001840     MOVE SPACES TO RPT-LINE.
001850     STRING 'CSER          OUVERTURE       NOUVEAUX'
001860            '        RESOLUS         RADIES'
001870            '        CLOTURE ITEMS'
001880                DELIMITED BY SIZE INTO RPT-LINE.
001890     WRITE RPT-LINE.
001900     MOVE SPACES TO RPT-LINE.
001910     WRITE RPT-LINE.
001920*
001930 1000-ENTETE-RAPPORT-EXIT.
001940     EXIT.
001950*
001960 2000-TRAITER-ITEM.
001970*
001980     ADD 1 TO GDA-QT-LUS.
001990*
002000*    ITEM OUVERT APRES LE MOIS: IL N'EXISTAIT PAS ENCORE.
002010*
002020     IF  SRO-DAS-OUVERT GREATER GDA-DAS-FIN-MOIS-N
002030         GO TO 2000-ITEM-SUIVANT
002040     END-IF.
002050*
002060*    ITEM FERME AVANT LE MOIS: DEJA SORTI DU SOLDE.
002070*
002080     IF  NOT SRO-OUVERT
002090     AND SRO-DAS-RESOL LESS GDA-DAS-DEB-MOIS-N
002100         GO TO 2000-ITEM-SUIVANT
002110     END-IF.
002120*
002130     PERFORM 2100-TROUVER-CSER THRU 2100-TROUVER-CSER-EXIT.
002140     IF  NOT GDA-CSER-TROUVE
002150         GO TO 2000-ITEM-SUIVANT
002160     END-IF.
002170*
002180     IF  SRO-DAS-OUVERT LESS GDA-DAS-DEB-MOIS-N
002190         ADD SRO-MNT-COURANT TO GDA-CSR-MNT-OUVERT (GDA-IND-CSR)
002200     ELSE
002210         ADD SRO-MNT-COURANT TO GDA-CSR-MNT-NOUVEAU (GDA-IND-CSR)
002220     END-IF.
002230*
002240     IF  NOT SRO-OUVERT
002250     AND SRO-DAS-RESOL NOT GREATER GDA-DAS-FIN-MOIS-N
002260         IF  SRO-RADIE
002270             ADD SRO-MNT-COURANT
002280              TO GDA-CSR-MNT-RADIE (GDA-IND-CSR)
002290         ELSE
002300             ADD SRO-MNT-COURANT
002310              TO GDA-CSR-MNT-RESOLU (GDA-IND-CSR)
002320         END-IF
002330     ELSE
002340         ADD SRO-MNT-COURANT TO GDA-CSR-MNT-CLOTURE (GDA-IND-CSR)
002350         ADD 1 TO GDA-CSR-QT-CLOTURE (GDA-IND-CSR)
002360     END-IF.
002370*
002380 2000-ITEM-SUIVANT.
002390     READ SUSREGOU
002400         AT END SET GDA-FIN-SRO TO TRUE
002410     END-READ.
002420*
002430 2000-TRAITER-ITEM-EXIT.
002440     EXIT.
002450*
002460 2100-TROUVER-CSER.
002470*
002480*    POSITIONNE GDA-IND-CSR SUR LE CSER DE L'ITEM; UN CSER
002490*    NOUVEAU EST INSERE A SA PLACE (MEME PATRON QUE GFPB489A).
002500*
002510     MOVE 'N' TO GDA-SW-CSER-TROUVE.
002520     MOVE 1   TO GDA-IND-CSR.
002530     PERFORM 2110-CHERCHER-CSER THRU 2110-CHERCHER-CSER-EXIT
002540         UNTIL NOT GDA-CSER-CHERCHE
002550            OR GDA-IND-CSR GREATER GDA-QT-CSR.
002560*
002570     IF  GDA-CSER-TROUVE
002580         GO TO 2100-TROUVER-CSER-EXIT
002590     END-IF.
002600*
002610     IF  GDA-QT-CSR NOT LESS 600
002620         DISPLAY '000 ' CTE-PRGM ' - TABLE CSER PLEINE'
002630                 ' (600) - CSER ' SRO-NO-CSER
002640         MOVE 'N' TO GDA-SW-CSER-TROUVE
002650         GO TO 2100-TROUVER-CSER-EXIT
002660     END-IF.
002670*
002680     MOVE GDA-QT-CSR TO GDA-IND-CSR-DEPL.
002690     PERFORM 2120-DEPLACER-CSER THRU 2120-DEPLACER-CSER-EXIT
002700         UNTIL GDA-IND-CSR-DEPL LESS GDA-IND-CSR.
002710     ADD 1 TO GDA-QT-CSR.
002720     MOVE SRO-NO-CSER TO GDA-CSR-NO-CSER     (GDA-IND-CSR).
002730     MOVE ZERO        TO GDA-CSR-MNT-OUVERT  (GDA-IND-CSR).
002740     MOVE ZERO        TO GDA-CSR-MNT-NOUVEAU (GDA-IND-CSR).
002750     MOVE ZERO        TO GDA-CSR-MNT-RESOLU  (GDA-IND-CSR).
002760     MOVE ZERO        TO GDA-CSR-MNT-RADIE   (GDA-IND-CSR).
002770     MOVE ZERO        TO GDA-CSR-MNT-CLOTURE (GDA-IND-CSR).
002780     MOVE ZERO        TO GDA-CSR-QT-CLOTURE  (GDA-IND-CSR).
002790     SET GDA-CSER-TROUVE TO TRUE.
002800*
002810 2100-TROUVER-CSER-EXIT.
002820     EXIT.
002830*
002840 2110-CHERCHER-CSER.
002850*
002860     IF  GDA-CSR-NO-CSER (GDA-IND-CSR) EQUAL SRO-NO-CSER
002870         SET GDA-CSER-TROUVE TO TRUE
002880     ELSE
002890         IF  GDA-CSR-NO-CSER (GDA-IND-CSR) GREATER SRO-NO-CSER
002900             SET GDA-CSER-INSERER TO TRUE
002910         ELSE
002920             ADD 1 TO GDA-IND-CSR
002930         END-IF
002940     END-IF.
002950*
002960 2110-CHERCHER-CSER-EXIT.
002970     EXIT.
002980*
002990 2120-DEPLACER-CSER.
003000*
003010     MOVE GDA-CSR-ENTREE (GDA-IND-CSR-DEPL)
003020       TO GDA-CSR-ENTREE (GDA-IND-CSR-DEPL + 1).
003030     SUBTRACT 1 FROM GDA-IND-CSR-DEPL.
003040*
003050 2120-DEPLACER-CSER-EXIT.
003060     EXIT.
003070*
003080 3000-ECRIRE-CSER.
003090*
003100     MOVE GDA-CSR-MNT-OUVERT  (GDA-IND-CSR) TO GDA-MNT-EDIT-1.
003110     MOVE GDA-CSR-MNT-NOUVEAU (GDA-IND-CSR) TO GDA-MNT-EDIT-2.
003120     MOVE GDA-CSR-MNT-RESOLU  (GDA-IND-CSR) TO GDA-MNT-EDIT-3.
003130     MOVE GDA-CSR-MNT-RADIE   (GDA-IND-CSR) TO GDA-MNT-EDIT-4.
003140     MOVE GDA-CSR-MNT-CLOTURE (GDA-IND-CSR) TO GDA-MNT-EDIT-5.
003150     MOVE GDA-CSR-QT-CLOTURE  (GDA-IND-CSR) TO GDA-QT-EDIT.
003160     MOVE SPACES TO RPT-LINE.
003170     STRING GDA-CSR-NO-CSER (GDA-IND-CSR)
003180            ' ' GDA-MNT-EDIT-1 ' ' GDA-MNT-EDIT-2
003190            ' ' GDA-MNT-EDIT-3 ' ' GDA-MNT-EDIT-4
003200            ' ' GDA-MNT-EDIT-5 ' ' GDA-QT-EDIT
003210                DELIMITED BY SIZE INTO RPT-LINE.
003220     WRITE RPT-LINE.
003230*
003240     ADD GDA-CSR-MNT-OUVERT  (GDA-IND-CSR) TO GDA-TOT-MNT-OUVERT.
003250     ADD GDA-CSR-MNT-NOUVEAU (GDA-IND-CSR) TO GDA-TOT-MNT-NOUVEAU.
003260     ADD GDA-CSR-MNT-RESOLU  (GDA-IND-CSR) TO GDA-TOT-MNT-RESOLU.
003270     ADD GDA-CSR-MNT-RADIE   (GDA-IND-CSR) TO GDA-TOT-MNT-RADIE.
003280     ADD GDA-CSR-MNT-CLOTURE (GDA-IND-CSR) TO GDA-TOT-MNT-CLOTURE.
003290     ADD GDA-CSR-QT-CLOTURE  (GDA-IND-CSR) TO GDA-TOT-QT-CLOTURE.
003300     ADD 1 TO GDA-IND-CSR.
003310*
003320 3000-ECRIRE-CSER-EXIT.
003330     EXIT.
003340*
003350 9000-TOTAUX-RAPPORT.
003360*
003370     MOVE GDA-TOT-MNT-OUVERT  TO GDA-MNT-EDIT-1.
003380     MOVE GDA-TOT-MNT-NOUVEAU TO GDA-MNT-EDIT-2.
003390     MOVE GDA-TOT-MNT-RESOLU  TO GDA-MNT-EDIT-3.
003400     MOVE GDA-TOT-MNT-RADIE   TO GDA-MNT-EDIT-4.
003410     MOVE GDA-TOT-MNT-CLOTURE TO GDA-MNT-EDIT-5.
003420     MOVE GDA-TOT-QT-CLOTURE  TO GDA-QT-EDIT.
003430     MOVE SPACES TO RPT-LINE.
003440     WRITE RPT-LINE.
003450     MOVE SPACES TO RPT-LINE.
003460     STRING 'TOTAL   '
003470            ' ' GDA-MNT-EDIT-1 ' ' GDA-MNT-EDIT-2
003480            ' ' GDA-MNT-EDIT-3 ' ' GDA-MNT-EDIT-4
003490            ' ' GDA-MNT-EDIT-5 ' ' GDA-QT-EDIT
003500                DELIMITED BY SIZE INTO RPT-LINE.
003510     WRITE RPT-LINE.
003520     MOVE SPACES TO RPT-LINE.
003530     WRITE RPT-LINE.
003540     MOVE SPACES TO RPT-LINE.
003550     MOVE GDA-QT-LUS TO GDA-QT-TOTAL-EDIT.
003560     STRING '  ITEMS LUS AU REGISTRE     : ' GDA-QT-TOTAL-EDIT
003570                DELIMITED BY SIZE INTO RPT-LINE.
003580     WRITE RPT-LINE.
003590     MOVE SPACES TO RPT-LINE.
003600     MOVE GDA-QT-CSR TO GDA-QT-TOTAL-EDIT.
003610     STRING '  CSER RAPPORTES            : ' GDA-QT-TOTAL-EDIT
003620                DELIMITED BY SIZE INTO RPT-LINE.
003630     WRITE RPT-LINE.
003640*
003650 9000-TOTAUX-RAPPORT-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------*
003690*       F I N   D U   P R O G R A M M E   G F P B 4 9 3 A
003700*----------------------------------------------------------------*
