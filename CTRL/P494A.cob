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
000120*  MODULE:     GFPB494A  EXTRACTION QUOTIDIENNE DES HISTORIQUES GFP
000130*              VERS L'ENTREPOT DE DONNEES DES FINANCES
000140*  PROGRAMMEUR: EQUIPE GFP
000150*  ANALYSTE:    EQUIPE GFP
000160*  DATE    :   OCTOBRE 2026
000170*  REMARQUE:   DESCRIPTION,
000180*
000190*                  - LES HISTORIQUES HSTPANO, HSTECAI, HSTECAR,
000200*                    HSTINTRB, HSTRECUP ET HSTREOUV NE SONT LISIBLES
000210*                    QUE PAR UN NOUVEAU PROGRAMME COBOL.  CE MODULE,
000220*                    EN LECTURE SEULE, LES EXTRAIT CHAQUE NUIT EN UN
000230*                    FICHIER DELIMITE (';') PAR TYPE D'ENREGISTREMENT:
000240*                    XHSTPANO, XHSTECAI, XHSTECAR, XHSTINTR,
000250*                    XHSTRECU ET XHSTREOU (.TXT).
000260*                  - HSTPANO, HSTECAI ET HSTECAR SONT EMPILES PAR
000270*                    GFPP466A (UNE LIGNE PAR AFFICHAGE): SEULE LA
000280*                    DERNIERE LIGNE D'UNE PERIODE FERMEE EST EXTRAITE
000290*                    (PAR AGENT POUR HSTECAI) - MEME REGLE QUE
000300*                    GFPB480A ET GFPB486A.  HSTINTRB SUIT LES MEMES
000310*                    PERIODES FERMEES, LIGNE A LIGNE.
000320*                  - CHAQUE LIGNE PORTE LE CODE DE REGION DU CSER
000330*                    (REGCSER.TXT, '???' SI NON AFFECTE).
000340*                  - CHAQUE FICHIER COMMENCE PAR UNE LIGNE 'H' (TYPE,
000350*                    DATE, MODE) ET FINIT PAR UNE LIGNE 'T' (NOMBRE
000360*                    DE LIGNES 'D' ET TOTAL DE CONTROLE DU MONTANT
000370*                    PRINCIPAL) POUR LA VERIFICATION AU CHARGEMENT.
000375*                  - MODE 'C' (COMPLET): PERIODES FERMEES DONT LA
000380*                    DATE DE DEBUT EST DANS LES BORNES SYSIN.
000385*                    MODE 'I' (INCREMENTIEL): CE QUI EST SURVENU
000390*                    STRICTEMENT APRES L'EXTRACTION PRECEDENTE.
000395*                    LE FICHIER DE CONTROLE (EXTCTLIN.TXT =
000400*                    EXTRACTION PRECEDENTE, EXTCTLOU.TXT = CELLE
000405*                    DU JOUR) PORTE LA DATE ET L'HEURE DE
000410*                    L'EXTRACTION ('D'), LES PERIODES ENCORE
000415*                    OUVERTES A CE MOMENT ('P') ET LES PERIODES
000420*                    FERMEES DEBUTANT CE JOUR-LA DEJA EXTRAITES
000425*                    ('V').  UNE SEULE REGLE: EST RETENU CE QUI
000430*                    EST POSTERIEUR A LA DATE/HEURE 'D' - LA
000435*                    REOUVERTURE HSTREOUV, L'ENTREE OU LA SORTIE
000440*                    HSTRECUP, LA PERIODE FERMEE QUI ETAIT 'P',
000445*                    QUI A ETE ROUVERTE OU QUI A DEBUTE APRES.
000450*                    LA PERIODE N'A PAS D'HEURE DE DEBUT: CELLE
000455*                    QUI DEBUTE LE JOUR DE L'EXTRACTION
000460*                    PRECEDENTE EST RETENUE SAUF SI CETTE
000465*                    EXTRACTION L'A NOTEE 'V'.  LIGNE 'D' SANS
000470*                    HEURE (ANCIEN FICHIER DE CONTROLE): HEURE
000475*                    ZERO, RIEN N'EST PERDU.
000480*                  - TABLE INTERNE PLEINE: LES LIGNES EN TROP NE
000485*                    SONT PAS EXTRAITES; LIGNE '***' AU RAPPORT
000490*                    RPEXTHST ET RC 8 (REPRENDRE EN MODE C).
000510*
000520*                CARTE SYSIN:
000530*                  COL 01-08  DATE DU JOUR (AAAAMMJJ)
000540*                  COL 09     MODE ('C' COMPLET, 'I' INCREMENTIEL;
000550*                             DEFAUT 'I')
000560*                  COL 10-17  MODE C: BORNE DE DEBUT (DEFAUT ZERO)
000570*                  COL 18-25  MODE C: BORNE DE FIN (DEFAUT = DATE
000580*                             DU JOUR)
000581*
000582*                FICHIER DE CONTROLE (EXTCTLIN / EXTCTLOU):
000583*                  COL 01     TYPE ('D', 'P' OU 'V')
000584*                  COL 02-09  CSER ('P', 'V')
000585*                  COL 10-17  'D': DATE DE L'EXTRACTION; 'P', 'V':
000586*                             DATE DE DEBUT DE LA PERIODE
000587*                  COL 18-19  PERIODE ('P', 'V')
000588*                  COL 20-23  'D': HEURE DE L'EXTRACTION (HHMM)
000590*
000600*******************************************************************
000610**    M O D I F I C A T I O N S
000620*******************************************************************
000630** 2026-10-15 - EQUIPE GFP
000640**              CREATION DU PROGRAMME.
000650*******************************************************************
000651** 2026-10-15 - EQUIPE GFP
000652**              MODE I: HEURE DE L'EXTRACTION SUR LA LIGNE 'D' ET
000653**              UNE SEULE REGLE (STRICTEMENT APRES LA DATE/HEURE
000654**              'D') POUR HSTREOUV, HSTRECUP ET PEROPE (LIGNES
000655**              'V').  TABLES AUX TAILLES DE GFPB495A; TOUTE TABLE
000656**              PLEINE DONNE RC 8 ET UNE LIGNE AU RAPPORT.
000657*******************************************************************
000660*
000670*-------------------*
000680 IDENTIFICATION DIVISION.
000690*-------------------*
000700 PROGRAM-ID.    GFPB494A.
000710 AUTHOR.        EQUIPE GFP.
000720 INSTALLATION.  SAAQ - DIRECTION DES SYSTEMES.
000730 DATE-WRITTEN.  OCTOBRE 2026.
000740 DATE-COMPILED.
000750*------------------*
000760 ENVIRONMENT DIVISION.
000770*------------------*
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT REGCSER  ASSIGN TO 'REGCSER.TXT'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820     SELECT EXTCTLIN ASSIGN TO 'EXTCTLIN.TXT'
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT EXTCTLOU ASSIGN TO 'EXTCTLOU.TXT'
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT XHSTPANO ASSIGN TO 'XHSTPANO.TXT'
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT XHSTECAI ASSIGN TO 'XHSTECAI.TXT'
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT XHSTECAR ASSIGN TO 'XHSTECAR.TXT'
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT XHSTINTR ASSIGN TO 'XHSTINTR.TXT'
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT XHSTRECU ASSIGN TO 'XHSTRECU.TXT'
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960     SELECT XHSTREOU ASSIGN TO 'XHSTREOU.TXT'
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980     SELECT RPEXTHST ASSIGN TO 'RPEXTHST.TXT'
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000*------------*
001010 DATA DIVISION.
001020*------------*
001030 FILE SECTION.
001040 FD  REGCSER.
001050 01  REG-RECORD.
001060     03  REG-NO-CSER                PIC X(008).
001070     03  FILLER                     PIC X(001).
001080     03  REG-COD-REGION             PIC X(003).
001090     03  FILLER                     PIC X(001).
001100     03  REG-NOM-REGION             PIC X(030).
001110 FD  EXTCTLIN.
001120 01  CTI-RECORD.
001130     03  CTI-TYP-LIGNE              PIC X(001).
001140     03  CTI-NO-CSER                PIC X(008).
001150     03  CTI-DAS                    PIC 9(008).
001160     03  CTI-NO-PERIO               PIC 9(002).
001165     03  CTI-HEURE                  PIC X(004).
001170 FD  EXTCTLOU.
001180 01  CTO-RECORD.
001190     03  CTO-TYP-LIGNE              PIC X(001).
001200     03  CTO-NO-CSER                PIC X(008).
001210     03  CTO-DAS                    PIC 9(008).
001220     03  CTO-NO-PERIO               PIC 9(002).
001225     03  CTO-HEURE                  PIC X(004).
001230 FD  XHSTPANO.
001240 01  XPA-LINE                       PIC X(250).
001250 FD  XHSTECAI.
001260 01  XEI-LINE                       PIC X(250).
001270 FD  XHSTECAR.
001280 01  XER-LINE                       PIC X(250).
001290 FD  XHSTINTR.
001300 01  XIN-LINE                       PIC X(250).
001310 FD  XHSTRECU.
001320 01  XRC-LINE                       PIC X(250).
001330 FD  XHSTREOU.
001340 01  XRO-LINE                       PIC X(250).
001350 FD  RPEXTHST.
001360 01  RPT-LINE                       PIC X(132).
001370*--------------------------*
001380 WORKING-STORAGE SECTION.
001390*--------------------------*
001400 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB494A'.
001410 01  SYSIN-LIGNE.
001420     03  SYSIN-DAS-JOUR             PIC 9(008).
001430     03  SYSIN-MODE                 PIC X(001).
001440         88  SYSIN-MODE-COMPLET              VALUE 'C'.
001450         88  SYSIN-MODE-INCREM               VALUE 'I'.
001460     03  SYSIN-DAS-DEB-BORNE        PIC 9(008).
001470     03  SYSIN-DAS-FIN-BORNE        PIC 9(008).
001480     03  FILLER                     PIC X(107).
001490 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
001500 77  GDA-QT-PERIO-RETENUES          PIC S9(009) COMP VALUE ZERO.
001510 77  GDA-QT-PERIO-OUVERTES          PIC S9(009) COMP VALUE ZERO.
001520 77  GDA-QT-TOTAL-EDIT              PIC ZZZZZZZZ9.
001530 77  GDA-SW-FIN-CSER                PIC  X(001) VALUE 'N'.
001540     88  GDA-FIN-CSER                            VALUE 'S'.
001550 77  GDA-SW-FIN-PEROPE               PIC X(001) VALUE 'N'.
001560     88  GDA-FIN-PEROPE                           VALUE 'S'.
001570 77  GDA-SW-FIN-HSTPANO              PIC X(001) VALUE 'N'.
001580     88  GDA-FIN-HSTPANO                          VALUE 'S'.
001590 77  GDA-SW-FIN-HSTECAI              PIC X(001) VALUE 'N'.
001600     88  GDA-FIN-HSTECAI                          VALUE 'S'.
001610 77  GDA-SW-FIN-HSTECAR              PIC X(001) VALUE 'N'.
001620     88  GDA-FIN-HSTECAR                          VALUE 'S'.
001630 77  GDA-SW-FIN-HSTINT               PIC X(001) VALUE 'N'.
001640     88  GDA-FIN-HSTINT                           VALUE 'S'.
001650 77  GDA-SW-FIN-HSTRECUP             PIC X(001) VALUE 'N'.
001660     88  GDA-FIN-HSTRECUP                         VALUE 'S'.
001670 77  GDA-SW-FIN-REOUV                PIC X(001) VALUE 'N'.
001680     88  GDA-FIN-REOUV                            VALUE 'S'.
001690 77  GDA-SW-FIN-CTI                  PIC X(001) VALUE 'N'.
001700     88  GDA-FIN-CTI                              VALUE 'S'.
001710 77  GDA-SW-FIN-REGF                 PIC X(001) VALUE 'N'.
001720     88  GDA-FIN-REGF                             VALUE 'S'.
001730 77  GDA-SW-TROUVE                   PIC X(001) VALUE 'N'.
001740     88  GDA-TROUVE                               VALUE 'O'.
001750*
001752*    DATE ET HEURE DE L'EXTRACTION PRECEDENTE (LIGNE 'D' DE
001754*    EXTCTLIN) ET D'UN EVENEMENT, COMPAREES D'UN BLOC
001756*    (AAAAMMJJHHMM).
001758 01  GDA-HORO-DERN-EXTR.
001760     03  GDA-DAS-DERN-EXTR          PIC 9(008) VALUE ZERO.
001762     03  GDA-HEURE-DERN-EXTR        PIC 9(004) VALUE ZERO.
001764 01  GDA-HORO-EVT.
001766     03  GDA-DAS-EVT                PIC 9(008) VALUE ZERO.
001768     03  GDA-HEURE-EVT              PIC 9(004) VALUE ZERO.
001770*    HEURE DE CETTE EXTRACTION (HHMM), POUR LA LIGNE 'D'.
001772 01  GDA-HEURE-SYS.
001774     03  GDA-HEURE-EXTR             PIC 9(004).
001776     03  FILLER                     PIC X(004).
001780 77  GDA-DAS-CIBLE                  PIC 9(008) VALUE ZERO.
001790 77  GDA-NO-PERIO-CIBLE             PIC 9(002) VALUE ZERO.
001800 77  GDA-COD-REGION-CSER            PIC X(003) VALUE SPACES.
001801*
001802*    TABLE INTERNE PLEINE (8000-SIGNALER-TABLE-PLEINE)
001803 01  GDA-MSG-PLEINE                 PIC X(100) VALUE SPACES.
001804 77  GDA-QT-TABLES-PLEINES          PIC S9(009) COMP VALUE ZERO.
001805 77  GDA-SW-OUV-PLEINE              PIC X(001) VALUE 'N'.
001806     88  GDA-OUV-PLEINE                          VALUE 'O'.
001807 77  GDA-SW-AGP-PLEINE              PIC X(001) VALUE 'N'.
001808     88  GDA-AGP-PLEINE                          VALUE 'O'.
001810*
001820*-----------------------------------------------------------------
001830*    NOMBRE DE LIGNES 'D' ET TOTAL DE CONTROLE PAR FICHIER
001840*-----------------------------------------------------------------
001850 77  GDA-QT-PANO                    PIC S9(009) COMP VALUE ZERO.
001860 77  GDA-QT-ECAI                    PIC S9(009) COMP VALUE ZERO.
001870 77  GDA-QT-ECAR                    PIC S9(009) COMP VALUE ZERO.
001880 77  GDA-QT-INTR                    PIC S9(009) COMP VALUE ZERO.
001890 77  GDA-QT-RECU                    PIC S9(009) COMP VALUE ZERO.
001900 77  GDA-QT-REOU                    PIC S9(009) COMP VALUE ZERO.
001910 01  GDA-HASH-PANO           PIC S9(013)V99 COMP-3 VALUE ZERO.
001920 01  GDA-HASH-ECAI           PIC S9(013)V99 COMP-3 VALUE ZERO.
001930 01  GDA-HASH-ECAR           PIC S9(013)V99 COMP-3 VALUE ZERO.
001940 01  GDA-HASH-INTR           PIC S9(013)V99 COMP-3 VALUE ZERO.
001950 01  GDA-HASH-RECU           PIC S9(013)V99 COMP-3 VALUE ZERO.
001960 01  GDA-HASH-REOU           PIC S9(013)V99 COMP-3 VALUE ZERO.
001970*
001980*-----------------------------------------------------------------
001990*    ZONES DE CONSTRUCTION DES LIGNES DELIMITEES (MONTANTS SIGNES
002000*    A LARGEUR FIXE, SANS BLANC, POUR LE CHARGEMENT)
002010*-----------------------------------------------------------------
002020 01  GDA-LIGNE-EXT                  PIC X(250) VALUE SPACES.
002030 01  GDA-NOM-FICHIER                PIC X(008) VALUE SPACES.
002040 01  GDA-MNT-E1                     PIC +9(011).99.
002050 01  GDA-MNT-E2                     PIC +9(011).99.
002060 01  GDA-MNT-E3                     PIC +9(011).99.
002070 01  GDA-MNT-E4                     PIC +9(011).99.
002080 01  GDA-MNT-E5                     PIC +9(011).99.
002090 01  GDA-MNT-E6                     PIC +9(011).99.
002100 01  GDA-MNT-E7                     PIC +9(011).99.
002110 01  GDA-MNT-E8                     PIC +9(011).99.
002120 01  GDA-MNT-E9                     PIC +9(011).99.
002130 01  GDA-HASH-EDIT                  PIC +9(013).99.
002140 01  GDA-QT-LIGNES-EDIT             PIC 9(009).
002150 01  GDA-NB-EDIT                    PIC 9(005).
002160 01  GDA-DAS-EDIT                   PIC 9(008).
002170 01  GDA-DAS-EDIT-2                 PIC 9(008).
002180 01  GDA-NO-PERIO-EDIT              PIC 9(002).
002190 01  GDA-HEURE-EDIT                 PIC 9(004).
002200 01  GDA-HEURE-EDIT-2               PIC 9(004).
002210 01  GDA-MOTIF-EXT                  PIC X(060).
002220*
002230*-----------------------------------------------------------------
002240*    PERIODES ENCORE OUVERTES ('P') ET PERIODES FERMEES DU JOUR
002245*    DEJA EXTRAITES ('V') A L'EXTRACTION PRECEDENTE
002250*-----------------------------------------------------------------
002260 01  GDA-TAB-OUV.
002270     03  GDA-QT-OUV                 PIC S9(004) COMP VALUE ZERO.
002280     03  GDA-OUV-ENTREE             OCCURS 3000 TIMES.
002290         05  GDA-OUV-NO-CSER        PIC X(008).
002300         05  GDA-OUV-DAS            PIC 9(008).
002310         05  GDA-OUV-NO-PERIO       PIC 9(002).
002315         05  GDA-OUV-TYP-LIGNE      PIC X(001).
002320 77  GDA-IND-OUV                    PIC S9(004) COMP VALUE ZERO.
002330*
002340*-----------------------------------------------------------------
002350*    PERIODES DU CSER COURANT ROUVERTES DEPUIS L'EXTRACTION
002360*    PRECEDENTE (HSTREOUV)
002370*-----------------------------------------------------------------
002380 01  GDA-TAB-ROV.
002390     03  GDA-QT-ROV                 PIC S9(004) COMP VALUE ZERO.
002400     03  GDA-ROV-ENTREE             OCCURS 500 TIMES.
002410         05  GDA-ROV-DAS            PIC 9(008).
002420         05  GDA-ROV-NO-PERIO       PIC 9(002).
002430 77  GDA-IND-ROV                    PIC S9(004) COMP VALUE ZERO.
002440*
002450*-----------------------------------------------------------------
002460*    PERIODES FERMEES RETENUES DU CSER COURANT, AVEC LA DERNIERE
002470*    LIGNE HSTPANO ET HSTECAR DE CHACUNE (DERNIERE LIGNE GAGNE)
002480*-----------------------------------------------------------------
002490 01  GDA-TAB-PER.
002500     03  GDA-QT-PER                 PIC S9(004) COMP VALUE ZERO.
002510     03  GDA-PER-ENTREE             OCCURS 5000 TIMES.
002520         05  GDA-PER-DAS            PIC 9(008).
002530         05  GDA-PER-NO-PERIO       PIC 9(002).
002540         05  GDA-PER-SW-PANO        PIC X(001).
002550         05  GDA-PER-NB-CAISS       PIC S9(005) COMP.
002560         05  GDA-PER-NET-PERCU      PIC S9(011)V99 COMP-3.
002570         05  GDA-PER-DEPOT-INTRN    PIC S9(011)V99 COMP-3.
002580         05  GDA-PER-ECART-CAISS    PIC S9(011)V99 COMP-3.
002590         05  GDA-PER-ENCAI-RECPR    PIC S9(011)V99 COMP-3.
002600         05  GDA-PER-ENCAI-INTRB    PIC S9(011)V99 COMP-3.
002610         05  GDA-PER-TOTAL-BD       PIC S9(011)V99 COMP-3.
002620         05  GDA-PER-CRCRE-DBT      PIC S9(011)V99 COMP-3.
002630         05  GDA-PER-ECART-CSER     PIC S9(011)V99 COMP-3.
002640         05  GDA-PER-COD-ECART      PIC X(001).
002650         05  GDA-PER-IND-TEXTE      PIC X(001).
002660         05  GDA-PER-SW-ECAR        PIC X(001).
002670         05  GDA-PER-ECAR-MNT-CSER  PIC S9(011)V99 COMP-3.
002680         05  GDA-PER-ECAR-MNT-NET   PIC S9(011)V99 COMP-3.
002690 77  GDA-IND-PER                    PIC S9(004) COMP VALUE ZERO.
002700*
002710*-----------------------------------------------------------------
002720*    DERNIERE LIGNE HSTECAI PAR COUPLE AGENT/PERIODE RETENUE
002730*-----------------------------------------------------------------
002740 01  GDA-TAB-AGP.
002750     03  GDA-QT-AGP                 PIC S9(009) COMP VALUE ZERO.
002760     03  GDA-AGP-ENTREE             OCCURS 30000 TIMES.
002770         05  GDA-AGP-NO-AGENT       PIC X(008).
002780         05  GDA-AGP-DAS            PIC 9(008).
002790         05  GDA-AGP-NO-PERIO       PIC 9(002).
002800         05  GDA-AGP-NET-PERCU      PIC S9(011)V99 COMP-3.
002810         05  GDA-AGP-DEPOT-INTRN    PIC S9(011)V99 COMP-3.
002820         05  GDA-AGP-ECART-CAISS    PIC S9(011)V99 COMP-3.
002830         05  GDA-AGP-ENCAI-RECPR    PIC S9(011)V99 COMP-3.
002840         05  GDA-AGP-ENCAI-INTRB    PIC S9(011)V99 COMP-3.
002850         05  GDA-AGP-CYCL-PERCP     PIC X(001).
002860         05  GDA-AGP-STA-CAISS      PIC X(001).
002870 77  GDA-IND-AGP                    PIC S9(009) COMP VALUE ZERO.
002880*
002890*-----------------------------------------------------------------
002900*    REFERENCE REGIONALE (REGCSER.TXT)
002910*-----------------------------------------------------------------
002920 01  GDA-TAB-REGCSER.
002930     03  GDA-QT-REGCSER             PIC S9(004) COMP VALUE ZERO.
002940     03  GDA-REGCSER-ENTREE         OCCURS 600 TIMES.
002950         05  GDA-RC-NO-CSER         PIC X(008).
002960         05  GDA-RC-COD-REGION      PIC X(003).
002970 77  GDA-IND-REGCSER                PIC S9(004) COMP VALUE ZERO.
002980*
002990*-----------------------------------------------------------------
003000*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKPEROPE / GFPKHSTPANO /
003010*    GFPKHSTECAI / GFPKHSTECAR / GFPKHSTINTRB / GFPKHSTRECUP /
003020*    GFPKHSTREOUV)
003030*-----------------------------------------------------------------
003040 01  GFPK-CSER.
-INC   GFPKCSER
003050 01  GFPK-PEROPE.
-INC   GFPKPEROPE
003060 01  GFPK-HSTPANO.
-INC   GFPKHSTPANO
003070 01  GFPK-HSTECAI.
-INC   GFPKHSTECAI
003080 01  GFPK-HSTECAR.
-INC   GFPKHSTECAR
003090 01  GFPK-HSTINTRB.
-INC   GFPKHSTINTRB
003100 01  GFPK-HSTRECUP.
-INC   GFPKHSTRECUP
003110 01  GFPK-HSTREOUV.
-INC   GFPKHSTREOUV
003120*
003130*--------------------*
003140 PROCEDURE DIVISION.
003150*--------------------*
003160*
003170 0000-MAINLINE.
003180*
003190     ACCEPT SYSIN-LIGNE FROM SYSIN.
003195     ACCEPT GDA-HEURE-SYS FROM TIME.
003200     IF  NOT SYSIN-MODE-COMPLET
003210         MOVE 'I' TO SYSIN-MODE
003220     END-IF.
003230     IF  SYSIN-DAS-DEB-BORNE IS NOT NUMERIC
003240         MOVE ZERO TO SYSIN-DAS-DEB-BORNE
003250     END-IF.
003260     IF  SYSIN-DAS-FIN-BORNE IS NOT NUMERIC
003270         MOVE SYSIN-DAS-JOUR TO SYSIN-DAS-FIN-BORNE
003280     END-IF.
003290     IF  SYSIN-DAS-FIN-BORNE EQUAL ZEROES
003300         MOVE SYSIN-DAS-JOUR TO SYSIN-DAS-FIN-BORNE
003310     END-IF.
003320*
003330     OPEN INPUT  REGCSER
003340                 EXTCTLIN.
003350     OPEN OUTPUT EXTCTLOU
003360                 XHSTPANO
003370                 XHSTECAI
003380                 XHSTECAR
003390                 XHSTINTR
003400                 XHSTRECU
003410                 XHSTREOU
003420                 RPEXTHST.
003430*
003440     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
003450     PERFORM 1100-CHARGER-CONTROLE
003451         THRU 1100-CHARGER-CONTROLE-EXIT.
003460     PERFORM 1200-CHARGER-REGIONS THRU 1200-CHARGER-REGIONS-EXIT.
003470     PERFORM 1300-ENTETES-FICHIERS
003480         THRU 1300-ENTETES-FICHIERS-EXIT.
003490*
003500     READY USAGE-MODE IS PROTECTED RETRIEVAL.
003510*
003520     OBTAIN FIRST CSER.
003530     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
003540         UNTIL GDA-FIN-CSER.
003550*
003560     FINISH.
003570*
003580     PERFORM 9000-FINS-FICHIERS THRU 9000-FINS-FICHIERS-EXIT.
003590     PERFORM 9100-TOTAUX-RAPPORT THRU 9100-TOTAUX-RAPPORT-EXIT.
003600*
003610     CLOSE REGCSER
003620           EXTCTLIN
003630           EXTCTLOU
003640           XHSTPANO
003650           XHSTECAI
003660           XHSTECAR
003670           XHSTINTR
003680           XHSTRECU
003690           XHSTREOU
003700           RPEXTHST.
003710*
003720     STOP RUN.
003730*
003740 1000-ENTETE-RAPPORT.
003750*
003760     MOVE SPACES TO RPT-LINE.
003770     STRING 'EXTRACTION DES HISTORIQUES GFP VERS L''ENTREPOT - '
003780            SYSIN-DAS-JOUR ' - MODE ' SYSIN-MODE
003790                DELIMITED BY SIZE INTO RPT-LINE.
003800     WRITE RPT-LINE.
003810     MOVE SPACES TO RPT-LINE.
003820     WRITE RPT-LINE.
003830*
003840 1000-ENTETE-RAPPORT-EXIT.
003850     EXIT.
003860*
003870 1100-CHARGER-CONTROLE.
003880*
003890     READ EXTCTLIN
003900         AT END SET GDA-FIN-CTI TO TRUE
003910     END-READ.
003920*
003930     PERFORM 1110-CHARGER-UNE-LIGNE-CTL
003940         THRU 1110-CHARGER-UNE-LIGNE-CTL-EXIT
003950         UNTIL GDA-FIN-CTI.
003960*
003970     MOVE SPACES TO RPT-LINE.
003980     IF  SYSIN-MODE-COMPLET
003990         STRING '  PERIODES FERMEES DEBUTANT DU '
003991                SYSIN-DAS-DEB-BORNE
004000                ' AU ' SYSIN-DAS-FIN-BORNE
004010                    DELIMITED BY SIZE INTO RPT-LINE
004020     ELSE
004030         STRING '  DEPUIS L''EXTRACTION DU ' GDA-DAS-DERN-EXTR
004035                ' A ' GDA-HEURE-DERN-EXTR
004040                    DELIMITED BY SIZE INTO RPT-LINE
004050     END-IF.
004060     WRITE RPT-LINE.
004070     MOVE SPACES TO RPT-LINE.
004080     WRITE RPT-LINE.
004090*
004100 1100-CHARGER-CONTROLE-EXIT.
004110     EXIT.
004120*
004130 1110-CHARGER-UNE-LIGNE-CTL.
004140*
004150     IF  CTI-TYP-LIGNE EQUAL 'D'
004160         MOVE CTI-DAS TO GDA-DAS-DERN-EXTR
004161         IF  CTI-HEURE IS NUMERIC
004162             MOVE CTI-HEURE TO GDA-HEURE-DERN-EXTR
004163         ELSE
004164             MOVE ZERO TO GDA-HEURE-DERN-EXTR
004165         END-IF
004170     END-IF.
004180*
004190     IF  CTI-TYP-LIGNE EQUAL 'P' OR 'V'
004200         IF  GDA-QT-OUV LESS 3000
004210             ADD 1 TO GDA-QT-OUV
004220             MOVE CTI-NO-CSER  TO GDA-OUV-NO-CSER (GDA-QT-OUV)
004230             MOVE CTI-DAS      TO GDA-OUV-DAS (GDA-QT-OUV)
004240             MOVE CTI-NO-PERIO TO GDA-OUV-NO-PERIO (GDA-QT-OUV)
004245             MOVE CTI-TYP-LIGNE TO GDA-OUV-TYP-LIGNE (GDA-QT-OUV)
004250         ELSE
004253             IF  NOT GDA-OUV-PLEINE
004256                 SET GDA-OUV-PLEINE TO TRUE
004259                 MOVE SPACES TO GDA-MSG-PLEINE
004262                 STRING 'TABLE PERIODES OUVERTES PLEINE (3000) - '
004265                        'EXTCTLIN TRONQUE'
004268                            DELIMITED BY SIZE INTO GDA-MSG-PLEINE
004271                 PERFORM 8000-SIGNALER-TABLE-PLEINE
004274                     THRU 8000-SIGNALER-TABLE-PLEINE-EXIT
004277             END-IF
004280         END-IF
004290     END-IF.
004300*
004310     READ EXTCTLIN
004320         AT END SET GDA-FIN-CTI TO TRUE
004330     END-READ.
004340*
004350 1110-CHARGER-UNE-LIGNE-CTL-EXIT.
004360     EXIT.
004370*
004380 1200-CHARGER-REGIONS.
004390*
004400     READ REGCSER
004410         AT END SET GDA-FIN-REGF TO TRUE
004420     END-READ.
004430*
004440     PERFORM 1210-CHARGER-UNE-REGION
004450         THRU 1210-CHARGER-UNE-REGION-EXIT
004460         UNTIL GDA-FIN-REGF OR GDA-QT-REGCSER NOT LESS 600.
004461*
004462     IF  NOT GDA-FIN-REGF
004463         MOVE SPACES TO GDA-MSG-PLEINE
004464         STRING 'TABLE REGCSER PLEINE (600) - CSER SUIVANTS '
004465                'EN ''???'''
004466                    DELIMITED BY SIZE INTO GDA-MSG-PLEINE
004467         PERFORM 8000-SIGNALER-TABLE-PLEINE
004468             THRU 8000-SIGNALER-TABLE-PLEINE-EXIT
004469     END-IF.
004470*
004480 1200-CHARGER-REGIONS-EXIT.
004490     EXIT.
004500*
004510 1210-CHARGER-UNE-REGION.
004520*
004530     ADD 1 TO GDA-QT-REGCSER.
004540     MOVE REG-NO-CSER     TO GDA-RC-NO-CSER (GDA-QT-REGCSER).
004550     MOVE REG-COD-REGION  TO GDA-RC-COD-REGION (GDA-QT-REGCSER).
004560*
004570     READ REGCSER
004580         AT END SET GDA-FIN-REGF TO TRUE
004590     END-READ.
004600*
004610 1210-CHARGER-UNE-REGION-EXIT.
004620     EXIT.
004630*
004640 1300-ENTETES-FICHIERS.
004650*
004660     MOVE 'XHSTPANO' TO GDA-NOM-FICHIER.
004670     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004680     MOVE GDA-LIGNE-EXT TO XPA-LINE.
004690     WRITE XPA-LINE.
004700     MOVE 'XHSTECAI' TO GDA-NOM-FICHIER.
004710     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004720     MOVE GDA-LIGNE-EXT TO XEI-LINE.
004730     WRITE XEI-LINE.
004740     MOVE 'XHSTECAR' TO GDA-NOM-FICHIER.
004750     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004760     MOVE GDA-LIGNE-EXT TO XER-LINE.
004770     WRITE XER-LINE.
004780     MOVE 'XHSTINTR' TO GDA-NOM-FICHIER.
004790     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004800     MOVE GDA-LIGNE-EXT TO XIN-LINE.
004810     WRITE XIN-LINE.
004820     MOVE 'XHSTRECU' TO GDA-NOM-FICHIER.
004830     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004840     MOVE GDA-LIGNE-EXT TO XRC-LINE.
004850     WRITE XRC-LINE.
004860     MOVE 'XHSTREOU' TO GDA-NOM-FICHIER.
004870     PERFORM 1310-BATIR-ENTETE THRU 1310-BATIR-ENTETE-EXIT.
004880     MOVE GDA-LIGNE-EXT TO XRO-LINE.
004890     WRITE XRO-LINE.
004900*
004910 1300-ENTETES-FICHIERS-EXIT.
004920     EXIT.
004930*
004940 1310-BATIR-ENTETE.
004950*
004960     MOVE SPACES TO GDA-LIGNE-EXT.
004970     IF  SYSIN-MODE-COMPLET
004980         STRING 'H;' GDA-NOM-FICHIER ';' SYSIN-DAS-JOUR
004990                ';C;' SYSIN-DAS-DEB-BORNE ';' SYSIN-DAS-FIN-BORNE
005000                    DELIMITED BY SIZE INTO GDA-LIGNE-EXT
005010     ELSE
005020         STRING 'H;' GDA-NOM-FICHIER ';' SYSIN-DAS-JOUR
005030                ';I;' GDA-DAS-DERN-EXTR ';' SYSIN-DAS-JOUR
005040                    DELIMITED BY SIZE INTO GDA-LIGNE-EXT
005050     END-IF.
005060*
005070 1310-BATIR-ENTETE-EXIT.
005080     EXIT.
005090*
005100 2000-TRAITER-CSER.
005110*
005120     IF  ERROR-STATUS EQUAL '0307'
005130         SET GDA-FIN-CSER TO TRUE
005140         GO TO 2000-TRAITER-CSER-EXIT
005150     END-IF.
005160*
005170     IF  ERROR-STATUS NOT EQUAL '0000'
005180         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
005190                 ERROR-STATUS
005200         SET GDA-FIN-CSER TO TRUE
005210         GO TO 2000-TRAITER-CSER-EXIT
005220     END-IF.
005230*
005240     ADD 1 TO GDA-QT-CSER-LUS.
005250*
005260     MOVE '???' TO GDA-COD-REGION-CSER.
005270     MOVE 1 TO GDA-IND-REGCSER.
005280     PERFORM 2010-CHERCHER-AFFECT THRU 2010-CHERCHER-AFFECT-EXIT
005290         UNTIL GDA-IND-REGCSER GREATER GDA-QT-REGCSER.
005300*
005310     MOVE ZERO TO GDA-QT-ROV.
005320     MOVE ZERO TO GDA-QT-PER.
005330     MOVE ZERO TO GDA-QT-AGP.
005335     MOVE 'N'  TO GDA-SW-AGP-PLEINE.
005340*
005350*    LES REOUVERTURES D'ABORD: ELLES DESIGNENT LES PERIODES A
005360*    RENVOYER EN MODE INCREMENTIEL.
005370*
005380     MOVE 'N' TO GDA-SW-FIN-REOUV.
005390     OBTAIN FIRST HSTREOUV WITHIN CSER-HSTREOUV.
005400     PERFORM 2100-TRAITER-HSTREOUV THRU 2100-TRAITER-HSTREOUV-EXIT
005410         UNTIL GDA-FIN-REOUV.
005420*
005430     MOVE 'N' TO GDA-SW-FIN-PEROPE.
005440     OBTAIN FIRST PEROPE WITHIN CSER-PEROPE.
005450     PERFORM 2200-TRAITER-PEROPE THRU 2200-TRAITER-PEROPE-EXIT
005460         UNTIL GDA-FIN-PEROPE.
005470*
005480     IF  GDA-QT-PER GREATER ZEROES
005490         MOVE 'N' TO GDA-SW-FIN-HSTPANO
005500         OBTAIN FIRST HSTPANO WITHIN CSER-HSTPANO
005510         PERFORM 2300-TRAITER-HSTPANO
005520             THRU 2300-TRAITER-HSTPANO-EXIT
005530             UNTIL GDA-FIN-HSTPANO
005540         MOVE 'N' TO GDA-SW-FIN-HSTECAR
005550         OBTAIN FIRST HSTECAR WITHIN CSER-HSTECAR
005560         PERFORM 2400-TRAITER-HSTECAR
005570             THRU 2400-TRAITER-HSTECAR-EXIT
005580             UNTIL GDA-FIN-HSTECAR
005590         MOVE 'N' TO GDA-SW-FIN-HSTECAI
005600         OBTAIN FIRST HSTECAI WITHIN CSER-HSTECAI
005610         PERFORM 2500-TRAITER-HSTECAI
005620             THRU 2500-TRAITER-HSTECAI-EXIT
005630             UNTIL GDA-FIN-HSTECAI
005640         MOVE 'N' TO GDA-SW-FIN-HSTINT
005650         OBTAIN FIRST HSTINTRB WITHIN CSER-HSTINTRB
005660         PERFORM 2600-TRAITER-HSTINTRB
005670             THRU 2600-TRAITER-HSTINTRB-EXIT
005680             UNTIL GDA-FIN-HSTINT
005690         PERFORM 2800-ECRIRE-PERIODES
005700             THRU 2800-ECRIRE-PERIODES-EXIT
005710         PERFORM 2850-ECRIRE-AGENTS
005720             THRU 2850-ECRIRE-AGENTS-EXIT
005730     END-IF.
005740*
005750     MOVE 'N' TO GDA-SW-FIN-HSTRECUP.
005760     OBTAIN FIRST HSTRECUP WITHIN CSER-HSTRECUP.
005770     PERFORM 2700-TRAITER-HSTRECUP THRU 2700-TRAITER-HSTRECUP-EXIT
005780         UNTIL GDA-FIN-HSTRECUP.
005790*
005800     OBTAIN NEXT CSER.
005810*
005820 2000-TRAITER-CSER-EXIT.
005830     EXIT.
005840*
005850 2010-CHERCHER-AFFECT.
005860*
005870     IF  GDA-RC-NO-CSER (GDA-IND-REGCSER) EQUAL CSER-NO-CSER
005880         MOVE GDA-RC-COD-REGION (GDA-IND-REGCSER)
005890           TO GDA-COD-REGION-CSER
005900         MOVE GDA-QT-REGCSER TO GDA-IND-REGCSER
005910     END-IF.
005920     ADD 1 TO GDA-IND-REGCSER.
005930*
005940 2010-CHERCHER-AFFECT-EXIT.
005950     EXIT.
005960*
005970 2100-TRAITER-HSTREOUV.
005980*
005990     IF  ERROR-STATUS EQUAL '0307'
006000         SET GDA-FIN-REOUV TO TRUE
006010         GO TO 2100-TRAITER-HSTREOUV-EXIT
006020     END-IF.
006030*
006040     IF  ERROR-STATUS NOT EQUAL '0000'
006050         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTREOUV = '
006060                 ERROR-STATUS
006070         SET GDA-FIN-REOUV TO TRUE
006080         GO TO 2100-TRAITER-HSTREOUV-EXIT
006090     END-IF.
006100*
006110     IF  SYSIN-MODE-COMPLET
006120         IF  HSTREOUV-DAS-DEB-PERIO LESS SYSIN-DAS-DEB-BORNE
006130         OR  HSTREOUV-DAS-DEB-PERIO GREATER SYSIN-DAS-FIN-BORNE
006140             GO TO 2100-REOUV-SUIVANTE
006150         END-IF
006160     ELSE
006164         MOVE HSTREOUV-DAS-REOUV   TO GDA-DAS-EVT
006168         MOVE HSTREOUV-HEURE-REOUV TO GDA-HEURE-EVT
006172         IF  GDA-HORO-EVT NOT GREATER GDA-HORO-DERN-EXTR
006176             GO TO 2100-REOUV-SUIVANTE
006180         END-IF
006184         IF  GDA-QT-ROV LESS 500
006188             ADD 1 TO GDA-QT-ROV
006192             MOVE HSTREOUV-DAS-DEB-PERIO
006196               TO GDA-ROV-DAS (GDA-QT-ROV)
006200             MOVE HSTREOUV-NO-PERIO
006204               TO GDA-ROV-NO-PERIO (GDA-QT-ROV)
006208         ELSE
006212             MOVE HSTREOUV-DAS-DEB-PERIO TO GDA-DAS-EDIT
006216             MOVE HSTREOUV-NO-PERIO      TO GDA-NO-PERIO-EDIT
006220             MOVE SPACES TO GDA-MSG-PLEINE
006224             STRING 'TABLE REOUVERTURES PLEINE (500) - CSER '
006228                    CSER-NO-CSER ' PERIODE ' GDA-DAS-EDIT
006232                    '/' GDA-NO-PERIO-EDIT ' NON RENVOYEE'
006236                        DELIMITED BY SIZE INTO GDA-MSG-PLEINE
006240             PERFORM 8000-SIGNALER-TABLE-PLEINE
006244                 THRU 8000-SIGNALER-TABLE-PLEINE-EXIT
006248         END-IF
006270     END-IF.
006280*
006290     MOVE HSTREOUV-DAS-DEB-PERIO  TO GDA-DAS-EDIT.
006300     MOVE HSTREOUV-NO-PERIO       TO GDA-NO-PERIO-EDIT.
006310     MOVE HSTREOUV-MNT-ECART-RENV TO GDA-MNT-E1.
006320     MOVE HSTREOUV-DAS-REOUV      TO GDA-DAS-EDIT-2.
006330     MOVE HSTREOUV-HEURE-REOUV    TO GDA-HEURE-EDIT.
006340     MOVE HSTREOUV-MOTIF          TO GDA-MOTIF-EXT.
006350     INSPECT GDA-MOTIF-EXT REPLACING ALL ';' BY ','.
006360*
006370     MOVE SPACES TO GDA-LIGNE-EXT.
006380     STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
006390            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
006400            ';' HSTREOUV-STA-AVANT
006410            ';' HSTREOUV-COD-ECART-CSER
006420            ';' GDA-MNT-E1
006430            ';' HSTREOUV-NO-USAGR
006440            ';' GDA-DAS-EDIT-2 ';' GDA-HEURE-EDIT
006450            ';' HSTREOUV-IND-RENVERSE
006460            ';' GDA-MOTIF-EXT
006470                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
006480     MOVE GDA-LIGNE-EXT TO XRO-LINE.
006490     WRITE XRO-LINE.
006500     ADD 1 TO GDA-QT-REOU.
006510     ADD HSTREOUV-MNT-ECART-RENV TO GDA-HASH-REOU.
006520*
006530 2100-REOUV-SUIVANTE.
006540     OBTAIN NEXT HSTREOUV WITHIN CSER-HSTREOUV.
006550*
006560 2100-TRAITER-HSTREOUV-EXIT.
006570     EXIT.
006580*
006590 2200-TRAITER-PEROPE.
006600*
006610     IF  ERROR-STATUS EQUAL '0307'
006620         SET GDA-FIN-PEROPE TO TRUE
006630         GO TO 2200-TRAITER-PEROPE-EXIT
006640     END-IF.
006650*
006660     IF  ERROR-STATUS NOT EQUAL '0000'
006670         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS PEROPE = '
006680                 ERROR-STATUS
006690         SET GDA-FIN-PEROPE TO TRUE
006700         GO TO 2200-TRAITER-PEROPE-EXIT
006710     END-IF.
006720*
006730*    PERIODE OUVERTE: NOTEE AU CONTROLE DU JOUR POUR ETRE
006740*    RETENUE A SA FERMETURE PAR LA PROCHAINE EXTRACTION.
006750*
006760     IF  PEROPE-STA-ETAT-CTB EQUAL 'O'
006770         ADD 1 TO GDA-QT-PERIO-OUVERTES
006780         MOVE 'P'                   TO CTO-TYP-LIGNE
006790         MOVE CSER-NO-CSER          TO CTO-NO-CSER
006800         MOVE PEROPE-DAS-DEB-PERIO  TO CTO-DAS
006810         MOVE PEROPE-NO-PERIO       TO CTO-NO-PERIO
006815         MOVE SPACES                TO CTO-HEURE
006820         WRITE CTO-RECORD
006830         GO TO 2200-PEROPE-SUIVANTE
006840     END-IF.
006850*
006860     MOVE 'N' TO GDA-SW-TROUVE.
006870     IF  SYSIN-MODE-COMPLET
006880         IF  PEROPE-DAS-DEB-PERIO NOT LESS SYSIN-DAS-DEB-BORNE
006890         AND PEROPE-DAS-DEB-PERIO NOT GREATER SYSIN-DAS-FIN-BORNE
006900             SET GDA-TROUVE TO TRUE
006910         END-IF
006920     ELSE
006930         IF  PEROPE-DAS-DEB-PERIO GREATER GDA-DAS-DERN-EXTR
006940             SET GDA-TROUVE TO TRUE
006950         ELSE
006960             MOVE 1 TO GDA-IND-OUV
006970             PERFORM 2210-CHERCHER-OUVERTE
006980                 THRU 2210-CHERCHER-OUVERTE-EXIT
006990                 UNTIL GDA-TROUVE
007000                    OR GDA-IND-OUV GREATER GDA-QT-OUV
007001             IF  GDA-TROUVE
007002                 IF  GDA-OUV-TYP-LIGNE (GDA-IND-OUV) EQUAL 'V'
007003                     MOVE 'N' TO GDA-SW-TROUVE
007004                 END-IF
007005             ELSE
007006                 IF  PEROPE-DAS-DEB-PERIO EQUAL GDA-DAS-DERN-EXTR
007007                     SET GDA-TROUVE TO TRUE
007008                 END-IF
007009             END-IF
007010             MOVE 1 TO GDA-IND-ROV
007020             PERFORM 2220-CHERCHER-ROUVERTE
007030                 THRU 2220-CHERCHER-ROUVERTE-EXIT
007040                 UNTIL GDA-TROUVE
007050                    OR GDA-IND-ROV GREATER GDA-QT-ROV
007060         END-IF
007070     END-IF.
007080*
007090     IF  NOT GDA-TROUVE
007100         GO TO 2200-PEROPE-SUIVANTE
007110     END-IF.
007120*
007130     IF  GDA-QT-PER NOT LESS 5000
007132         MOVE PEROPE-DAS-DEB-PERIO TO GDA-DAS-EDIT
007134         MOVE PEROPE-NO-PERIO      TO GDA-NO-PERIO-EDIT
007136         MOVE SPACES TO GDA-MSG-PLEINE
007138         STRING 'TABLE PERIODES PLEINE (5000) - CSER '
007140                CSER-NO-CSER ' PERIODE ' GDA-DAS-EDIT
007142                '/' GDA-NO-PERIO-EDIT
007144                ' NON EXTRAITE'
007146                    DELIMITED BY SIZE INTO GDA-MSG-PLEINE
007148         PERFORM 8000-SIGNALER-TABLE-PLEINE
007150             THRU 8000-SIGNALER-TABLE-PLEINE-EXIT
007160         GO TO 2200-PEROPE-SUIVANTE
007170     END-IF.
007180*
007190     ADD 1 TO GDA-QT-PER.
007200     ADD 1 TO GDA-QT-PERIO-RETENUES.
007210     MOVE PEROPE-DAS-DEB-PERIO TO GDA-PER-DAS (GDA-QT-PER).
007220     MOVE PEROPE-NO-PERIO      TO GDA-PER-NO-PERIO (GDA-QT-PER).
007230     MOVE 'N'                  TO GDA-PER-SW-PANO (GDA-QT-PER).
007240     MOVE 'N'                  TO GDA-PER-SW-ECAR (GDA-QT-PER).
007241*
007242     IF  PEROPE-DAS-DEB-PERIO EQUAL SYSIN-DAS-JOUR
007243         MOVE 'V'                  TO CTO-TYP-LIGNE
007244         MOVE CSER-NO-CSER         TO CTO-NO-CSER
007245         MOVE PEROPE-DAS-DEB-PERIO TO CTO-DAS
007246         MOVE PEROPE-NO-PERIO      TO CTO-NO-PERIO
007247         MOVE SPACES               TO CTO-HEURE
007248         WRITE CTO-RECORD
007249     END-IF.
007250*
007260 2200-PEROPE-SUIVANTE.
007270     OBTAIN NEXT PEROPE WITHIN CSER-PEROPE.
007280*
007290 2200-TRAITER-PEROPE-EXIT.
007300     EXIT.
007310*
007320 2210-CHERCHER-OUVERTE.
007321*
007322*    PERIODE NOTEE PAR L'EXTRACTION PRECEDENTE.  'P': OUVERTE
007323*    ALORS, FERMEE DEPUIS (RETENUE).  'V': DEJA EXTRAITE (NON
007324*    RETENUE SAUF REOUVERTURE).  ABSENTE ET DEBUTEE LE JOUR DE
007325*    L'EXTRACTION PRECEDENTE: NEE APRES ELLE (RETENUE).
007330*
007340     IF  GDA-OUV-NO-CSER (GDA-IND-OUV)  EQUAL CSER-NO-CSER
007350     AND GDA-OUV-DAS (GDA-IND-OUV)      EQUAL PEROPE-DAS-DEB-PERIO
007360     AND GDA-OUV-NO-PERIO (GDA-IND-OUV) EQUAL PEROPE-NO-PERIO
007370         SET GDA-TROUVE TO TRUE
007380     ELSE
007390         ADD 1 TO GDA-IND-OUV
007400     END-IF.
007410*
007420 2210-CHERCHER-OUVERTE-EXIT.
007430     EXIT.
007440*
007450 2220-CHERCHER-ROUVERTE.
007460*
007470     IF  GDA-ROV-DAS (GDA-IND-ROV)      EQUAL PEROPE-DAS-DEB-PERIO
007480     AND GDA-ROV-NO-PERIO (GDA-IND-ROV) EQUAL PEROPE-NO-PERIO
007490         SET GDA-TROUVE TO TRUE
007500     ELSE
007510         ADD 1 TO GDA-IND-ROV
007520     END-IF.
007530*
007540 2220-CHERCHER-ROUVERTE-EXIT.
007550     EXIT.
007560*
007570 2300-TRAITER-HSTPANO.
007580*
007590     IF  ERROR-STATUS EQUAL '0307'
007600         SET GDA-FIN-HSTPANO TO TRUE
007610         GO TO 2300-TRAITER-HSTPANO-EXIT
007620     END-IF.
007630*
007640     IF  ERROR-STATUS NOT EQUAL '0000'
007650         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTPANO = '
007660                 ERROR-STATUS
007670         SET GDA-FIN-HSTPANO TO TRUE
007680         GO TO 2300-TRAITER-HSTPANO-EXIT
007690     END-IF.
007700*
007710     MOVE HSTPANO-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
007720     MOVE HSTPANO-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
007730     PERFORM 2900-CHERCHER-PERIODE
007731         THRU 2900-CHERCHER-PERIODE-EXIT.
007740*
007750*    DERNIERE LIGNE GAGNE: CHAQUE LIGNE DE LA PERIODE ECRASE LA
007760*    PRECEDENTE.
007770*
007780     IF  GDA-TROUVE
007790         MOVE 'O' TO GDA-PER-SW-PANO (GDA-IND-PER)
007800         MOVE HSTPANO-NB-CAISS-TOTAL
007810           TO GDA-PER-NB-CAISS (GDA-IND-PER)
007820         MOVE HSTPANO-GR-NET-PERCU
007830           TO GDA-PER-NET-PERCU (GDA-IND-PER)
007840         MOVE HSTPANO-GR-CUMUL-DEPOT-INTRN
007850           TO GDA-PER-DEPOT-INTRN (GDA-IND-PER)
007860         MOVE HSTPANO-GR-TOTAL-ECART-CAISS
007870           TO GDA-PER-ECART-CAISS (GDA-IND-PER)
007880         MOVE HSTPANO-GR-TOTAL-ENCAI-RECPR
007890           TO GDA-PER-ENCAI-RECPR (GDA-IND-PER)
007900         MOVE HSTPANO-GR-TOTAL-ENCAI-INTRB
007910           TO GDA-PER-ENCAI-INTRB (GDA-IND-PER)
007920         MOVE HSTPANO-MNT-TOTAL-BD-PERIO
007930           TO GDA-PER-TOTAL-BD (GDA-IND-PER)
007940         MOVE HSTPANO-TOTAL-CRCRE-DBT
007950           TO GDA-PER-CRCRE-DBT (GDA-IND-PER)
007960         MOVE HSTPANO-TOTAL-ECART-CSER
007970           TO GDA-PER-ECART-CSER (GDA-IND-PER)
007980         MOVE HSTPANO-COD-ECART-CSER
007990           TO GDA-PER-COD-ECART (GDA-IND-PER)
008000         MOVE HSTPANO-INDIC-PRES-TEXTE
008010           TO GDA-PER-IND-TEXTE (GDA-IND-PER)
008020     END-IF.
008030*
008040     OBTAIN NEXT HSTPANO WITHIN CSER-HSTPANO.
008050*
008060 2300-TRAITER-HSTPANO-EXIT.
008070     EXIT.
008080*
008090 2400-TRAITER-HSTECAR.
008100*
008110     IF  ERROR-STATUS EQUAL '0307'
008120         SET GDA-FIN-HSTECAR TO TRUE
008130         GO TO 2400-TRAITER-HSTECAR-EXIT
008140     END-IF.
008150*
008160     IF  ERROR-STATUS NOT EQUAL '0000'
008170         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTECAR = '
008180                 ERROR-STATUS
008190         SET GDA-FIN-HSTECAR TO TRUE
008200         GO TO 2400-TRAITER-HSTECAR-EXIT
008210     END-IF.
008220*
008230     MOVE HSTECAR-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
008240     MOVE HSTECAR-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
008250     PERFORM 2900-CHERCHER-PERIODE
008251         THRU 2900-CHERCHER-PERIODE-EXIT.
008260*
008270     IF  GDA-TROUVE
008280         MOVE 'O' TO GDA-PER-SW-ECAR (GDA-IND-PER)
008290         MOVE HSTECAR-MNT-ECART-CSER
008300           TO GDA-PER-ECAR-MNT-CSER (GDA-IND-PER)
008310         MOVE HSTECAR-MNT-ECART-NET
008320           TO GDA-PER-ECAR-MNT-NET (GDA-IND-PER)
008330     END-IF.
008340*
008350     OBTAIN NEXT HSTECAR WITHIN CSER-HSTECAR.
008360*
008370 2400-TRAITER-HSTECAR-EXIT.
008380     EXIT.
008390*
008400 2500-TRAITER-HSTECAI.
008410*
008420     IF  ERROR-STATUS EQUAL '0307'
008430         SET GDA-FIN-HSTECAI TO TRUE
008440         GO TO 2500-TRAITER-HSTECAI-EXIT
008450     END-IF.
008460*
008470     IF  ERROR-STATUS NOT EQUAL '0000'
008480         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTECAI = '
008490                 ERROR-STATUS
008500         SET GDA-FIN-HSTECAI TO TRUE
008510         GO TO 2500-TRAITER-HSTECAI-EXIT
008520     END-IF.
008530*
008540     MOVE HSTECAI-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
008550     MOVE HSTECAI-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
008560     PERFORM 2900-CHERCHER-PERIODE
008561         THRU 2900-CHERCHER-PERIODE-EXIT.
008570*
008580     IF  GDA-TROUVE
008590         PERFORM 2510-RETENIR-AGENT THRU 2510-RETENIR-AGENT-EXIT
008600     END-IF.
008610*
008620     OBTAIN NEXT HSTECAI WITHIN CSER-HSTECAI.
008630*
008640 2500-TRAITER-HSTECAI-EXIT.
008650     EXIT.
008660*
008670 2510-RETENIR-AGENT.
008680*
008690*    UNE ENTREE PAR COUPLE AGENT/PERIODE, ECRASEE PAR LA LIGNE
008700*    PLUS RECENTE DU MEME COUPLE (MEME PATRON QUE GFPB480A).
008710*
008720     MOVE 'N' TO GDA-SW-TROUVE.
008730     MOVE 1   TO GDA-IND-AGP.
008740     PERFORM 2520-CHERCHER-COUPLE THRU 2520-CHERCHER-COUPLE-EXIT
008750         UNTIL GDA-TROUVE
008760            OR GDA-IND-AGP GREATER GDA-QT-AGP.
008770*
008780     IF  NOT GDA-TROUVE
008790         IF  GDA-QT-AGP LESS 30000
008800             ADD 1 TO GDA-QT-AGP
008810             MOVE GDA-QT-AGP TO GDA-IND-AGP
008820             MOVE HSTECAI-NO-AGENT
008830               TO GDA-AGP-NO-AGENT (GDA-IND-AGP)
008840             MOVE HSTECAI-DAS-DEB-PERIO
008850               TO GDA-AGP-DAS (GDA-IND-AGP)
008860             MOVE HSTECAI-NO-PERIO
008870               TO GDA-AGP-NO-PERIO (GDA-IND-AGP)
008880         ELSE
008883             IF  NOT GDA-AGP-PLEINE
008886                 SET GDA-AGP-PLEINE TO TRUE
008889                 MOVE SPACES TO GDA-MSG-PLEINE
008892                 STRING 'TABLE AGENTS PLEINE (30000) - CSER '
008895                        CSER-NO-CSER ' - HSTECAI INCOMPLET'
008898                            DELIMITED BY SIZE INTO GDA-MSG-PLEINE
008901                 PERFORM 8000-SIGNALER-TABLE-PLEINE
008904                     THRU 8000-SIGNALER-TABLE-PLEINE-EXIT
008907             END-IF
008910             GO TO 2510-RETENIR-AGENT-EXIT
008920         END-IF
008930     END-IF.
008940*
008950     MOVE HSTECAI-NET-PERCU
008960       TO GDA-AGP-NET-PERCU (GDA-IND-AGP).
008970     MOVE HSTECAI-CUMUL-DEPOT-INTRN
008980       TO GDA-AGP-DEPOT-INTRN (GDA-IND-AGP).
008990     MOVE HSTECAI-MNT-ECART-CAISS
009000       TO GDA-AGP-ECART-CAISS (GDA-IND-AGP).
009010     MOVE HSTECAI-TOTAL-ENCAI-RECPR
009020       TO GDA-AGP-ENCAI-RECPR (GDA-IND-AGP).
009030     MOVE HSTECAI-TOTAL-ENCAI-INTRB
009040       TO GDA-AGP-ENCAI-INTRB (GDA-IND-AGP).
009050     MOVE HSTECAI-PRES-CYCL-PERCP
009060       TO GDA-AGP-CYCL-PERCP (GDA-IND-AGP).
009070     MOVE HSTECAI-STA-CAISS
009080       TO GDA-AGP-STA-CAISS (GDA-IND-AGP).
009090*
009100 2510-RETENIR-AGENT-EXIT.
009110     EXIT.
009120*
009130 2520-CHERCHER-COUPLE.
009140*
009150     IF  GDA-AGP-NO-AGENT (GDA-IND-AGP) EQUAL HSTECAI-NO-AGENT
009160     AND GDA-AGP-DAS (GDA-IND-AGP) EQUAL HSTECAI-DAS-DEB-PERIO
009170     AND GDA-AGP-NO-PERIO (GDA-IND-AGP) EQUAL HSTECAI-NO-PERIO
009180         SET GDA-TROUVE TO TRUE
009190     ELSE
009200         ADD 1 TO GDA-IND-AGP
009210     END-IF.
009220*
009230 2520-CHERCHER-COUPLE-EXIT.
009240     EXIT.
009250*
009260 2600-TRAITER-HSTINTRB.
009270*
009280     IF  ERROR-STATUS EQUAL '0307'
009290         SET GDA-FIN-HSTINT TO TRUE
009300         GO TO 2600-TRAITER-HSTINTRB-EXIT
009310     END-IF.
009320*
009330     IF  ERROR-STATUS NOT EQUAL '0000'
009340         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTINTRB = '
009350                 ERROR-STATUS
009360         SET GDA-FIN-HSTINT TO TRUE
009370         GO TO 2600-TRAITER-HSTINTRB-EXIT
009380     END-IF.
009390*
009400     MOVE HSTINTRB-DAS-DEB-PERIO TO GDA-DAS-CIBLE.
009410     MOVE HSTINTRB-NO-PERIO      TO GDA-NO-PERIO-CIBLE.
009420     PERFORM 2900-CHERCHER-PERIODE
009421         THRU 2900-CHERCHER-PERIODE-EXIT.
009430*
009440     IF  GDA-TROUVE
009450         MOVE HSTINTRB-DAS-DEB-PERIO  TO GDA-DAS-EDIT
009460         MOVE HSTINTRB-NO-PERIO       TO GDA-NO-PERIO-EDIT
009470         MOVE HSTINTRB-MNT-INTRB-CSER TO GDA-MNT-E1
009480         MOVE SPACES TO GDA-LIGNE-EXT
009490         STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
009500                ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
009510                ';' GDA-MNT-E1
009520                    DELIMITED BY SIZE INTO GDA-LIGNE-EXT
009530         MOVE GDA-LIGNE-EXT TO XIN-LINE
009540         WRITE XIN-LINE
009550         ADD 1 TO GDA-QT-INTR
009560         ADD HSTINTRB-MNT-INTRB-CSER TO GDA-HASH-INTR
009570     END-IF.
009580*
009590     OBTAIN NEXT HSTINTRB WITHIN CSER-HSTINTRB.
009600*
009610 2600-TRAITER-HSTINTRB-EXIT.
009620     EXIT.
009630*
009640 2700-TRAITER-HSTRECUP.
009650*
009660     IF  ERROR-STATUS EQUAL '0307'
009670         SET GDA-FIN-HSTRECUP TO TRUE
009680         GO TO 2700-TRAITER-HSTRECUP-EXIT
009690     END-IF.
009700*
009710     IF  ERROR-STATUS NOT EQUAL '0000'
009720         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS HSTRECUP = '
009730                 ERROR-STATUS
009740         SET GDA-FIN-HSTRECUP TO TRUE
009750         GO TO 2700-TRAITER-HSTRECUP-EXIT
009760     END-IF.
009770*
009780*    MODE C: EPISODES ENTRES DANS LES BORNES.  MODE I: EPISODES
009790*    ENTRES OU SORTIS APRES LA DATE/HEURE DE L'EXTRACTION
009800*    PRECEDENTE (UN EPISODE ENCORE OUVERT EST RENVOYE A SA
009805*    SORTIE, DATE DE FIN REMPLIE).
009810*
009820     IF  SYSIN-MODE-COMPLET
009830         IF  HSTRECUP-DAS-DEBUT LESS SYSIN-DAS-DEB-BORNE
009840         OR  HSTRECUP-DAS-DEBUT GREATER SYSIN-DAS-FIN-BORNE
009850             GO TO 2700-RECUP-SUIVANTE
009860         END-IF
009870     ELSE
009875         MOVE HSTRECUP-DAS-DEBUT   TO GDA-DAS-EVT
009880         MOVE HSTRECUP-HEURE-DEBUT TO GDA-HEURE-EVT
009885         IF  GDA-HORO-EVT NOT GREATER GDA-HORO-DERN-EXTR
009890             MOVE HSTRECUP-DAS-FIN   TO GDA-DAS-EVT
009895             MOVE HSTRECUP-HEURE-FIN TO GDA-HEURE-EVT
009900             IF  GDA-HORO-EVT NOT GREATER GDA-HORO-DERN-EXTR
009905                 GO TO 2700-RECUP-SUIVANTE
009910             END-IF
009915         END-IF
009920     END-IF.
009930*
009940     MOVE HSTRECUP-DAS-DEBUT   TO GDA-DAS-EDIT.
009950     MOVE HSTRECUP-HEURE-DEBUT TO GDA-HEURE-EDIT.
009960     MOVE HSTRECUP-DAS-FIN     TO GDA-DAS-EDIT-2.
009970     MOVE HSTRECUP-HEURE-FIN   TO GDA-HEURE-EDIT-2.
009980     MOVE SPACES TO GDA-LIGNE-EXT.
009990     STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
010000            ';' GDA-DAS-EDIT ';' GDA-HEURE-EDIT
010010            ';' GDA-DAS-EDIT-2 ';' GDA-HEURE-EDIT-2
010020                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
010030     MOVE GDA-LIGNE-EXT TO XRC-LINE.
010040     WRITE XRC-LINE.
010050     ADD 1 TO GDA-QT-RECU.
010060*
010070 2700-RECUP-SUIVANTE.
010080     OBTAIN NEXT HSTRECUP WITHIN CSER-HSTRECUP.
010090*
010100 2700-TRAITER-HSTRECUP-EXIT.
010110     EXIT.
010120*
010130 2800-ECRIRE-PERIODES.
010140*
010150     MOVE 1 TO GDA-IND-PER.
010160     PERFORM 2810-ECRIRE-UNE-PERIODE
010170         THRU 2810-ECRIRE-UNE-PERIODE-EXIT
010180         UNTIL GDA-IND-PER GREATER GDA-QT-PER.
010190*
010200 2800-ECRIRE-PERIODES-EXIT.
010210     EXIT.
010220*
010230 2810-ECRIRE-UNE-PERIODE.
010240*
010250     MOVE GDA-PER-DAS (GDA-IND-PER)      TO GDA-DAS-EDIT.
010260     MOVE GDA-PER-NO-PERIO (GDA-IND-PER) TO GDA-NO-PERIO-EDIT.
010270*
010280     IF  GDA-PER-SW-PANO (GDA-IND-PER) EQUAL 'O'
010290         MOVE GDA-PER-NB-CAISS (GDA-IND-PER)    TO GDA-NB-EDIT
010300         MOVE GDA-PER-NET-PERCU (GDA-IND-PER)   TO GDA-MNT-E1
010310         MOVE GDA-PER-DEPOT-INTRN (GDA-IND-PER) TO GDA-MNT-E2
010320         MOVE GDA-PER-ECART-CAISS (GDA-IND-PER) TO GDA-MNT-E3
010330         MOVE GDA-PER-ENCAI-RECPR (GDA-IND-PER) TO GDA-MNT-E4
010340         MOVE GDA-PER-ENCAI-INTRB (GDA-IND-PER) TO GDA-MNT-E5
010350         MOVE GDA-PER-TOTAL-BD (GDA-IND-PER)    TO GDA-MNT-E6
010360         MOVE GDA-PER-CRCRE-DBT (GDA-IND-PER)   TO GDA-MNT-E7
010370         MOVE GDA-PER-ECART-CSER (GDA-IND-PER)  TO GDA-MNT-E8
010380         MOVE SPACES TO GDA-LIGNE-EXT
010390         STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
010400                ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
010410                ';' GDA-NB-EDIT
010420                ';' GDA-MNT-E1 ';' GDA-MNT-E2 ';' GDA-MNT-E3
010430                ';' GDA-MNT-E4 ';' GDA-MNT-E5 ';' GDA-MNT-E6
010440                ';' GDA-MNT-E7 ';' GDA-MNT-E8
010450                ';' GDA-PER-COD-ECART (GDA-IND-PER)
010460                ';' GDA-PER-IND-TEXTE (GDA-IND-PER)
010470                    DELIMITED BY SIZE INTO GDA-LIGNE-EXT
010480         MOVE GDA-LIGNE-EXT TO XPA-LINE
010490         WRITE XPA-LINE
010500         ADD 1 TO GDA-QT-PANO
010510         ADD GDA-PER-ECART-CSER (GDA-IND-PER) TO GDA-HASH-PANO
010520     END-IF.
010530*
010540     IF  GDA-PER-SW-ECAR (GDA-IND-PER) EQUAL 'O'
010550         MOVE GDA-PER-ECAR-MNT-CSER (GDA-IND-PER) TO GDA-MNT-E1
010560         MOVE GDA-PER-ECAR-MNT-NET (GDA-IND-PER)  TO GDA-MNT-E2
010570         MOVE SPACES TO GDA-LIGNE-EXT
010580         STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
010590                ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
010600                ';' GDA-MNT-E1 ';' GDA-MNT-E2
010610                    DELIMITED BY SIZE INTO GDA-LIGNE-EXT
010620         MOVE GDA-LIGNE-EXT TO XER-LINE
010630         WRITE XER-LINE
010640         ADD 1 TO GDA-QT-ECAR
010650         ADD GDA-PER-ECAR-MNT-NET (GDA-IND-PER) TO GDA-HASH-ECAR
010660     END-IF.
010670*
010680     ADD 1 TO GDA-IND-PER.
010690*
010700 2810-ECRIRE-UNE-PERIODE-EXIT.
010710     EXIT.
010720*
010730 2850-ECRIRE-AGENTS.
010740*
010750     MOVE 1 TO GDA-IND-AGP.
010760     PERFORM 2860-ECRIRE-UN-AGENT THRU 2860-ECRIRE-UN-AGENT-EXIT
010770         UNTIL GDA-IND-AGP GREATER GDA-QT-AGP.
010780*
010790 2850-ECRIRE-AGENTS-EXIT.
010800     EXIT.
010810*
010820 2860-ECRIRE-UN-AGENT.
010830*
010840     MOVE GDA-AGP-DAS (GDA-IND-AGP)         TO GDA-DAS-EDIT.
010850     MOVE GDA-AGP-NO-PERIO (GDA-IND-AGP)    TO GDA-NO-PERIO-EDIT.
010860     MOVE GDA-AGP-NET-PERCU (GDA-IND-AGP)   TO GDA-MNT-E1.
010870     MOVE GDA-AGP-DEPOT-INTRN (GDA-IND-AGP) TO GDA-MNT-E2.
010880     MOVE GDA-AGP-ECART-CAISS (GDA-IND-AGP) TO GDA-MNT-E3.
010890     MOVE GDA-AGP-ENCAI-RECPR (GDA-IND-AGP) TO GDA-MNT-E4.
010900     MOVE GDA-AGP-ENCAI-INTRB (GDA-IND-AGP) TO GDA-MNT-E5.
010910     MOVE SPACES TO GDA-LIGNE-EXT.
010920     STRING 'D;' CSER-NO-CSER ';' GDA-COD-REGION-CSER
010930            ';' GDA-DAS-EDIT ';' GDA-NO-PERIO-EDIT
010940            ';' GDA-AGP-NO-AGENT (GDA-IND-AGP)
010950            ';' GDA-MNT-E1 ';' GDA-MNT-E2 ';' GDA-MNT-E3
010960            ';' GDA-MNT-E4 ';' GDA-MNT-E5
010970            ';' GDA-AGP-CYCL-PERCP (GDA-IND-AGP)
010980            ';' GDA-AGP-STA-CAISS (GDA-IND-AGP)
010990                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
011000     MOVE GDA-LIGNE-EXT TO XEI-LINE.
011010     WRITE XEI-LINE.
011020     ADD 1 TO GDA-QT-ECAI.
011030     ADD GDA-AGP-ECART-CAISS (GDA-IND-AGP) TO GDA-HASH-ECAI.
011040     ADD 1 TO GDA-IND-AGP.
011050*
011060 2860-ECRIRE-UN-AGENT-EXIT.
011070     EXIT.
011080*
011090 2900-CHERCHER-PERIODE.
011100*
011110*    POSITIONNE GDA-IND-PER SUR LA PERIODE RETENUE
011120*    GDA-DAS-CIBLE / GDA-NO-PERIO-CIBLE (GDA-TROUVE SINON FAUX).
011130*
011140     MOVE 'N' TO GDA-SW-TROUVE.
011150     MOVE 1   TO GDA-IND-PER.
011160     PERFORM 2910-COMPARER-PERIODE THRU 2910-COMPARER-PERIODE-EXIT
011170         UNTIL GDA-TROUVE
011180            OR GDA-IND-PER GREATER GDA-QT-PER.
011190*
011200 2900-CHERCHER-PERIODE-EXIT.
011210     EXIT.
011220*
011230 2910-COMPARER-PERIODE.
011240*
011250     IF  GDA-PER-DAS (GDA-IND-PER)      EQUAL GDA-DAS-CIBLE
011260     AND GDA-PER-NO-PERIO (GDA-IND-PER) EQUAL GDA-NO-PERIO-CIBLE
011270         SET GDA-TROUVE TO TRUE
011280     ELSE
011290         ADD 1 TO GDA-IND-PER
011300     END-IF.
011310*
011320 2910-COMPARER-PERIODE-EXIT.
011330     EXIT.
011340*
011350 9000-FINS-FICHIERS.
011360*
011370     MOVE 'XHSTPANO'    TO GDA-NOM-FICHIER.
011380     MOVE GDA-QT-PANO   TO GDA-QT-LIGNES-EDIT.
011390     MOVE GDA-HASH-PANO TO GDA-HASH-EDIT.
011400     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011410     MOVE GDA-LIGNE-EXT TO XPA-LINE.
011420     WRITE XPA-LINE.
011430*
011440     MOVE 'XHSTECAI'    TO GDA-NOM-FICHIER.
011450     MOVE GDA-QT-ECAI   TO GDA-QT-LIGNES-EDIT.
011460     MOVE GDA-HASH-ECAI TO GDA-HASH-EDIT.
011470     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011480     MOVE GDA-LIGNE-EXT TO XEI-LINE.
011490     WRITE XEI-LINE.
011500*
011510     MOVE 'XHSTECAR'    TO GDA-NOM-FICHIER.
011520     MOVE GDA-QT-ECAR   TO GDA-QT-LIGNES-EDIT.
011530     MOVE GDA-HASH-ECAR TO GDA-HASH-EDIT.
011540     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011550     MOVE GDA-LIGNE-EXT TO XER-LINE.
011560     WRITE XER-LINE.
011570*
011580     MOVE 'XHSTINTR'    TO GDA-NOM-FICHIER.
011590     MOVE GDA-QT-INTR   TO GDA-QT-LIGNES-EDIT.
011600     MOVE GDA-HASH-INTR TO GDA-HASH-EDIT.
011610     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011620     MOVE GDA-LIGNE-EXT TO XIN-LINE.
011630     WRITE XIN-LINE.
011640*
011650     MOVE 'XHSTRECU'    TO GDA-NOM-FICHIER.
011660     MOVE GDA-QT-RECU   TO GDA-QT-LIGNES-EDIT.
011670     MOVE GDA-HASH-RECU TO GDA-HASH-EDIT.
011680     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011690     MOVE GDA-LIGNE-EXT TO XRC-LINE.
011700     WRITE XRC-LINE.
011710*
011720     MOVE 'XHSTREOU'    TO GDA-NOM-FICHIER.
011730     MOVE GDA-QT-REOU   TO GDA-QT-LIGNES-EDIT.
011740     MOVE GDA-HASH-REOU TO GDA-HASH-EDIT.
011750     PERFORM 9010-BATIR-FIN THRU 9010-BATIR-FIN-EXIT.
011760     MOVE GDA-LIGNE-EXT TO XRO-LINE.
011770     WRITE XRO-LINE.
011780*
011790*    DATE ET HEURE DE CETTE EXTRACTION, POUR LE PROCHAIN MODE I.
011800*
011810     MOVE 'D'             TO CTO-TYP-LIGNE.
011820     MOVE SPACES          TO CTO-NO-CSER.
011830     MOVE SYSIN-DAS-JOUR  TO CTO-DAS.
011840     MOVE ZERO            TO CTO-NO-PERIO.
011845     MOVE GDA-HEURE-EXTR  TO CTO-HEURE.
011850     WRITE CTO-RECORD.
011860*
011870 9000-FINS-FICHIERS-EXIT.
011880     EXIT.
011890*
011900 9010-BATIR-FIN.
011910*
011920     MOVE SPACES TO GDA-LIGNE-EXT.
011930     STRING 'T;' GDA-NOM-FICHIER ';' GDA-QT-LIGNES-EDIT
011940            ';' GDA-HASH-EDIT
011950                DELIMITED BY SIZE INTO GDA-LIGNE-EXT.
011960*
011970     MOVE SPACES TO RPT-LINE.
011980     STRING '  ' GDA-NOM-FICHIER ' LIGNES ' GDA-QT-LIGNES-EDIT
011990            ' TOTAL DE CONTROLE ' GDA-HASH-EDIT
012000                DELIMITED BY SIZE INTO RPT-LINE.
012010     WRITE RPT-LINE.
012020*
012030 9010-BATIR-FIN-EXIT.
012040     EXIT.
012050*
012060 9100-TOTAUX-RAPPORT.
012070*
012080     MOVE SPACES TO RPT-LINE.
012090     WRITE RPT-LINE.
012100     MOVE SPACES TO RPT-LINE.
012110     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
012120     STRING '  TOTAL CSER TRAITES        : ' GDA-QT-TOTAL-EDIT
012130                DELIMITED BY SIZE INTO RPT-LINE.
012140     WRITE RPT-LINE.
012150     MOVE SPACES TO RPT-LINE.
012160     MOVE GDA-QT-PERIO-RETENUES TO GDA-QT-TOTAL-EDIT.
012170     STRING '  PERIODES FERMEES RETENUES : ' GDA-QT-TOTAL-EDIT
012180                DELIMITED BY SIZE INTO RPT-LINE.
012190     WRITE RPT-LINE.
012200     MOVE SPACES TO RPT-LINE.
012210     MOVE GDA-QT-PERIO-OUVERTES TO GDA-QT-TOTAL-EDIT.
012220     STRING '  PERIODES ENCORE OUVERTES  : ' GDA-QT-TOTAL-EDIT
012230                DELIMITED BY SIZE INTO RPT-LINE.
012240     WRITE RPT-LINE.
012241     MOVE SPACES TO RPT-LINE.
012242     MOVE GDA-QT-TABLES-PLEINES TO GDA-QT-TOTAL-EDIT.
012243     STRING '  TABLES PLEINES (RC 8)     : ' GDA-QT-TOTAL-EDIT
012244                DELIMITED BY SIZE INTO RPT-LINE.
012245     WRITE RPT-LINE.
012250*
012260 9100-TOTAUX-RAPPORT-EXIT.
012270     EXIT.
012280*
012290 8000-SIGNALER-TABLE-PLEINE.
012300*
012310*    UNE TABLE INTERNE PLEINE FAIT MANQUER DES LIGNES A
012320*    L'EXTRACTION: LIGNE AU RAPPORT ET RC 8, LA PERIODE EST A
012330*    REPRENDRE EN MODE C.
012340*
012350     DISPLAY '000 ' CTE-PRGM ' - ' GDA-MSG-PLEINE.
012360     MOVE SPACES TO RPT-LINE.
012370     STRING '  *** ' GDA-MSG-PLEINE
012380                DELIMITED BY SIZE INTO RPT-LINE.
012390     WRITE RPT-LINE.
012400     ADD 1 TO GDA-QT-TABLES-PLEINES.
012410     MOVE 8 TO RETURN-CODE.
012420*
012430 8000-SIGNALER-TABLE-PLEINE-EXIT.
012440     EXIT.
012450*
012460*----------------------------------------------------------------*
012470*       F I N   D U   P R O G R A M M E   G F P B 4 9 4 A
012480*----------------------------------------------------------------*
