000300*                    PRECEDENTES; TOUT CENTRE DONT LE TOTAL BOUGE DE
000310*                    PLUS QUE LE POURCENTAGE FOURNI EN SYSIN EST
000320*                    SIGNALE SUR LE RAPPORT.
000321*                  - POINT DE CONTROLE TOUS LES N CENTRES (SYSIN):
000322*                    COMMIT DES HSTINTRB STOCKES, PUIS DERNIER CSER
000323*                    TERMINE ET TOTAUX COURANTS (SOMMES REGIONALES
000324*                    COMPRISES) RECOPIES DANS CKP477A.TXT.  UNE CARTE
000325*                    DE REPRISE REPART DU CENTRE SUIVANT ET AJOUTE AU
000326*                    RAPPORT (LES HSTINTRB NON VALIDES AU MOMENT DE
000327*                    L'ARRET SONT ANNULES PAR LA RECUPERATION IDMS ET
000328*                    SONT DONC STOCKES UNE SEULE FOIS).
000329*
000330*                CARTE SYSIN:
000331*                  COL 01-03  POURCENTAGE DE VARIATION (DEFAUT 025)
000332*                  COL 04     'R' = REPRISE AU DERNIER POINT DE
000333*                             CONTROLE (BLANC = PASSAGE NORMAL)
000334*                  COL 05-07  NOMBRE DE CENTRES ENTRE DEUX POINTS
000335*                             DE CONTROLE (DEFAUT 050)
000336*
000340*******************************************************************
000350**    M O D I F I C A T I O N S
000360*******************************************************************
000450**              REGIONALE, CLASSE DU PLUS GROS TOTAL AU PLUS
000460**              PETIT.  CSER SANS REGION = GROUPE '???'.
000470*******************************************************************
000471** 2026-10-15 - EQUIPE GFP
000472**              POINT DE CONTROLE ET REPRISE: TOUS LES N CENTRES,
000473**              COMMIT ET ECRITURE DE CKP477A.TXT (DERNIER CSER
000474**              TERMINE, COMPTEURS, GRAND TOTAL ET SOMMES
000475**              REGIONALES).  LES LIGNES DU RAPPORT ATTENDENT EN
000476**              TAMPON LE POINT DE CONTROLE SUIVANT.  CARTE 'R'
000477**              (COL 04): REPART APRES LE DERNIER CSER TERMINE,
000478**              RAPPORT OUVERT EN EXTEND.
000479*******************************************************************
000480*
000490*-------------------*
000500 IDENTIFICATION DIVISION.
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT REGCSER ASSIGN TO 'REGCSER.TXT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000653     SELECT CKP477A ASSIGN TO 'CKP477A.TXT'
000656         ORGANIZATION IS LINE SEQUENTIAL.
000660*------------*
000670 DATA DIVISION.
000680*------------*
000760     03  REG-COD-REGION             PIC X(003).
000770     03  FILLER                     PIC X(001).
000780     03  REG-NOM-REGION             PIC X(030).
000781*
000782*    POINT DE CONTROLE: UNE LIGNE 'C' (STATUT 'E' EN COURS OU 'T'
000783*    TERMINE) SUIVIE D'UNE LIGNE 'R' PAR REGION DU SOMMAIRE.
000784 FD  CKP477A.
000785 01  CKP-RECORD.
000786     03  CKP-TYP-LIGNE              PIC X(001).
000787     03  CKP-STATUT                 PIC X(001).
000788     03  CKP-NO-CSER                PIC X(008).
000789     03  CKP-QT-CSER-LUS            PIC 9(009).
000790     03  CKP-QT-SIGNALES            PIC 9(009).
000791     03  CKP-GRAND-TOTAL            PIC S9(011)V99 SIGN LEADING
000792                                                   SEPARATE.
000793 01  CKR-RECORD.
000794     03  CKR-TYP-LIGNE              PIC X(001).
000795     03  CKR-COD-REGION             PIC X(003).
000796     03  CKR-NOM-REGION             PIC X(030).
000797     03  CKR-TOTAL                  PIC S9(011)V99 SIGN LEADING
000798                                                   SEPARATE.
000799*--------------------------*
000800 WORKING-STORAGE SECTION.
000810*--------------------------*
000820 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB477A'.
000830 01  SYSIN-LIGNE.
000840     03  SYSIN-PCT-VARIATION        PIC 9(003).
000842     03  SYSIN-REPRISE              PIC X(001).
000844         88  SYSIN-EN-REPRISE                    VALUE 'R'.
000846     03  SYSIN-INTERVALLE           PIC 9(003).
000850     03  FILLER                     PIC X(125).
000860 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000870 77  GDA-QT-CSER-LUS-EDIT           PIC ZZZZZZZZ9.
000880 77  GDA-QT-SIGNALES                PIC S9(009) COMP VALUE ZERO.
001350 01  GDA-MOYENNE-HIST-EDIT          PIC Z(008)9.99.
001360 01  GDA-SEUIL-HAUT           PIC S9(011)V99 COMP-3 VALUE ZERO.
001370 01  GDA-SEUIL-BAS            PIC S9(011)V99 COMP-3 VALUE ZERO.
001371*
001372*-----------------------------------------------------------------
001373*    POINT DE CONTROLE ET REPRISE (CKP477A.TXT)
001374*-----------------------------------------------------------------
001375 77  GDA-QT-DEPUIS-POINT            PIC S9(004) COMP VALUE ZERO.
001376 77  GDA-STATUT-POINT               PIC X(001) VALUE SPACES.
001377 77  GDA-DERN-CSER-FAIT             PIC X(008) VALUE SPACES.
001378 77  GDA-NO-CSER-REPRISE            PIC X(008) VALUE SPACES.
001379 77  GDA-SW-FIN-CKP                  PIC X(001) VALUE 'N'.
001380     88  GDA-FIN-CKP                              VALUE 'S'.
001381 77  GDA-SW-POINT-VALIDE             PIC X(001) VALUE 'N'.
001382     88  GDA-POINT-VALIDE                         VALUE 'O'.
001383 77  GDA-SW-REPRISE-ATTEINTE         PIC X(001) VALUE 'N'.
001384     88  GDA-REPRISE-ATTEINTE                     VALUE 'O'.
001385 01  GDA-TAB-TAMPON.
001386     03  GDA-QT-TAMPON              PIC S9(004) COMP VALUE ZERO.
001387     03  GDA-TAMP-LIGNE             PIC X(132) OCCURS 2000 TIMES.
001388 77  GDA-IND-TAMPON                 PIC S9(004) COMP VALUE ZERO.
001389*
001390*-----------------------------------------------------------------
001400*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKPEROPE /
001410*    GFPKHSTINTRB)
001610     IF  SYSIN-PCT-VARIATION EQUAL ZEROES
001620         MOVE 025 TO SYSIN-PCT-VARIATION
001630     END-IF.
001631     IF  SYSIN-INTERVALLE IS NOT NUMERIC
001632         MOVE 050 TO SYSIN-INTERVALLE
001633     END-IF.
001634     IF  SYSIN-INTERVALLE EQUAL ZEROES
001635         MOVE 050 TO SYSIN-INTERVALLE
001636     END-IF.
001640*
001642     OPEN INPUT  REGCSER.
001644     PERFORM 1500-CHARGER-REGIONS THRU 1500-CHARGER-REGIONS-EXIT.
001646*
001648*    REPRISE: COMPTEURS, GRAND TOTAL ET SOMMES REGIONALES REPARTENT
001650*    DU DERNIER POINT DE CONTROLE ET LE RAPPORT EST PROLONGE.
001652     IF  SYSIN-EN-REPRISE
001654         PERFORM 1800-LIRE-POINT THRU 1800-LIRE-POINT-EXIT
001656         IF  NOT GDA-POINT-VALIDE
001658             DISPLAY '000 ' CTE-PRGM ' - AUCUN POINT DE CONTROLE '
001660                     'EN COURS - REPRISE REFUSEE'
001662             CLOSE REGCSER
001664             MOVE 8 TO RETURN-CODE
001666             STOP RUN
001668         END-IF
001670         OPEN EXTEND RPINTRB
001672         PERFORM 1900-ENTETE-REPRISE THRU 1900-ENTETE-REPRISE-EXIT
001674     ELSE
001676         OPEN OUTPUT RPINTRB
001678         PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT
001680     END-IF.
001682*
001684     READY USAGE-MODE IS PROTECTED UPDATE.
001686*
001688     OBTAIN FIRST CSER.
001690     IF  SYSIN-EN-REPRISE
001692         PERFORM 1950-SAUTER-CSER THRU 1950-SAUTER-CSER-EXIT
001694             UNTIL GDA-REPRISE-ATTEINTE OR GDA-FIN-CSER
001696         IF  NOT GDA-REPRISE-ATTEINTE
001698             DISPLAY '000 ' CTE-PRGM ' - CSER DE REPRISE '
001700                     GDA-NO-CSER-REPRISE ' INTROUVABLE'
001702             FINISH
001704             CLOSE RPINTRB
001706                   REGCSER
001708             MOVE 8 TO RETURN-CODE
001710             STOP RUN
001712         END-IF
001714     END-IF.
001716     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
001718         UNTIL GDA-FIN-CSER.
001720*
001722     PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT.
001760*
001770     FINISH.
001780*
001785     PERFORM 8500-SOMMAIRE-REGIONAL
001790         THRU 8500-SOMMAIRE-REGIONAL-EXIT.
001795     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001800*
001805*    PASSAGE COMPLET: LE POINT DE CONTROLE EST MARQUE TERMINE, UNE
001810*    CARTE DE REPRISE SERAIT REFUSEE.
001815     MOVE 'T' TO GDA-STATUT-POINT.
001820     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
001825*
001830     CLOSE RPINTRB
001835           REGCSER.
001850*
001860     STOP RUN.
001870*
002590*
002600 1520-CHERCHER-REGION-EXIT.
002610     EXIT.
002611*
002612 1800-LIRE-POINT.
002613*
002614     OPEN INPUT CKP477A.
002615     READ CKP477A
002616         AT END SET GDA-FIN-CKP TO TRUE
002617     END-READ.
002618*
002619     PERFORM 1810-LIRE-UNE-LIGNE-POINT
002620         THRU 1810-LIRE-UNE-LIGNE-POINT-EXIT
002621         UNTIL GDA-FIN-CKP.
002622*
002623     CLOSE CKP477A.
002624*
002625 1800-LIRE-POINT-EXIT.
002626     EXIT.
002627*
002628 1810-LIRE-UNE-LIGNE-POINT.
002629*
002630*    LA LIGNE 'C' REMPLACE LES COMPTEURS; LES LIGNES 'R' QUI
002631*    SUIVENT REMPLACENT LA TABLE DES REGIONS (GROUPE '???'
002632*    COMPRIS).
002633*
002634     IF  CKP-TYP-LIGNE EQUAL 'C'
002635         IF  CKP-STATUT EQUAL 'E'
002636             SET GDA-POINT-VALIDE TO TRUE
002637         END-IF
002638         MOVE CKP-NO-CSER        TO GDA-NO-CSER-REPRISE
002639                                    GDA-DERN-CSER-FAIT
002640         MOVE CKP-QT-CSER-LUS    TO GDA-QT-CSER-LUS
002641         MOVE CKP-QT-SIGNALES    TO GDA-QT-SIGNALES
002642         MOVE CKP-GRAND-TOTAL    TO GDA-GRAND-TOTAL-INTRB
002643         MOVE ZERO               TO GDA-QT-REGION
002644     END-IF.
002645*
002646     IF  CKR-TYP-LIGNE EQUAL 'R'
002647     AND GDA-QT-REGION LESS 50
002648         ADD 1 TO GDA-QT-REGION
002649         MOVE CKR-COD-REGION TO GDA-RG-COD-REGION (GDA-QT-REGION)
002650         MOVE CKR-NOM-REGION TO GDA-RG-NOM-REGION (GDA-QT-REGION)
002651         MOVE CKR-TOTAL      TO GDA-RG-TOTAL (GDA-QT-REGION)
002652         MOVE 'N'            TO GDA-RG-IMPRIME (GDA-QT-REGION)
002653     END-IF.
002654*
002655     READ CKP477A
002656         AT END SET GDA-FIN-CKP TO TRUE
002657     END-READ.
002658*
002659 1810-LIRE-UNE-LIGNE-POINT-EXIT.
002660     EXIT.
002661*
002662 1900-ENTETE-REPRISE.
002663*
002664     MOVE SPACES TO RPT-LINE.
002665     WRITE RPT-LINE.
002666     MOVE SPACES TO RPT-LINE.
002667     STRING '*** REPRISE APRES LE CSER ' GDA-NO-CSER-REPRISE
002668            ' (DERNIER POINT DE CONTROLE) ***'
002669                DELIMITED BY SIZE INTO RPT-LINE.
002670     WRITE RPT-LINE.
002671*
002672 1900-ENTETE-REPRISE-EXIT.
002673     EXIT.
002674*
002675 1950-SAUTER-CSER.
002676*
002677*    LE BALAYAGE DE L'AIRE SUIT LE MEME ORDRE D'UN PASSAGE A
002678*    L'AUTRE: ON AVANCE JUSQU'AU DERNIER CSER TERMINE ET LE
002679*    TRAITEMENT REPREND AU SUIVANT.
002680*
002681     IF  ERROR-STATUS EQUAL '0307'
002682         SET GDA-FIN-CSER TO TRUE
002683         GO TO 1950-SAUTER-CSER-EXIT
002684     END-IF.
002685*
002686     IF  ERROR-STATUS NOT EQUAL '0000'
002687         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002688                 ERROR-STATUS
002689         SET GDA-FIN-CSER TO TRUE
002690         GO TO 1950-SAUTER-CSER-EXIT
002691     END-IF.
002692*
002693     IF  CSER-NO-CSER EQUAL GDA-NO-CSER-REPRISE
002694         SET GDA-REPRISE-ATTEINTE TO TRUE
002695     END-IF.
002696*
002697     OBTAIN NEXT CSER.
002698*
002699 1950-SAUTER-CSER-EXIT.
002700     EXIT.
002701*
002702 2000-TRAITER-CSER.
002703*
002704     IF  ERROR-STATUS EQUAL '0307'
002705         SET GDA-FIN-CSER TO TRUE
002706         GO TO 2000-TRAITER-CSER-EXIT
002707     END-IF.
002708*
002709     IF  ERROR-STATUS NOT EQUAL '0000'
002710         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = ' ERROR-STATUS
002720         SET GDA-FIN-CSER TO TRUE
002730         GO TO 2000-TRAITER-CSER-EXIT
003040     PERFORM 2400-HISTORISER THRU 2400-HISTORISER-EXIT.
003050     PERFORM 2500-ECRIRE-LIGNE-CSER
003060         THRU 2500-ECRIRE-LIGNE-CSER-EXIT.
003061*
003062     MOVE CSER-NO-CSER TO GDA-DERN-CSER-FAIT.
003063     ADD 1 TO GDA-QT-DEPUIS-POINT.
003064     IF  GDA-QT-DEPUIS-POINT NOT LESS SYSIN-INTERVALLE
003065         PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT
003066     END-IF.
003070*
003080     OBTAIN NEXT CSER.
003090*
004330            GDA-TOTAL-INTRB-CSER-EDIT '  '
004340            GDA-MOYENNE-HIST-EDIT
004350                DELIMITED BY SIZE INTO RPT-LINE.
004360     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
004370*
004380     ADD GDA-TOTAL-INTRB-CSER TO GDA-GRAND-TOTAL-INTRB.
004390*
004550                    SYSIN-PCT-VARIATION
004560                    ' PCT DE LA MOYENNE MOBILE ***'
004570                        DELIMITED BY SIZE INTO RPT-LINE
004580             PERFORM 8100-TAMPONNER-RPT
004581                 THRU 8100-TAMPONNER-RPT-EXIT
004590         END-IF
004600     END-IF.
004610*
005230 2720-CHERCHER-REG-TAB-EXIT.
005240     EXIT.
005250*
005251 8000-PRENDRE-POINT.
005252*
005253*    LES LIGNES EN TAMPON SONT ECRITES, LES HSTINTRB DES CENTRES
005254*    TERMINES SONT VALIDES (COMMIT - LES CURRENCIES SONT
005255*    CONSERVEES, LE BALAYAGE CONTINUE) PUIS LE POINT DE CONTROLE
005256*    EST RECOPIE.
005257*
005258     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
005259*
005260     COMMIT.
005261     IF  ERROR-STATUS NOT EQUAL '0000'
005262         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
005263                 ERROR-STATUS
005264     END-IF.
005265*
005266     MOVE 'E' TO GDA-STATUT-POINT.
005267     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
005268     MOVE ZERO TO GDA-QT-DEPUIS-POINT.
005269*
005270 8000-PRENDRE-POINT-EXIT.
005271     EXIT.
005272*
005273 8100-TAMPONNER-RPT.
005274*
005275*    LES LIGNES DU RAPPORT ATTENDENT LE POINT DE CONTROLE POUR
005276*    QU'UNE REPRISE NE LES ECRIVE PAS DEUX FOIS.  TAMPON PLEIN
005277*    (INTERVALLE SYSIN TROP GRAND): VIDAGE ANTICIPE.
005278*
005279     IF  GDA-QT-TAMPON NOT LESS 2000
005280         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
005281     END-IF.
005282     ADD 1 TO GDA-QT-TAMPON.
005283     MOVE RPT-LINE TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
005284*
005285 8100-TAMPONNER-RPT-EXIT.
005286     EXIT.
005287*
005288 8200-VIDER-TAMPON.
005289*
005290     MOVE 1 TO GDA-IND-TAMPON.
005291     PERFORM 8210-VIDER-UNE-LIGNE THRU 8210-VIDER-UNE-LIGNE-EXIT
005292         UNTIL GDA-IND-TAMPON GREATER GDA-QT-TAMPON.
005293     MOVE ZERO TO GDA-QT-TAMPON.
005294*
005295 8200-VIDER-TAMPON-EXIT.
005296     EXIT.
005297*
005298 8210-VIDER-UNE-LIGNE.
005299*
005300     MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO RPT-LINE.
005301     WRITE RPT-LINE.
005302     ADD 1 TO GDA-IND-TAMPON.
005303*
005304 8210-VIDER-UNE-LIGNE-EXIT.
005305     EXIT.
005306*
005307 8300-ECRIRE-POINT.
005308*
005309     OPEN OUTPUT CKP477A.
005310*
005311     MOVE SPACES              TO CKP-RECORD.
005312     MOVE 'C'                 TO CKP-TYP-LIGNE.
005313     MOVE GDA-STATUT-POINT    TO CKP-STATUT.
005314     MOVE GDA-DERN-CSER-FAIT  TO CKP-NO-CSER.
005315     MOVE GDA-QT-CSER-LUS     TO CKP-QT-CSER-LUS.
005316     MOVE GDA-QT-SIGNALES     TO CKP-QT-SIGNALES.
005317     MOVE GDA-GRAND-TOTAL-INTRB TO CKP-GRAND-TOTAL.
005318     WRITE CKP-RECORD.
005319*
005320     MOVE 1 TO GDA-IND-REGION.
005321     PERFORM 8310-ECRIRE-POINT-REGION
005322         THRU 8310-ECRIRE-POINT-REGION-EXIT
005323         UNTIL GDA-IND-REGION GREATER GDA-QT-REGION.
005324*
005325     CLOSE CKP477A.
005326*
005327 8300-ECRIRE-POINT-EXIT.
005328     EXIT.
005329*
005330 8310-ECRIRE-POINT-REGION.
005331*
005332     MOVE SPACES TO CKR-RECORD.
005333     MOVE 'R'    TO CKR-TYP-LIGNE.
005334     MOVE GDA-RG-COD-REGION (GDA-IND-REGION) TO CKR-COD-REGION.
005335     MOVE GDA-RG-NOM-REGION (GDA-IND-REGION) TO CKR-NOM-REGION.
005336     MOVE GDA-RG-TOTAL (GDA-IND-REGION)      TO CKR-TOTAL.
005337     WRITE CKR-RECORD.
005338     ADD 1 TO GDA-IND-REGION.
005339*
005340 8310-ECRIRE-POINT-REGION-EXIT.
005341     EXIT.
005342*
005343 8500-SOMMAIRE-REGIONAL.
005344*
005345*    SOMMAIRE PAR DIRECTION REGIONALE, DU PLUS GROS TOTAL AU
005346*    PLUS PETIT (SELECTION SIMPLE - LA TABLE EST PETITE).
005347*
005348     MOVE SPACES TO RPT-LINE.
005349     WRITE RPT-LINE.
005350     MOVE SPACES TO RPT-LINE.
005351     STRING 'SOMMAIRE PAR DIRECTION REGIONALE (ORDRE D''IMPACT)'
005352                DELIMITED BY SIZE INTO RPT-LINE.
005360     WRITE RPT-LINE.
005370*
005380     MOVE ZERO TO GDA-QT-REG-IMPRIMES.
