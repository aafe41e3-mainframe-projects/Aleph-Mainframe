000320*                    JOURS EN SUSPENS, INCREMENTE A CHAQUE EXECUTION
000330*                    QUOTIDIENNE OU L'ECART PERSISTE (UNRBNKIN.TXT =
000340*                    FICHIER DE LA VEILLE).
000342*                  - LES AVIS DE CREDIT APPARIES A UN CENTRE SONT
000344*                    AJOUTES AU CUMUL BNKCONF.TXT (CREDITS CONFIRMES
000346*                    PAR LA BANQUE) QUE GFPB489A EXPLOITE POUR
000348*                    L'EXPOSITION DES ESPECES NON DEPOSEES.
000349*                  - POINT DE CONTROLE TOUS LES N CENTRES (SYSIN):
000350*                    COMMIT, PUIS DERNIER CSER TERMINE ET COMPTEURS
000351*                    RECOPIES DANS CKP485A.TXT.  UNE CARTE DE REPRISE
000352*                    (MEME DATE) REPART DU CENTRE SUIVANT ET AJOUTE A
000353*                    UNRBNKOU ET AU RAPPORT.  LES MANQUANTS CHEZ NOUS
000354*                    ET LES AJOUTS A BNKCONF NE SONT ECRITS QU'EN FIN
000355*                    DE PASSAGE, EN UN BLOC, POUR NE JAMAIS ETRE
000356*                    CUMULES DEUX FOIS.
000357*
000358*                CARTE SYSIN:
000359*                  COL 01-08  DATE DU RELEVE (AAAAMMJJ)
000360*                  COL 09     'R' = REPRISE AU DERNIER POINT DE
000361*                             CONTROLE (BLANC = PASSAGE NORMAL)
000362*                  COL 10-12  NOMBRE DE CENTRES ENTRE DEUX POINTS
000363*                             DE CONTROLE (DEFAUT 050)
000364*
000365*******************************************************************
000370**    M O D I F I C A T I O N S
000380*******************************************************************
000390** 2026-09-03 - EQUIPE GFP
000400**              CREATION DU PROGRAMME.
000410*******************************************************************
000411** 2026-10-15 - EQUIPE GFP
000412**              CREDITS CONFIRMES: CHAQUE AVIS DE CREDIT APPARIE
000413**              A UN CSER (MEME MONTANT OU ECART) EST AJOUTE A
000414**              BNKCONF.TXT (OUVERT EN EXTEND), AVEC SA DATE DE
000415**              CREDIT, POUR LE CALCUL DE L'EXPOSITION DES
000416**              ESPECES NON DEPOSEES (GFPB489A).
000417*******************************************************************
000418** 2026-10-15 - EQUIPE GFP
000419**              POINT DE CONTROLE ET REPRISE: TOUS LES N CENTRES,
000420**              COMMIT ET ECRITURE DE CKP485A.TXT (DERNIER CSER
000421**              TERMINE, DATE DU RELEVE ET COMPTEURS).  LES LIGNES
000422**              DU RAPPORT, DE UNRBNKOU ET DE BNKCONF ATTENDENT EN
000423**              TAMPON LE POINT DE CONTROLE SUIVANT.  CARTE 'R'
000424**              (COL 09): REPART APRES LE DERNIER CSER TERMINE (LES
000425**              AVIS DE CREDIT DES CENTRES DEJA TRAITES SONT
000426**              REMARQUES APPARIES), UNRBNKOU ET LE RAPPORT OUVERTS
000427**              EN EXTEND; REFUSEE SI LA DATE DIFFERE DU POINT.
000428*******************************************************************
000429*
000430*-------------------*
000440 IDENTIFICATION DIVISION.
000450*-------------------*
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT RPBNKCON ASSIGN TO 'RPBNKCON.TXT'
000630         ORGANIZATION IS LINE SEQUENTIAL.
000633     SELECT BNKCONF  ASSIGN TO 'BNKCONF.TXT'
000636         ORGANIZATION IS LINE SEQUENTIAL.
000637     SELECT CKP485A  ASSIGN TO 'CKP485A.TXT'
000638         ORGANIZATION IS LINE SEQUENTIAL.
000640*------------*
000650 DATA DIVISION.
000660*------------*
000840     03  URO-NB-JOURS               PIC 9(003).
000850 FD  RPBNKCON.
000860 01  RPT-LINE                       PIC X(132).
000861 FD  BNKCONF.
000862 01  BCF-RECORD.
000863     03  BCF-NO-CSER                PIC X(008).
000864     03  BCF-DAS-CREDIT             PIC 9(008).
000865     03  BCF-MNT-CREDIT             PIC 9(009)V99.
000866 FD  CKP485A.
000867 01  CKP-RECORD.
000868     03  CKP-TYP-LIGNE              PIC X(001).
000869     03  CKP-STATUT                 PIC X(001).
000870     03  CKP-NO-CSER                PIC X(008).
000871     03  CKP-DAS-JOUR               PIC 9(008).
000872     03  CKP-QT-CSER-LUS            PIC 9(009).
000873     03  CKP-QT-APPARIES            PIC 9(009).
000874     03  CKP-QT-ECARTS              PIC 9(009).
000875     03  CKP-QT-MANQ-EUX            PIC 9(009).
000876*--------------------------*
000880 WORKING-STORAGE SECTION.
000890*--------------------------*
000900 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB485A'.
000910 01  SYSIN-LIGNE.
000920     03  SYSIN-DAS-JOUR             PIC 9(008).
000922     03  SYSIN-REPRISE              PIC X(001).
000924         88  SYSIN-EN-REPRISE                    VALUE 'R'.
000926     03  SYSIN-INTERVALLE           PIC 9(003).
000930     03  FILLER                     PIC X(120).
000940 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000950 77  GDA-QT-APPARIES                PIC S9(009) COMP VALUE ZERO.
000960 77  GDA-QT-ECARTS                  PIC S9(009) COMP VALUE ZERO.
001240     03  GDA-BNK-ENTREE             OCCURS 2000 TIMES.
001250         05  GDA-BNK-NO-CSER        PIC X(008).
001260         05  GDA-BNK-MNT            PIC S9(009)V99 COMP-3.
001265         05  GDA-BNK-DAS            PIC 9(008).
001270         05  GDA-BNK-APPARIE        PIC X(001).
001280 77  GDA-IND-BNK                    PIC S9(004) COMP VALUE ZERO.
001290 77  GDA-SW-BNK-TROUVE              PIC X(001) VALUE 'N'.
001380         05  GDA-URI-NO-CSER        PIC X(008).
001390         05  GDA-URI-NB-JOURS       PIC 9(003).
001400 77  GDA-IND-URI                    PIC S9(004) COMP VALUE ZERO.
001401*
001402*-----------------------------------------------------------------
001403*    POINT DE CONTROLE ET REPRISE (CKP485A.TXT); LE TAMPON RETIENT
001404*    LES LIGNES DU RAPPORT ('R'), DE UNRBNKOU ('U') ET DE BNKCONF
001405*    ('B')
001406*-----------------------------------------------------------------
001407 77  GDA-QT-DEPUIS-POINT            PIC S9(004) COMP VALUE ZERO.
001408 77  GDA-STATUT-POINT               PIC X(001) VALUE SPACES.
001409 77  GDA-DERN-CSER-FAIT             PIC X(008) VALUE SPACES.
001410 77  GDA-NO-CSER-REPRISE            PIC X(008) VALUE SPACES.
001411 77  GDA-DAS-JOUR-POINT             PIC 9(008) VALUE ZERO.
001412 77  GDA-SW-FIN-CKP                  PIC X(001) VALUE 'N'.
001413     88  GDA-FIN-CKP                              VALUE 'S'.
001414 77  GDA-SW-POINT-VALIDE             PIC X(001) VALUE 'N'.
001415     88  GDA-POINT-VALIDE                         VALUE 'O'.
001416 77  GDA-SW-REPRISE-ATTEINTE         PIC X(001) VALUE 'N'.
001417     88  GDA-REPRISE-ATTEINTE                     VALUE 'O'.
001418 01  GDA-TAB-TAMPON.
001419     03  GDA-QT-TAMPON              PIC S9(004) COMP VALUE ZERO.
001420     03  GDA-TAMPON-ENTREE          OCCURS 2000 TIMES.
001421         05  GDA-TAMP-FICHIER       PIC X(001).
001422         05  GDA-TAMP-LIGNE         PIC X(132).
001423 77  GDA-IND-TAMPON                 PIC S9(004) COMP VALUE ZERO.
001424*
001425*-----------------------------------------------------------------
001430*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKDEPINT)
001440*-----------------------------------------------------------------
001450 01  GFPK-CSER.
001520*
001530 0000-MAINLINE.
001540*
001543     ACCEPT SYSIN-LIGNE FROM SYSIN.
001546     IF  SYSIN-INTERVALLE IS NOT NUMERIC
001549         MOVE 050 TO SYSIN-INTERVALLE
001552     END-IF.
001555     IF  SYSIN-INTERVALLE EQUAL ZEROES
001558         MOVE 050 TO SYSIN-INTERVALLE
001561     END-IF.
001564*
001567     OPEN INPUT  BNKSTMT
001570                 UNRBNKIN.
001573*
001576*    REPRISE: LES COMPTEURS REPARTENT DU DERNIER POINT DE CONTROLE,
001579*    QUI DOIT PORTER LA MEME DATE DE RELEVE QUE LA CARTE SYSIN.
001582     IF  SYSIN-EN-REPRISE
001585         PERFORM 1800-LIRE-POINT THRU 1800-LIRE-POINT-EXIT
001588         IF  NOT GDA-POINT-VALIDE
001591             DISPLAY '000 ' CTE-PRGM ' - AUCUN POINT DE CONTROLE '
001594                     'EN COURS - REPRISE REFUSEE'
001597             CLOSE BNKSTMT
001600                   UNRBNKIN
001603             MOVE 8 TO RETURN-CODE
001606             STOP RUN
001609         END-IF
001612         IF  GDA-DAS-JOUR-POINT NOT EQUAL SYSIN-DAS-JOUR
001615             DISPLAY '000 ' CTE-PRGM ' - POINT DE CONTROLE DU '
001618                     GDA-DAS-JOUR-POINT ' - REPRISE REFUSEE'
001621             CLOSE BNKSTMT
001624                   UNRBNKIN
001627             MOVE 8 TO RETURN-CODE
001630             STOP RUN
001633         END-IF
001636         OPEN EXTEND UNRBNKOU
001639                     RPBNKCON
001642         PERFORM 1900-ENTETE-REPRISE THRU 1900-ENTETE-REPRISE-EXIT
001645     ELSE
001648         OPEN OUTPUT UNRBNKOU
001651                     RPBNKCON
001654         PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT
001657     END-IF.
001660     OPEN EXTEND BNKCONF.
001663*
001666     PERFORM 1100-CHARGER-BNK THRU 1100-CHARGER-BNK-EXIT.
001669     PERFORM 1200-CHARGER-SUSPENS THRU 1200-CHARGER-SUSPENS-EXIT.
001672*
001675     READY USAGE-MODE IS PROTECTED RETRIEVAL.
001678*
001681     OBTAIN FIRST CSER.
001684     IF  SYSIN-EN-REPRISE
001687         PERFORM 1950-SAUTER-CSER THRU 1950-SAUTER-CSER-EXIT
001690             UNTIL GDA-REPRISE-ATTEINTE OR GDA-FIN-CSER
001693         IF  NOT GDA-REPRISE-ATTEINTE
001696             DISPLAY '000 ' CTE-PRGM ' - CSER DE REPRISE '
001699                     GDA-NO-CSER-REPRISE ' INTROUVABLE'
001702             FINISH
001705             CLOSE BNKSTMT
001708                   UNRBNKIN
001711                   UNRBNKOU
001714                   RPBNKCON
001717                   BNKCONF
001720             MOVE 8 TO RETURN-CODE
001723             STOP RUN
001726         END-IF
001729     END-IF.
001732     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
001735         UNTIL GDA-FIN-CSER.
001738*
001741     PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT.
001744*
001747     FINISH.
001750*
001753     PERFORM 3000-MANQUANTS-CHEZ-NOUS
001756         THRU 3000-MANQUANTS-CHEZ-NOUS-EXIT.
001759*
001762*    LES MANQUANTS CHEZ NOUS ET LES CREDITS CONFIRMES ATTENDENT EUX
001765*    AUSSI EN TAMPON: UNE REPRISE APRES UN ARRET ICI LES REFAIT AU
001768*    COMPLET SANS DOUBLER BNKCONF.
001771     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
001774*
001777     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001780*
001783*    PASSAGE COMPLET: LE POINT DE CONTROLE EST MARQUE TERMINE, UNE
001786*    CARTE DE REPRISE SERAIT REFUSEE.
001789     MOVE 'T' TO GDA-STATUT-POINT.
001792     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
001795*
001798     CLOSE BNKSTMT
001801           UNRBNKIN
001804           UNRBNKOU
001807           RPBNKCON
001810           BNKCONF.
001850*
001860 1000-ENTETE-RAPPORT.
001870*
002190     ADD 1 TO GDA-QT-BNK.
002200     MOVE BNK-NO-CSER    TO GDA-BNK-NO-CSER (GDA-QT-BNK).
002210     MOVE BNK-MNT-CREDIT  TO GDA-BNK-MNT (GDA-QT-BNK).
002215     MOVE BNK-DAS-CREDIT  TO GDA-BNK-DAS (GDA-QT-BNK).
002220     MOVE 'N'            TO GDA-BNK-APPARIE (GDA-QT-BNK).
002230*
002240     READ BNKSTMT 
002530*
002540 1210-CHARGER-UN-SUSPENS-EXIT.
002550     EXIT.
002551*
002552 1800-LIRE-POINT.
002553*
002554     OPEN INPUT CKP485A.
002555     READ CKP485A
002556         AT END SET GDA-FIN-CKP TO TRUE
002557     END-READ.
002558*
002559     PERFORM 1810-LIRE-UNE-LIGNE-POINT
002560         THRU 1810-LIRE-UNE-LIGNE-POINT-EXIT
002561         UNTIL GDA-FIN-CKP.
002562*
002563     CLOSE CKP485A.
002564*
002565 1800-LIRE-POINT-EXIT.
002566     EXIT.
002567*
002568 1810-LIRE-UNE-LIGNE-POINT.
002569*
002570     IF  CKP-TYP-LIGNE EQUAL 'C'
002571         IF  CKP-STATUT EQUAL 'E'
002572             SET GDA-POINT-VALIDE TO TRUE
002573         END-IF
002574         MOVE CKP-NO-CSER        TO GDA-NO-CSER-REPRISE
002575                                    GDA-DERN-CSER-FAIT
002576         MOVE CKP-DAS-JOUR       TO GDA-DAS-JOUR-POINT
002577         MOVE CKP-QT-CSER-LUS    TO GDA-QT-CSER-LUS
002578         MOVE CKP-QT-APPARIES    TO GDA-QT-APPARIES
002579         MOVE CKP-QT-ECARTS      TO GDA-QT-ECARTS
002580         MOVE CKP-QT-MANQ-EUX    TO GDA-QT-MANQ-EUX
002581     END-IF.
002582*
002583     READ CKP485A
002584         AT END SET GDA-FIN-CKP TO TRUE
002585     END-READ.
002586*
002587 1810-LIRE-UNE-LIGNE-POINT-EXIT.
002588     EXIT.
002589*
002590 1900-ENTETE-REPRISE.
002591*
002592     MOVE SPACES TO RPT-LINE.
002593     WRITE RPT-LINE.
002594     MOVE SPACES TO RPT-LINE.
002595     STRING '*** REPRISE APRES LE CSER ' GDA-NO-CSER-REPRISE
002596            ' (DERNIER POINT DE CONTROLE) ***'
002597                DELIMITED BY SIZE INTO RPT-LINE.
002598     WRITE RPT-LINE.
002599*
002600 1900-ENTETE-REPRISE-EXIT.
002601     EXIT.
002602*
002603 1950-SAUTER-CSER.
002604*
002605*    LE BALAYAGE DE L'AIRE SUIT LE MEME ORDRE D'UN PASSAGE A
002606*    L'AUTRE: ON AVANCE JUSQU'AU DERNIER CSER TERMINE.  L'AVIS DE
002607*    CREDIT D'UN CENTRE DEJA TRAITE EST REMARQUE APPARIE POUR NE
002608*    PAS RESSORTIR EN MANQUANT CHEZ NOUS ET POUR ETRE CUMULE DANS
002609*    BNKCONF EN FIN DE PASSAGE.
002610*
002611     IF  ERROR-STATUS EQUAL '0307'
002612         SET GDA-FIN-CSER TO TRUE
002613         GO TO 1950-SAUTER-CSER-EXIT
002614     END-IF.
002615*
002616     IF  ERROR-STATUS NOT EQUAL '0000'
002617         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002618                 ERROR-STATUS
002619         SET GDA-FIN-CSER TO TRUE
002620         GO TO 1950-SAUTER-CSER-EXIT
002621     END-IF.
002622*
002623     MOVE 'N' TO GDA-SW-BNK-TROUVE.
002624     MOVE 1   TO GDA-IND-BNK.
002625     PERFORM 2510-CHERCHER-BNK THRU 2510-CHERCHER-BNK-EXIT
002626         UNTIL GDA-BNK-TROUVE
002627            OR GDA-IND-BNK GREATER GDA-QT-BNK.
002628     IF  GDA-BNK-TROUVE
002629         MOVE 'O' TO GDA-BNK-APPARIE (GDA-IND-BNK)
002630     END-IF.
002631*
002632     IF  CSER-NO-CSER EQUAL GDA-NO-CSER-REPRISE
002633         SET GDA-REPRISE-ATTEINTE TO TRUE
002634     END-IF.
002635*
002636     OBTAIN NEXT CSER.
002637*
002638 1950-SAUTER-CSER-EXIT.
002639     EXIT.
002640*
002641 2000-TRAITER-CSER.
002642*
002643     IF  ERROR-STATUS EQUAL '0307'
002644         SET GDA-FIN-CSER TO TRUE
002645         GO TO 2000-TRAITER-CSER-EXIT
002646     END-IF.
002647*
002648     IF  ERROR-STATUS NOT EQUAL '0000'
002650         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = ' ERROR-STATUS
002660         SET GDA-FIN-CSER TO TRUE
002670         GO TO 2000-TRAITER-CSER-EXIT
002770         UNTIL GDA-FIN-SESCAI.
002780*
002790     PERFORM 2500-APPARIER-CSER THRU 2500-APPARIER-CSER-EXIT.
002791*
002792     MOVE CSER-NO-CSER TO GDA-DERN-CSER-FAIT.
002793     ADD 1 TO GDA-QT-DEPUIS-POINT.
002794     IF  GDA-QT-DEPUIS-POINT NOT LESS SYSIN-INTERVALLE
002795         PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT
002796     END-IF.
002800*
002810     OBTAIN NEXT CSER.
002820*
003970            ' DIFF '  GDA-MNT-ECART-EDIT
003980            ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
003990                DELIMITED BY SIZE INTO RPT-LINE.
004000     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
004010*
004020     MOVE CSER-NO-CSER   TO URO-NO-CSER.
004030     MOVE GDA-MNT-ECART  TO URO-MNT-ECART.
004040     MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS.
004050     PERFORM 8110-TAMPONNER-URO THRU 8110-TAMPONNER-URO-EXIT.
004060*
004070 2600-RAPPORTER-ECART-EXIT.
004080     EXIT.
004180            ' NOTRE ' GDA-MNT-NOTRE-EDIT
004190            ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
004200                DELIMITED BY SIZE INTO RPT-LINE.
004210     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
004220*
004230     MOVE CSER-NO-CSER   TO URO-NO-CSER.
004240     MOVE GDA-MNT-ECART  TO URO-MNT-ECART.
004250     MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS.
004260     PERFORM 8110-TAMPONNER-URO THRU 8110-TAMPONNER-URO-EXIT.
004270*
004280 2700-RAPPORTER-MANQ-EUX-EXIT.
004290     EXIT.
004840                ' LEUR ' GDA-MNT-LEUR-EDIT
004850                ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
004860                    DELIMITED BY SIZE INTO RPT-LINE
004870         PERFORM 8100-TAMPONNER-RPT
004875             THRU 8100-TAMPONNER-RPT-EXIT
004880         MOVE GDA-BNK-NO-CSER (GDA-IND-BNK) TO URO-NO-CSER
004890         COMPUTE URO-MNT-ECART =
004900                 ZERO - GDA-BNK-MNT (GDA-IND-BNK)
004910         MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS
004920         PERFORM 8110-TAMPONNER-URO
004925             THRU 8110-TAMPONNER-URO-EXIT
004930     END-IF.
004931*    AVIS DE CREDIT APPARIE: LA BANQUE A CONFIRME L'ARGENT DU
004932*    CENTRE - CUMULE DANS BNKCONF.TXT POUR GFPB489A.
004933     IF  GDA-BNK-APPARIE (GDA-IND-BNK) EQUAL 'O'
004934         MOVE GDA-BNK-NO-CSER (GDA-IND-BNK) TO BCF-NO-CSER
004935         MOVE GDA-BNK-DAS     (GDA-IND-BNK) TO BCF-DAS-CREDIT
004936         MOVE GDA-BNK-MNT     (GDA-IND-BNK) TO BCF-MNT-CREDIT
004937         PERFORM 8120-TAMPONNER-BCF
004938             THRU 8120-TAMPONNER-BCF-EXIT
004939     END-IF.
004940     ADD 1 TO GDA-IND-BNK.
004950*
004960 3100-RAPPORTER-MANQ-NOUS-EXIT.
004970     EXIT.
004980*
004981 8000-PRENDRE-POINT.
004982*
004983*    LES LIGNES EN TAMPON SONT ECRITES, LA BASE EST VALIDEE
004984*    (COMMIT - LES CURRENCIES SONT CONSERVEES, LE BALAYAGE
004985*    CONTINUE) PUIS LE POINT DE CONTROLE EST RECOPIE.
004986*
004987     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
004988*
004989     COMMIT.
004990     IF  ERROR-STATUS NOT EQUAL '0000'
004991         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
004992                 ERROR-STATUS
004993     END-IF.
004994*
004995     MOVE 'E' TO GDA-STATUT-POINT.
004996     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
004997     MOVE ZERO TO GDA-QT-DEPUIS-POINT.
004998*
004999 8000-PRENDRE-POINT-EXIT.
005000     EXIT.
005001*
005002 8100-TAMPONNER-RPT.
005003*
005004*    LES LIGNES DU RAPPORT, DE UNRBNKOU ET DE BNKCONF ATTENDENT LE
005005*    POINT DE CONTROLE POUR QU'UNE REPRISE NE LES ECRIVE PAS DEUX
005006*    FOIS.  TAMPON PLEIN (INTERVALLE SYSIN TROP GRAND): VIDAGE
005007*    ANTICIPE.
005008*
005009     IF  GDA-QT-TAMPON NOT LESS 2000
005010         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
005011     END-IF.
005012     ADD 1 TO GDA-QT-TAMPON.
005013     MOVE 'R'      TO GDA-TAMP-FICHIER (GDA-QT-TAMPON).
005014     MOVE RPT-LINE TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
005015*
005016 8100-TAMPONNER-RPT-EXIT.
005017     EXIT.
005018*
005019 8110-TAMPONNER-URO.
005020*
005021     IF  GDA-QT-TAMPON NOT LESS 2000
005022         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
005023     END-IF.
005024     ADD 1 TO GDA-QT-TAMPON.
005025     MOVE 'U'        TO GDA-TAMP-FICHIER (GDA-QT-TAMPON).
005026     MOVE URO-RECORD TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
005027*
005028 8110-TAMPONNER-URO-EXIT.
005029     EXIT.
005030*
005031 8120-TAMPONNER-BCF.
005032*
005033     IF  GDA-QT-TAMPON NOT LESS 2000
005034         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
005035     END-IF.
005036     ADD 1 TO GDA-QT-TAMPON.
005037     MOVE 'B'        TO GDA-TAMP-FICHIER (GDA-QT-TAMPON).
005038     MOVE BCF-RECORD TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
005039*
005040 8120-TAMPONNER-BCF-EXIT.
005041     EXIT.
005042*
005043 8200-VIDER-TAMPON.
005044*
005045     MOVE 1 TO GDA-IND-TAMPON.
005046     PERFORM 8210-VIDER-UNE-LIGNE THRU 8210-VIDER-UNE-LIGNE-EXIT
005047         UNTIL GDA-IND-TAMPON GREATER GDA-QT-TAMPON.
005048     MOVE ZERO TO GDA-QT-TAMPON.
005049*
005050 8200-VIDER-TAMPON-EXIT.
005051     EXIT.
005052*
005053 8210-VIDER-UNE-LIGNE.
005054*
005055     IF  GDA-TAMP-FICHIER (GDA-IND-TAMPON) EQUAL 'U'
005056         MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO URO-RECORD
005057         WRITE URO-RECORD
005058     ELSE
005059         IF  GDA-TAMP-FICHIER (GDA-IND-TAMPON) EQUAL 'B'
005060             MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO BCF-RECORD
005061             WRITE BCF-RECORD
005062         ELSE
005063             MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO RPT-LINE
005064             WRITE RPT-LINE
005065         END-IF
005066     END-IF.
005067     ADD 1 TO GDA-IND-TAMPON.
005068*
005069 8210-VIDER-UNE-LIGNE-EXIT.
005070     EXIT.
005071*
005072 8300-ECRIRE-POINT.
005073*
005074     OPEN OUTPUT CKP485A.
005075*
005076     MOVE SPACES              TO CKP-RECORD.
005077     MOVE 'C'                 TO CKP-TYP-LIGNE.
005078     MOVE GDA-STATUT-POINT    TO CKP-STATUT.
005079     MOVE GDA-DERN-CSER-FAIT  TO CKP-NO-CSER.
005080     MOVE SYSIN-DAS-JOUR      TO CKP-DAS-JOUR.
005081     MOVE GDA-QT-CSER-LUS     TO CKP-QT-CSER-LUS.
005082     MOVE GDA-QT-APPARIES     TO CKP-QT-APPARIES.
005083     MOVE GDA-QT-ECARTS       TO CKP-QT-ECARTS.
005084     MOVE GDA-QT-MANQ-EUX     TO CKP-QT-MANQ-EUX.
005085     WRITE CKP-RECORD.
005086*
005087     CLOSE CKP485A.
005088*
005089 8300-ECRIRE-POINT-EXIT.
005090     EXIT.
005091*
005092 9000-TOTAUX-RAPPORT.
005093*
005094     MOVE SPACES TO RPT-LINE.
005095     WRITE RPT-LINE.
005096     MOVE SPACES TO RPT-LINE.
005097     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
005098     STRING '  TOTAL CSER TRAITES        : ' GDA-QT-TOTAL-EDIT
005099                DELIMITED BY SIZE INTO RPT-LINE.
005100     WRITE RPT-LINE.
005101     MOVE SPACES TO RPT-LINE.
005102     MOVE GDA-QT-APPARIES TO GDA-QT-TOTAL-EDIT.
005103     STRING '  TOTAL APPARIES            : ' GDA-QT-TOTAL-EDIT
005110                DELIMITED BY SIZE INTO RPT-LINE.
005120     WRITE RPT-LINE.
005130     MOVE SPACES TO RPT-LINE.
