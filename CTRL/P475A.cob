000320*                    FICHIER DE LA VEILLE) - LES FINANCES CESSENT DE
000330*                    FAIRE CE SUIVI DANS UN CHIFFRIER TROIS JOURS
000340*                    EN RETARD.
000341*                  - POINT DE CONTROLE TOUS LES N CENTRES (SYSIN):
000342*                    COMMIT, PUIS DERNIER CSER TERMINE ET COMPTEURS
000343*                    RECOPIES DANS CKP475A.TXT.  UNE CARTE DE REPRISE
000344*                    REPART DU CENTRE SUIVANT ET AJOUTE A UNRESOUT ET
000345*                    AU RAPPORT; LES COMPTEURS DE JOURS EN SUSPENS
000346*                    DES CENTRES DEJA TRAITES NE SONT PAS REPRIS.
000347*
000348*                CARTE SYSIN:
000349*                  COL 01     'R' = REPRISE AU DERNIER POINT DE
000350*                             CONTROLE (BLANC = PASSAGE NORMAL)
000351*                  COL 02-04  NOMBRE DE CENTRES ENTRE DEUX POINTS
000352*                             DE CONTROLE (DEFAUT 050)
000353*
000360*******************************************************************
000370**    M O D I F I C A T I O N S
000380*******************************************************************
000390** 2026-08-22 - EQUIPE GFP
000400**              CREATION DU PROGRAMME.
000410*******************************************************************
000411** 2026-10-15 - EQUIPE GFP
000412**              POINT DE CONTROLE ET REPRISE: TOUS LES N CENTRES,
000413**              COMMIT ET ECRITURE DE CKP475A.TXT (DERNIER CSER
000414**              TERMINE ET COMPTEURS).  LES LIGNES DU RAPPORT ET DE
000415**              UNRESOUT ATTENDENT EN TAMPON LE POINT DE CONTROLE
000416**              SUIVANT.  CARTE 'R': REPART APRES LE DERNIER CSER
000417**              TERMINE (LES LIGNES DE REGLEMENT DES CENTRES DEJA
000418**              TRAITES SONT REMARQUEES APPARIEES), UNRESOUT ET LE
000419**              RAPPORT OUVERTS EN EXTEND.
000420*******************************************************************
000421*
000430*-------------------*
000440 IDENTIFICATION DIVISION.
000450*-------------------*
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT RPCONCIL ASSIGN TO 'RPCONCIL.TXT'
000630         ORGANIZATION IS LINE SEQUENTIAL.
000633     SELECT CKP475A  ASSIGN TO 'CKP475A.TXT'
000636         ORGANIZATION IS LINE SEQUENTIAL.
000640*------------*
000650 DATA DIVISION.
000660*------------*
000840     03  URO-NB-JOURS               PIC 9(003).
000850 FD  RPCONCIL.
000860 01  RPT-LINE                       PIC X(132).
000861*
000862*    POINT DE CONTROLE: UNE LIGNE 'C' (STATUT 'E' EN COURS OU 'T'
000863*    TERMINE).
000864 FD  CKP475A.
000865 01  CKP-RECORD.
000866     03  CKP-TYP-LIGNE              PIC X(001).
000867     03  CKP-STATUT                 PIC X(001).
000868     03  CKP-NO-CSER                PIC X(008).
000869     03  CKP-QT-CSER-LUS            PIC 9(009).
000870     03  CKP-QT-APPARIES            PIC 9(009).
000871     03  CKP-QT-ECARTS              PIC 9(009).
000872     03  CKP-QT-MANQ-EUX            PIC 9(009).
000873*--------------------------*
000880 WORKING-STORAGE SECTION.
000890*--------------------------*
000900 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB475A'.
000901 01  SYSIN-LIGNE.
000902     03  SYSIN-REPRISE              PIC X(001).
000903         88  SYSIN-EN-REPRISE                    VALUE 'R'.
000904     03  SYSIN-INTERVALLE           PIC 9(003).
000905     03  FILLER                     PIC X(128).
000910 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000920 77  GDA-QT-APPARIES                PIC S9(009) COMP VALUE ZERO.
000930 77  GDA-QT-ECARTS                  PIC S9(009) COMP VALUE ZERO.
001340         05  GDA-URI-NO-CSER        PIC X(008).
001350         05  GDA-URI-NB-JOURS       PIC 9(003).
001360 77  GDA-IND-URI                    PIC S9(004) COMP VALUE ZERO.
001361*
001362*-----------------------------------------------------------------
001363*    POINT DE CONTROLE ET REPRISE (CKP475A.TXT); LE TAMPON RETIENT
001364*    LES LIGNES DU RAPPORT ('R') ET DE UNRESOUT ('U')
001365*-----------------------------------------------------------------
001366 77  GDA-QT-DEPUIS-POINT            PIC S9(004) COMP VALUE ZERO.
001367 77  GDA-STATUT-POINT               PIC X(001) VALUE SPACES.
001368 77  GDA-DERN-CSER-FAIT             PIC X(008) VALUE SPACES.
001369 77  GDA-NO-CSER-REPRISE            PIC X(008) VALUE SPACES.
001370 77  GDA-SW-FIN-CKP                  PIC X(001) VALUE 'N'.
001371     88  GDA-FIN-CKP                              VALUE 'S'.
001372 77  GDA-SW-POINT-VALIDE             PIC X(001) VALUE 'N'.
001373     88  GDA-POINT-VALIDE                         VALUE 'O'.
001374 77  GDA-SW-REPRISE-ATTEINTE         PIC X(001) VALUE 'N'.
001375     88  GDA-REPRISE-ATTEINTE                     VALUE 'O'.
001376 01  GDA-TAB-TAMPON.
001377     03  GDA-QT-TAMPON              PIC S9(004) COMP VALUE ZERO.
001378     03  GDA-TAMPON-ENTREE          OCCURS 2000 TIMES.
001379         05  GDA-TAMP-FICHIER       PIC X(001).
001380         05  GDA-TAMP-LIGNE         PIC X(132).
001381 77  GDA-IND-TAMPON                 PIC S9(004) COMP VALUE ZERO.
001382*
001383*-----------------------------------------------------------------
001390*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKDEPINT)
001400*-----------------------------------------------------------------
001410 01  GFPK-CSER.
001480*
001490 0000-MAINLINE.
001500*
001501     ACCEPT SYSIN-LIGNE FROM SYSIN.
001502     IF  SYSIN-INTERVALLE IS NOT NUMERIC
001503         MOVE 050 TO SYSIN-INTERVALLE
001504     END-IF.
001505     IF  SYSIN-INTERVALLE EQUAL ZEROES
001506         MOVE 050 TO SYSIN-INTERVALLE
001507     END-IF.
001508*
001509     OPEN INPUT  ACQSETTL
001510                 UNRESIN.
001511*
001512*    REPRISE: LES COMPTEURS REPARTENT DU DERNIER POINT DE CONTROLE,
001513*    UNRESOUT ET LE RAPPORT SONT PROLONGES.
001514     IF  SYSIN-EN-REPRISE
001515         PERFORM 1800-LIRE-POINT THRU 1800-LIRE-POINT-EXIT
001516         IF  NOT GDA-POINT-VALIDE
001517             DISPLAY '000 ' CTE-PRGM ' - AUCUN POINT DE CONTROLE '
001518                     'EN COURS - REPRISE REFUSEE'
001519             CLOSE ACQSETTL
001520                   UNRESIN
001521             MOVE 8 TO RETURN-CODE
001522             STOP RUN
001523         END-IF
001524         OPEN EXTEND UNRESOUT
001525                     RPCONCIL
001526         PERFORM 1900-ENTETE-REPRISE THRU 1900-ENTETE-REPRISE-EXIT
001527     ELSE
001528         OPEN OUTPUT UNRESOUT
001529                     RPCONCIL
001530         PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT
001531     END-IF.
001532*
001533     PERFORM 1100-CHARGER-ACQ THRU 1100-CHARGER-ACQ-EXIT.
001534     PERFORM 1200-CHARGER-SUSPENS THRU 1200-CHARGER-SUSPENS-EXIT.
001535*
001536     READY USAGE-MODE IS PROTECTED RETRIEVAL.
001537*
001538     OBTAIN FIRST CSER.
001539     IF  SYSIN-EN-REPRISE
001540         PERFORM 1950-SAUTER-CSER THRU 1950-SAUTER-CSER-EXIT
001541             UNTIL GDA-REPRISE-ATTEINTE OR GDA-FIN-CSER
001542         IF  NOT GDA-REPRISE-ATTEINTE
001543             DISPLAY '000 ' CTE-PRGM ' - CSER DE REPRISE '
001544                     GDA-NO-CSER-REPRISE ' INTROUVABLE'
001545             FINISH
001546             CLOSE ACQSETTL
001547                   UNRESIN
001548                   UNRESOUT
001549                   RPCONCIL
001550             MOVE 8 TO RETURN-CODE
001551             STOP RUN
001552         END-IF
001553     END-IF.
001554     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
001555         UNTIL GDA-FIN-CSER.
001556*
001557     PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT.
001650*
001660     FINISH.
001670*
001675     PERFORM 3000-MANQUANTS-CHEZ-NOUS
001680         THRU 3000-MANQUANTS-CHEZ-NOUS-EXIT.
001685*
001690*    LES MANQUANTS CHEZ NOUS ATTENDENT EUX AUSSI EN TAMPON: UNE
001695*    REPRISE APRES UN ARRET ICI LES REFAIT AU COMPLET.
001700     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
001705*
001710     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001715*
001720*    PASSAGE COMPLET: LE POINT DE CONTROLE EST MARQUE TERMINE, UNE
001725*    CARTE DE REPRISE SERAIT REFUSEE.
001730     MOVE 'T' TO GDA-STATUT-POINT.
001735     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
001740*
001745     CLOSE ACQSETTL
001750           UNRESIN
001755           UNRESOUT
001760           RPCONCIL.
001770*
001780     STOP RUN.
002460*
002470 1210-CHARGER-UN-SUSPENS-EXIT.
002480     EXIT.
002481*
002482 1800-LIRE-POINT.
002483*
002484     OPEN INPUT CKP475A.
002485     READ CKP475A
002486         AT END SET GDA-FIN-CKP TO TRUE
002487     END-READ.
002488*
002489     PERFORM 1810-LIRE-UNE-LIGNE-POINT
002490         THRU 1810-LIRE-UNE-LIGNE-POINT-EXIT
002491         UNTIL GDA-FIN-CKP.
002492*
002493     CLOSE CKP475A.
002494*
002495 1800-LIRE-POINT-EXIT.
002496     EXIT.
002497*
002498 1810-LIRE-UNE-LIGNE-POINT.
002499*
002500     IF  CKP-TYP-LIGNE EQUAL 'C'
002501         IF  CKP-STATUT EQUAL 'E'
002502             SET GDA-POINT-VALIDE TO TRUE
002503         END-IF
002504         MOVE CKP-NO-CSER        TO GDA-NO-CSER-REPRISE
002505                                    GDA-DERN-CSER-FAIT
002506         MOVE CKP-QT-CSER-LUS    TO GDA-QT-CSER-LUS
002507         MOVE CKP-QT-APPARIES    TO GDA-QT-APPARIES
002508         MOVE CKP-QT-ECARTS      TO GDA-QT-ECARTS
002509         MOVE CKP-QT-MANQ-EUX    TO GDA-QT-MANQ-EUX
002510     END-IF.
002511*
002512     READ CKP475A
002513         AT END SET GDA-FIN-CKP TO TRUE
002514     END-READ.
002515*
002516 1810-LIRE-UNE-LIGNE-POINT-EXIT.
002517     EXIT.
002518*
002519 1900-ENTETE-REPRISE.
002520*
002521     MOVE SPACES TO RPT-LINE.
002522     WRITE RPT-LINE.
002523     MOVE SPACES TO RPT-LINE.
002524     STRING '*** REPRISE APRES LE CSER ' GDA-NO-CSER-REPRISE
002525            ' (DERNIER POINT DE CONTROLE) ***'
002526                DELIMITED BY SIZE INTO RPT-LINE.
002527     WRITE RPT-LINE.
002528*
002529 1900-ENTETE-REPRISE-EXIT.
002530     EXIT.
002531*
002532 1950-SAUTER-CSER.
002533*
002534*    LE BALAYAGE DE L'AIRE SUIT LE MEME ORDRE D'UN PASSAGE A
002535*    L'AUTRE: ON AVANCE JUSQU'AU DERNIER CSER TERMINE.  LA LIGNE
002536*    DE REGLEMENT D'UN CENTRE DEJA TRAITE EST REMARQUEE APPARIEE
002537*    POUR NE PAS RESSORTIR EN MANQUANT CHEZ NOUS.
002538*
002539     IF  ERROR-STATUS EQUAL '0307'
002540         SET GDA-FIN-CSER TO TRUE
002541         GO TO 1950-SAUTER-CSER-EXIT
002542     END-IF.
002543*
002544     IF  ERROR-STATUS NOT EQUAL '0000'
002545         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002546                 ERROR-STATUS
002547         SET GDA-FIN-CSER TO TRUE
002548         GO TO 1950-SAUTER-CSER-EXIT
002549     END-IF.
002550*
002551     MOVE 'N' TO GDA-SW-ACQ-TROUVE.
002552     MOVE 1   TO GDA-IND-ACQ.
002553     PERFORM 2510-CHERCHER-ACQ THRU 2510-CHERCHER-ACQ-EXIT
002554         UNTIL GDA-ACQ-TROUVE
002555            OR GDA-IND-ACQ GREATER GDA-QT-ACQ.
002556     IF  GDA-ACQ-TROUVE
002557         MOVE 'O' TO GDA-ACQ-APPARIE (GDA-IND-ACQ)
002558     END-IF.
002559*
002560     IF  CSER-NO-CSER EQUAL GDA-NO-CSER-REPRISE
002561         SET GDA-REPRISE-ATTEINTE TO TRUE
002562     END-IF.
002563*
002564     OBTAIN NEXT CSER.
002565*
002566 1950-SAUTER-CSER-EXIT.
002567     EXIT.
002568*
002569 2000-TRAITER-CSER.
002570*
002571     IF  ERROR-STATUS EQUAL '0307'
002572         SET GDA-FIN-CSER TO TRUE
002573         GO TO 2000-TRAITER-CSER-EXIT
002574     END-IF.
002575*
002576     IF  ERROR-STATUS NOT EQUAL '0000'
002580         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = ' ERROR-STATUS
002590         SET GDA-FIN-CSER TO TRUE
002600         GO TO 2000-TRAITER-CSER-EXIT
002700         UNTIL GDA-FIN-SESCAI.
002710*
002720     PERFORM 2500-APPARIER-CSER THRU 2500-APPARIER-CSER-EXIT.
002721*
002722     MOVE CSER-NO-CSER TO GDA-DERN-CSER-FAIT.
002723     ADD 1 TO GDA-QT-DEPUIS-POINT.
002724     IF  GDA-QT-DEPUIS-POINT NOT LESS SYSIN-INTERVALLE
002725         PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT
002726     END-IF.
002730*
002740     OBTAIN NEXT CSER.
002750*
003880            ' DIFF '  GDA-MNT-ECART-EDIT
003890            ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
003900                DELIMITED BY SIZE INTO RPT-LINE.
003910     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
003920*
003930     MOVE CSER-NO-CSER   TO URO-NO-CSER.
003940     MOVE GDA-MNT-ECART  TO URO-MNT-ECART.
003950     MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS.
003960     PERFORM 8110-TAMPONNER-URO THRU 8110-TAMPONNER-URO-EXIT.
003970*
003980 2600-RAPPORTER-ECART-EXIT.
003990     EXIT.
004080            ' NOTRE ' GDA-MNT-NOTRE-EDIT
004090            ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
004100                DELIMITED BY SIZE INTO RPT-LINE.
004110     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
004120*
004130     MOVE CSER-NO-CSER   TO URO-NO-CSER.
004140     MOVE GDA-MNT-ECART  TO URO-MNT-ECART.
004150     MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS.
004160     PERFORM 8110-TAMPONNER-URO THRU 8110-TAMPONNER-URO-EXIT.
004170*
004180 2700-RAPPORTER-MANQ-EUX-EXIT.
004190     EXIT.
004670                ' LEUR ' GDA-MNT-LEUR-EDIT
004675                ' SUSPENS DEPUIS ' GDA-NB-JOURS-SUSP ' JOUR(S)'
004680                    DELIMITED BY SIZE INTO RPT-LINE
004690         PERFORM 8100-TAMPONNER-RPT
004691             THRU 8100-TAMPONNER-RPT-EXIT
004692         MOVE GDA-ACQ-NO-CSER (GDA-IND-ACQ) TO URO-NO-CSER
004694         COMPUTE URO-MNT-ECART =
004695                 ZERO - GDA-ACQ-MNT (GDA-IND-ACQ)
004696         MOVE GDA-NB-JOURS-SUSP TO URO-NB-JOURS
004698         PERFORM 8110-TAMPONNER-URO
004699             THRU 8110-TAMPONNER-URO-EXIT
004700     END-IF.
004710     ADD 1 TO GDA-IND-ACQ.
004720*
004730 3100-RAPPORTER-MANQ-NOUS-EXIT.
004740     EXIT.
004750*
004751 8000-PRENDRE-POINT.
004752*
004753*    LES LIGNES EN TAMPON SONT ECRITES, LA BASE EST VALIDEE
004754*    (COMMIT - LES CURRENCIES SONT CONSERVEES, LE BALAYAGE
004755*    CONTINUE) PUIS LE POINT DE CONTROLE EST RECOPIE.
004756*
004757     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
004758*
004759     COMMIT.
004760     IF  ERROR-STATUS NOT EQUAL '0000'
004761         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
004762                 ERROR-STATUS
004763     END-IF.
004764*
004765     MOVE 'E' TO GDA-STATUT-POINT.
004766     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
004767     MOVE ZERO TO GDA-QT-DEPUIS-POINT.
004768*
004769 8000-PRENDRE-POINT-EXIT.
004770     EXIT.
004771*
004772 8100-TAMPONNER-RPT.
004773*
004774*    LES LIGNES DU RAPPORT ET DE UNRESOUT ATTENDENT LE POINT DE
004775*    CONTROLE POUR QU'UNE REPRISE NE LES ECRIVE PAS DEUX FOIS.
004776*    TAMPON PLEIN (INTERVALLE SYSIN TROP GRAND): VIDAGE ANTICIPE.
004777*
004778     IF  GDA-QT-TAMPON NOT LESS 2000
004779         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
004780     END-IF.
004781     ADD 1 TO GDA-QT-TAMPON.
004782     MOVE 'R'      TO GDA-TAMP-FICHIER (GDA-QT-TAMPON).
004783     MOVE RPT-LINE TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
004784*
004785 8100-TAMPONNER-RPT-EXIT.
004786     EXIT.
004787*
004788 8110-TAMPONNER-URO.
004789*
004790     IF  GDA-QT-TAMPON NOT LESS 2000
004791         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
004792     END-IF.
004793     ADD 1 TO GDA-QT-TAMPON.
004794     MOVE 'U'        TO GDA-TAMP-FICHIER (GDA-QT-TAMPON).
004795     MOVE URO-RECORD TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
004796*
004797 8110-TAMPONNER-URO-EXIT.
004798     EXIT.
004799*
004800 8200-VIDER-TAMPON.
004801*
004802     MOVE 1 TO GDA-IND-TAMPON.
004803     PERFORM 8210-VIDER-UNE-LIGNE THRU 8210-VIDER-UNE-LIGNE-EXIT
004804         UNTIL GDA-IND-TAMPON GREATER GDA-QT-TAMPON.
004805     MOVE ZERO TO GDA-QT-TAMPON.
004806*
004807 8200-VIDER-TAMPON-EXIT.
004808     EXIT.
004809*
004810 8210-VIDER-UNE-LIGNE.
004811*
004812     IF  GDA-TAMP-FICHIER (GDA-IND-TAMPON) EQUAL 'U'
004813         MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO URO-RECORD
004814         WRITE URO-RECORD
004815     ELSE
004816         MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO RPT-LINE
004817         WRITE RPT-LINE
004818     END-IF.
004819     ADD 1 TO GDA-IND-TAMPON.
004820*
004821 8210-VIDER-UNE-LIGNE-EXIT.
004822     EXIT.
004823*
004824 8300-ECRIRE-POINT.
004825*
004826     OPEN OUTPUT CKP475A.
004827*
004828     MOVE SPACES              TO CKP-RECORD.
004829     MOVE 'C'                 TO CKP-TYP-LIGNE.
004830     MOVE GDA-STATUT-POINT    TO CKP-STATUT.
004831     MOVE GDA-DERN-CSER-FAIT  TO CKP-NO-CSER.
004832     MOVE GDA-QT-CSER-LUS     TO CKP-QT-CSER-LUS.
004833     MOVE GDA-QT-APPARIES     TO CKP-QT-APPARIES.
004834     MOVE GDA-QT-ECARTS       TO CKP-QT-ECARTS.
004835     MOVE GDA-QT-MANQ-EUX     TO CKP-QT-MANQ-EUX.
004836     WRITE CKP-RECORD.
004837*
004838     CLOSE CKP475A.
004839*
004840 8300-ECRIRE-POINT-EXIT.
004841     EXIT.
004842*
004843 9000-TOTAUX-RAPPORT.
004844*
004845     MOVE SPACES TO RPT-LINE.
004846     WRITE RPT-LINE.
004847     MOVE SPACES TO RPT-LINE.
004848     MOVE GDA-QT-CSER-LUS TO GDA-QT-TOTAL-EDIT.
004849     STRING '  TOTAL CSER TRAITES        : ' GDA-QT-TOTAL-EDIT
004850                DELIMITED BY SIZE INTO RPT-LINE.
004851     WRITE RPT-LINE.
004852     MOVE SPACES TO RPT-LINE.
004860     MOVE GDA-QT-APPARIES TO GDA-QT-TOTAL-EDIT.
004870     STRING '  TOTAL APPARIES            : ' GDA-QT-TOTAL-EDIT
004880                DELIMITED BY SIZE INTO RPT-LINE.
