000250*                  - TOUTE DERIVE EST RAPPORTEE; EN MODE 'C'
000260*                    (SYSIN), LE SOMMAIRE EST EN PLUS CORRIGE A LA
000270*                    VALEUR REDERIVEE (MODIFY SESCAI).
000271*                  - POINT DE CONTROLE TOUS LES N CENTRES (SYSIN):
000272*                    COMMIT DES CORRECTIONS, PUIS DERNIER CSER TERMINE
000273*                    ET COMPTEURS RECOPIES DANS CKP487A.TXT.  UNE
000274*                    CARTE DE REPRISE (MEME MODE) REPART DU CENTRE
000275*                    SUIVANT ET AJOUTE AU RAPPORT; LES MODIFY NON
000276*                    VALIDES AU MOMENT DE L'ARRET SONT ANNULES PAR LA
000277*                    RECUPERATION IDMS ET REFAITS PAR LA REPRISE.
000278*
000279*                CARTE SYSIN:
000280*                  COL 01     'C' = MODE CORRECTION (AUTRE = RAPPORT)
000281*                  COL 02     'R' = REPRISE AU DERNIER POINT DE
000282*                             CONTROLE (BLANC = PASSAGE NORMAL)
000283*                  COL 03-05  NOMBRE DE CENTRES ENTRE DEUX POINTS
000284*                             DE CONTROLE (DEFAUT 050)
000285*
000290*******************************************************************
000300**    M O D I F I C A T I O N S
000310*******************************************************************
000320** 2026-09-03 - EQUIPE GFP
000330**              CREATION DU PROGRAMME.
000340*******************************************************************
000341** 2026-10-15 - EQUIPE GFP
000342**              POINT DE CONTROLE ET REPRISE: TOUS LES N CENTRES,
000343**              COMMIT ET ECRITURE DE CKP487A.TXT (DERNIER CSER
000344**              TERMINE, MODE ET COMPTEURS).  LES LIGNES DU RAPPORT
000345**              ATTENDENT EN TAMPON LE POINT DE CONTROLE SUIVANT.
000346**              CARTE 'R' (COL 02): REPART APRES LE DERNIER CSER
000347**              TERMINE, RAPPORT OUVERT EN EXTEND; REFUSEE SI LE
000348**              MODE DIFFERE DU POINT.
000349*******************************************************************
000350*
000360*-------------------*
000370 IDENTIFICATION DIVISION.
000480 FILE-CONTROL.
000490     SELECT RPVERCUM ASSIGN TO 'RPVERCUM.TXT'
000500         ORGANIZATION IS LINE SEQUENTIAL.
000503     SELECT CKP487A ASSIGN TO 'CKP487A.TXT'
000506         ORGANIZATION IS LINE SEQUENTIAL.
000510*------------*
000520 DATA DIVISION.
000530*------------*
000540 FILE SECTION.
000550 FD  RPVERCUM.
000560 01  RPT-LINE                       PIC X(132).
000561 FD  CKP487A.
000562 01  CKP-RECORD.
000563     03  CKP-TYP-LIGNE              PIC X(001).
000564     03  CKP-STATUT                 PIC X(001).
000565     03  CKP-NO-CSER                PIC X(008).
000566     03  CKP-MODE                   PIC X(001).
000567     03  CKP-QT-CSER-LUS            PIC 9(009).
000568     03  CKP-QT-SESCAI-LUS          PIC 9(009).
000569     03  CKP-QT-DERIVES             PIC 9(009).
000570     03  CKP-QT-CORRIGES            PIC 9(009).
000571*--------------------------*
000580 WORKING-STORAGE SECTION.
000590*--------------------------*
000600 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB487A'.
000610 01  SYSIN-LIGNE.
000620     03  SYSIN-MODE                 PIC X(001).
000622     03  SYSIN-REPRISE              PIC X(001).
000624         88  SYSIN-EN-REPRISE                    VALUE 'R'.
000626     03  SYSIN-INTERVALLE           PIC 9(003).
000630     03  FILLER                     PIC X(127).
000640 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000650 77  GDA-QT-CSER-LUS-EDIT           PIC ZZZZZZZZ9.
000660 77  GDA-QT-SESCAI-LUS              PIC S9(009) COMP VALUE ZERO.
000790 01  GDA-TOTAL-DERIVE         PIC S9(009)V99 COMP-3 VALUE ZERO.
000800 01  GDA-TOTAL-DERIVE-EDIT          PIC -(008)9.99.
000810 01  GDA-CUMUL-PORTE-EDIT           PIC -(008)9.99.
000811*
000812*-----------------------------------------------------------------
000813*    POINT DE CONTROLE ET REPRISE (CKP487A.TXT)
000814*-----------------------------------------------------------------
000815 77  GDA-QT-DEPUIS-POINT            PIC S9(004) COMP VALUE ZERO.
000816 77  GDA-STATUT-POINT               PIC X(001) VALUE SPACES.
000817 77  GDA-DERN-CSER-FAIT             PIC X(008) VALUE SPACES.
000818 77  GDA-NO-CSER-REPRISE            PIC X(008) VALUE SPACES.
000819 77  GDA-MODE-POINT                 PIC X(001) VALUE SPACES.
000820 77  GDA-SW-FIN-CKP                  PIC X(001) VALUE 'N'.
000821     88  GDA-FIN-CKP                              VALUE 'S'.
000822 77  GDA-SW-POINT-VALIDE             PIC X(001) VALUE 'N'.
000823     88  GDA-POINT-VALIDE                         VALUE 'O'.
000824 77  GDA-SW-REPRISE-ATTEINTE         PIC X(001) VALUE 'N'.
000825     88  GDA-REPRISE-ATTEINTE                     VALUE 'O'.
000826 01  GDA-TAB-TAMPON.
000827     03  GDA-QT-TAMPON              PIC S9(004) COMP VALUE ZERO.
000828     03  GDA-TAMP-LIGNE             PIC X(132) OCCURS 2000 TIMES.
000829 77  GDA-IND-TAMPON                 PIC S9(004) COMP VALUE ZERO.
000830*
000831*-----------------------------------------------------------------
000840*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKDEPINT)
000850*-----------------------------------------------------------------
000860 01  GFPK-CSER.
000930*
000940 0000-MAINLINE.
000950*
000953     ACCEPT SYSIN-LIGNE FROM SYSIN.
000956     IF  SYSIN-INTERVALLE IS NOT NUMERIC
000959         MOVE 050 TO SYSIN-INTERVALLE
000962     END-IF.
000965     IF  SYSIN-INTERVALLE EQUAL ZEROES
000968         MOVE 050 TO SYSIN-INTERVALLE
000971     END-IF.
000974*
000977*    REPRISE: LES COMPTEURS REPARTENT DU DERNIER POINT DE CONTROLE,
000980*    QUI DOIT AVOIR ETE PRIS DANS LE MEME MODE QUE LA CARTE SYSIN.
000983     IF  SYSIN-EN-REPRISE
000986         PERFORM 1800-LIRE-POINT THRU 1800-LIRE-POINT-EXIT
000989         IF  NOT GDA-POINT-VALIDE
000992             DISPLAY '000 ' CTE-PRGM ' - AUCUN POINT DE CONTROLE '
000995                     'EN COURS - REPRISE REFUSEE'
000998             MOVE 8 TO RETURN-CODE
001001             STOP RUN
001004         END-IF
001007         IF  GDA-MODE-POINT NOT EQUAL SYSIN-MODE
001010             DISPLAY '000 ' CTE-PRGM ' - POINT DE CONTROLE '
001011                     'EN MODE ' GDA-MODE-POINT
001013                     ' - REPRISE REFUSEE'
001016             MOVE 8 TO RETURN-CODE
001019             STOP RUN
001022         END-IF
001025         OPEN EXTEND RPVERCUM
001028         PERFORM 1900-ENTETE-REPRISE THRU 1900-ENTETE-REPRISE-EXIT
001031     ELSE
001034         OPEN OUTPUT RPVERCUM
001037         PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT
001040     END-IF.
001043*
001046     IF  SYSIN-MODE EQUAL 'C'
001049         READY USAGE-MODE IS PROTECTED UPDATE
001052     ELSE
001055         READY USAGE-MODE IS PROTECTED RETRIEVAL
001058     END-IF.
001061*
001064     OBTAIN FIRST CSER.
001067     IF  SYSIN-EN-REPRISE
001070         PERFORM 1950-SAUTER-CSER THRU 1950-SAUTER-CSER-EXIT
001073             UNTIL GDA-REPRISE-ATTEINTE OR GDA-FIN-CSER
001076         IF  NOT GDA-REPRISE-ATTEINTE
001079             DISPLAY '000 ' CTE-PRGM ' - CSER DE REPRISE '
001082                     GDA-NO-CSER-REPRISE ' INTROUVABLE'
001085             FINISH
001088             CLOSE RPVERCUM
001091             MOVE 8 TO RETURN-CODE
001094             STOP RUN
001097         END-IF
001100     END-IF.
001103     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
001106         UNTIL GDA-FIN-CSER.
001109*
001112     PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT.
001115*
001118     FINISH.
001121*
001124     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001127*
001130*    PASSAGE COMPLET: LE POINT DE CONTROLE EST MARQUE TERMINE, UNE
001133*    CARTE DE REPRISE SERAIT REFUSEE.
001136     MOVE 'T' TO GDA-STATUT-POINT.
001139     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
001142*
001145     CLOSE RPVERCUM.
001170*
001180*    RETURN CODE 4 QUAND UNE DERIVE A ETE VUE, POUR QUE LA
001190*    PLANIFICATION PUISSE ALERTER.
001380*
001390 1000-ENTETE-RAPPORT-EXIT.
001400     EXIT.
001401*
001402 1800-LIRE-POINT.
001403*
001404     OPEN INPUT CKP487A.
001405     READ CKP487A
001406         AT END SET GDA-FIN-CKP TO TRUE
001407     END-READ.
001408*
001409     PERFORM 1810-LIRE-UNE-LIGNE-POINT
001410         THRU 1810-LIRE-UNE-LIGNE-POINT-EXIT
001411         UNTIL GDA-FIN-CKP.
001412*
001413     CLOSE CKP487A.
001414*
001415 1800-LIRE-POINT-EXIT.
001416     EXIT.
001417*
001418 1810-LIRE-UNE-LIGNE-POINT.
001419*
001420     IF  CKP-TYP-LIGNE EQUAL 'C'
001421         IF  CKP-STATUT EQUAL 'E'
001422             SET GDA-POINT-VALIDE TO TRUE
001423         END-IF
001424         MOVE CKP-NO-CSER        TO GDA-NO-CSER-REPRISE
001425                                    GDA-DERN-CSER-FAIT
001426         MOVE CKP-MODE           TO GDA-MODE-POINT
001427         MOVE CKP-QT-CSER-LUS    TO GDA-QT-CSER-LUS
001428         MOVE CKP-QT-SESCAI-LUS  TO GDA-QT-SESCAI-LUS
001429         MOVE CKP-QT-DERIVES     TO GDA-QT-DERIVES
001430         MOVE CKP-QT-CORRIGES    TO GDA-QT-CORRIGES
001431     END-IF.
001432*
001433     READ CKP487A
001434         AT END SET GDA-FIN-CKP TO TRUE
001435     END-READ.
001436*
001437 1810-LIRE-UNE-LIGNE-POINT-EXIT.
001438     EXIT.
001439*
001440 1900-ENTETE-REPRISE.
001441*
001442     MOVE SPACES TO RPT-LINE.
001443     WRITE RPT-LINE.
001444     MOVE SPACES TO RPT-LINE.
001445     STRING '*** REPRISE APRES LE CSER ' GDA-NO-CSER-REPRISE
001446            ' (DERNIER POINT DE CONTROLE) ***'
001447                DELIMITED BY SIZE INTO RPT-LINE.
001448     WRITE RPT-LINE.
001449*
001450 1900-ENTETE-REPRISE-EXIT.
001451     EXIT.
001452*
001453 1950-SAUTER-CSER.
001454*
001455*    LE BALAYAGE DE L'AIRE SUIT LE MEME ORDRE D'UN PASSAGE A
001456*    L'AUTRE: ON AVANCE JUSQU'AU DERNIER CSER TERMINE ET LA
001457*    VERIFICATION REPREND AU SUIVANT.
001458*
001459     IF  ERROR-STATUS EQUAL '0307'
001460         SET GDA-FIN-CSER TO TRUE
001461         GO TO 1950-SAUTER-CSER-EXIT
001462     END-IF.
001463*
001464     IF  ERROR-STATUS NOT EQUAL '0000'
001465         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
001466                 ERROR-STATUS
001467         SET GDA-FIN-CSER TO TRUE
001468         GO TO 1950-SAUTER-CSER-EXIT
001469     END-IF.
001470*
001471     IF  CSER-NO-CSER EQUAL GDA-NO-CSER-REPRISE
001472         SET GDA-REPRISE-ATTEINTE TO TRUE
001473     END-IF.
001474*
001475     OBTAIN NEXT CSER.
001476*
001477 1950-SAUTER-CSER-EXIT.
001478     EXIT.
001479*
001480 2000-TRAITER-CSER.
001481*
001482     IF  ERROR-STATUS EQUAL '0307'
001483         SET GDA-FIN-CSER TO TRUE
001484         GO TO 2000-TRAITER-CSER-EXIT
001485     END-IF.
001486*
001490     IF  ERROR-STATUS NOT EQUAL '0000'
001500         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = ' ERROR-STATUS
001510         SET GDA-FIN-CSER TO TRUE
001590*
001600     PERFORM 2100-TRAITER-SESCAI THRU 2100-TRAITER-SESCAI-EXIT
001610         UNTIL GDA-FIN-SESCAI.
001611*
001612     MOVE CSER-NO-CSER TO GDA-DERN-CSER-FAIT.
001613     ADD 1 TO GDA-QT-DEPUIS-POINT.
001614     IF  GDA-QT-DEPUIS-POINT NOT LESS SYSIN-INTERVALLE
001615         PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT
001616     END-IF.
001620*
001630     OBTAIN NEXT CSER.
001640*
002340            ' PORTE '  GDA-CUMUL-PORTE-EDIT
002350            ' DERIVE ' GDA-TOTAL-DERIVE-EDIT
002360                DELIMITED BY SIZE INTO RPT-LINE.
002370     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
002380*
002390     IF  SYSIN-MODE EQUAL 'C'
002400         MOVE GDA-TOTAL-DERIVE TO SESCAI-CUMUL-CRCRE-DBT
002470             MOVE SPACES TO RPT-LINE
002480             STRING '         CUMUL CORRIGE A LA VALEUR REDERIVEE'
002490                        DELIMITED BY SIZE INTO RPT-LINE
002500             PERFORM 8100-TAMPONNER-RPT
002505                 THRU 8100-TAMPONNER-RPT-EXIT
002510         END-IF
002520     END-IF.
002530*
002540 2300-SIGNALER-DERIVE-EXIT.
002550     EXIT.
002560*
002561 8000-PRENDRE-POINT.
002562*
002563*    LES LIGNES EN TAMPON SONT ECRITES, LES CORRECTIONS DES
002564*    CENTRES TERMINES SONT VALIDEES (COMMIT - LES CURRENCIES SONT
002565*    CONSERVEES, LE BALAYAGE CONTINUE) PUIS LE POINT DE CONTROLE
002566*    EST RECOPIE.
002567*
002568     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
002569*
002570     COMMIT.
002571     IF  ERROR-STATUS NOT EQUAL '0000'
002572         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
002573                 ERROR-STATUS
002574     END-IF.
002575*
002576     MOVE 'E' TO GDA-STATUT-POINT.
002577     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
002578     MOVE ZERO TO GDA-QT-DEPUIS-POINT.
002579*
002580 8000-PRENDRE-POINT-EXIT.
002581     EXIT.
002582*
002583 8100-TAMPONNER-RPT.
002584*
002585*    LES LIGNES DU RAPPORT ATTENDENT LE POINT DE CONTROLE POUR
002586*    QU'UNE REPRISE NE LES ECRIVE PAS DEUX FOIS.  TAMPON PLEIN
002587*    (INTERVALLE SYSIN TROP GRAND): VIDAGE ANTICIPE.
002588*
002589     IF  GDA-QT-TAMPON NOT LESS 2000
002590         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
002591     END-IF.
002592     ADD 1 TO GDA-QT-TAMPON.
002593     MOVE RPT-LINE TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
002594*
002595 8100-TAMPONNER-RPT-EXIT.
002596     EXIT.
002597*
002598 8200-VIDER-TAMPON.
002599*
002600     MOVE 1 TO GDA-IND-TAMPON.
002601     PERFORM 8210-VIDER-UNE-LIGNE THRU 8210-VIDER-UNE-LIGNE-EXIT
002602         UNTIL GDA-IND-TAMPON GREATER GDA-QT-TAMPON.
002603     MOVE ZERO TO GDA-QT-TAMPON.
002604*
002605 8200-VIDER-TAMPON-EXIT.
002606     EXIT.
002607*
002608 8210-VIDER-UNE-LIGNE.
002609*
002610     MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO RPT-LINE.
002611     WRITE RPT-LINE.
002612     ADD 1 TO GDA-IND-TAMPON.
002613*
002614 8210-VIDER-UNE-LIGNE-EXIT.
002615     EXIT.
002616*
002617 8300-ECRIRE-POINT.
002618*
002619     OPEN OUTPUT CKP487A.
002620*
002621     MOVE SPACES              TO CKP-RECORD.
002622     MOVE 'C'                 TO CKP-TYP-LIGNE.
002623     MOVE GDA-STATUT-POINT    TO CKP-STATUT.
002624     MOVE GDA-DERN-CSER-FAIT  TO CKP-NO-CSER.
002625     MOVE SYSIN-MODE          TO CKP-MODE.
002626     MOVE GDA-QT-CSER-LUS     TO CKP-QT-CSER-LUS.
002627     MOVE GDA-QT-SESCAI-LUS   TO CKP-QT-SESCAI-LUS.
002628     MOVE GDA-QT-DERIVES      TO CKP-QT-DERIVES.
002629     MOVE GDA-QT-CORRIGES     TO CKP-QT-CORRIGES.
002630     WRITE CKP-RECORD.
002631*
002632     CLOSE CKP487A.
002633*
002634 8300-ECRIRE-POINT-EXIT.
002635     EXIT.
002636*
002637 9000-TOTAUX-RAPPORT.
002638*
002639     MOVE SPACES TO RPT-LINE.
002640     WRITE RPT-LINE.
002641     MOVE SPACES TO RPT-LINE.
002642     MOVE GDA-QT-CSER-LUS TO GDA-QT-CSER-LUS-EDIT.
002643     STRING '  TOTAL CSER TRAITES      : ' GDA-QT-CSER-LUS-EDIT
002644                DELIMITED BY SIZE INTO RPT-LINE.
002650     WRITE RPT-LINE.
002660     MOVE SPACES TO RPT-LINE.
002670     MOVE GDA-QT-SESCAI-LUS TO GDA-QT-SESCAI-LUS-EDIT.
