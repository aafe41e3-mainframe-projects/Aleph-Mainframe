000300*                    FE213A, D'OU LE BESOIN DE CE RELEVE NOCTURNE.
000310*                  - PRODUIT UN RAPPORT AVEC UNE LIGNE PAR CSER ET UNE
000320*                    LIGNE DE GRAND TOTAL.
000321*                  - POINT DE CONTROLE TOUS LES N CENTRES (SYSIN):
000322*                    COMMIT, PUIS DERNIER CSER TERMINE ET TOTAUX
000323*                    COURANTS (SOMMES REGIONALES COMPRISES) RECOPIES
000324*                    DANS CKP471A.TXT.  UNE CARTE DE REPRISE REPART
000325*                    DU CENTRE SUIVANT ET AJOUTE AU RAPPORT, SANS
000326*                    RECOMPTER LES CENTRES DEJA TRAITES.
000327*
000328*                CARTE SYSIN:
000329*                  COL 01     'R' = REPRISE AU DERNIER POINT DE
000330*                             CONTROLE (BLANC = PASSAGE NORMAL)
000331*                  COL 02-04  NOMBRE DE CENTRES ENTRE DEUX POINTS
000332*                             DE CONTROLE (DEFAUT 050)
000333*
000340*******************************************************************
000350**    M O D I F I C A T I O N S
000360*******************************************************************
000450**              REGIONALE, CLASSE DU PLUS GROS TOTAL AU PLUS
000460**              PETIT.  CSER SANS REGION = GROUPE '???'.
000470*******************************************************************
000471** 2026-10-15 - EQUIPE GFP
000472**              POINT DE CONTROLE ET REPRISE: TOUS LES N CENTRES,
000473**              COMMIT ET ECRITURE DE CKP471A.TXT (DERNIER CSER
000474**              TERMINE, COMPTEURS, GRAND TOTAL ET SOMMES
000475**              REGIONALES).  LES LIGNES DU RAPPORT ATTENDENT EN
000476**              TAMPON LE POINT DE CONTROLE SUIVANT.  CARTE 'R':
000477**              REPART APRES LE DERNIER CSER TERMINE, RAPPORT
000478**              OUVERT EN EXTEND.
000479*******************************************************************
000480*
000490*-------------------*
000500 IDENTIFICATION DIVISION.
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT REGCSER ASSIGN TO 'REGCSER.TXT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000653     SELECT CKP471A ASSIGN TO 'CKP471A.TXT'
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
000784 FD  CKP471A.
000785 01  CKP-RECORD.
000786     03  CKP-TYP-LIGNE              PIC X(001).
000787     03  CKP-STATUT                 PIC X(001).
000788     03  CKP-NO-CSER                PIC X(008).
000789     03  CKP-QT-CSER-LUS            PIC 9(009).
000790     03  CKP-QT-SESCAI-LUS          PIC 9(009).
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
000820 01  CTE-PRGM                       PIC  X(008) VALUE 'GFPB471A'.
000821 01  SYSIN-LIGNE.
000822     03  SYSIN-REPRISE              PIC X(001).
000823         88  SYSIN-EN-REPRISE                    VALUE 'R'.
000824     03  SYSIN-INTERVALLE           PIC 9(003).
000825     03  FILLER                     PIC X(128).
000830 77  GDA-QT-CSER-LUS                PIC S9(009) COMP VALUE ZERO.
000840 77  GDA-QT-CSER-LUS-EDIT           PIC ZZZZZZZZ9.
000850 77  GDA-QT-SESCAI-LUS              PIC S9(009) COMP VALUE ZERO.
001220 01  GDA-TOTAL-CRCRE-DBT-CSER-EDIT  PIC Z(008)9.99.
001230 01  GDA-GRAND-TOTAL-CRCRE-DBT PIC S9(011)V99 COMP-3 VALUE ZERO.
001240 01  GDA-GRAND-TOTAL-CRCRE-DBT-EDIT PIC Z(010)9.99.
001241*
001242*-----------------------------------------------------------------
001243*    POINT DE CONTROLE ET REPRISE (CKP471A.TXT)
001244*-----------------------------------------------------------------
001245 77  GDA-QT-DEPUIS-POINT            PIC S9(004) COMP VALUE ZERO.
001246 77  GDA-STATUT-POINT               PIC X(001) VALUE SPACES.
001247 77  GDA-DERN-CSER-FAIT             PIC X(008) VALUE SPACES.
001248 77  GDA-NO-CSER-REPRISE            PIC X(008) VALUE SPACES.
001249 77  GDA-SW-FIN-CKP                  PIC X(001) VALUE 'N'.
001250     88  GDA-FIN-CKP                              VALUE 'S'.
001251 77  GDA-SW-POINT-VALIDE             PIC X(001) VALUE 'N'.
001252     88  GDA-POINT-VALIDE                         VALUE 'O'.
001253 77  GDA-SW-REPRISE-ATTEINTE         PIC X(001) VALUE 'N'.
001254     88  GDA-REPRISE-ATTEINTE                     VALUE 'O'.
001255 01  GDA-TAB-TAMPON.
001256     03  GDA-QT-TAMPON              PIC S9(004) COMP VALUE ZERO.
001257     03  GDA-TAMP-LIGNE             PIC X(132) OCCURS 1000 TIMES.
001258 77  GDA-IND-TAMPON                 PIC S9(004) COMP VALUE ZERO.
001259*
001260*-----------------------------------------------------------------
001270*    ENREGISTREMENTS IDMS (GFPKCSER / GFPKSESCAI / GFPKDEPINT)
001280*-----------------------------------------------------------------
001360*
001370 0000-MAINLINE.
001380*
001382     ACCEPT SYSIN-LIGNE FROM SYSIN.
001384     IF  SYSIN-INTERVALLE IS NOT NUMERIC
001386         MOVE 050 TO SYSIN-INTERVALLE
001388     END-IF.
001390     IF  SYSIN-INTERVALLE EQUAL ZEROES
001392         MOVE 050 TO SYSIN-INTERVALLE
001394     END-IF.
001396*
001398     OPEN INPUT  REGCSER.
001400     PERFORM 1500-CHARGER-REGIONS THRU 1500-CHARGER-REGIONS-EXIT.
001402*
001404*    REPRISE: COMPTEURS, GRAND TOTAL ET SOMMES REGIONALES REPARTENT
001406*    DU DERNIER POINT DE CONTROLE ET LE RAPPORT EST PROLONGE.
001408     IF  SYSIN-EN-REPRISE
001410         PERFORM 1800-LIRE-POINT THRU 1800-LIRE-POINT-EXIT
001412         IF  NOT GDA-POINT-VALIDE
001414             DISPLAY '000 ' CTE-PRGM ' - AUCUN POINT DE CONTROLE '
001416                     'EN COURS - REPRISE REFUSEE'
001418             CLOSE REGCSER
001420             MOVE 8 TO RETURN-CODE
001422             STOP RUN
001424         END-IF
001426         OPEN EXTEND RPCRCRE
001428         PERFORM 1900-ENTETE-REPRISE THRU 1900-ENTETE-REPRISE-EXIT
001430     ELSE
001432         OPEN OUTPUT RPCRCRE
001434         PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT
001436     END-IF.
001438*
001440     READY USAGE-MODE IS PROTECTED RETRIEVAL.
001442*
001444     OBTAIN FIRST CSER.
001446     IF  SYSIN-EN-REPRISE
001448         PERFORM 1950-SAUTER-CSER THRU 1950-SAUTER-CSER-EXIT
001450             UNTIL GDA-REPRISE-ATTEINTE OR GDA-FIN-CSER
001452         IF  NOT GDA-REPRISE-ATTEINTE
001454             DISPLAY '000 ' CTE-PRGM ' - CSER DE REPRISE '
001456                     GDA-NO-CSER-REPRISE ' INTROUVABLE'
001458             FINISH
001460             CLOSE RPCRCRE
001462                   REGCSER
001464             MOVE 8 TO RETURN-CODE
001466             STOP RUN
001468         END-IF
001470     END-IF.
001472     PERFORM 2000-TRAITER-CSER THRU 2000-TRAITER-CSER-EXIT
001474         UNTIL GDA-FIN-CSER.
001476*
001478     PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT.
001500*
001510     FINISH.
001520*
001525     PERFORM 8500-SOMMAIRE-REGIONAL
001530         THRU 8500-SOMMAIRE-REGIONAL-EXIT.
001535     PERFORM 9000-TOTAUX-RAPPORT THRU 9000-TOTAUX-RAPPORT-EXIT.
001540*
001545*    PASSAGE COMPLET: LE POINT DE CONTROLE EST MARQUE TERMINE, UNE
001550*    CARTE DE REPRISE SERAIT REFUSEE.
001555     MOVE 'T' TO GDA-STATUT-POINT.
001560     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
001565*
001570     CLOSE RPCRCRE
001575           REGCSER.
001590*
001600     STOP RUN.
001610*
002320*
002330 1520-CHERCHER-REGION-EXIT.
002340     EXIT.
002341*
002342 1800-LIRE-POINT.
002343*
002344     OPEN INPUT CKP471A.
002345     READ CKP471A
002346         AT END SET GDA-FIN-CKP TO TRUE
002347     END-READ.
002348*
002349     PERFORM 1810-LIRE-UNE-LIGNE-POINT
002350         THRU 1810-LIRE-UNE-LIGNE-POINT-EXIT
002351         UNTIL GDA-FIN-CKP.
002352*
002353     CLOSE CKP471A.
002354*
002355 1800-LIRE-POINT-EXIT.
002356     EXIT.
002357*
002358 1810-LIRE-UNE-LIGNE-POINT.
002359*
002360*    LA LIGNE 'C' REMPLACE LES COMPTEURS; LES LIGNES 'R' QUI
002361*    SUIVENT REMPLACENT LA TABLE DES REGIONS (GROUPE '???'
002362*    COMPRIS).
002363*
002364     IF  CKP-TYP-LIGNE EQUAL 'C'
002365         IF  CKP-STATUT EQUAL 'E'
002366             SET GDA-POINT-VALIDE TO TRUE
002367         END-IF
002368         MOVE CKP-NO-CSER        TO GDA-NO-CSER-REPRISE
002369                                    GDA-DERN-CSER-FAIT
002370         MOVE CKP-QT-CSER-LUS    TO GDA-QT-CSER-LUS
002371         MOVE CKP-QT-SESCAI-LUS  TO GDA-QT-SESCAI-LUS
002372         MOVE CKP-GRAND-TOTAL    TO GDA-GRAND-TOTAL-CRCRE-DBT
002373         MOVE ZERO               TO GDA-QT-REGION
002374     END-IF.
002375*
002376     IF  CKR-TYP-LIGNE EQUAL 'R'
002377     AND GDA-QT-REGION LESS 50
002378         ADD 1 TO GDA-QT-REGION
002379         MOVE CKR-COD-REGION TO GDA-RG-COD-REGION (GDA-QT-REGION)
002380         MOVE CKR-NOM-REGION TO GDA-RG-NOM-REGION (GDA-QT-REGION)
002381         MOVE CKR-TOTAL      TO GDA-RG-TOTAL (GDA-QT-REGION)
002382         MOVE 'N'            TO GDA-RG-IMPRIME (GDA-QT-REGION)
002383     END-IF.
002384*
002385     READ CKP471A
002386         AT END SET GDA-FIN-CKP TO TRUE
002387     END-READ.
002388*
002389 1810-LIRE-UNE-LIGNE-POINT-EXIT.
002390     EXIT.
002391*
002392 1900-ENTETE-REPRISE.
002393*
002394     MOVE SPACES TO RPT-LINE.
002395     WRITE RPT-LINE.
002396     MOVE SPACES TO RPT-LINE.
002397     STRING '*** REPRISE APRES LE CSER ' GDA-NO-CSER-REPRISE
002398            ' (DERNIER POINT DE CONTROLE) ***'
002399                DELIMITED BY SIZE INTO RPT-LINE.
002400     WRITE RPT-LINE.
002401*
002402 1900-ENTETE-REPRISE-EXIT.
002403     EXIT.
002404*
002405 1950-SAUTER-CSER.
002406*
002407*    LE BALAYAGE DE L'AIRE SUIT LE MEME ORDRE D'UN PASSAGE A
002408*    L'AUTRE: ON AVANCE JUSQU'AU DERNIER CSER TERMINE ET LE
002409*    TRAITEMENT REPREND AU SUIVANT.
002410*
002411     IF  ERROR-STATUS EQUAL '0307'
002412         SET GDA-FIN-CSER TO TRUE
002413         GO TO 1950-SAUTER-CSER-EXIT
002414     END-IF.
002415*
002416     IF  ERROR-STATUS NOT EQUAL '0000'
002417         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002418                 ERROR-STATUS
002419         SET GDA-FIN-CSER TO TRUE
002420         GO TO 1950-SAUTER-CSER-EXIT
002421     END-IF.
002422*
002423     IF  CSER-NO-CSER EQUAL GDA-NO-CSER-REPRISE
002424         SET GDA-REPRISE-ATTEINTE TO TRUE
002425     END-IF.
002426*
002427     OBTAIN NEXT CSER.
002428*
002429 1950-SAUTER-CSER-EXIT.
002430     EXIT.
002431*
002432 2000-TRAITER-CSER.
002433*
002434     IF  ERROR-STATUS EQUAL '0307'
002435         SET GDA-FIN-CSER TO TRUE
002436         GO TO 2000-TRAITER-CSER-EXIT
002437     END-IF.
002438*
002439     IF  ERROR-STATUS NOT EQUAL '0000'
002440         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = ' ERROR-STATUS
002450         SET GDA-FIN-CSER TO TRUE
002460         GO TO 2000-TRAITER-CSER-EXIT
002560         UNTIL GDA-FIN-SESCAI.
002570*
002580     PERFORM 2500-ECRIRE-LIGNE-CSER THRU 2500-ECRIRE-LIGNE-CSER-EXIT.
002581*
002582     MOVE CSER-NO-CSER TO GDA-DERN-CSER-FAIT.
002583     ADD 1 TO GDA-QT-DEPUIS-POINT.
002584     IF  GDA-QT-DEPUIS-POINT NOT LESS SYSIN-INTERVALLE
002585         PERFORM 8000-PRENDRE-POINT THRU 8000-PRENDRE-POINT-EXIT
002586     END-IF.
002590*
002600     OBTAIN NEXT CSER.
002610*
003210         TO GDA-TOTAL-CRCRE-DBT-CSER-EDIT.
003220     STRING CSER-NO-CSER '    ' GDA-TOTAL-CRCRE-DBT-CSER-EDIT
003230                DELIMITED BY SIZE INTO RPT-LINE.
003240     PERFORM 8100-TAMPONNER-RPT THRU 8100-TAMPONNER-RPT-EXIT.
003250*
003260     ADD GDA-TOTAL-CRCRE-DBT-CSER TO GDA-GRAND-TOTAL-CRCRE-DBT.
003270*
003930 2720-CHERCHER-REG-TAB-EXIT.
003940     EXIT.
003950*
003951 8000-PRENDRE-POINT.
003952*
003953*    LES LIGNES EN TAMPON SONT ECRITES, LA BASE EST VALIDEE
003954*    (COMMIT - LES CURRENCIES SONT CONSERVEES, LE BALAYAGE
003955*    CONTINUE) PUIS LE POINT DE CONTROLE EST RECOPIE.
003956*
003957     PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT.
003958*
003959     COMMIT.
003960     IF  ERROR-STATUS NOT EQUAL '0000'
003961         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS COMMIT = '
003962                 ERROR-STATUS
003963     END-IF.
003964*
003965     MOVE 'E' TO GDA-STATUT-POINT.
003966     PERFORM 8300-ECRIRE-POINT THRU 8300-ECRIRE-POINT-EXIT.
003967     MOVE ZERO TO GDA-QT-DEPUIS-POINT.
003968*
003969 8000-PRENDRE-POINT-EXIT.
003970     EXIT.
003971*
003972 8100-TAMPONNER-RPT.
003973*
003974*    LES LIGNES DU RAPPORT ATTENDENT LE POINT DE CONTROLE POUR
003975*    QU'UNE REPRISE NE LES ECRIVE PAS DEUX FOIS.  TAMPON PLEIN
003976*    (INTERVALLE SYSIN TROP GRAND): VIDAGE ANTICIPE.
003977*
003978     IF  GDA-QT-TAMPON NOT LESS 1000
003979         PERFORM 8200-VIDER-TAMPON THRU 8200-VIDER-TAMPON-EXIT
003980     END-IF.
003981     ADD 1 TO GDA-QT-TAMPON.
003982     MOVE RPT-LINE TO GDA-TAMP-LIGNE (GDA-QT-TAMPON).
003983*
003984 8100-TAMPONNER-RPT-EXIT.
003985     EXIT.
003986*
003987 8200-VIDER-TAMPON.
003988*
003989     MOVE 1 TO GDA-IND-TAMPON.
003990     PERFORM 8210-VIDER-UNE-LIGNE THRU 8210-VIDER-UNE-LIGNE-EXIT
003991         UNTIL GDA-IND-TAMPON GREATER GDA-QT-TAMPON.
003992     MOVE ZERO TO GDA-QT-TAMPON.
003993*
003994 8200-VIDER-TAMPON-EXIT.
003995     EXIT.
003996*
003997 8210-VIDER-UNE-LIGNE.
003998*
003999     MOVE GDA-TAMP-LIGNE (GDA-IND-TAMPON) TO RPT-LINE.
004000     WRITE RPT-LINE.
004001     ADD 1 TO GDA-IND-TAMPON.
004002*
004003 8210-VIDER-UNE-LIGNE-EXIT.
004004     EXIT.
004005*
004006 8300-ECRIRE-POINT.
004007*
004008     OPEN OUTPUT CKP471A.
004009*
004010     MOVE SPACES              TO CKP-RECORD.
004011     MOVE 'C'                 TO CKP-TYP-LIGNE.
004012     MOVE GDA-STATUT-POINT    TO CKP-STATUT.
004013     MOVE GDA-DERN-CSER-FAIT  TO CKP-NO-CSER.
004014     MOVE GDA-QT-CSER-LUS     TO CKP-QT-CSER-LUS.
004015     MOVE GDA-QT-SESCAI-LUS   TO CKP-QT-SESCAI-LUS.
004016     MOVE GDA-GRAND-TOTAL-CRCRE-DBT TO CKP-GRAND-TOTAL.
004017     WRITE CKP-RECORD.
004018*
004019     MOVE 1 TO GDA-IND-REGION.
004020     PERFORM 8310-ECRIRE-POINT-REGION
004021         THRU 8310-ECRIRE-POINT-REGION-EXIT
004022         UNTIL GDA-IND-REGION GREATER GDA-QT-REGION.
004023*
004024     CLOSE CKP471A.
004025*
004026 8300-ECRIRE-POINT-EXIT.
004027     EXIT.
004028*
004029 8310-ECRIRE-POINT-REGION.
004030*
004031     MOVE SPACES TO CKR-RECORD.
004032     MOVE 'R'    TO CKR-TYP-LIGNE.
004033     MOVE GDA-RG-COD-REGION (GDA-IND-REGION) TO CKR-COD-REGION.
004034     MOVE GDA-RG-NOM-REGION (GDA-IND-REGION) TO CKR-NOM-REGION.
004035     MOVE GDA-RG-TOTAL (GDA-IND-REGION)      TO CKR-TOTAL.
004036     WRITE CKR-RECORD.
004037     ADD 1 TO GDA-IND-REGION.
004038*
004039 8310-ECRIRE-POINT-REGION-EXIT.
004040     EXIT.
004041*
004042 8500-SOMMAIRE-REGIONAL.
004043*
004044*    SOMMAIRE PAR DIRECTION REGIONALE, DU PLUS GROS TOTAL AU
004045*    PLUS PETIT (SELECTION SIMPLE - LA TABLE EST PETITE).
004046*
004047     MOVE SPACES TO RPT-LINE.
004048     WRITE RPT-LINE.
004049     MOVE SPACES TO RPT-LINE.
004050     STRING 'SOMMAIRE PAR DIRECTION REGIONALE (ORDRE D''IMPACT)'
004051                DELIMITED BY SIZE INTO RPT-LINE.
004060     WRITE RPT-LINE.
004070*
004080     MOVE ZERO TO GDA-QT-REG-IMPRIMES.
