000360*                    SURPLUS/DEFICITS A PARTIR DU PANORAMA IMPRIME.
000370*                  - PRODUIT AUSSI UN RAPPORT DE CONTROLE AVEC LE
000380*                    TOTAL DES DEBITS ET DES CREDITS (EGAUX).
000382*                  - LES LIGNES REJETEES PAR LE GRAND LIVRE ET
000384*                    LIBEREES PAR GFPB490A (GLRESOU.TXT) SONT
000386*                    REPRISES TELLES QUELLES EN TETE DE GLECART.TXT,
000388*                    UNE SEULE FOIS.
000389*                  - LES ECRITURES DE RADIATION DE SUSPENS PRODUITES
000390*                    PAR GFPB492A (GLSUSP.TXT) SONT REPRISES DE LA
000391*                    MEME FACON, UNE SEULE FOIS.
000392*
000400*******************************************************************
000410**    M O D I F I C A T I O N S
000420*******************************************************************
000640**              PASSAGE NOCTURNE: AUCUNE).  USAGE-MODE PASSE DE
000650**              RETRIEVAL A UPDATE POUR CES MARQUAGES.
000660*******************************************************************
000661** 2026-10-15 - EQUIPE GFP
000662**              ACCUSES DU GRAND LIVRE (GFPB490A): A L'EMISSION,
000663**              LA PEROPE EST MARQUEE PEROPE-IND-ECART-EMIS = 'E'
000664**              (EMISE, EN ATTENTE); GFPB490A LA PASSE A 'O' QUAND
000665**              LE GRAND LIVRE A CONFIRME TOUTES SES LIGNES.  LES
000666**              LIGNES REJETEES LIBEREES POUR RESOUMISSION
000667**              (GLRESOU.TXT) SONT RECOPIEES DANS GLECART.TXT PUIS
000668**              LE FICHIER EST VIDE, POUR NE JAMAIS LES EMETTRE
000669**              DEUX FOIS.
000670*******************************************************************
000671** 2026-10-15 - EQUIPE GFP
000672**              RADIATIONS DU REGISTRE DES SUSPENS (GFPB492A):
000673**              LES LIGNES EQUILIBREES DE GLSUSP.TXT SONT
000674**              RECOPIEES DANS GLECART.TXT PUIS LE FICHIER EST
000675**              VIDE, COMME GLRESOU.TXT.
000676*******************************************************************
000677*
000680*-------------------*
000690 IDENTIFICATION DIVISION.
000700*-------------------*
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT RPGLECA ASSIGN TO 'RPGLECA.TXT'
000840         ORGANIZATION IS LINE SEQUENTIAL.
000843     SELECT GLRESOU ASSIGN TO 'GLRESOU.TXT'
000846         ORGANIZATION IS LINE SEQUENTIAL.
000847     SELECT GLSUSP  ASSIGN TO 'GLSUSP.TXT'
000848         ORGANIZATION IS LINE SEQUENTIAL.
000850*------------*
000860 DATA DIVISION.
000870*------------*
000900 01  GL-LINE                        PIC X(080).
000910 FD  RPGLECA.
000920 01  RPT-LINE                       PIC X(132).
000923 FD  GLRESOU.
000926 01  GLR-LINE                       PIC X(080).
000927 FD  GLSUSP.
000928 01  GLS-LINE                       PIC X(080).
000930*--------------------------*
000940 WORKING-STORAGE SECTION.
000950*--------------------------*
001090     88  GDA-FIN-HSTECAR                          VALUE 'S'.
001100 77  GDA-SW-ECART-TROUVE             PIC X(001) VALUE 'N'.
001110     88  GDA-ECART-TROUVE                         VALUE 'S'.
001113 77  GDA-SW-FIN-GLR                  PIC X(001) VALUE 'N'.
001116     88  GDA-FIN-GLR                              VALUE 'S'.
001117 77  GDA-SW-FIN-GLS                  PIC X(001) VALUE 'N'.
001118     88  GDA-FIN-GLS                              VALUE 'S'.
001120*
001130 01  GDA-TOTAL-DEBIT          PIC S9(011)V99 COMP-3 VALUE ZERO.
001140 01  GDA-TOTAL-DEBIT-EDIT           PIC Z(010)9.99.
001500     88  GDA-FIN-REOUV                            VALUE 'S'.
001510 77  GDA-QT-RENVERSEES              PIC S9(009) COMP VALUE ZERO.
001520 77  GDA-QT-RENVERSEES-EDIT         PIC ZZZZZZZZ9.
001523 77  GDA-QT-RESOUMISES              PIC S9(009) COMP VALUE ZERO.
001526 77  GDA-QT-RESOUMISES-EDIT         PIC ZZZZZZZZ9.
001527 77  GDA-QT-RADIATIONS              PIC S9(009) COMP VALUE ZERO.
001528 77  GDA-QT-RADIATIONS-EDIT         PIC ZZZZZZZZ9.
001530 01  GDA-IDENT-PERIO-REOUV.
001540     03  GDA-IDENT-DAS-REOUV        PIC 9(008).
001550     03  GDA-IDENT-NO-REOUV         PIC 9(002).
001740                 RPGLECA.
001750*
001760     PERFORM 1000-ENTETE-RAPPORT THRU 1000-ENTETE-RAPPORT-EXIT.
001765     PERFORM 1500-RESOUMETTRE-REJETS
001767         THRU 1500-RESOUMETTRE-REJETS-EXIT.
001768     PERFORM 1600-REPRENDRE-RADIATIONS
001769         THRU 1600-REPRENDRE-RADIATIONS-EXIT.
001770*
001780     READY USAGE-MODE IS PROTECTED UPDATE.
001790*
002030 1000-ENTETE-RAPPORT-EXIT.
002040     EXIT.
002050*
002051 1500-RESOUMETTRE-REJETS.
002052*
002053*    LIGNES REJETEES PAR LE GRAND LIVRE ET LIBEREES PAR GFPB490A:
002054*    RECOPIEES TELLES QUELLES (LA CONTREPARTIE, ELLE, A ETE
002055*    COMPTABILISEE).  LE FICHIER EST VIDE AUSSITOT LU, POUR
002056*    QU'UNE REPRISE DE CE PASSAGE NE LES EMETTE PAS DEUX FOIS.
002057*    ELLES NE SONT PAS COMPTEES DANS LES TOTAUX DEBIT/CREDIT,
002058*    QUI RESTENT CEUX DES ECRITURES EQUILIBREES DU JOUR.
002059*
002060     OPEN INPUT GLRESOU.
002061     READ GLRESOU
002062         AT END SET GDA-FIN-GLR TO TRUE
002063     END-READ.
002064*
002065     PERFORM 1510-RESOUMETTRE-UNE-LIGNE
002066         THRU 1510-RESOUMETTRE-UNE-LIGNE-EXIT
002067         UNTIL GDA-FIN-GLR.
002068*
002069     CLOSE GLRESOU.
002070     OPEN OUTPUT GLRESOU.
002071     CLOSE GLRESOU.
002072*
002073 1500-RESOUMETTRE-REJETS-EXIT.
002074     EXIT.
002075*
002076 1510-RESOUMETTRE-UNE-LIGNE.
002077*
002078     MOVE GLR-LINE                TO  GL-LINE.
002079     WRITE GL-LINE.
002080     ADD 1 TO GDA-QT-ECRITURES.
002081     ADD 1 TO GDA-QT-RESOUMISES.
002082*
002083     MOVE SPACES TO RPT-LINE.
002084     STRING '  RESOUMISSION ' GLR-LINE
002085                DELIMITED BY SIZE INTO RPT-LINE.
002086     WRITE RPT-LINE.
002087*
002088     READ GLRESOU
002089         AT END SET GDA-FIN-GLR TO TRUE
002090     END-READ.
002091*
002092 1510-RESOUMETTRE-UNE-LIGNE-EXIT.
002093     EXIT.
002094*
002095 1600-REPRENDRE-RADIATIONS.
002096*
002097*    RADIATIONS APPROUVEES DU REGISTRE DES SUSPENS (GFPB492A):
002098*    DEJA EN PAIRES EQUILIBREES, RECOPIEES TELLES QUELLES PUIS LE
002099*    FICHIER EST VIDE, MEME REGLE QUE LES LIGNES RESOUMISES.
002100*
002101     OPEN INPUT GLSUSP.
002102     READ GLSUSP
002103         AT END SET GDA-FIN-GLS TO TRUE
002104     END-READ.
002105*
002106     PERFORM 1610-REPRENDRE-UNE-RADIATION
002107         THRU 1610-REPRENDRE-UNE-RADIATION-EXIT
002108         UNTIL GDA-FIN-GLS.
002109*
002110     CLOSE GLSUSP.
002111     OPEN OUTPUT GLSUSP.
002112     CLOSE GLSUSP.
002113*
002114 1600-REPRENDRE-RADIATIONS-EXIT.
002115     EXIT.
002116*
002117 1610-REPRENDRE-UNE-RADIATION.
002118*
002119     MOVE GLS-LINE                TO  GL-LINE.
002120     WRITE GL-LINE.
002121     ADD 1 TO GDA-QT-ECRITURES.
002122     ADD 1 TO GDA-QT-RADIATIONS.
002123*
002124     MOVE SPACES TO RPT-LINE.
002125     STRING '  RADIATION SUSPENS ' GLS-LINE
002126                DELIMITED BY SIZE INTO RPT-LINE.
002127     WRITE RPT-LINE.
002128*
002129     READ GLSUSP
002130         AT END SET GDA-FIN-GLS TO TRUE
002131     END-READ.
002132*
002133 1610-REPRENDRE-UNE-RADIATION-EXIT.
002134     EXIT.
002135*
002136 2000-TRAITER-CSER.
002137*
002138     IF  ERROR-STATUS EQUAL '0307'
002139         SET GDA-FIN-CSER TO TRUE
002140         GO TO 2000-TRAITER-CSER-EXIT
002141     END-IF.
002142*
002143     IF  ERROR-STATUS NOT EQUAL '0000'
002144         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS CSER = '
002145                 ERROR-STATUS
002150         SET GDA-FIN-CSER TO TRUE
002160         GO TO 2000-TRAITER-CSER-EXIT
002170     END-IF.
003890                DELIMITED BY SIZE INTO RPT-LINE.
003900     WRITE RPT-LINE.
003910*
003920*    MARQUE LA PERIODE COMME EMISE: C'EST CE MARQUEUR
003930*    QUI DIT A GFPB479A, A UNE EVENTUELLE REOUVERTURE, S'IL
003940*    EXISTE DES ECRITURES A RENVERSER (REOUVERTE LE JOUR MEME
003950*    DE LA FERMETURE, AVANT CE PASSAGE NOCTURNE, IL N'Y EN A
003960*    AUCUNE).  'E' = EMISE, EN ATTENTE DU GRAND LIVRE; GFPB490A
003965*    LA PASSE A 'O' UNE FOIS TOUTES SES LIGNES CONFIRMEES.
003970     MOVE 'E'   TO  PEROPE-IND-ECART-EMIS.
003980     MODIFY PEROPE.
003990     IF  ERROR-STATUS NOT EQUAL '0000'
004000         DISPLAY '000 ' CTE-PRGM ' - ERRO IDMS MODIFY PEROPE = '
005420     STRING '  TOTAL RENVERSEMENTS     : ' GDA-QT-RENVERSEES-EDIT
005430                DELIMITED BY SIZE INTO RPT-LINE.
005440     WRITE RPT-LINE.
005443     MOVE SPACES TO RPT-LINE.
005445     MOVE GDA-QT-RESOUMISES TO GDA-QT-RESOUMISES-EDIT.
005446     STRING '  TOTAL LIGNES RESOUMISES : ' GDA-QT-RESOUMISES-EDIT
005447                DELIMITED BY SIZE INTO RPT-LINE.
005448     WRITE RPT-LINE.
005449     MOVE SPACES TO RPT-LINE.
005450     MOVE GDA-QT-RADIATIONS TO GDA-QT-RADIATIONS-EDIT.
005451     STRING '  TOTAL LIGNES RADIATION  : ' GDA-QT-RADIATIONS-EDIT
005452                DELIMITED BY SIZE INTO RPT-LINE.
005453     WRITE RPT-LINE.
005454     MOVE SPACES TO RPT-LINE.
005460     MOVE GDA-TOTAL-DEBIT TO GDA-TOTAL-DEBIT-EDIT.
005470     STRING '  TOTAL DEBITS            : ' GDA-TOTAL-DEBIT-EDIT
005480                DELIMITED BY SIZE INTO RPT-LINE.
