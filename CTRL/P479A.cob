000490** 2026-09-03 - EQUIPE GFP
000500**              CREATION DU PROGRAMME.
000510*******************************************************************
000511** 2026-10-15 - EQUIPE GFP
000512**              PEROPE-IND-ECART-EMIS = 'E' (EMISE PAR GFPB474A,
000513**              PAS ENCORE CONFIRMEE PAR LE GRAND LIVRE - VOIR
000514**              GFPB490A) COMPTE COMME 'O': LES LIGNES SONT
000515**              PARTIES, IL FAUT LES RENVERSER.
000516*******************************************************************
000520*
000530*-------------------*
000540 IDENTIFICATION DIVISION.
002640*    CHIFFRE.
002642*
002644*    IL N'Y A D'ECRITURES A RENVERSER QUE SI GFPB474A A DEJA
002645*    EMIS CELLES DE CETTE PERIODE (PEROPE-IND-ECART-EMIS = 'E',
002646*    POSE PAR 2300-ECRIRE-ECRITURES, OU 'O' UNE FOIS CONFIRMEES
002647*    PAR LE GRAND LIVRE - GFPB490A).  PERIODE ROUVERTE LE JOUR
002648*    MEME DE SA FERMETURE, AVANT LE PASSAGE NOCTURNE: RIEN N'A
002649*    ETE COMPTABILISE, ET LA LIGNE DE JOURNAL NAIT DEJA
002650*    RENVERSEE ('O') - SANS QUOI LA NUIT SUIVANTE RENVERSERAIT
002651*    DES ECRITURES QUI N'ONT JAMAIS EXISTE.
002652*
002660     PERFORM 3100-RETENIR-ECART-COMPTABILISE
002670         THRU 3100-RETENIR-ECART-COMPTABILISE-EXIT.
002680*
002770     MOVE GDA-DAS-JOUR            TO  HSTREOUV-DAS-REOUV.
002780     MOVE GDA-HEURE-ACTU          TO  HSTREOUV-HEURE-REOUV.
002784     IF  PEROPE-IND-ECART-EMIS EQUAL 'O'
002785     OR  PEROPE-IND-ECART-EMIS EQUAL 'E'
002786         MOVE 'N'                 TO  HSTREOUV-IND-RENVERSE
002788     ELSE
002790         MOVE 'O'                 TO  HSTREOUV-IND-RENVERSE
