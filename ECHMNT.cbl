000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : ECHMNT                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   SAISIE DES RESULTATS DE L'AUDIT INTERNE SUR L'ECHANTILLON   *
000090*   TIRE PAR MVTECH (FICHIER ECHANT, DESSIN ECHREC).            *
000100*   PROGRAMME CONSOLE, AU MEME TITRE QUE LITMNT : L'AUDITEUR    *
000110*   (OPERATEUR ACTIF D'OPERTAB, TOUS NIVEAUX) DESIGNE UN        *
000120*   MOUVEMENT PAR CAMPAGNE (BLANC = LA DERNIERE CAMPAGNE DU     *
000130*   FICHIER), FICHIER ET NUMERO, VOIT SON ETAT AU TIRAGE ET     *
000140*   SON RESULTAT ACTUEL, PUIS PORTE LE RESULTAT DU TEST (C      *
000150*   CONFORME, N NON CONFORME) ET UN COMMENTAIRE, OBLIGATOIRE    *
000160*   POUR UN NON CONFORME. L'ENREGISTREMENT EST ESTAMPILLE       *
000170*   (AUDITEUR, DATE, HEURE); UN NOUVEAU RESULTAT REMPLACE LE    *
000180*   PRECEDENT, QUI RESTE TRACE DANS ECHHIST (DESSIN ECHHREC)    *
000190*   AVEC LE NOUVEAU. ECHRPT EN TIRE LE TAUX D'ERREUR PAR        *
000200*   STRATE.                                                     *
000210*                                                               *
000220*   MODIFICATION HISTORY                                        *
000230*   --------------------                                        *
000240*   2026-10-15 JF  VERSION INITIALE.                            *
000250*   2026-10-15 JF  CHAQUE RESULTAT SAISI EST JOURNALISE DANS    *
000260*                  ECHHIST (DESSIN ECHHREC) AVEC L'ANCIEN       *
000270*                  RESULTAT, SON AUDITEUR, SA DATE ET SON       *
000280*                  COMMENTAIRE, COMME LITMNT DANS LITHIST : UN  *
000290*                  RESULTAT REMPLACE NE PERD PLUS SA TRACE.     *
000300*                                                               *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ECHMNT.
000340 AUTHOR. J. FAVREAU.
000350 INSTALLATION. SERVICE EXPLOITATION.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS oper-statut-ws.
000440     SELECT ECHANT-FICHIER ASSIGN TO "ECHANT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ECH-CLE
000480         FILE STATUS IS ech-statut-ws.
000490     SELECT HIST-FICHIER ASSIGN TO "ECHHIST"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS hist-statut-ws.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPER-FICHIER
000550     LABEL RECORDS ARE STANDARD.
000560 COPY OPERTAB.
000570 FD  ECHANT-FICHIER
000580     LABEL RECORDS ARE STANDARD.
000590 COPY ECHREC.
000600 FD  HIST-FICHIER
000610     LABEL RECORDS ARE STANDARD.
000620 COPY ECHHREC.
000630 WORKING-STORAGE SECTION.
000640 01  choix_ws PIC X(01).
000650 01  touche_ws PIC X.
000660 01  pause_ws PIC X.
000670 01  oper-statut-ws PIC X(02) VALUE SPACES.
000680 01  ech-statut-ws PIC X(02) VALUE SPACES.
000690 01  hist-statut-ws PIC X(02) VALUE SPACES.
000700 01  fin-oper-sw PIC X(01) VALUE "N".
000710     88  FIN-FICHIER-OPER VALUE "O".
000720 01  fin-ech-sw PIC X(01) VALUE "N".
000730     88  FIN-FICHIER-ECH VALUE "O".
000740 01  operateur-id-ws PIC X(08).
000750 01  operateur-valide-sw PIC X(01) VALUE "N".
000760     88  OPERATEUR-AUTORISE VALUE "O".
000770 01  mouvement-choisi-sw PIC X(01) VALUE "N".
000780     88  MOUVEMENT-CHOISI VALUE "O".
000790 01  derniere-campagne-ws PIC 9(08) VALUE ZERO.
000800 01  saisie-campagne-ws PIC X(08).
000810 01  saisie-fichier-ws PIC X(04).
000820 01  saisie-numero-ws PIC X(07).
000830 01  saisie-resultat-ws PIC X(01).
000840 01  saisie-commentaire-ws PIC X(60).
000850 01  ancien-resultat-ws PIC X(01).
000860 01  ancien-auditeur-ws PIC X(08).
000870 01  ancien-date-test-ws PIC 9(08) VALUE ZERO.
000880 01  ancien-commentaire-ws PIC X(60).
000890 01  affiche-campagne-ws PIC 9(08) VALUE ZERO.
000900 01  affiche-rang-ws PIC ZZZZ9.
000910 01  affiche-strate-ws PIC 9(01) VALUE ZERO.
000920 01  affiche-mode-ws PIC X(10).
000930 01  affiche-libelle-ws PIC X(30).
000940 01  affiche-date-ws PIC 9(08) VALUE ZERO.
000950 01  affiche-montant-ws PIC ZZZ,ZZZ,ZZ9.99-.
000960 01  affiche-devise-ws PIC X(03).
000970 01  affiche-statut-ws PIC X(02).
000980 01  affiche-converti-ws PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
000990 01  affiche-resultat-ws PIC X(14).
001000 01  affiche-auditeur-ws PIC X(08).
001010 01  affiche-date-test-ws PIC 9(08) VALUE ZERO.
001020 01  affiche-commentaire-ws PIC X(60).
001030 SCREEN SECTION.
001040 01  saisie-operateur.
001050  02  BLANK SCREEN.
001060  02  VALUE "ECHANTILLON D'AUDIT" LINE 02 COL 20.
001070  02  VALUE "Identifiant operateur :" LINE 04 COL 10.
001080  02  operateur-zone PIC X(08) TO operateur-id-ws LINE 04
001090      COL 35.
001100 01  refus-acces.
001110  02  BLANK SCREEN.
001120  02  VALUE "Acces refuse - operateur non habilite" LINE 10
001130      COL 10.
001140 01  titre.
001150  02  BLANK SCREEN.
001160  02  VALUE "ECHANTILLON D'AUDIT" LINE 02 COL 20.
001170  02  VALUE "Derniere campagne :" LINE 03 COL 20.
001180  02  PIC 9(08) FROM derniere-campagne-ws LINE 03 COL 40.
001190 01  question.
001200  02  VALUE "Que voulez-vous faire : " LINE 05 COL 10.
001210  02  VALUE " Saisir un resultat, appuyez sur 1" LINE 06 COL 30.
001220  02  VALUE " Consulter un mouvement, appuyez sur 2" LINE 07
001230      COL 30.
001240  02  choix PIC X TO choix_ws LINE 08 COL 30.
001250 01  erreur-saisie.
001260  02  VALUE "choix invalide, entrez 1 ou 2" LINE 11 COL 10.
001270  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001280  02  PIC X TO pause_ws LINE 11 COL 75.
001290 01  saisie-cle.
001300  02  VALUE "Campagne AAAAMMJJ :" LINE 10 COL 10.
001310  02  campagne-zone PIC X(08) TO saisie-campagne-ws LINE 10
001320      COL 30.
001330  02  VALUE "Fichier :" LINE 10 COL 40.
001340  02  fichier-zone PIC X(04) TO saisie-fichier-ws LINE 10
001350      COL 50.
001360  02  VALUE "Numero :" LINE 10 COL 56.
001370  02  numero-zone PIC X(07) TO saisie-numero-ws LINE 10
001380      COL 65.
001390 01  erreur-cle.
001400  02  VALUE "campagne, fichier ou numero invalide" LINE 11
001410      COL 10.
001420  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001430  02  PIC X TO pause_ws LINE 11 COL 75.
001440 01  mouvement-absent.
001450  02  VALUE "mouvement absent de l'echantillon" LINE 11 COL 10.
001460  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001470  02  PIC X TO pause_ws LINE 11 COL 75.
001480 01  affiche-mouvement.
001490  02  VALUE "Campagne  :" LINE 12 COL 10.
001500  02  PIC 9(08) FROM affiche-campagne-ws LINE 12 COL 22.
001510  02  VALUE "Rang :" LINE 12 COL 32.
001520  02  PIC ZZZZ9 FROM affiche-rang-ws LINE 12 COL 39.
001530  02  VALUE "Strate :" LINE 12 COL 46.
001540  02  PIC 9(01) FROM affiche-strate-ws LINE 12 COL 55.
001550  02  PIC X(10) FROM affiche-mode-ws LINE 12 COL 58.
001560  02  VALUE "Mouvement :" LINE 13 COL 10.
001570  02  PIC X(30) FROM affiche-libelle-ws LINE 13 COL 22.
001580  02  PIC 9(08) FROM affiche-date-ws LINE 13 COL 54.
001590  02  VALUE "Montant   :" LINE 14 COL 10.
001600  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-montant-ws LINE 14
001610      COL 22.
001620  02  PIC X(03) FROM affiche-devise-ws LINE 14 COL 39.
001630  02  VALUE "Statut :" LINE 14 COL 45.
001640  02  PIC X(02) FROM affiche-statut-ws LINE 14 COL 54.
001650  02  VALUE "Converti  :" LINE 15 COL 10.
001660  02  PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM affiche-converti-ws
001670      LINE 15 COL 22.
001680  02  VALUE "Resultat  :" LINE 16 COL 10.
001690  02  PIC X(14) FROM affiche-resultat-ws LINE 16 COL 22.
001700  02  VALUE "Par :" LINE 16 COL 38.
001710  02  PIC X(08) FROM affiche-auditeur-ws LINE 16 COL 44.
001720  02  VALUE "Le :" LINE 16 COL 54.
001730  02  PIC 9(08) FROM affiche-date-test-ws LINE 16 COL 59.
001740  02  VALUE "Commentaire :" LINE 17 COL 10.
001750  02  PIC X(60) FROM affiche-commentaire-ws LINE 18 COL 10.
001760 01  saisie-resultat.
001770  02  VALUE "Resultat C conforme / N non conforme :" LINE 19
001780      COL 10.
001790  02  resultat-zone PIC X(01) TO saisie-resultat-ws LINE 19
001800      COL 49.
001810  02  VALUE "Commentaire (obligatoire si N) :" LINE 20 COL 10.
001820  02  commentaire-zone PIC X(60) TO saisie-commentaire-ws
001830      LINE 21 COL 10.
001840 01  message-resultat.
001850  02  VALUE "resultat invalide, entrez C ou N" LINE 23 COL 10.
001860  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001870  02  PIC X TO pause_ws LINE 23 COL 75.
001880 01  message-commentaire.
001890  02  VALUE "commentaire obligatoire pour un non conforme"
001900      LINE 23 COL 10.
001910  02  VALUE "- appuyez sur une touche" LINE 23 COL 56.
001920  02  PIC X TO pause_ws LINE 23 COL 79.
001930 01  message-echec.
001940  02  VALUE "ecriture ECHANT en echec" LINE 23 COL 10.
001950  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001960  02  PIC X TO pause_ws LINE 23 COL 75.
001970 01  message-fait.
001980  02  VALUE "resultat enregistre" LINE 23 COL 10.
001990  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002000  02  PIC X TO pause_ws LINE 23 COL 75.
002010 01  attente.
002020  02  VALUE "Appuyer sur la touche f et validez" LINE 24 COL 20.
002030  02  VALUE "pour terminer" LINE 24 COL 55.
002040  02  touche PIC X TO touche_ws LINE 24 COL 70.
002050*
002060*****************************************************************
002070*                                                               *
002080*   PROCEDURE DIVISION                                          *
002090*                                                               *
002100*****************************************************************
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130*    MAIN-PROCEDURE - POINT D'ENTREE DU PROGRAMME.              *
002140*    CONTROLE L'OPERATEUR, OUVRE LE FICHIER DES ECHANTILLONS,   *
002150*    RELEVE LA DERNIERE CAMPAGNE PUIS BOUCLE SUR LE MENU TANT   *
002160*    QUE LA TOUCHE F N'A PAS ETE TAPEE.                         *
002170*****************************************************************
002180 MAIN-PROCEDURE.
002190     PERFORM 0500-LOGIN THRU 0500-EXIT.
002200     IF NOT OPERATEUR-AUTORISE
002210         DISPLAY refus-acces
002220         MOVE 8 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     OPEN I-O ECHANT-FICHIER.
002260     IF ech-statut-ws NOT = "00"
002270         DISPLAY "ECHMNT - OUVERTURE ECHANT IMPOSSIBLE - "
002280             ech-statut-ws " - SAISIE REFUSEE"
002290         MOVE 12 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     PERFORM 0600-DERNIERE-CAMPAGNE THRU 0600-EXIT.
002330*
002340     PERFORM 1500-BOUCLE-MENU THRU 1500-EXIT
002350         WITH TEST AFTER
002360         UNTIL touche_ws = "f".
002370     CLOSE ECHANT-FICHIER.
002380     STOP RUN.
002390*
002400 MAIN-PROCEDURE-EXIT.
002410     EXIT.
002420*
002430*****************************************************************
002440*    0500-LOGIN - DEMANDE L'IDENTIFIANT DE L'OPERATEUR ET LE    *
002450*    CONTROLE DANS OPERTAB (PRESENT ET ACTIF).                  *
002460*****************************************************************
002470 0500-LOGIN.
002480     DISPLAY saisie-operateur.
002490     MOVE SPACES TO operateur-zone.
002500     ACCEPT saisie-operateur.
002510     MOVE "N" TO operateur-valide-sw.
002520     PERFORM 0510-VERIFIER-OPERATEUR THRU 0510-EXIT.
002530 0500-EXIT.
002540     EXIT.
002550*
002560*****************************************************************
002570*    0510-VERIFIER-OPERATEUR - RECHERCHE L'IDENTIFIANT SAISI    *
002580*    DANS LE FICHIER DES OPERATEURS HABILITES.                  *
002590*****************************************************************
002600 0510-VERIFIER-OPERATEUR.
002610     MOVE "N" TO fin-oper-sw.
002620     OPEN INPUT OPER-FICHIER.
002630     IF oper-statut-ws NOT = "00"
002640         GO TO 0510-EXIT
002650     END-IF.
002660     PERFORM 0520-CHERCHER-OPERATEUR THRU 0520-EXIT
002670         UNTIL FIN-FICHIER-OPER OR OPERATEUR-AUTORISE.
002680     CLOSE OPER-FICHIER.
002690 0510-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*    0520-CHERCHER-OPERATEUR - LIT UN ENREGISTREMENT DU         *
002740*    FICHIER OPERATEURS ET LE COMPARE A L'IDENTIFIANT SAISI.    *
002750*****************************************************************
002760 0520-CHERCHER-OPERATEUR.
002770     READ OPER-FICHIER
002780         AT END
002790             SET FIN-FICHIER-OPER TO TRUE
002800             GO TO 0520-EXIT
002810     END-READ.
002820     IF OPER-ID = operateur-id-ws AND NOT OPER-INACTIF
002830         SET OPERATEUR-AUTORISE TO TRUE
002840     END-IF.
002850 0520-EXIT.
002860     EXIT.
002870*
002880*****************************************************************
002890*    0600-DERNIERE-CAMPAGNE - PARCOURT LE FICHIER DES           *
002900*    ECHANTILLONS ET RETIENT LA PLUS RECENTE CAMPAGNE, PRISE    *
002910*    QUAND LA CAMPAGNE EST LAISSEE A BLANC A LA SAISIE.         *
002920*****************************************************************
002930 0600-DERNIERE-CAMPAGNE.
002940     MOVE ZERO TO derniere-campagne-ws.
002950     MOVE "N" TO fin-ech-sw.
002960     PERFORM 0610-LIRE-CAMPAGNE THRU 0610-EXIT
002970         UNTIL FIN-FICHIER-ECH.
002980 0600-EXIT.
002990     EXIT.
003000*
003010*****************************************************************
003020*    0610-LIRE-CAMPAGNE - LIT UN ENREGISTREMENT DE L'ECHANTILLON*
003030*    EN SEQUENCE; LA DERNIERE CAMPAGNE LUE EST LA PLUS RECENTE. *
003040*****************************************************************
003050 0610-LIRE-CAMPAGNE.
003060     READ ECHANT-FICHIER NEXT RECORD
003070         AT END
003080             SET FIN-FICHIER-ECH TO TRUE
003090             GO TO 0610-EXIT
003100     END-READ.
003110     MOVE ECH-CAMPAGNE TO derniere-campagne-ws.
003120 0610-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    1500-BOUCLE-MENU - AFFICHE LE MENU, EXECUTE L'ACTION       *
003170*    CHOISIE PUIS ATTEND UNE TOUCHE.                            *
003180*****************************************************************
003190 1500-BOUCLE-MENU.
003200     DISPLAY titre.
003210     DISPLAY question.
003220     MOVE SPACES TO choix.
003230     ACCEPT question.
003240     EVALUATE TRUE
003250         WHEN choix_ws = "1"
003260             PERFORM 2000-SAISIR-RESULTAT THRU 2000-EXIT
003270         WHEN choix_ws = "2"
003280             PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT
003290         WHEN OTHER
003300             MOVE SPACE TO pause_ws
003310             ACCEPT erreur-saisie
003320     END-EVALUATE.
003330     MOVE SPACE TO touche.
003340     ACCEPT attente.
003350 1500-EXIT.
003360     EXIT.
003370*
003380*****************************************************************
003390*    2000-SAISIR-RESULTAT - PORTE LE RESULTAT DU TEST SUR UN    *
003400*    MOUVEMENT DE L'ECHANTILLON : C OU N, COMMENTAIRE           *
003410*    OBLIGATOIRE POUR N. UN RESULTAT DEJA SAISI EST REMPLACE;   *
003420*    L'ANCIEN ET LE NOUVEAU SONT JOURNALISES DANS ECHHIST.      *
003430*****************************************************************
003440 2000-SAISIR-RESULTAT.
003450     PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT.
003460     IF NOT MOUVEMENT-CHOISI
003470         GO TO 2000-EXIT
003480     END-IF.
003490     MOVE SPACES TO resultat-zone.
003500     MOVE SPACES TO commentaire-zone.
003510     ACCEPT saisie-resultat.
003520     IF saisie-resultat-ws = "c"
003530         MOVE "C" TO saisie-resultat-ws
003540     END-IF.
003550     IF saisie-resultat-ws = "n"
003560         MOVE "N" TO saisie-resultat-ws
003570     END-IF.
003580     IF saisie-resultat-ws NOT = "C" AND NOT = "N"
003590         MOVE SPACE TO pause_ws
003600         ACCEPT message-resultat
003610         GO TO 2000-EXIT
003620     END-IF.
003630     IF saisie-resultat-ws = "N"
003640         AND saisie-commentaire-ws = SPACES
003650         MOVE SPACE TO pause_ws
003660         ACCEPT message-commentaire
003670         GO TO 2000-EXIT
003680     END-IF.
003690     MOVE ECH-RESULTAT TO ancien-resultat-ws.
003700     MOVE ECH-AUDITEUR TO ancien-auditeur-ws.
003710     MOVE ECH-DATE-TEST TO ancien-date-test-ws.
003720     MOVE ECH-COMMENTAIRE TO ancien-commentaire-ws.
003730     MOVE saisie-resultat-ws TO ECH-RESULTAT.
003740     MOVE saisie-commentaire-ws TO ECH-COMMENTAIRE.
003750     MOVE operateur-id-ws TO ECH-AUDITEUR.
003760     ACCEPT ECH-DATE-TEST FROM DATE YYYYMMDD.
003770     ACCEPT ECH-HEURE-TEST FROM TIME.
003780     REWRITE ECH-RECORD
003790         INVALID KEY
003800             MOVE SPACE TO pause_ws
003810             ACCEPT message-echec
003820             GO TO 2000-EXIT
003830     END-REWRITE.
003840     PERFORM 7000-ECRIRE-HISTORIQUE THRU 7000-EXIT.
003850     MOVE SPACE TO pause_ws.
003860     ACCEPT message-fait.
003870 2000-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910*    4000-CHOISIR-MOUVEMENT - SAISIT LA CAMPAGNE (BLANC = LA    *
003920*    DERNIERE), LE FICHIER ET LE NUMERO, LIT LE MOUVEMENT DANS  *
003930*    L'ECHANTILLON ET L'AFFICHE AVEC SON RESULTAT ACTUEL.       *
003940*****************************************************************
003950 4000-CHOISIR-MOUVEMENT.
003960     MOVE "N" TO mouvement-choisi-sw.
003970     MOVE SPACES TO campagne-zone.
003980     MOVE SPACES TO fichier-zone.
003990     MOVE SPACES TO numero-zone.
004000     ACCEPT saisie-cle.
004010     IF saisie-campagne-ws = SPACES
004020         MOVE derniere-campagne-ws TO saisie-campagne-ws
004030     END-IF.
004040     IF saisie-fichier-ws = "ecp"
004050         MOVE "ECP" TO saisie-fichier-ws
004060     END-IF.
004070     IF saisie-fichier-ws = "atbb"
004080         MOVE "ATBB" TO saisie-fichier-ws
004090     END-IF.
004100     IF saisie-campagne-ws NOT NUMERIC
004110         OR saisie-fichier-ws NOT = "ECP " AND NOT = "ATBB"
004120         OR saisie-numero-ws NOT NUMERIC
004130         MOVE SPACE TO pause_ws
004140         ACCEPT erreur-cle
004150         GO TO 4000-EXIT
004160     END-IF.
004170     MOVE saisie-campagne-ws TO ECH-CAMPAGNE.
004180     MOVE saisie-fichier-ws TO ECH-FICHIER.
004190     MOVE saisie-numero-ws TO ECH-NUMERO.
004200     READ ECHANT-FICHIER
004210         INVALID KEY
004220             MOVE SPACE TO pause_ws
004230             ACCEPT mouvement-absent
004240             GO TO 4000-EXIT
004250     END-READ.
004260     PERFORM 4100-PREPARER-AFFICHAGE THRU 4100-EXIT.
004270     DISPLAY affiche-mouvement.
004280     SET MOUVEMENT-CHOISI TO TRUE.
004290 4000-EXIT.
004300     EXIT.
004310*
004320*****************************************************************
004330*    4100-PREPARER-AFFICHAGE - PREPARE L'AFFICHAGE DU MOUVEMENT *
004340*    LU DANS L'ECHANTILLON ET DE SON RESULTAT.                  *
004350*****************************************************************
004360 4100-PREPARER-AFFICHAGE.
004370     MOVE ECH-CAMPAGNE TO affiche-campagne-ws.
004380     MOVE ECH-RANG TO affiche-rang-ws.
004390     MOVE ECH-STRATE TO affiche-strate-ws.
004400     IF ECH-TIRAGE-EXHAUSTIF
004410         MOVE "EXHAUSTIF" TO affiche-mode-ws
004420     ELSE
004430         MOVE "ALEATOIRE" TO affiche-mode-ws
004440     END-IF.
004450     MOVE ECH-LIBELLE TO affiche-libelle-ws.
004460     MOVE ECH-DATE-MVT TO affiche-date-ws.
004470     MOVE ECH-MONTANT TO affiche-montant-ws.
004480     MOVE ECH-DEVISE TO affiche-devise-ws.
004490     MOVE ECH-STATUT TO affiche-statut-ws.
004500     MOVE ECH-CONVERTI TO affiche-converti-ws.
004510     EVALUATE TRUE
004520         WHEN ECH-CONFORME
004530             MOVE "CONFORME" TO affiche-resultat-ws
004540         WHEN ECH-NON-CONFORME
004550             MOVE "NON CONFORME" TO affiche-resultat-ws
004560         WHEN OTHER
004570             MOVE "NON TESTE" TO affiche-resultat-ws
004580     END-EVALUATE.
004590     MOVE ECH-AUDITEUR TO affiche-auditeur-ws.
004600     MOVE ECH-DATE-TEST TO affiche-date-test-ws.
004610     MOVE ECH-COMMENTAIRE TO affiche-commentaire-ws.
004620 4100-EXIT.
004630     EXIT.
004640*
004650*****************************************************************
004660*    7000-ECRIRE-HISTORIQUE - COMPLETE L'ENREGISTREMENT         *
004670*    D'HISTORIQUE (DATE, HEURE, AUTEUR, MOUVEMENT, ANCIEN ET    *
004680*    NOUVEAU RESULTAT) ET L'ECRIT EN AJOUT DANS ECHHIST. LE     *
004690*    FICHIER EST CREE A LA PREMIERE SAISIE.                     *
004700*****************************************************************
004710 7000-ECRIRE-HISTORIQUE.
004720     MOVE ECH-DATE-TEST TO ECHH-DATE.
004730     MOVE ECH-HEURE-TEST TO ECHH-HEURE.
004740     MOVE operateur-id-ws TO ECHH-AUTEUR.
004750     IF ancien-resultat-ws = SPACE
004760         MOVE "SAISIE" TO ECHH-ACTION
004770     ELSE
004780         MOVE "REMPLACE" TO ECHH-ACTION
004790     END-IF.
004800     MOVE ECH-CAMPAGNE TO ECHH-CAMPAGNE.
004810     MOVE ECH-FICHIER TO ECHH-FICHIER.
004820     MOVE ECH-NUMERO TO ECHH-NUMERO.
004830     MOVE ancien-resultat-ws TO ECHH-ANC-RESULTAT.
004840     MOVE ECH-RESULTAT TO ECHH-NOUV-RESULTAT.
004850     MOVE ancien-auditeur-ws TO ECHH-ANC-AUDITEUR.
004860     MOVE ancien-date-test-ws TO ECHH-ANC-DATE-TEST.
004870     MOVE ancien-commentaire-ws TO ECHH-ANC-COMMENTAIRE.
004880     MOVE ECH-COMMENTAIRE TO ECHH-NOUV-COMMENTAIRE.
004890     OPEN EXTEND HIST-FICHIER.
004900     IF hist-statut-ws NOT = "00"
004910         OPEN OUTPUT HIST-FICHIER
004920     END-IF.
004930     WRITE ECHH-RECORD.
004940     CLOSE HIST-FICHIER.
004950 7000-EXIT.
004960     EXIT.
004970*
004980 END PROGRAM ECHMNT.
