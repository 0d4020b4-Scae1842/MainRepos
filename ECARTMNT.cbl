000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : ECARTMNT                                       *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   SUIVI DU REGISTRE DES ECARTS DE RAPPROCHEMENT (ECARTREG,    *
000090*   DESSIN ECARTREC) TENU PAR RECONCIL. PROGRAMME CONSOLE, AU   *
000100*   MEME TITRE QUE REJMNT : L'ANALYSTE (CONTROLE OPERTAB,       *
000110*   HABILITATION PAR FICHIER : ECP SEUL POUR LES NIVEAUX 1 ET   *
000120*   3, ATBB SEUL POUR LES NIVEAUX 2 ET 3, ECART DE MONTANT      *
000130*   POUR LE SEUL NIVEAU 3) DESIGNE UN ECART OUVERT PAR SON      *
000140*   NUMERO ET SON TYPE, Y ATTACHE UN CODE DE JUSTIFICATION ET   *
000150*   UN COMMENTAIRE OU LE MARQUE ACCEPTE. CHAQUE CHANGEMENT EST  *
000160*   JOURNALISE DANS LE FICHIER D'HISTORIQUE ECARTHIST (AUTEUR,  *
000170*   ECART, ANCIEN ET NOUVEAU SUIVI, CODE ET COMMENTAIRE, DATE   *
000180*   ET HEURE), COMME PERHIST POUR LES PERIODES COMPTABLES.      *
000190*                                                               *
000200*   MODIFICATION HISTORY                                        *
000210*   --------------------                                        *
000220*   2026-10-15 JF  VERSION INITIALE.                            *
000230*                                                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ECARTMNT.
000270 AUTHOR. J. FAVREAU.
000280 INSTALLATION. SERVICE EXPLOITATION.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS oper-statut-ws.
000370     SELECT ECART-FICHIER ASSIGN TO "ECARTREG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS ECART-CLE
000410         FILE STATUS IS ecart-statut-ws.
000420     SELECT HIST-FICHIER ASSIGN TO "ECARTHIST"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS hist-statut-ws.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OPER-FICHIER
000480     LABEL RECORDS ARE STANDARD.
000490 COPY OPERTAB.
000500 FD  ECART-FICHIER
000510     LABEL RECORDS ARE STANDARD.
000520 COPY ECARTREC.
000530 FD  HIST-FICHIER
000540     LABEL RECORDS ARE STANDARD.
000550 COPY ECARTHREC.
000560 WORKING-STORAGE SECTION.
000570 01  choix_ws PIC X(01).
000580 01  touche_ws PIC X.
000590 01  pause_ws PIC X.
000600 01  oper-statut-ws PIC X(02) VALUE SPACES.
000610 01  ecart-statut-ws PIC X(02) VALUE SPACES.
000620 01  hist-statut-ws PIC X(02) VALUE SPACES.
000630 01  fin-oper-sw PIC X(01) VALUE "N".
000640     88  FIN-FICHIER-OPER VALUE "O".
000650 01  operateur-id-ws PIC X(08).
000660 01  operateur-valide-sw PIC X(01) VALUE "N".
000670     88  OPERATEUR-AUTORISE VALUE "O".
000680 01  operateur-niveau-ws PIC X(01) VALUE SPACE.
000690     88  OPERATEUR-HABIL-ECP VALUE "1".
000700     88  OPERATEUR-HABIL-ATBB VALUE "2".
000710     88  OPERATEUR-HABIL-TOUT VALUE "3".
000720 01  ecart-choisi-sw PIC X(01) VALUE "N".
000730     88  ECART-CHOISI VALUE "O".
000740 01  saisie-numero-ws PIC X(07).
000750 01  saisie-type-ws PIC X(02).
000760 01  saisie-code-ws PIC X(02).
000770 01  saisie-commentaire-ws PIC X(40).
000780 01  ancien-suivi-ws PIC X(01).
000790 01  ancien-code-ws PIC X(02).
000800 01  ancien-commentaire-ws PIC X(40).
000810 01  affiche-nature-ws PIC X(14).
000820 01  affiche-suivi-ws PIC X(08).
000830 01  affiche-premiere-ws PIC 9(08) VALUE ZERO.
000840 01  affiche-derniere-ws PIC 9(08) VALUE ZERO.
000850 01  affiche-difference-ws PIC ZZZ,ZZZ,ZZ9.99-.
000860 SCREEN SECTION.
000870 01  saisie-operateur.
000880  02  BLANK SCREEN.
000890  02  VALUE "SUIVI DES ECARTS DE RAPPROCHEMENT" LINE 02 COL 20.
000900  02  VALUE "Identifiant operateur :" LINE 04 COL 10.
000910  02  operateur-zone PIC X(08) TO operateur-id-ws LINE 04
000920      COL 35.
000930 01  refus-acces.
000940  02  BLANK SCREEN.
000950  02  VALUE "Acces refuse - operateur non habilite" LINE 10
000960      COL 10.
000970 01  titre.
000980  02  BLANK SCREEN.
000990  02  VALUE "SUIVI DES ECARTS DE RAPPROCHEMENT" LINE 02 COL 20.
001000 01  question.
001010  02  VALUE "Que voulez-vous faire : " LINE 05 COL 10.
001020  02  VALUE " Justifier un ecart, appuyez sur 1" LINE 06
001030      COL 30.
001040  02  VALUE " Accepter un ecart, appuyez sur 2" LINE 07
001050      COL 30.
001060  02  choix PIC X TO choix_ws LINE 09 COL 30.
001070 01  erreur-saisie.
001080  02  VALUE "choix invalide, entrez 1 ou 2" LINE 10 COL 10.
001090  02  VALUE "- appuyez sur une touche" LINE 10 COL 50.
001100  02  PIC X TO pause_ws LINE 10 COL 75.
001110 01  saisie-ecart.
001120  02  VALUE "Numero de l'ecart :" LINE 11 COL 10.
001130  02  numero-zone PIC X(07) TO saisie-numero-ws LINE 11
001140      COL 30.
001150  02  VALUE "Type ES/AS/EM :" LINE 11 COL 40.
001160  02  type-zone PIC X(02) TO saisie-type-ws LINE 11 COL 56.
001170 01  erreur-ecart.
001180  02  VALUE "ecart inconnu ou deja resolu" LINE 12 COL 10.
001190  02  VALUE "- appuyez sur une touche" LINE 12 COL 50.
001200  02  PIC X TO pause_ws LINE 12 COL 75.
001210 01  refus-fichier.
001220  02  VALUE "ecart non autorise pour cet operateur" LINE 12
001230      COL 10.
001240  02  VALUE "- appuyez sur une touche" LINE 12 COL 50.
001250  02  PIC X TO pause_ws LINE 12 COL 75.
001260 01  affiche-ecart.
001270  02  VALUE "Nature  :" LINE 12 COL 10.
001280  02  PIC X(14) FROM affiche-nature-ws LINE 12 COL 21.
001290  02  VALUE "Difference :" LINE 12 COL 40.
001300  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-difference-ws LINE 12
001310      COL 53.
001320  02  VALUE "Vu le   :" LINE 13 COL 10.
001330  02  PIC 9(08) FROM affiche-premiere-ws LINE 13 COL 21.
001340  02  VALUE "Dernier :" LINE 13 COL 40.
001350  02  PIC 9(08) FROM affiche-derniere-ws LINE 13 COL 53.
001360  02  VALUE "Suivi   :" LINE 14 COL 10.
001370  02  PIC X(08) FROM affiche-suivi-ws LINE 14 COL 21.
001380  02  VALUE "Code :" LINE 14 COL 40.
001390  02  PIC X(02) FROM ancien-code-ws LINE 14 COL 53.
001400  02  VALUE "Comment.:" LINE 15 COL 10.
001410  02  PIC X(40) FROM ancien-commentaire-ws LINE 15 COL 21.
001420 01  saisie-justification.
001430  02  VALUE "Code justification :" LINE 17 COL 10.
001440  02  code-zone PIC X(02) TO saisie-code-ws LINE 17 COL 32.
001450  02  VALUE "Commentaire (blanc = inchange) :" LINE 18
001460      COL 10.
001470  02  commentaire-zone PIC X(40) TO saisie-commentaire-ws
001480      LINE 19 COL 21.
001490 01  saisie-acceptation.
001500  02  VALUE "Commentaire (blanc = inchange) :" LINE 18
001510      COL 10.
001520  02  accept-zone PIC X(40) TO saisie-commentaire-ws
001530      LINE 19 COL 21.
001540 01  message-invalide.
001550  02  VALUE "code justification obligatoire, ecart inchange"
001560      LINE 23 COL 10.
001570  02  VALUE "- appuyez sur une touche" LINE 23 COL 57.
001580  02  PIC X TO pause_ws LINE 23 COL 79.
001590 01  message-echec.
001600  02  VALUE "reecriture ECARTREG en echec" LINE 23 COL 10.
001610  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001620  02  PIC X TO pause_ws LINE 23 COL 75.
001630 01  message-fait.
001640  02  VALUE "changement enregistre et journalise" LINE 23
001650      COL 10.
001660  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001670  02  PIC X TO pause_ws LINE 23 COL 75.
001680 01  attente.
001690  02  VALUE "Appuyer sur la touche f et validez" LINE 24 COL 20.
001700  02  VALUE "pour terminer" LINE 24 COL 55.
001710  02  touche PIC X TO touche_ws LINE 24 COL 70.
001720*
001730*****************************************************************
001740*                                                               *
001750*   PROCEDURE DIVISION                                          *
001760*                                                               *
001770*****************************************************************
001780 PROCEDURE DIVISION.
001790*****************************************************************
001800*    MAIN-PROCEDURE - POINT D'ENTREE DU PROGRAMME.              *
001810*    CONTROLE L'OPERATEUR, OUVRE LE REGISTRE DES ECARTS PUIS    *
001820*    BOUCLE SUR LE MENU TANT QUE LA TOUCHE F N'A PAS ETE TAPEE. *
001830*****************************************************************
001840 MAIN-PROCEDURE.
001850     PERFORM 0500-LOGIN THRU 0500-EXIT.
001860     IF NOT OPERATEUR-AUTORISE
001870         DISPLAY refus-acces
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN I-O ECART-FICHIER.
001920     IF ecart-statut-ws NOT = "00"
001930         DISPLAY "ECARTMNT - OUVERTURE ECARTREG IMPOSSIBLE - "
001940             ecart-statut-ws " - MAINTENANCE REFUSEE"
001950         MOVE 12 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980*
001990     PERFORM 1500-BOUCLE-MENU THRU 1500-EXIT
002000         WITH TEST AFTER
002010         UNTIL touche_ws = "f".
002020     CLOSE ECART-FICHIER.
002030     STOP RUN.
002040*
002050 MAIN-PROCEDURE-EXIT.
002060     EXIT.
002070*
002080*****************************************************************
002090*    0500-LOGIN - DEMANDE L'IDENTIFIANT DE L'OPERATEUR ET LE    *
002100*    CONTROLE DANS OPERTAB (PRESENT ET ACTIF).                  *
002110*****************************************************************
002120 0500-LOGIN.
002130     DISPLAY saisie-operateur.
002140     MOVE SPACES TO operateur-zone.
002150     ACCEPT saisie-operateur.
002160     MOVE "N" TO operateur-valide-sw.
002170     PERFORM 0510-VERIFIER-OPERATEUR THRU 0510-EXIT.
002180 0500-EXIT.
002190     EXIT.
002200*
002210*****************************************************************
002220*    0510-VERIFIER-OPERATEUR - RECHERCHE L'IDENTIFIANT SAISI    *
002230*    DANS LE FICHIER DES OPERATEURS HABILITES.                  *
002240*****************************************************************
002250 0510-VERIFIER-OPERATEUR.
002260     MOVE "N" TO fin-oper-sw.
002270     OPEN INPUT OPER-FICHIER.
002280     IF oper-statut-ws NOT = "00"
002290         GO TO 0510-EXIT
002300     END-IF.
002310     PERFORM 0520-CHERCHER-OPERATEUR THRU 0520-EXIT
002320         UNTIL FIN-FICHIER-OPER OR OPERATEUR-AUTORISE.
002330     CLOSE OPER-FICHIER.
002340 0510-EXIT.
002350     EXIT.
002360*
002370*****************************************************************
002380*    0520-CHERCHER-OPERATEUR - LIT UN ENREGISTREMENT DU         *
002390*    FICHIER OPERATEURS ET LE COMPARE A L'IDENTIFIANT SAISI.    *
002400*****************************************************************
002410 0520-CHERCHER-OPERATEUR.
002420     READ OPER-FICHIER
002430         AT END
002440             SET FIN-FICHIER-OPER TO TRUE
002450             GO TO 0520-EXIT
002460     END-READ.
002470     IF OPER-ID = operateur-id-ws AND NOT OPER-INACTIF
002480         SET OPERATEUR-AUTORISE TO TRUE
002490         MOVE OPER-NIVEAU-HABIL TO operateur-niveau-ws
002500     END-IF.
002510 0520-EXIT.
002520     EXIT.
002530*
002540*****************************************************************
002550*    1500-BOUCLE-MENU - AFFICHE LE MENU, EXECUTE L'ACTION       *
002560*    CHOISIE PUIS ATTEND UNE TOUCHE.                            *
002570*****************************************************************
002580 1500-BOUCLE-MENU.
002590     DISPLAY titre.
002600     DISPLAY question.
002610     MOVE SPACES TO choix.
002620     ACCEPT question.
002630     EVALUATE TRUE
002640         WHEN choix_ws = "1"
002650             PERFORM 2000-JUSTIFIER THRU 2000-EXIT
002660         WHEN choix_ws = "2"
002670             PERFORM 3000-ACCEPTER THRU 3000-EXIT
002680         WHEN OTHER
002690             MOVE SPACE TO pause_ws
002700             ACCEPT erreur-saisie
002710     END-EVALUATE.
002720     MOVE SPACE TO touche.
002730     ACCEPT attente.
002740 1500-EXIT.
002750     EXIT.
002760*
002770*****************************************************************
002780*    2000-JUSTIFIER - DESIGNE UN ECART OUVERT, SAISIT LE CODE   *
002790*    DE JUSTIFICATION (OBLIGATOIRE) ET LE COMMENTAIRE (BLANC =  *
002800*    INCHANGE), MET A JOUR LE REGISTRE ET JOURNALISE.           *
002810*****************************************************************
002820 2000-JUSTIFIER.
002830     PERFORM 4000-CHOISIR-ECART THRU 4000-EXIT.
002840     IF NOT ECART-CHOISI
002850         GO TO 2000-EXIT
002860     END-IF.
002870     MOVE SPACES TO code-zone.
002880     MOVE SPACES TO commentaire-zone.
002890     ACCEPT saisie-justification.
002900     IF saisie-code-ws = SPACES
002910         MOVE SPACE TO pause_ws
002920         ACCEPT message-invalide
002930         GO TO 2000-EXIT
002940     END-IF.
002950     SET ECART-JUSTIFIE TO TRUE.
002960     MOVE saisie-code-ws TO ECART-CODE-JUSTIF.
002970     IF saisie-commentaire-ws NOT = SPACES
002980         MOVE saisie-commentaire-ws TO ECART-COMMENTAIRE
002990     END-IF.
003000     MOVE "JUSTIFIE" TO ECAH-ACTION.
003010     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
003020 2000-EXIT.
003030     EXIT.
003040*
003050*****************************************************************
003060*    3000-ACCEPTER - DESIGNE UN ECART OUVERT, SAISIT LE         *
003070*    COMMENTAIRE (BLANC = INCHANGE), MARQUE L'ECART ACCEPTE ET  *
003080*    JOURNALISE.                                                *
003090*****************************************************************
003100 3000-ACCEPTER.
003110     PERFORM 4000-CHOISIR-ECART THRU 4000-EXIT.
003120     IF NOT ECART-CHOISI
003130         GO TO 3000-EXIT
003140     END-IF.
003150     MOVE SPACES TO accept-zone.
003160     ACCEPT saisie-acceptation.
003170     SET ECART-ACCEPTE TO TRUE.
003180     IF saisie-commentaire-ws NOT = SPACES
003190         MOVE saisie-commentaire-ws TO ECART-COMMENTAIRE
003200     END-IF.
003210     MOVE "ACCEPTE" TO ECAH-ACTION.
003220     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
003230 3000-EXIT.
003240     EXIT.
003250*
003260*****************************************************************
003270*    4000-CHOISIR-ECART - SAISIT LE NUMERO ET LE TYPE DE        *
003280*    L'ECART, LE LIT DANS LE REGISTRE, CONTROLE QU'IL EST       *
003290*    OUVERT ET QUE L'OPERATEUR EST HABILITE POUR SON FICHIER,   *
003300*    PUIS L'AFFICHE ET GARDE SES ANCIENNES VALEURS.             *
003310*****************************************************************
003320 4000-CHOISIR-ECART.
003330     MOVE "N" TO ecart-choisi-sw.
003340     MOVE SPACES TO numero-zone.
003350     MOVE SPACES TO type-zone.
003360     ACCEPT saisie-ecart.
003370     IF saisie-type-ws = "es" MOVE "ES" TO saisie-type-ws
003380     END-IF.
003390     IF saisie-type-ws = "as" MOVE "AS" TO saisie-type-ws
003400     END-IF.
003410     IF saisie-type-ws = "em" MOVE "EM" TO saisie-type-ws
003420     END-IF.
003430     IF saisie-numero-ws NOT NUMERIC
003440         MOVE SPACE TO pause_ws
003450         ACCEPT erreur-ecart
003460         GO TO 4000-EXIT
003470     END-IF.
003480     MOVE saisie-numero-ws TO ECART-NUMERO.
003490     MOVE saisie-type-ws TO ECART-TYPE.
003500     READ ECART-FICHIER
003510         INVALID KEY
003520             MOVE SPACE TO pause_ws
003530             ACCEPT erreur-ecart
003540             GO TO 4000-EXIT
003550     END-READ.
003560     IF NOT ECART-OUVERT
003570         MOVE SPACE TO pause_ws
003580         ACCEPT erreur-ecart
003590         GO TO 4000-EXIT
003600     END-IF.
003610     IF ECART-TYPE-ECP-SEUL
003620         AND NOT OPERATEUR-HABIL-ECP
003630         AND NOT OPERATEUR-HABIL-TOUT
003640         MOVE SPACE TO pause_ws
003650         ACCEPT refus-fichier
003660         GO TO 4000-EXIT
003670     END-IF.
003680     IF ECART-TYPE-ATBB-SEUL
003690         AND NOT OPERATEUR-HABIL-ATBB
003700         AND NOT OPERATEUR-HABIL-TOUT
003710         MOVE SPACE TO pause_ws
003720         ACCEPT refus-fichier
003730         GO TO 4000-EXIT
003740     END-IF.
003750     IF ECART-TYPE-MONTANT
003760         AND NOT OPERATEUR-HABIL-TOUT
003770         MOVE SPACE TO pause_ws
003780         ACCEPT refus-fichier
003790         GO TO 4000-EXIT
003800     END-IF.
003810     PERFORM 4100-PREPARER-AFFICHAGE THRU 4100-EXIT.
003820     DISPLAY affiche-ecart.
003830     SET ECART-CHOISI TO TRUE.
003840 4000-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880*    4100-PREPARER-AFFICHAGE - GARDE LE SUIVI, LE CODE ET LE    *
003890*    COMMENTAIRE AVANT CHANGEMENT ET PREPARE LES ZONES          *
003900*    AFFICHEES.                                                 *
003910*****************************************************************
003920 4100-PREPARER-AFFICHAGE.
003930     MOVE ECART-SUIVI TO ancien-suivi-ws.
003940     MOVE ECART-CODE-JUSTIF TO ancien-code-ws.
003950     MOVE ECART-COMMENTAIRE TO ancien-commentaire-ws.
003960     MOVE ECART-DATE-PREMIERE TO affiche-premiere-ws.
003970     MOVE ECART-DATE-DERNIERE TO affiche-derniere-ws.
003980     MOVE ECART-DIFFERENCE TO affiche-difference-ws.
003990     EVALUATE TRUE
004000         WHEN ECART-TYPE-ECP-SEUL
004010             MOVE "ECP SEUL" TO affiche-nature-ws
004020         WHEN ECART-TYPE-ATBB-SEUL
004030             MOVE "ATBB SEUL" TO affiche-nature-ws
004040         WHEN OTHER
004050             MOVE "ECART MONTANT" TO affiche-nature-ws
004060     END-EVALUATE.
004070     EVALUATE TRUE
004080         WHEN ECART-JUSTIFIE
004090             MOVE "JUSTIFIE" TO affiche-suivi-ws
004100         WHEN ECART-ACCEPTE
004110             MOVE "ACCEPTE" TO affiche-suivi-ws
004120         WHEN OTHER
004130             MOVE "A TRAITER" TO affiche-suivi-ws
004140     END-EVALUATE.
004150 4100-EXIT.
004160     EXIT.
004170*
004180*****************************************************************
004190*    5000-ENREGISTRER - ESTAMPILLE L'ECART (DATE, HEURE,        *
004200*    AUTEUR), LE REECRIT DANS LE REGISTRE ET JOURNALISE LE      *
004210*    CHANGEMENT DANS ECARTHIST.                                 *
004220*****************************************************************
004230 5000-ENREGISTRER.
004240     ACCEPT ECART-DATE-MAJ FROM DATE YYYYMMDD.
004250     ACCEPT ECART-HEURE-MAJ FROM TIME.
004260     MOVE operateur-id-ws TO ECART-AUTEUR.
004270     REWRITE ECART-RECORD
004280         INVALID KEY
004290             MOVE SPACE TO pause_ws
004300             ACCEPT message-echec
004310             GO TO 5000-EXIT
004320     END-REWRITE.
004330     PERFORM 7000-ECRIRE-HISTORIQUE THRU 7000-EXIT.
004340     MOVE SPACE TO pause_ws.
004350     ACCEPT message-fait.
004360 5000-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*    7000-ECRIRE-HISTORIQUE - COMPLETE L'ENREGISTREMENT         *
004410*    D'HISTORIQUE (DATE, HEURE, AUTEUR, ECART, ANCIENNES ET     *
004420*    NOUVELLES VALEURS) ET L'ECRIT EN AJOUT DANS ECARTHIST.     *
004430*****************************************************************
004440 7000-ECRIRE-HISTORIQUE.
004450     MOVE ECART-DATE-MAJ TO ECAH-DATE.
004460     MOVE ECART-HEURE-MAJ TO ECAH-HEURE.
004470     MOVE operateur-id-ws TO ECAH-AUTEUR.
004480     MOVE ECART-NUMERO TO ECAH-NUMERO.
004490     MOVE ECART-TYPE TO ECAH-TYPE.
004500     MOVE ancien-suivi-ws TO ECAH-ANC-SUIVI.
004510     MOVE ECART-SUIVI TO ECAH-NOUV-SUIVI.
004520     MOVE ancien-code-ws TO ECAH-ANC-CODE.
004530     MOVE ECART-CODE-JUSTIF TO ECAH-NOUV-CODE.
004540     MOVE ancien-commentaire-ws TO ECAH-ANC-COMMENTAIRE.
004550     MOVE ECART-COMMENTAIRE TO ECAH-NOUV-COMMENTAIRE.
004560     OPEN EXTEND HIST-FICHIER.
004570     IF hist-statut-ws NOT = "00"
004580         OPEN OUTPUT HIST-FICHIER
004590     END-IF.
004600     WRITE ECAH-RECORD.
004610     CLOSE HIST-FICHIER.
004620 7000-EXIT.
004630     EXIT.
004640*
004650 END PROGRAM ECARTMNT.
