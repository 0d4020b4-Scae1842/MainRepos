000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : SUSPMNT                                        *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   CLASSEMENT DES MOUVEMENTS SUSPECTS DU REGISTRE SUSPREG      *
000090*   (DESSIN SUSPREC) TENU PAR LE BALAYAGE NOCTURNE MVTDUP.      *
000100*   PROGRAMME CONSOLE, AU MEME TITRE QUE ECARTMNT : L'ANALYSTE  *
000110*   (CONTROLE OPERTAB, HABILITATION PAR FICHIER : UN SUSPECT    *
000120*   PORTANT SUR ECP SEUL POUR LES NIVEAUX 1 ET 3, SUR ATBB SEUL *
000130*   POUR LES NIVEAUX 2 ET 3, SUR LES DEUX FICHIERS POUR LE SEUL *
000140*   NIVEAU 3) DESIGNE UN SUSPECT NON CLASSE PAR SA REGLE ET SES *
000150*   MOUVEMENTS, TELS QU'EDITES SUR L'ETAT DE REVUE, ET LE CLASSE*
000160*   AVEC UN CODE MOTIF (OBLIGATOIRE) ET UN COMMENTAIRE. UN      *
000170*   SUSPECT CLASSE N'EST PLUS JAMAIS SIGNALE PAR MVTDUP. CHAQUE *
000180*   CLASSEMENT EST JOURNALISE DANS LE FICHIER D'HISTORIQUE      *
000190*   SUSPHIST (AUTEUR, SUSPECT, ANCIEN ET NOUVEL ETAT, MOTIF ET  *
000200*   COMMENTAIRE, DATE ET HEURE), COMME ECARTHIST.               *
000210*                                                               *
000220*   MODIFICATION HISTORY                                        *
000230*   --------------------                                        *
000240*   2026-10-15 JF  VERSION INITIALE.                            *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SUSPMNT.
000290 AUTHOR. J. FAVREAU.
000300 INSTALLATION. SERVICE EXPLOITATION.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS oper-statut-ws.
000390     SELECT SUSP-FICHIER ASSIGN TO "SUSPREG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SUSP-CLE
000430         FILE STATUS IS susp-statut-ws.
000440     SELECT HIST-FICHIER ASSIGN TO "SUSPHIST"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS hist-statut-ws.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPER-FICHIER
000500     LABEL RECORDS ARE STANDARD.
000510 COPY OPERTAB.
000520 FD  SUSP-FICHIER
000530     LABEL RECORDS ARE STANDARD.
000540 COPY SUSPREC.
000550 FD  HIST-FICHIER
000560     LABEL RECORDS ARE STANDARD.
000570 COPY SUSPHREC.
000580 WORKING-STORAGE SECTION.
000590 01  choix_ws PIC X(01).
000600 01  touche_ws PIC X.
000610 01  pause_ws PIC X.
000620 01  oper-statut-ws PIC X(02) VALUE SPACES.
000630 01  susp-statut-ws PIC X(02) VALUE SPACES.
000640 01  hist-statut-ws PIC X(02) VALUE SPACES.
000650 01  fin-oper-sw PIC X(01) VALUE "N".
000660     88  FIN-FICHIER-OPER VALUE "O".
000670 01  operateur-id-ws PIC X(08).
000680 01  operateur-valide-sw PIC X(01) VALUE "N".
000690     88  OPERATEUR-AUTORISE VALUE "O".
000700 01  operateur-niveau-ws PIC X(01) VALUE SPACE.
000710     88  OPERATEUR-HABIL-ECP VALUE "1".
000720     88  OPERATEUR-HABIL-ATBB VALUE "2".
000730     88  OPERATEUR-HABIL-TOUT VALUE "3".
000740 01  suspect-choisi-sw PIC X(01) VALUE "N".
000750     88  SUSPECT-CHOISI VALUE "O".
000760 01  porte-ecp-sw PIC X(01) VALUE "N".
000770     88  PORTE-SUR-ECP VALUE "O".
000780 01  porte-atbb-sw PIC X(01) VALUE "N".
000790     88  PORTE-SUR-ATBB VALUE "O".
000800 01  saisie-regle-ws PIC X(02).
000810 01  saisie-fichier-1-ws PIC X(04).
000820 01  saisie-numero-1-ws PIC X(07).
000830 01  saisie-fichier-2-ws PIC X(04).
000840 01  saisie-numero-2-ws PIC X(07).
000850 01  saisie-code-ws PIC X(02).
000860 01  saisie-commentaire-ws PIC X(40).
000870 01  ancien-etat-ws PIC X(01).
000880 01  affiche-nature-ws PIC X(14).
000890 01  affiche-premiere-ws PIC 9(08) VALUE ZERO.
000900 01  affiche-derniere-ws PIC 9(08) VALUE ZERO.
000910 01  affiche-date-1-ws PIC 9(08) VALUE ZERO.
000920 01  affiche-date-2-ws PIC 9(08) VALUE ZERO.
000930 01  affiche-montant-1-ws PIC ZZZ,ZZZ,ZZ9.99-.
000940 01  affiche-montant-2-ws PIC ZZZ,ZZZ,ZZ9.99-.
000950 01  affiche-libelle-1-ws PIC X(30).
000960 01  affiche-libelle-2-ws PIC X(30).
000970 SCREEN SECTION.
000980 01  saisie-operateur.
000990  02  BLANK SCREEN.
001000  02  VALUE "CLASSEMENT DES MOUVEMENTS SUSPECTS" LINE 02 COL 20.
001010  02  VALUE "Identifiant operateur :" LINE 04 COL 10.
001020  02  operateur-zone PIC X(08) TO operateur-id-ws LINE 04
001030      COL 35.
001040 01  refus-acces.
001050  02  BLANK SCREEN.
001060  02  VALUE "Acces refuse - operateur non habilite" LINE 10
001070      COL 10.
001080 01  titre.
001090  02  BLANK SCREEN.
001100  02  VALUE "CLASSEMENT DES MOUVEMENTS SUSPECTS" LINE 02 COL 20.
001110 01  question.
001120  02  VALUE "Que voulez-vous faire : " LINE 05 COL 10.
001130  02  VALUE " Classer un suspect, appuyez sur 1" LINE 06
001140      COL 30.
001150  02  choix PIC X TO choix_ws LINE 08 COL 30.
001160 01  erreur-saisie.
001170  02  VALUE "choix invalide, entrez 1" LINE 10 COL 10.
001180  02  VALUE "- appuyez sur une touche" LINE 10 COL 50.
001190  02  PIC X TO pause_ws LINE 10 COL 75.
001200 01  saisie-suspect.
001210  02  VALUE "Regle DB/AR/SS :" LINE 10 COL 10.
001220  02  regle-zone PIC X(02) TO saisie-regle-ws LINE 10 COL 27.
001230  02  VALUE "Mouvement 1 - fichier :" LINE 11 COL 10.
001240  02  fichier-1-zone PIC X(04) TO saisie-fichier-1-ws LINE 11
001250      COL 34.
001260  02  VALUE "numero :" LINE 11 COL 40.
001270  02  numero-1-zone PIC X(07) TO saisie-numero-1-ws LINE 11
001280      COL 49.
001290  02  VALUE "Mouvement 2 - fichier :" LINE 12 COL 10.
001300  02  fichier-2-zone PIC X(04) TO saisie-fichier-2-ws LINE 12
001310      COL 34.
001320  02  VALUE "numero :" LINE 12 COL 40.
001330  02  numero-2-zone PIC X(07) TO saisie-numero-2-ws LINE 12
001340      COL 49.
001350  02  VALUE "(blanc sauf DB)" LINE 12 COL 58.
001360 01  erreur-suspect.
001370  02  VALUE "suspect inconnu ou deja classe" LINE 13 COL 10.
001380  02  VALUE "- appuyez sur une touche" LINE 13 COL 50.
001390  02  PIC X TO pause_ws LINE 13 COL 75.
001400 01  refus-fichier.
001410  02  VALUE "suspect non autorise pour cet operateur" LINE 13
001420      COL 10.
001430  02  VALUE "- appuyez sur une touche" LINE 13 COL 50.
001440  02  PIC X TO pause_ws LINE 13 COL 75.
001450 01  affiche-suspect.
001460  02  VALUE "Nature  :" LINE 13 COL 10.
001470  02  PIC X(14) FROM affiche-nature-ws LINE 13 COL 21.
001480  02  VALUE "Vu le :" LINE 13 COL 40.
001490  02  PIC 9(08) FROM affiche-premiere-ws LINE 13 COL 48.
001500  02  VALUE "Dernier :" LINE 13 COL 58.
001510  02  PIC 9(08) FROM affiche-derniere-ws LINE 13 COL 68.
001520  02  VALUE "Mvt 1   :" LINE 14 COL 10.
001530  02  PIC 9(08) FROM affiche-date-1-ws LINE 14 COL 21.
001540  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-montant-1-ws LINE 14
001550      COL 31.
001560  02  PIC X(30) FROM affiche-libelle-1-ws LINE 14 COL 48.
001570  02  VALUE "Mvt 2   :" LINE 15 COL 10.
001580  02  PIC 9(08) FROM affiche-date-2-ws LINE 15 COL 21.
001590  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-montant-2-ws LINE 15
001600      COL 31.
001610  02  PIC X(30) FROM affiche-libelle-2-ws LINE 15 COL 48.
001620 01  saisie-classement.
001630  02  VALUE "Code motif :" LINE 17 COL 10.
001640  02  code-zone PIC X(02) TO saisie-code-ws LINE 17 COL 23.
001650  02  VALUE "Commentaire :" LINE 18 COL 10.
001660  02  commentaire-zone PIC X(40) TO saisie-commentaire-ws
001670      LINE 19 COL 21.
001680 01  message-invalide.
001690  02  VALUE "code motif obligatoire, suspect inchange"
001700      LINE 23 COL 10.
001710  02  VALUE "- appuyez sur une touche" LINE 23 COL 57.
001720  02  PIC X TO pause_ws LINE 23 COL 79.
001730 01  message-echec.
001740  02  VALUE "reecriture SUSPREG en echec" LINE 23 COL 10.
001750  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001760  02  PIC X TO pause_ws LINE 23 COL 75.
001770 01  message-fait.
001780  02  VALUE "suspect classe et journalise" LINE 23
001790      COL 10.
001800  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001810  02  PIC X TO pause_ws LINE 23 COL 75.
001820 01  attente.
001830  02  VALUE "Appuyer sur la touche f et validez" LINE 24 COL 20.
001840  02  VALUE "pour terminer" LINE 24 COL 55.
001850  02  touche PIC X TO touche_ws LINE 24 COL 70.
001860*
001870*****************************************************************
001880*                                                               *
001890*   PROCEDURE DIVISION                                          *
001900*                                                               *
001910*****************************************************************
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940*    MAIN-PROCEDURE - POINT D'ENTREE DU PROGRAMME.              *
001950*    CONTROLE L'OPERATEUR, OUVRE LE REGISTRE DES SUSPECTS PUIS  *
001960*    BOUCLE SUR LE MENU TANT QUE LA TOUCHE F N'A PAS ETE TAPEE. *
001970*****************************************************************
001980 MAIN-PROCEDURE.
001990     PERFORM 0500-LOGIN THRU 0500-EXIT.
002000     IF NOT OPERATEUR-AUTORISE
002010         DISPLAY refus-acces
002020         MOVE 8 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     OPEN I-O SUSP-FICHIER.
002060     IF susp-statut-ws NOT = "00"
002070         DISPLAY "SUSPMNT - OUVERTURE SUSPREG IMPOSSIBLE - "
002080             susp-statut-ws " - CLASSEMENT REFUSE"
002090         MOVE 12 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120*
002130     PERFORM 1500-BOUCLE-MENU THRU 1500-EXIT
002140         WITH TEST AFTER
002150         UNTIL touche_ws = "f".
002160     CLOSE SUSP-FICHIER.
002170     STOP RUN.
002180*
002190 MAIN-PROCEDURE-EXIT.
002200     EXIT.
002210*
002220*****************************************************************
002230*    0500-LOGIN - DEMANDE L'IDENTIFIANT DE L'OPERATEUR ET LE    *
002240*    CONTROLE DANS OPERTAB (PRESENT ET ACTIF).                  *
002250*****************************************************************
002260 0500-LOGIN.
002270     DISPLAY saisie-operateur.
002280     MOVE SPACES TO operateur-zone.
002290     ACCEPT saisie-operateur.
002300     MOVE "N" TO operateur-valide-sw.
002310     PERFORM 0510-VERIFIER-OPERATEUR THRU 0510-EXIT.
002320 0500-EXIT.
002330     EXIT.
002340*
002350*****************************************************************
002360*    0510-VERIFIER-OPERATEUR - RECHERCHE L'IDENTIFIANT SAISI    *
002370*    DANS LE FICHIER DES OPERATEURS HABILITES.                  *
002380*****************************************************************
002390 0510-VERIFIER-OPERATEUR.
002400     MOVE "N" TO fin-oper-sw.
002410     OPEN INPUT OPER-FICHIER.
002420     IF oper-statut-ws NOT = "00"
002430         GO TO 0510-EXIT
002440     END-IF.
002450     PERFORM 0520-CHERCHER-OPERATEUR THRU 0520-EXIT
002460         UNTIL FIN-FICHIER-OPER OR OPERATEUR-AUTORISE.
002470     CLOSE OPER-FICHIER.
002480 0510-EXIT.
002490     EXIT.
002500*
002510*****************************************************************
002520*    0520-CHERCHER-OPERATEUR - LIT UN ENREGISTREMENT DU         *
002530*    FICHIER OPERATEURS ET LE COMPARE A L'IDENTIFIANT SAISI.    *
002540*****************************************************************
002550 0520-CHERCHER-OPERATEUR.
002560     READ OPER-FICHIER
002570         AT END
002580             SET FIN-FICHIER-OPER TO TRUE
002590             GO TO 0520-EXIT
002600     END-READ.
002610     IF OPER-ID = operateur-id-ws AND NOT OPER-INACTIF
002620         SET OPERATEUR-AUTORISE TO TRUE
002630         MOVE OPER-NIVEAU-HABIL TO operateur-niveau-ws
002640     END-IF.
002650 0520-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690*    1500-BOUCLE-MENU - AFFICHE LE MENU, EXECUTE L'ACTION       *
002700*    CHOISIE PUIS ATTEND UNE TOUCHE.                            *
002710*****************************************************************
002720 1500-BOUCLE-MENU.
002730     DISPLAY titre.
002740     DISPLAY question.
002750     MOVE SPACES TO choix.
002760     ACCEPT question.
002770     EVALUATE TRUE
002780         WHEN choix_ws = "1"
002790             PERFORM 2000-CLASSER THRU 2000-EXIT
002800         WHEN OTHER
002810             MOVE SPACE TO pause_ws
002820             ACCEPT erreur-saisie
002830     END-EVALUATE.
002840     MOVE SPACE TO touche.
002850     ACCEPT attente.
002860 1500-EXIT.
002870     EXIT.
002880*
002890*****************************************************************
002900*    2000-CLASSER - DESIGNE UN SUSPECT NON CLASSE, SAISIT LE    *
002910*    CODE MOTIF (OBLIGATOIRE) ET LE COMMENTAIRE, LE MARQUE      *
002920*    CLASSE DANS LE REGISTRE ET JOURNALISE.                     *
002930*****************************************************************
002940 2000-CLASSER.
002950     PERFORM 4000-CHOISIR-SUSPECT THRU 4000-EXIT.
002960     IF NOT SUSPECT-CHOISI
002970         GO TO 2000-EXIT
002980     END-IF.
002990     MOVE SPACES TO code-zone.
003000     MOVE SPACES TO commentaire-zone.
003010     ACCEPT saisie-classement.
003020     IF saisie-code-ws = SPACES
003030         MOVE SPACE TO pause_ws
003040         ACCEPT message-invalide
003050         GO TO 2000-EXIT
003060     END-IF.
003070     SET SUSP-CLASSE TO TRUE.
003080     MOVE saisie-code-ws TO SUSP-CODE-MOTIF.
003090     MOVE saisie-commentaire-ws TO SUSP-COMMENTAIRE.
003100     MOVE "CLASSE" TO SUSH-ACTION.
003110     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    4000-CHOISIR-SUSPECT - SAISIT LA REGLE ET LES MOUVEMENTS   *
003170*    DU SUSPECT, LE LIT DANS LE REGISTRE, CONTROLE QU'IL N'EST  *
003180*    PAS DEJA CLASSE ET QUE L'OPERATEUR EST HABILITE POUR SES   *
003190*    FICHIERS, PUIS L'AFFICHE ET GARDE SON ANCIEN ETAT.         *
003200*****************************************************************
003210 4000-CHOISIR-SUSPECT.
003220     MOVE "N" TO suspect-choisi-sw.
003230     MOVE SPACES TO regle-zone.
003240     MOVE SPACES TO fichier-1-zone.
003250     MOVE SPACES TO numero-1-zone.
003260     MOVE SPACES TO fichier-2-zone.
003270     MOVE SPACES TO numero-2-zone.
003280     ACCEPT saisie-suspect.
003290     IF saisie-regle-ws = "db" MOVE "DB" TO saisie-regle-ws
003300     END-IF.
003310     IF saisie-regle-ws = "ar" MOVE "AR" TO saisie-regle-ws
003320     END-IF.
003330     IF saisie-regle-ws = "ss" MOVE "SS" TO saisie-regle-ws
003340     END-IF.
003350     IF saisie-fichier-1-ws = "ecp"
003360         MOVE "ECP" TO saisie-fichier-1-ws
003370     END-IF.
003380     IF saisie-fichier-1-ws = "atbb"
003390         MOVE "ATBB" TO saisie-fichier-1-ws
003400     END-IF.
003410     IF saisie-fichier-2-ws = "ecp"
003420         MOVE "ECP" TO saisie-fichier-2-ws
003430     END-IF.
003440     IF saisie-fichier-2-ws = "atbb"
003450         MOVE "ATBB" TO saisie-fichier-2-ws
003460     END-IF.
003470     IF saisie-numero-2-ws = SPACES
003480         MOVE ZERO TO saisie-numero-2-ws
003490     END-IF.
003500     IF saisie-numero-1-ws NOT NUMERIC
003510         OR saisie-numero-2-ws NOT NUMERIC
003520         MOVE SPACE TO pause_ws
003530         ACCEPT erreur-suspect
003540         GO TO 4000-EXIT
003550     END-IF.
003560     MOVE saisie-regle-ws TO SUSP-REGLE.
003570     MOVE saisie-fichier-1-ws TO SUSP-FICHIER-1.
003580     MOVE saisie-numero-1-ws TO SUSP-NUMERO-1.
003590     MOVE saisie-fichier-2-ws TO SUSP-FICHIER-2.
003600     MOVE saisie-numero-2-ws TO SUSP-NUMERO-2.
003610     READ SUSP-FICHIER
003620         INVALID KEY
003630             MOVE SPACE TO pause_ws
003640             ACCEPT erreur-suspect
003650             GO TO 4000-EXIT
003660     END-READ.
003670     IF SUSP-CLASSE
003680         MOVE SPACE TO pause_ws
003690         ACCEPT erreur-suspect
003700         GO TO 4000-EXIT
003710     END-IF.
003720     MOVE "N" TO porte-ecp-sw.
003730     MOVE "N" TO porte-atbb-sw.
003740     IF SUSP-FICHIER-1 = "ECP " OR SUSP-FICHIER-2 = "ECP "
003750         SET PORTE-SUR-ECP TO TRUE
003760     END-IF.
003770     IF SUSP-FICHIER-1 = "ATBB" OR SUSP-FICHIER-2 = "ATBB"
003780         SET PORTE-SUR-ATBB TO TRUE
003790     END-IF.
003800     IF PORTE-SUR-ECP AND PORTE-SUR-ATBB
003810         AND NOT OPERATEUR-HABIL-TOUT
003820         MOVE SPACE TO pause_ws
003830         ACCEPT refus-fichier
003840         GO TO 4000-EXIT
003850     END-IF.
003860     IF PORTE-SUR-ECP
003870         AND NOT OPERATEUR-HABIL-ECP
003880         AND NOT OPERATEUR-HABIL-TOUT
003890         MOVE SPACE TO pause_ws
003900         ACCEPT refus-fichier
003910         GO TO 4000-EXIT
003920     END-IF.
003930     IF PORTE-SUR-ATBB
003940         AND NOT OPERATEUR-HABIL-ATBB
003950         AND NOT OPERATEUR-HABIL-TOUT
003960         MOVE SPACE TO pause_ws
003970         ACCEPT refus-fichier
003980         GO TO 4000-EXIT
003990     END-IF.
004000     PERFORM 4100-PREPARER-AFFICHAGE THRU 4100-EXIT.
004010     DISPLAY affiche-suspect.
004020     SET SUSPECT-CHOISI TO TRUE.
004030 4000-EXIT.
004040     EXIT.
004050*
004060*****************************************************************
004070*    4100-PREPARER-AFFICHAGE - GARDE L'ETAT AVANT CHANGEMENT ET *
004080*    PREPARE LES ZONES AFFICHEES.                               *
004090*****************************************************************
004100 4100-PREPARER-AFFICHAGE.
004110     MOVE SUSP-ETAT TO ancien-etat-ws.
004120     MOVE SUSP-DATE-PREMIERE TO affiche-premiere-ws.
004130     MOVE SUSP-DATE-DERNIERE TO affiche-derniere-ws.
004140     MOVE SUSP-DATE-MVT-1 TO affiche-date-1-ws.
004150     MOVE SUSP-MONTANT-1 TO affiche-montant-1-ws.
004160     MOVE SUSP-LIBELLE-1 TO affiche-libelle-1-ws.
004170     MOVE SUSP-DATE-MVT-2 TO affiche-date-2-ws.
004180     MOVE SUSP-MONTANT-2 TO affiche-montant-2-ws.
004190     MOVE SUSP-LIBELLE-2 TO affiche-libelle-2-ws.
004200     EVALUATE TRUE
004210         WHEN SUSP-REGLE-DOUBLON
004220             MOVE "DOUBLON" TO affiche-nature-ws
004230         WHEN SUSP-REGLE-ARRONDI
004240             MOVE "MONTANT ROND" TO affiche-nature-ws
004250         WHEN OTHER
004260             MOVE "SOUS SEUIL" TO affiche-nature-ws
004270     END-EVALUATE.
004280 4100-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320*    5000-ENREGISTRER - ESTAMPILLE LE SUSPECT (DATE, HEURE,     *
004330*    AUTEUR), LE REECRIT DANS LE REGISTRE ET JOURNALISE LE      *
004340*    CLASSEMENT DANS SUSPHIST.                                  *
004350*****************************************************************
004360 5000-ENREGISTRER.
004370     ACCEPT SUSP-DATE-MAJ FROM DATE YYYYMMDD.
004380     ACCEPT SUSP-HEURE-MAJ FROM TIME.
004390     MOVE operateur-id-ws TO SUSP-AUTEUR.
004400     REWRITE SUSP-RECORD
004410         INVALID KEY
004420             MOVE SPACE TO pause_ws
004430             ACCEPT message-echec
004440             GO TO 5000-EXIT
004450     END-REWRITE.
004460     PERFORM 7000-ECRIRE-HISTORIQUE THRU 7000-EXIT.
004470     MOVE SPACE TO pause_ws.
004480     ACCEPT message-fait.
004490 5000-EXIT.
004500     EXIT.
004510*
004520*****************************************************************
004530*    7000-ECRIRE-HISTORIQUE - COMPLETE L'ENREGISTREMENT         *
004540*    D'HISTORIQUE (DATE, HEURE, AUTEUR, SUSPECT, ANCIEN ET      *
004550*    NOUVEL ETAT, MOTIF ET COMMENTAIRE) ET L'ECRIT EN AJOUT     *
004560*    DANS SUSPHIST.                                             *
004570*****************************************************************
004580 7000-ECRIRE-HISTORIQUE.
004590     MOVE SUSP-DATE-MAJ TO SUSH-DATE.
004600     MOVE SUSP-HEURE-MAJ TO SUSH-HEURE.
004610     MOVE operateur-id-ws TO SUSH-AUTEUR.
004620     MOVE SUSP-CLE TO SUSH-CLE.
004630     MOVE ancien-etat-ws TO SUSH-ANC-ETAT.
004640     MOVE SUSP-ETAT TO SUSH-NOUV-ETAT.
004650     MOVE SUSP-CODE-MOTIF TO SUSH-CODE-MOTIF.
004660     MOVE SUSP-COMMENTAIRE TO SUSH-COMMENTAIRE.
004670     OPEN EXTEND HIST-FICHIER.
004680     IF hist-statut-ws NOT = "00"
004690         OPEN OUTPUT HIST-FICHIER
004700     END-IF.
004710     WRITE SUSH-RECORD.
004720     CLOSE HIST-FICHIER.
004730 7000-EXIT.
004740     EXIT.
004750*
004760 END PROGRAM SUSPMNT.
