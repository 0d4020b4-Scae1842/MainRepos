000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : LITMNT                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   TENUE DU REGISTRE DES LITIGES (LITREG, DESSIN LITREC) :     *
000090*   UN ENREGISTREMENT PAR MOUVEMENT CONTESTE AUPRES DU BUREAU   *
000100*   D'ORDRES, CLE FICHIER + NUMERO. PROGRAMME CONSOLE, AU       *
000110*   MEME TITRE QUE ECARTMNT : L'OPERATEUR (CONTROLE OPERTAB,    *
000120*   HABILITATION PAR FICHIER : ECP POUR LES NIVEAUX 1 ET 3,     *
000130*   ATBB POUR LES NIVEAUX 2 ET 3) OUVRE UN LITIGE SUR UN        *
000140*   MOUVEMENT DU MAITRE EN VIE (DATE D'OUVERTURE, CODE ET       *
000150*   TEXTE DU MOTIF, MONTANT CONTESTE DANS LA DEVISE DU          *
000160*   MOUVEMENT, RESPONSABLE = OPERATEUR ACTIF D'OPERTAB), LE     *
000170*   MODIFIE TANT QU'IL EST OUVERT, OU LE RESOUT AVEC UN CODE    *
000180*   ET UN TEXTE DE RESOLUTION. UN LITIGE RESOLU PEUT ETRE       *
000190*   ROUVERT SUR LA MEME CLE. CHAQUE CHANGEMENT EST JOURNALISE   *
000200*   DANS LE FICHIER D'HISTORIQUE LITHIST (AUTEUR, MOUVEMENT,    *
000210*   ANCIENNES ET NOUVELLES VALEURS, DATE ET HEURE), COMME       *
000220*   ECARTHIST. TANT QU'UN LITIGE EST OUVERT, MVTMAJ REJETTE     *
000230*   LA CLOTURE DU MOUVEMENT ET MVTARC NE L'ARCHIVE PAS.         *
000240*                                                               *
000250*   MODIFICATION HISTORY                                        *
000260*   --------------------                                        *
000270*   2026-10-15 JF  VERSION INITIALE.                            *
000280*                                                               *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. LITMNT.
000320 AUTHOR. J. FAVREAU.
000330 INSTALLATION. SERVICE EXPLOITATION.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS oper-statut-ws.
000420     SELECT LIT-REGISTRE ASSIGN TO "LITREG"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS LIT-CLE
000460         FILE STATUS IS lit-statut-ws.
000470     SELECT HIST-FICHIER ASSIGN TO "LITHIST"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS hist-statut-ws.
000500     SELECT ECP-FICHIER ASSIGN TO "ECPIN"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS ECP-CLE
000540         FILE STATUS IS ecp-statut-ws.
000550     SELECT ATBB-FICHIER ASSIGN TO "ATBBIN"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS ATBB-CLE
000590         FILE STATUS IS atbb-statut-ws.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  OPER-FICHIER
000630     LABEL RECORDS ARE STANDARD.
000640 COPY OPERTAB.
000650 FD  LIT-REGISTRE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY LITREC.
000680 FD  HIST-FICHIER
000690     LABEL RECORDS ARE STANDARD.
000700 COPY LITHREC.
000710 FD  ECP-FICHIER
000720     LABEL RECORDS ARE STANDARD.
000730 COPY ECPREC.
000740 FD  ATBB-FICHIER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY ATBBREC.
000770 WORKING-STORAGE SECTION.
000780 01  choix_ws PIC X(01).
000790 01  touche_ws PIC X.
000800 01  pause_ws PIC X.
000810 01  oper-statut-ws PIC X(02) VALUE SPACES.
000820 01  lit-statut-ws PIC X(02) VALUE SPACES.
000830 01  hist-statut-ws PIC X(02) VALUE SPACES.
000840 01  ecp-statut-ws PIC X(02) VALUE SPACES.
000850 01  atbb-statut-ws PIC X(02) VALUE SPACES.
000860 01  fin-oper-sw PIC X(01) VALUE "N".
000870     88  FIN-FICHIER-OPER VALUE "O".
000880 01  operateur-id-ws PIC X(08).
000890 01  operateur-valide-sw PIC X(01) VALUE "N".
000900     88  OPERATEUR-AUTORISE VALUE "O".
000910 01  operateur-niveau-ws PIC X(01) VALUE SPACE.
000920     88  OPERATEUR-HABIL-ECP VALUE "1".
000930     88  OPERATEUR-HABIL-ATBB VALUE "2".
000940     88  OPERATEUR-HABIL-TOUT VALUE "3".
000950 01  responsable-valide-sw PIC X(01) VALUE "N".
000960     88  RESPONSABLE-CONNU VALUE "O".
000970 01  mouvement-choisi-sw PIC X(01) VALUE "N".
000980     88  MOUVEMENT-CHOISI VALUE "O".
000990 01  trouve-sw PIC X(01) VALUE "N".
001000     88  MOUVEMENT-TROUVE VALUE "O".
001010 01  litige-existe-sw PIC X(01) VALUE "N".
001020     88  LITIGE-EXISTE VALUE "O".
001030 01  saisie-valide-sw PIC X(01) VALUE "N".
001040     88  SAISIE-VALIDE VALUE "O".
001050 01  saisie-fichier-ws PIC X(04).
001060 01  saisie-numero-ws PIC X(07).
001070 01  saisie-date-ws PIC X(08).
001080 01  saisie-code-ws PIC X(02).
001090 01  saisie-texte-ws PIC X(40).
001100 01  saisie-montant-ws PIC X(12).
001110 01  saisie-responsable-ws PIC X(08).
001120 01  date-controle-ws.
001130     05  date-aaaa-ws PIC 9(04).
001140     05  date-mm-ws PIC 9(02).
001150     05  date-jj-ws PIC 9(02).
001160 01  date-controle-x-ws REDEFINES date-controle-ws PIC X(08).
001170 01  montant-controle-ws PIC S9(09)V99 SIGN LEADING SEPARATE.
001180 01  montant-controle-x-ws REDEFINES montant-controle-ws
001190     PIC X(12).
001200 01  montant-mouvement-ws PIC S9(09)V99 COMP-3 VALUE ZERO.
001210 01  devise-mouvement-ws PIC X(03) VALUE SPACES.
001220 01  ancien-etat-ws PIC X(01).
001230 01  ancien-responsable-ws PIC X(08).
001240 01  ancien-montant-ws PIC S9(11)V99 COMP-3 VALUE ZERO.
001250 01  ancien-code-ws PIC X(02).
001260 01  affiche-libelle-ws PIC X(30).
001270 01  affiche-date-ws PIC 9(08) VALUE ZERO.
001280 01  affiche-montant-ws PIC ZZZ,ZZZ,ZZ9.99-.
001290 01  affiche-devise-ws PIC X(03).
001300 01  affiche-statut-ws PIC X(02).
001310 01  affiche-ouverture-ws PIC 9(08) VALUE ZERO.
001320 01  affiche-responsable-ws PIC X(08).
001330 01  affiche-conteste-ws PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001340 01  affiche-code-ws PIC X(02).
001350 01  affiche-motif-ws PIC X(40).
001360 SCREEN SECTION.
001370 01  saisie-operateur.
001380  02  BLANK SCREEN.
001390  02  VALUE "REGISTRE DES LITIGES" LINE 02 COL 20.
001400  02  VALUE "Identifiant operateur :" LINE 04 COL 10.
001410  02  operateur-zone PIC X(08) TO operateur-id-ws LINE 04
001420      COL 35.
001430 01  refus-acces.
001440  02  BLANK SCREEN.
001450  02  VALUE "Acces refuse - operateur non habilite" LINE 10
001460      COL 10.
001470 01  titre.
001480  02  BLANK SCREEN.
001490  02  VALUE "REGISTRE DES LITIGES" LINE 02 COL 20.
001500 01  question.
001510  02  VALUE "Que voulez-vous faire : " LINE 05 COL 10.
001520  02  VALUE " Ouvrir un litige, appuyez sur 1" LINE 06 COL 30.
001530  02  VALUE " Modifier un litige, appuyez sur 2" LINE 07
001540      COL 30.
001550  02  VALUE " Resoudre un litige, appuyez sur 3" LINE 08
001560      COL 30.
001570  02  choix PIC X TO choix_ws LINE 09 COL 30.
001580 01  erreur-saisie.
001590  02  VALUE "choix invalide, entrez 1, 2 ou 3" LINE 11 COL 10.
001600  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001610  02  PIC X TO pause_ws LINE 11 COL 75.
001620 01  saisie-cle.
001630  02  VALUE "Fichier ECP/ATBB :" LINE 10 COL 10.
001640  02  fichier-zone PIC X(04) TO saisie-fichier-ws LINE 10
001650      COL 29.
001660  02  VALUE "Numero :" LINE 10 COL 36.
001670  02  numero-zone PIC X(07) TO saisie-numero-ws LINE 10
001680      COL 45.
001690 01  erreur-cle.
001700  02  VALUE "fichier ou numero invalide" LINE 11 COL 10.
001710  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001720  02  PIC X TO pause_ws LINE 11 COL 75.
001730 01  refus-fichier.
001740  02  VALUE "fichier non autorise pour cet operateur" LINE 11
001750      COL 10.
001760  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001770  02  PIC X TO pause_ws LINE 11 COL 75.
001780 01  mouvement-inconnu.
001790  02  VALUE "mouvement inconnu du maitre en vie" LINE 11
001800      COL 10.
001810  02  VALUE "- appuyez sur une touche" LINE 11 COL 50.
001820  02  PIC X TO pause_ws LINE 11 COL 75.
001830 01  litige-deja-ouvert.
001840  02  VALUE "un litige est deja ouvert sur ce mouvement"
001850      LINE 16 COL 10.
001860  02  VALUE "- appuyez sur une touche" LINE 16 COL 54.
001870  02  PIC X TO pause_ws LINE 16 COL 79.
001880 01  litige-absent.
001890  02  VALUE "aucun litige ouvert sur ce mouvement" LINE 16
001900      COL 10.
001910  02  VALUE "- appuyez sur une touche" LINE 16 COL 50.
001920  02  PIC X TO pause_ws LINE 16 COL 75.
001930 01  affiche-mouvement.
001940  02  VALUE "Mouvement :" LINE 12 COL 10.
001950  02  PIC X(30) FROM affiche-libelle-ws LINE 12 COL 22.
001960  02  PIC 9(08) FROM affiche-date-ws LINE 12 COL 54.
001970  02  VALUE "Montant   :" LINE 13 COL 10.
001980  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-montant-ws LINE 13
001990      COL 22.
002000  02  PIC X(03) FROM affiche-devise-ws LINE 13 COL 39.
002010  02  VALUE "Statut :" LINE 13 COL 45.
002020  02  PIC X(02) FROM affiche-statut-ws LINE 13 COL 54.
002030 01  affiche-litige.
002040  02  VALUE "Litige du :" LINE 14 COL 10.
002050  02  PIC 9(08) FROM affiche-ouverture-ws LINE 14 COL 22.
002060  02  VALUE "Resp. :" LINE 14 COL 32.
002070  02  PIC X(08) FROM affiche-responsable-ws LINE 14 COL 40.
002080  02  PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM affiche-conteste-ws
002090      LINE 14 COL 50.
002100  02  VALUE "Motif     :" LINE 15 COL 10.
002110  02  PIC X(02) FROM affiche-code-ws LINE 15 COL 22.
002120  02  PIC X(40) FROM affiche-motif-ws LINE 15 COL 26.
002130 01  saisie-ouverture.
002140  02  VALUE "Date d'ouverture AAAAMMJJ (blanc = ce jour) :"
002150      LINE 17 COL 10.
002160  02  date-zone PIC X(08) TO saisie-date-ws LINE 17 COL 56.
002170  02  VALUE "Code motif :" LINE 18 COL 10.
002180  02  code-zone PIC X(02) TO saisie-code-ws LINE 18 COL 23.
002190  02  VALUE "Motif :" LINE 18 COL 28.
002200  02  texte-zone PIC X(40) TO saisie-texte-ws LINE 18 COL 36.
002210  02  VALUE "Montant conteste +00000123456 :" LINE 19 COL 10.
002220  02  montant-zone PIC X(12) TO saisie-montant-ws LINE 19
002230      COL 42.
002240  02  VALUE "(blanc = montant du mvt)" LINE 19 COL 56.
002250  02  VALUE "Responsable (blanc = vous-meme) :" LINE 20
002260      COL 10.
002270  02  responsable-zone PIC X(08) TO saisie-responsable-ws
002280      LINE 20 COL 44.
002290 01  saisie-modification.
002300  02  VALUE "Code motif :" LINE 17 COL 10.
002310  02  mcode-zone PIC X(02) TO saisie-code-ws LINE 17 COL 23.
002320  02  VALUE "Motif :" LINE 17 COL 28.
002330  02  mtexte-zone PIC X(40) TO saisie-texte-ws LINE 17
002340      COL 36.
002350  02  VALUE "Montant conteste +00000123456 :" LINE 18 COL 10.
002360  02  mmontant-zone PIC X(12) TO saisie-montant-ws LINE 18
002370      COL 42.
002380  02  VALUE "Responsable :" LINE 19 COL 10.
002390  02  mresponsable-zone PIC X(08) TO saisie-responsable-ws
002400      LINE 19 COL 24.
002410  02  VALUE "(blanc = inchange)" LINE 20 COL 10.
002420 01  saisie-resolution.
002430  02  VALUE "Code resolution :" LINE 17 COL 10.
002440  02  rcode-zone PIC X(02) TO saisie-code-ws LINE 17 COL 28.
002450  02  VALUE "Resolution :" LINE 18 COL 10.
002460  02  rtexte-zone PIC X(40) TO saisie-texte-ws LINE 18
002470      COL 23.
002480 01  message-code.
002490  02  VALUE "code obligatoire, litige inchange" LINE 23
002500      COL 10.
002510  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002520  02  PIC X TO pause_ws LINE 23 COL 75.
002530 01  message-date.
002540  02  VALUE "date invalide, litige inchange" LINE 23 COL 10.
002550  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002560  02  PIC X TO pause_ws LINE 23 COL 75.
002570 01  message-montant.
002580  02  VALUE "montant invalide, litige inchange" LINE 23
002590      COL 10.
002600  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002610  02  PIC X TO pause_ws LINE 23 COL 75.
002620 01  message-responsable.
002630  02  VALUE "responsable inconnu ou inactif, litige inchange"
002640      LINE 23 COL 10.
002650  02  VALUE "- appuyez sur une touche" LINE 23 COL 58.
002660  02  PIC X TO pause_ws LINE 23 COL 79.
002670 01  message-rien.
002680  02  VALUE "aucune zone saisie, litige inchange" LINE 23
002690      COL 10.
002700  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002710  02  PIC X TO pause_ws LINE 23 COL 75.
002720 01  message-echec.
002730  02  VALUE "ecriture LITREG en echec" LINE 23 COL 10.
002740  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002750  02  PIC X TO pause_ws LINE 23 COL 75.
002760 01  message-fait.
002770  02  VALUE "litige enregistre et journalise" LINE 23
002780      COL 10.
002790  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
002800  02  PIC X TO pause_ws LINE 23 COL 75.
002810 01  attente.
002820  02  VALUE "Appuyer sur la touche f et validez" LINE 24 COL 20.
002830  02  VALUE "pour terminer" LINE 24 COL 55.
002840  02  touche PIC X TO touche_ws LINE 24 COL 70.
002850*
002860*****************************************************************
002870*                                                               *
002880*   PROCEDURE DIVISION                                          *
002890*                                                               *
002900*****************************************************************
002910 PROCEDURE DIVISION.
002920*****************************************************************
002930*    MAIN-PROCEDURE - POINT D'ENTREE DU PROGRAMME.              *
002940*    CONTROLE L'OPERATEUR, OUVRE LE REGISTRE DES LITIGES (IL    *
002950*    EST CREE VIDE A LA PREMIERE UTILISATION) PUIS BOUCLE SUR   *
002960*    LE MENU TANT QUE LA TOUCHE F N'A PAS ETE TAPEE.            *
002970*****************************************************************
002980 MAIN-PROCEDURE.
002990     PERFORM 0500-LOGIN THRU 0500-EXIT.
003000     IF NOT OPERATEUR-AUTORISE
003010         DISPLAY refus-acces
003020         MOVE 8 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN I-O LIT-REGISTRE.
003060     IF lit-statut-ws = "35"
003070         OPEN OUTPUT LIT-REGISTRE
003080         CLOSE LIT-REGISTRE
003090         OPEN I-O LIT-REGISTRE
003100     END-IF.
003110     IF lit-statut-ws NOT = "00"
003120         DISPLAY "LITMNT - OUVERTURE LITREG IMPOSSIBLE - "
003130             lit-statut-ws " - MISE A JOUR REFUSEE"
003140         MOVE 12 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170*
003180     PERFORM 1500-BOUCLE-MENU THRU 1500-EXIT
003190         WITH TEST AFTER
003200         UNTIL touche_ws = "f".
003210     CLOSE LIT-REGISTRE.
003220     STOP RUN.
003230*
003240 MAIN-PROCEDURE-EXIT.
003250     EXIT.
003260*
003270*****************************************************************
003280*    0500-LOGIN - DEMANDE L'IDENTIFIANT DE L'OPERATEUR ET LE    *
003290*    CONTROLE DANS OPERTAB (PRESENT ET ACTIF).                  *
003300*****************************************************************
003310 0500-LOGIN.
003320     DISPLAY saisie-operateur.
003330     MOVE SPACES TO operateur-zone.
003340     ACCEPT saisie-operateur.
003350     MOVE "N" TO operateur-valide-sw.
003360     PERFORM 0510-VERIFIER-OPERATEUR THRU 0510-EXIT.
003370 0500-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    0510-VERIFIER-OPERATEUR - RECHERCHE L'IDENTIFIANT SAISI    *
003420*    DANS LE FICHIER DES OPERATEURS HABILITES.                  *
003430*****************************************************************
003440 0510-VERIFIER-OPERATEUR.
003450     MOVE "N" TO fin-oper-sw.
003460     OPEN INPUT OPER-FICHIER.
003470     IF oper-statut-ws NOT = "00"
003480         GO TO 0510-EXIT
003490     END-IF.
003500     PERFORM 0520-CHERCHER-OPERATEUR THRU 0520-EXIT
003510         UNTIL FIN-FICHIER-OPER OR OPERATEUR-AUTORISE.
003520     CLOSE OPER-FICHIER.
003530 0510-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570*    0520-CHERCHER-OPERATEUR - LIT UN ENREGISTREMENT DU         *
003580*    FICHIER OPERATEURS ET LE COMPARE A L'IDENTIFIANT SAISI.    *
003590*****************************************************************
003600 0520-CHERCHER-OPERATEUR.
003610     READ OPER-FICHIER
003620         AT END
003630             SET FIN-FICHIER-OPER TO TRUE
003640             GO TO 0520-EXIT
003650     END-READ.
003660     IF OPER-ID = operateur-id-ws AND NOT OPER-INACTIF
003670         SET OPERATEUR-AUTORISE TO TRUE
003680         MOVE OPER-NIVEAU-HABIL TO operateur-niveau-ws
003690     END-IF.
003700 0520-EXIT.
003710     EXIT.
003720*
003730*****************************************************************
003740*    0530-VERIFIER-RESPONSABLE - CONTROLE QUE LE RESPONSABLE    *
003750*    SAISI EST UN OPERATEUR PRESENT ET ACTIF DANS OPERTAB.      *
003760*****************************************************************
003770 0530-VERIFIER-RESPONSABLE.
003780     MOVE "N" TO responsable-valide-sw.
003790     MOVE "N" TO fin-oper-sw.
003800     OPEN INPUT OPER-FICHIER.
003810     IF oper-statut-ws NOT = "00"
003820         GO TO 0530-EXIT
003830     END-IF.
003840     PERFORM 0540-CHERCHER-RESPONSABLE THRU 0540-EXIT
003850         UNTIL FIN-FICHIER-OPER OR RESPONSABLE-CONNU.
003860     CLOSE OPER-FICHIER.
003870 0530-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910*    0540-CHERCHER-RESPONSABLE - LIT UN ENREGISTREMENT DU       *
003920*    FICHIER OPERATEURS ET LE COMPARE AU RESPONSABLE SAISI.     *
003930*****************************************************************
003940 0540-CHERCHER-RESPONSABLE.
003950     READ OPER-FICHIER
003960         AT END
003970             SET FIN-FICHIER-OPER TO TRUE
003980             GO TO 0540-EXIT
003990     END-READ.
004000     IF OPER-ID = saisie-responsable-ws AND NOT OPER-INACTIF
004010         SET RESPONSABLE-CONNU TO TRUE
004020     END-IF.
004030 0540-EXIT.
004040     EXIT.
004050*
004060*****************************************************************
004070*    1500-BOUCLE-MENU - AFFICHE LE MENU, EXECUTE L'ACTION       *
004080*    CHOISIE PUIS ATTEND UNE TOUCHE.                            *
004090*****************************************************************
004100 1500-BOUCLE-MENU.
004110     DISPLAY titre.
004120     DISPLAY question.
004130     MOVE SPACES TO choix.
004140     ACCEPT question.
004150     EVALUATE TRUE
004160         WHEN choix_ws = "1"
004170             PERFORM 2000-OUVRIR THRU 2000-EXIT
004180         WHEN choix_ws = "2"
004190             PERFORM 2500-MODIFIER THRU 2500-EXIT
004200         WHEN choix_ws = "3"
004210             PERFORM 3000-RESOUDRE THRU 3000-EXIT
004220         WHEN OTHER
004230             MOVE SPACE TO pause_ws
004240             ACCEPT erreur-saisie
004250     END-EVALUATE.
004260     MOVE SPACE TO touche.
004270     ACCEPT attente.
004280 1500-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320*    2000-OUVRIR - OUVRE UN LITIGE SUR UN MOUVEMENT DU MAITRE   *
004330*    EN VIE SANS LITIGE OUVERT : DATE (BLANC = CE JOUR), CODE   *
004340*    MOTIF OBLIGATOIRE, TEXTE, MONTANT CONTESTE (BLANC = MONTANT*
004350*    DU MOUVEMENT) ET RESPONSABLE (BLANC = L'OPERATEUR). UN     *
004360*    LITIGE RESOLU SUR LA MEME CLE EST REMPLACE.                *
004370*****************************************************************
004380 2000-OUVRIR.
004390     PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT.
004400     IF NOT MOUVEMENT-CHOISI
004410         GO TO 2000-EXIT
004420     END-IF.
004430     IF NOT MOUVEMENT-TROUVE
004440         MOVE SPACE TO pause_ws
004450         ACCEPT mouvement-inconnu
004460         GO TO 2000-EXIT
004470     END-IF.
004480     IF LITIGE-EXISTE AND LIT-OUVERT
004490         DISPLAY affiche-litige
004500         MOVE SPACE TO pause_ws
004510         ACCEPT litige-deja-ouvert
004520         GO TO 2000-EXIT
004530     END-IF.
004540     MOVE SPACES TO date-zone.
004550     MOVE SPACES TO code-zone.
004560     MOVE SPACES TO texte-zone.
004570     MOVE SPACES TO montant-zone.
004580     MOVE SPACES TO responsable-zone.
004590     ACCEPT saisie-ouverture.
004600     IF saisie-code-ws = SPACES
004610         MOVE SPACE TO pause_ws
004620         ACCEPT message-code
004630         GO TO 2000-EXIT
004640     END-IF.
004650     PERFORM 4300-CONTROLER-DATE THRU 4300-EXIT.
004660     IF NOT SAISIE-VALIDE
004670         MOVE SPACE TO pause_ws
004680         ACCEPT message-date
004690         GO TO 2000-EXIT
004700     END-IF.
004710     PERFORM 4400-CONTROLER-MONTANT THRU 4400-EXIT.
004720     IF NOT SAISIE-VALIDE
004730         MOVE SPACE TO pause_ws
004740         ACCEPT message-montant
004750         GO TO 2000-EXIT
004760     END-IF.
004770     IF saisie-responsable-ws = SPACES
004780         MOVE operateur-id-ws TO saisie-responsable-ws
004790     END-IF.
004800     PERFORM 0530-VERIFIER-RESPONSABLE THRU 0530-EXIT.
004810     IF NOT RESPONSABLE-CONNU
004820         MOVE SPACE TO pause_ws
004830         ACCEPT message-responsable
004840         GO TO 2000-EXIT
004850     END-IF.
004860     PERFORM 4200-GARDER-ANCIEN THRU 4200-EXIT.
004870     MOVE SPACES TO LIT-RECORD.
004880     MOVE saisie-fichier-ws TO LIT-FICHIER.
004890     MOVE saisie-numero-ws TO LIT-NUMERO.
004900     SET LIT-OUVERT TO TRUE.
004910     IF saisie-date-ws = SPACES
004920         ACCEPT LIT-DATE-OUVERTURE FROM DATE YYYYMMDD
004930     ELSE
004940         MOVE date-controle-ws TO LIT-DATE-OUVERTURE
004950     END-IF.
004960     MOVE saisie-code-ws TO LIT-CODE-MOTIF.
004970     MOVE saisie-texte-ws TO LIT-MOTIF.
004980     IF saisie-montant-ws = SPACES
004990         MOVE montant-mouvement-ws TO LIT-MONTANT
005000     ELSE
005010         MOVE montant-controle-ws TO LIT-MONTANT
005020     END-IF.
005030     MOVE devise-mouvement-ws TO LIT-DEVISE.
005040     MOVE saisie-responsable-ws TO LIT-RESPONSABLE.
005050     MOVE ZERO TO LIT-DATE-RESOLUTION.
005060     MOVE "OUVERTURE" TO LITH-ACTION.
005070     MOVE LIT-CODE-MOTIF TO LITH-NOUV-CODE.
005080     MOVE LIT-MOTIF TO LITH-TEXTE.
005090     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140*    2500-MODIFIER - MODIFIE UN LITIGE OUVERT : CODE ET TEXTE   *
005150*    DU MOTIF, MONTANT CONTESTE, RESPONSABLE. UNE ZONE LAISSEE  *
005160*    A BLANC EST INCHANGEE.                                     *
005170*****************************************************************
005180 2500-MODIFIER.
005190     PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT.
005200     IF NOT MOUVEMENT-CHOISI
005210         GO TO 2500-EXIT
005220     END-IF.
005230     IF NOT LITIGE-EXISTE OR NOT LIT-OUVERT
005240         MOVE SPACE TO pause_ws
005250         ACCEPT litige-absent
005260         GO TO 2500-EXIT
005270     END-IF.
005280     DISPLAY affiche-litige.
005290     MOVE SPACES TO mcode-zone.
005300     MOVE SPACES TO mtexte-zone.
005310     MOVE SPACES TO mmontant-zone.
005320     MOVE SPACES TO mresponsable-zone.
005330     ACCEPT saisie-modification.
005340     IF saisie-code-ws = SPACES
005350         AND saisie-texte-ws = SPACES
005360         AND saisie-montant-ws = SPACES
005370         AND saisie-responsable-ws = SPACES
005380         MOVE SPACE TO pause_ws
005390         ACCEPT message-rien
005400         GO TO 2500-EXIT
005410     END-IF.
005420     PERFORM 4400-CONTROLER-MONTANT THRU 4400-EXIT.
005430     IF NOT SAISIE-VALIDE
005440         MOVE SPACE TO pause_ws
005450         ACCEPT message-montant
005460         GO TO 2500-EXIT
005470     END-IF.
005480     IF saisie-responsable-ws NOT = SPACES
005490         PERFORM 0530-VERIFIER-RESPONSABLE THRU 0530-EXIT
005500         IF NOT RESPONSABLE-CONNU
005510             MOVE SPACE TO pause_ws
005520             ACCEPT message-responsable
005530             GO TO 2500-EXIT
005540         END-IF
005550     END-IF.
005560     PERFORM 4200-GARDER-ANCIEN THRU 4200-EXIT.
005570     IF saisie-code-ws NOT = SPACES
005580         MOVE saisie-code-ws TO LIT-CODE-MOTIF
005590     END-IF.
005600     IF saisie-texte-ws NOT = SPACES
005610         MOVE saisie-texte-ws TO LIT-MOTIF
005620     END-IF.
005630     IF saisie-montant-ws NOT = SPACES
005640         MOVE montant-controle-ws TO LIT-MONTANT
005650     END-IF.
005660     IF saisie-responsable-ws NOT = SPACES
005670         MOVE saisie-responsable-ws TO LIT-RESPONSABLE
005680     END-IF.
005690     MOVE "MODIF" TO LITH-ACTION.
005700     MOVE LIT-CODE-MOTIF TO LITH-NOUV-CODE.
005710     MOVE LIT-MOTIF TO LITH-TEXTE.
005720     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
005730 2500-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770*    3000-RESOUDRE - RESOUT UN LITIGE OUVERT AVEC UN CODE DE    *
005780*    RESOLUTION (OBLIGATOIRE) ET UN TEXTE, DATE DU JOUR. LE     *
005790*    MOUVEMENT PEUT ENSUITE ETRE CLOS ET ARCHIVE.               *
005800*****************************************************************
005810 3000-RESOUDRE.
005820     PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT.
005830     IF NOT MOUVEMENT-CHOISI
005840         GO TO 3000-EXIT
005850     END-IF.
005860     IF NOT LITIGE-EXISTE OR NOT LIT-OUVERT
005870         MOVE SPACE TO pause_ws
005880         ACCEPT litige-absent
005890         GO TO 3000-EXIT
005900     END-IF.
005910     DISPLAY affiche-litige.
005920     MOVE SPACES TO rcode-zone.
005930     MOVE SPACES TO rtexte-zone.
005940     ACCEPT saisie-resolution.
005950     IF saisie-code-ws = SPACES
005960         MOVE SPACE TO pause_ws
005970         ACCEPT message-code
005980         GO TO 3000-EXIT
005990     END-IF.
006000     PERFORM 4200-GARDER-ANCIEN THRU 4200-EXIT.
006010     SET LIT-RESOLU TO TRUE.
006020     ACCEPT LIT-DATE-RESOLUTION FROM DATE YYYYMMDD.
006030     MOVE saisie-code-ws TO LIT-CODE-RESOLUTION.
006040     MOVE saisie-texte-ws TO LIT-RESOLUTION.
006050     MOVE "RESOLUTION" TO LITH-ACTION.
006060     MOVE LIT-CODE-RESOLUTION TO LITH-NOUV-CODE.
006070     MOVE LIT-RESOLUTION TO LITH-TEXTE.
006080     PERFORM 5000-ENREGISTRER THRU 5000-EXIT.
006090 3000-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    4000-CHOISIR-MOUVEMENT - SAISIT LE FICHIER ET LE NUMERO,   *
006140*    CONTROLE L'HABILITATION DE L'OPERATEUR POUR CE FICHIER,    *
006150*    LIT LE MOUVEMENT DANS LE MAITRE EN VIE (AFFICHE S'IL EST   *
006160*    TROUVE) ET LE LITIGE EVENTUEL DANS LE REGISTRE.            *
006170*****************************************************************
006180 4000-CHOISIR-MOUVEMENT.
006190     MOVE "N" TO mouvement-choisi-sw.
006200     MOVE SPACES TO fichier-zone.
006210     MOVE SPACES TO numero-zone.
006220     ACCEPT saisie-cle.
006230     IF saisie-fichier-ws = "ecp"
006240         MOVE "ECP" TO saisie-fichier-ws
006250     END-IF.
006260     IF saisie-fichier-ws = "atbb"
006270         MOVE "ATBB" TO saisie-fichier-ws
006280     END-IF.
006290     IF saisie-fichier-ws NOT = "ECP " AND NOT = "ATBB"
006300         OR saisie-numero-ws NOT NUMERIC
006310         MOVE SPACE TO pause_ws
006320         ACCEPT erreur-cle
006330         GO TO 4000-EXIT
006340     END-IF.
006350     IF saisie-fichier-ws = "ECP "
006360         AND NOT OPERATEUR-HABIL-ECP
006370         AND NOT OPERATEUR-HABIL-TOUT
006380         MOVE SPACE TO pause_ws
006390         ACCEPT refus-fichier
006400         GO TO 4000-EXIT
006410     END-IF.
006420     IF saisie-fichier-ws = "ATBB"
006430         AND NOT OPERATEUR-HABIL-ATBB
006440         AND NOT OPERATEUR-HABIL-TOUT
006450         MOVE SPACE TO pause_ws
006460         ACCEPT refus-fichier
006470         GO TO 4000-EXIT
006480     END-IF.
006490     PERFORM 4100-LIRE-MAITRE THRU 4100-EXIT.
006500     IF MOUVEMENT-TROUVE
006510         DISPLAY affiche-mouvement
006520     END-IF.
006530     MOVE "N" TO litige-existe-sw.
006540     MOVE saisie-fichier-ws TO LIT-FICHIER.
006550     MOVE saisie-numero-ws TO LIT-NUMERO.
006560     READ LIT-REGISTRE
006570         INVALID KEY
006580             CONTINUE
006590         NOT INVALID KEY
006600             SET LITIGE-EXISTE TO TRUE
006610             MOVE LIT-DATE-OUVERTURE TO affiche-ouverture-ws
006620             MOVE LIT-RESPONSABLE TO affiche-responsable-ws
006630             MOVE LIT-MONTANT TO affiche-conteste-ws
006640             MOVE LIT-CODE-MOTIF TO affiche-code-ws
006650             MOVE LIT-MOTIF TO affiche-motif-ws
006660     END-READ.
006670     SET MOUVEMENT-CHOISI TO TRUE.
006680 4000-EXIT.
006690     EXIT.
006700*
006710*****************************************************************
006720*    4100-LIRE-MAITRE - LIT LE MAITRE EN VIE DU FICHIER SAISI   *
006730*    PAR SA CLE ET PREPARE L'AFFICHAGE, LE MONTANT ET LA DEVISE *
006740*    DU MOUVEMENT.                                              *
006750*****************************************************************
006760 4100-LIRE-MAITRE.
006770     MOVE "N" TO trouve-sw.
006780     MOVE ZERO TO montant-mouvement-ws.
006790     MOVE SPACES TO devise-mouvement-ws.
006800     IF saisie-fichier-ws = "ECP "
006810         OPEN INPUT ECP-FICHIER
006820         IF ecp-statut-ws NOT = "00"
006830             GO TO 4100-EXIT
006840         END-IF
006850         MOVE saisie-numero-ws TO ECP-NUMERO
006860         READ ECP-FICHIER
006870             INVALID KEY
006880                 CONTINUE
006890             NOT INVALID KEY
006900                 SET MOUVEMENT-TROUVE TO TRUE
006910                 MOVE ECP-LIBELLE TO affiche-libelle-ws
006920                 MOVE ECP-DATE-MVT TO affiche-date-ws
006930                 MOVE ECP-MONTANT TO affiche-montant-ws
006940                 MOVE ECP-MONTANT TO montant-mouvement-ws
006950                 MOVE ECP-CODE-DEVISE TO devise-mouvement-ws
006960                 MOVE ECP-CODE-STATUT TO affiche-statut-ws
006970         END-READ
006980         CLOSE ECP-FICHIER
006990     ELSE
007000         OPEN INPUT ATBB-FICHIER
007010         IF atbb-statut-ws NOT = "00"
007020             GO TO 4100-EXIT
007030         END-IF
007040         MOVE saisie-numero-ws TO ATBB-NUMERO
007050         READ ATBB-FICHIER
007060             INVALID KEY
007070                 CONTINUE
007080             NOT INVALID KEY
007090                 SET MOUVEMENT-TROUVE TO TRUE
007100                 MOVE ATBB-LIBELLE TO affiche-libelle-ws
007110                 MOVE ATBB-DATE-MVT TO affiche-date-ws
007120                 MOVE ATBB-MONTANT TO affiche-montant-ws
007130                 MOVE ATBB-MONTANT TO montant-mouvement-ws
007140                 MOVE ATBB-CODE-DEVISE TO devise-mouvement-ws
007150                 MOVE ATBB-CODE-STATUT TO affiche-statut-ws
007160         END-READ
007170         CLOSE ATBB-FICHIER
007180     END-IF.
007190     MOVE devise-mouvement-ws TO affiche-devise-ws.
007200 4100-EXIT.
007210     EXIT.
007220*
007230*****************************************************************
007240*    4200-GARDER-ANCIEN - GARDE POUR LE JOURNAL LES VALEURS DU  *
007250*    LITIGE AVANT CHANGEMENT (A BLANC OU ZERO S'IL N'Y EN A     *
007260*    PAS ENCORE SUR CETTE CLE).                                 *
007270*****************************************************************
007280 4200-GARDER-ANCIEN.
007290     IF LITIGE-EXISTE
007300         MOVE LIT-ETAT TO ancien-etat-ws
007310         MOVE LIT-RESPONSABLE TO ancien-responsable-ws
007320         MOVE LIT-MONTANT TO ancien-montant-ws
007330         MOVE LIT-CODE-MOTIF TO ancien-code-ws
007340     ELSE
007350         MOVE SPACES TO ancien-etat-ws
007360         MOVE SPACES TO ancien-responsable-ws
007370         MOVE ZERO TO ancien-montant-ws
007380         MOVE SPACES TO ancien-code-ws
007390     END-IF.
007400 4200-EXIT.
007410     EXIT.
007420*
007430*****************************************************************
007440*    4300-CONTROLER-DATE - CONTROLE LA DATE D'OUVERTURE         *
007450*    SAISIE : BLANC ACCEPTE (= CE JOUR), SINON AAAAMMJJ.        *
007460*****************************************************************
007470 4300-CONTROLER-DATE.
007480     MOVE "O" TO saisie-valide-sw.
007490     IF saisie-date-ws = SPACES
007500         GO TO 4300-EXIT
007510     END-IF.
007520     IF saisie-date-ws NOT NUMERIC
007530         MOVE "N" TO saisie-valide-sw
007540         GO TO 4300-EXIT
007550     END-IF.
007560     MOVE saisie-date-ws TO date-controle-x-ws.
007570     IF date-mm-ws < 01 OR date-mm-ws > 12
007580         OR date-jj-ws < 01 OR date-jj-ws > 31
007590         OR date-aaaa-ws < 1900
007600         MOVE "N" TO saisie-valide-sw
007610     END-IF.
007620 4300-EXIT.
007630     EXIT.
007640*
007650*****************************************************************
007660*    4400-CONTROLER-MONTANT - CONTROLE LE MONTANT CONTESTE      *
007670*    SAISI : BLANC ACCEPTE, SINON SIGNE SEPARE DEVANT PLUS 11   *
007680*    CHIFFRES, COMME DANS MVTSAIS.                              *
007690*****************************************************************
007700 4400-CONTROLER-MONTANT.
007710     MOVE "O" TO saisie-valide-sw.
007720     IF saisie-montant-ws = SPACES
007730         GO TO 4400-EXIT
007740     END-IF.
007750     MOVE saisie-montant-ws TO montant-controle-x-ws.
007760     IF montant-controle-ws NOT NUMERIC
007770         MOVE "N" TO saisie-valide-sw
007780     END-IF.
007790 4400-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830*    5000-ENREGISTRER - ESTAMPILLE LE LITIGE (DATE, HEURE,      *
007840*    AUTEUR), L'ECRIT OU LE REECRIT DANS LE REGISTRE ET         *
007850*    JOURNALISE LE CHANGEMENT DANS LITHIST.                     *
007860*****************************************************************
007870 5000-ENREGISTRER.
007880     ACCEPT LIT-DATE-MAJ FROM DATE YYYYMMDD.
007890     ACCEPT LIT-HEURE-MAJ FROM TIME.
007900     MOVE operateur-id-ws TO LIT-AUTEUR.
007910     IF LITIGE-EXISTE
007920         REWRITE LIT-RECORD
007930             INVALID KEY
007940                 MOVE SPACE TO pause_ws
007950                 ACCEPT message-echec
007960                 GO TO 5000-EXIT
007970         END-REWRITE
007980     ELSE
007990         WRITE LIT-RECORD
008000             INVALID KEY
008010                 MOVE SPACE TO pause_ws
008020                 ACCEPT message-echec
008030                 GO TO 5000-EXIT
008040         END-WRITE
008050     END-IF.
008060     PERFORM 7000-ECRIRE-HISTORIQUE THRU 7000-EXIT.
008070     MOVE SPACE TO pause_ws.
008080     ACCEPT message-fait.
008090 5000-EXIT.
008100     EXIT.
008110*
008120*****************************************************************
008130*    7000-ECRIRE-HISTORIQUE - COMPLETE L'ENREGISTREMENT         *
008140*    D'HISTORIQUE (DATE, HEURE, AUTEUR, MOUVEMENT, ANCIENNES    *
008150*    ET NOUVELLES VALEURS) ET L'ECRIT EN AJOUT DANS LITHIST.    *
008160*    ACTION, NOUVEAU CODE ET TEXTE SONT POSES PAR L'APPELANT.   *
008170*****************************************************************
008180 7000-ECRIRE-HISTORIQUE.
008190     MOVE LIT-DATE-MAJ TO LITH-DATE.
008200     MOVE LIT-HEURE-MAJ TO LITH-HEURE.
008210     MOVE operateur-id-ws TO LITH-AUTEUR.
008220     MOVE LIT-CLE TO LITH-CLE.
008230     MOVE ancien-etat-ws TO LITH-ANC-ETAT.
008240     MOVE LIT-ETAT TO LITH-NOUV-ETAT.
008250     MOVE ancien-responsable-ws TO LITH-ANC-RESPONSABLE.
008260     MOVE LIT-RESPONSABLE TO LITH-NOUV-RESPONSABLE.
008270     MOVE ancien-montant-ws TO LITH-ANC-MONTANT.
008280     MOVE LIT-MONTANT TO LITH-NOUV-MONTANT.
008290     MOVE ancien-code-ws TO LITH-ANC-CODE.
008300     OPEN EXTEND HIST-FICHIER.
008310     IF hist-statut-ws NOT = "00"
008320         OPEN OUTPUT HIST-FICHIER
008330     END-IF.
008340     WRITE LITH-RECORD.
008350     CLOSE HIST-FICHIER.
008360 7000-EXIT.
008370     EXIT.
008380*
008390 END PROGRAM LITMNT.
