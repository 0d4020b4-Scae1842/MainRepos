000192*                  DESORMAIS RECHERCHE DANS LES MAITRES         *
000193*                  D'ARCHIVE (ECPARCH/ATBBARCH, ALIMENTES PAR   *
000194*                  MVTARC) ET AFFICHE AVEC L'ORIGINE ARCHIVE.   *
000195*   2026-10-15 JF  LE RESULTAT PORTE L'INDICATEUR DE LITIGE LU  *
000196*                  DANS LE REGISTRE DES LITIGES (LITREG, DESSIN *
000197*                  LITREC, TENU PAR LITMNT) : OUVERT AVEC SON   *
000198*                  RESPONSABLE, RESOLU, OU NON.                 *
000200*                                                               *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000468         ACCESS MODE IS RANDOM
000469         RECORD KEY IS ATBB-ARCH-CLE
000470         FILE STATUS IS atbbarch-statut-ws.
000471     SELECT LIT-REGISTRE ASSIGN TO "LITREG"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS LIT-CLE
000475         FILE STATUS IS litreg-statut-ws.
000476 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPER-FICHIER
000500     LABEL RECORDS ARE STANDARD.
000618     05  ATBB-ARCH-MONTANT       PIC S9(09)V99 COMP-3.
000619     05  ATBB-ARCH-STATUT        PIC X(02).
000620     05  FILLER                  PIC X(10).
000621 FD  LIT-REGISTRE
000622     LABEL RECORDS ARE STANDARD.
000623 COPY LITREC.
000624 WORKING-STORAGE SECTION.
000625 01  fichier_ws PIC X(01).
000630 01  numero_ws PIC X(07).
000640 01  touche_ws PIC X.
000650 01  pause_ws PIC X.
000690 01  atbb-statut-ws PIC X(02) VALUE SPACES.
000691 01  ecparch-statut-ws PIC X(02) VALUE SPACES.
000692 01  atbbarch-statut-ws PIC X(02) VALUE SPACES.
000693 01  litreg-statut-ws PIC X(02) VALUE SPACES.
000700 01  fin-oper-sw PIC X(01) VALUE "N".
000710     88  FIN-FICHIER-OPER VALUE "O".
000720 01  operateur-id-ws PIC X(08).
000840 01  resultat-montant-ws PIC ZZZ,ZZZ,ZZ9.99-.
000850 01  resultat-statut-ws PIC X(02).
000851 01  resultat-origine-ws PIC X(08).
000852 01  resultat-litige-ws PIC X(06).
000853 01  resultat-responsable-ws PIC X(08).
000860 SCREEN SECTION.
000870 01  saisie-operateur.
000880  02  BLANK SCREEN.
001370  02  PIC X(02) FROM resultat-statut-ws LINE 16 COL 22.
001371  02  VALUE "Origine :" LINE 17 COL 10.
001372  02  PIC X(08) FROM resultat-origine-ws LINE 17 COL 22.
001373  02  VALUE "Litige  :" LINE 18 COL 10.
001374  02  PIC X(06) FROM resultat-litige-ws LINE 18 COL 22.
001375  02  VALUE "Responsable :" LINE 18 COL 31.
001376  02  PIC X(08) FROM resultat-responsable-ws LINE 18 COL 45.
001380 01  attente.
001390  02  VALUE "Appuyer sur une touche et validez" LINE 20 COL 20.
001400  02  VALUE "pour continuer" LINE 20 COL 55.
002840*
002850*****************************************************************
002860*    2000-CONSULTER-ECP - SAISIT LE NUMERO, LIT DIRECTEMENT LE  *
002861*    FICHIER MAITRE ECP PAR SA CLE ET AFFICHE LE RESULTAT,      *
002862*    AVEC L'INDICATEUR DE LITIGE.                               *
002880*****************************************************************
002890 2000-CONSULTER-ECP.
002900     PERFORM 1600-SAISIR-NUMERO THRU 1600-EXIT.
003142         PERFORM 2500-CONSULTER-ECP-ARCH THRU 2500-EXIT
003143     END-IF.
003150     IF MOUVEMENT-TROUVE
003151         MOVE "ECP " TO LIT-FICHIER
003152         MOVE numero_ws TO LIT-NUMERO
003153         PERFORM 4200-CHERCHER-LITIGE THRU 4200-EXIT
003160         DISPLAY resultat
003170         MOVE SPACE TO touche
003180         ACCEPT attente
003280*
003290*****************************************************************
003300*    3000-CONSULTER-ATBB - SAISIT LE NUMERO, LIT DIRECTEMENT    *
003301*    LE FICHIER MAITRE ATBB PAR SA CLE ET AFFICHE LE RESULTAT,  *
003302*    AVEC L'INDICATEUR DE LITIGE.                               *
003320*****************************************************************
003330 3000-CONSULTER-ATBB.
003340     PERFORM 1600-SAISIR-NUMERO THRU 1600-EXIT.
003582         PERFORM 3500-CONSULTER-ATBB-ARCH THRU 3500-EXIT
003583     END-IF.
003590     IF MOUVEMENT-TROUVE
003591         MOVE "ATBB" TO LIT-FICHIER
003592         MOVE numero_ws TO LIT-NUMERO
003593         PERFORM 4200-CHERCHER-LITIGE THRU 4200-EXIT
003600         DISPLAY resultat
003610         MOVE SPACE TO touche
003620         ACCEPT attente
004660 3500-EXIT.
004670     EXIT.
004680*
004690*****************************************************************
004700*    4200-CHERCHER-LITIGE - LIT LE REGISTRE DES LITIGES PAR LA  *
004710*    CLE PLACEE DANS LIT-CLE ET PREPARE L'INDICATEUR AFFICHE :  *
004720*    OUVERT (AVEC SON RESPONSABLE), RESOLU OU NON. SANS         *
004730*    REGISTRE, LE MOUVEMENT EST AFFICHE SANS LITIGE.            *
004740*****************************************************************
004750 4200-CHERCHER-LITIGE.
004760     MOVE "NON" TO resultat-litige-ws.
004770     MOVE SPACES TO resultat-responsable-ws.
004780     OPEN INPUT LIT-REGISTRE.
004790     IF litreg-statut-ws NOT = "00"
004800         GO TO 4200-EXIT
004810     END-IF.
004820     READ LIT-REGISTRE
004830         INVALID KEY
004840             CONTINUE
004850         NOT INVALID KEY
004860             IF LIT-OUVERT
004870                 MOVE "OUVERT" TO resultat-litige-ws
004880                 MOVE LIT-RESPONSABLE TO resultat-responsable-ws
004890             ELSE
004900                 MOVE "RESOLU" TO resultat-litige-ws
004910             END-IF
004920     END-READ.
004930     CLOSE LIT-REGISTRE.
004940 4200-EXIT.
004950     EXIT.
004960*
004970 END PROGRAM MVTINQ.
