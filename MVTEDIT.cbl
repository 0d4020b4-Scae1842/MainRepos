000261*                  LE FICHIER DES TAUX DU JOUR (DEVTAUX,        *
000262*                  DESSIN DEVREC). UN CODE INCONNU REJETTE      *
000263*                  L'ENREGISTREMENT (MOTIF 10).                 *
000264*   2026-10-15 JF  LE STATUT EX (MOUVEMENT EXTOURNE PAR MVTMAJ) *
000265*                  EST ACCEPTE AU MEME TITRE QUE OU ET CL.      *
000266*   2026-10-15 JF  CHAQUE REJET PORTE DESORMAIS SON PRODUCTEUR  *
000267*                  (REJ-EMETTEUR), RETROUVE PAR FICHIER BRUT,   *
000268*                  CIBLE ET NUMERO DANS LA TABLE DE             *
000269*                  CORRESPONDANCE DE LA NUIT (FLXORIG, DESSIN   *
000270*                  ORGREC) ETABLIE PAR FLXPROD AVANT LES TRIS.  *
000271*                  EN SON ABSENCE L'EMETTEUR RESTE A BLANC.     *
000272*                                                               *
000273*****************************************************************
000274 IDENTIFICATION DIVISION.
000275 PROGRAM-ID. MVTEDIT.
000280 AUTHOR. J. FAVREAU.
000290 INSTALLATION. SERVICE EXPLOITATION.
000300 DATE-WRITTEN. 2026-08-21.
000590     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000591         ORGANIZATION IS SEQUENTIAL
000592         FILE STATUS IS WS-DEV-STATUT.
000593     SELECT ORG-FICHIER ASSIGN TO "FLXORIG"
000594         ORGANIZATION IS SEQUENTIAL
000595         FILE STATUS IS WS-ORG-STATUT.
000596 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ECP-BRUT
000620     LABEL RECORDS ARE STANDARD.
000870 FD  DEV-FICHIER
000871     LABEL RECORDS ARE STANDARD.
000872 COPY DEVREC.
000873 FD  ORG-FICHIER
000874     LABEL RECORDS ARE STANDARD.
000875 COPY ORGREC.
000876 WORKING-STORAGE SECTION.
000880 01  WS-FICHIERS-SWITCHES.
000890     05  WS-ECPB-STATUT          PIC X(02) VALUE SPACES.
000900     05  WS-ECPN-STATUT          PIC X(02) VALUE SPACES.
000974         88  FIN-FICHIER-DEV             VALUE "O".
000975     05  WS-DEVISE-SW            PIC X(01) VALUE "N".
000976         88  WS-DEVISE-TROUVEE           VALUE "O".
000977     05  WS-ORG-STATUT           PIC X(02) VALUE SPACES.
000978     05  WS-FIN-ORG-SW           PIC X(01) VALUE "N".
000979         88  FIN-FICHIER-ORG             VALUE "O".
000980     05  WS-ORIGINE-SW           PIC X(01) VALUE "N".
000981         88  WS-ORIGINE-TROUVEE          VALUE "O".
000982     05  WS-FIN-ECP-SW           PIC X(01) VALUE "N".
000983         88  FIN-FICHIER-ECP             VALUE "O".
000990     05  WS-FIN-ATBB-SW          PIC X(01) VALUE "N".
001000         88  FIN-FICHIER-ATBB            VALUE "O".
001010 77  WS-CODE-ANOMALIE            PIC X(02) VALUE "00".
001145     05  WS-DEV-ENTREE OCCURS 30 TIMES.
001146         10  WS-DEV-CODE         PIC X(03).
001147         10  WS-DEV-TAUX         PIC 9(05)V9(06).
001148 77  WS-INDICE-ORG               PIC 9(05) COMP VALUE ZERO.
001149 77  WS-NOMBRE-ORIGINES          PIC 9(05) COMP VALUE ZERO.
001150 77  WS-LIMITE-ORIGINES          PIC 9(05) COMP VALUE 9999.
001151 01  WS-ORG-CLE-CHERCHEE.
001152     05  WS-ORG-FLUX-CH          PIC X(08).
001153     05  WS-ORG-CIBLE-CH         PIC X(04).
001154     05  WS-ORG-NUMERO-CH        PIC X(07).
001155 01  WS-TABLE-ORIGINES.
001156     05  WS-ORG-ENTREE OCCURS 9999 TIMES.
001157         10  WS-ORG-CLE          PIC X(19).
001158         10  WS-ORG-EMETTEUR     PIC X(08).
001170 01  WS-DATE-CTRL.
001180     05  WS-DATE-AAAA            PIC 9(04).
001190     05  WS-DATE-MM              PIC 9(02).
001762     ACCEPT WS-RUN-DATE-DEBUT FROM DATE YYYYMMDD.
001763     ACCEPT WS-RUN-HEURE-DEBUT FROM TIME.
001764     PERFORM 1160-CHARGER-DEVISES THRU 1160-EXIT.
001765     PERFORM 1180-CHARGER-ORIGINES THRU 1180-EXIT.
001770     OPEN OUTPUT EDIT-LISTE.
001780     IF WS-LISTE-STATUT NOT = "00"
001790         DISPLAY "MVTEDIT - OUVERTURE EDIT-LISTE IMPOSSIBLE - "
002880         GO TO 2300-EXIT
002890     END-IF.
002900     IF NOT ECP-STATUT-OUVERT AND NOT ECP-STATUT-CLOS
002901         AND NOT ECP-STATUT-EXTOURNE
002910         MOVE "03" TO WS-CODE-ANOMALIE
002920         MOVE "CODE STATUT INCONNU" TO WS-MOTIF-ANOMALIE
002930         GO TO 2300-EXIT
003880         GO TO 3300-EXIT
003890     END-IF.
003900     IF NOT ATBB-STATUT-OUVERT AND NOT ATBB-STATUT-CLOS
003901         AND NOT ATBB-STATUT-EXTOURNE
003910         MOVE "03" TO WS-CODE-ANOMALIE
003920         MOVE "CODE STATUT INCONNU" TO WS-MOTIF-ANOMALIE
003930         GO TO 3300-EXIT
004920     MOVE WS-MOTIF-ANOMALIE TO REJ-MOTIF.
004930     MOVE WS-DATE-TRAITEMENT TO REJ-DATE-REJET.
004940     MOVE "A" TO REJ-STATUT.
004941     PERFORM 9150-CHERCHER-EMETTEUR THRU 9150-EXIT.
004950     WRITE REJ-RECORD.
004970     IF WS-REJC-STATUT NOT = "00"
004980         DISPLAY "MVTEDIT - ECRITURE REJCYCLE EN ERREUR - "
007510     END-IF.
007520     ADD 1 TO WS-NOMBRE-DEVISES.
007530     MOVE DEV-CODE TO WS-DEV-CODE(WS-NOMBRE-DEVISES).
007531     MOVE DEV-TAUX TO WS-DEV-TAUX(WS-NOMBRE-DEVISES).
007532 1170-EXIT.
007533     EXIT.
007534*****************************************************************
007535*    1180-CHARGER-ORIGINES - CHARGE EN MEMOIRE LA TABLE DE      *
007536*    CORRESPONDANCE DES PRODUCTEURS DE LA NUIT (FLXORIG).       *
007537*    EN SON ABSENCE LA TABLE RESTE VIDE ET LES REJETS SONT      *
007538*    ECRITS SANS EMETTEUR.                                      *
007539*****************************************************************
007540 1180-CHARGER-ORIGINES.
007541     MOVE ZERO TO WS-NOMBRE-ORIGINES.
007542     OPEN INPUT ORG-FICHIER.
007543     IF WS-ORG-STATUT NOT = "00"
007544         GO TO 1180-EXIT
007545     END-IF.
007546     PERFORM 1190-CHARGER-UNE-ORIGINE THRU 1190-EXIT
007547         UNTIL FIN-FICHIER-ORG
007548         OR WS-NOMBRE-ORIGINES >= WS-LIMITE-ORIGINES.
007549     IF NOT FIN-FICHIER-ORG
007550         READ ORG-FICHIER
007551             AT END
007552                 SET FIN-FICHIER-ORG TO TRUE
007553         END-READ
007554     END-IF.
007555     IF NOT FIN-FICHIER-ORG
007556         DISPLAY "MVTEDIT - FLXORIG DEPASSE " WS-LIMITE-ORIGINES
007557             " LIGNES - EMETTEURS NON RETROUVES AU-DELA"
007558     END-IF.
007559     CLOSE ORG-FICHIER.
007560 1180-EXIT.
007561     EXIT.
007562*****************************************************************
007563*    1190-CHARGER-UNE-ORIGINE - LIT UN ENREGISTREMENT FLXORIG   *
007564*    ET LE RANGE DANS LA TABLE DES PRODUCTEURS.                 *
007565*****************************************************************
007566 1190-CHARGER-UNE-ORIGINE.
007567     READ ORG-FICHIER
007568         AT END
007569             SET FIN-FICHIER-ORG TO TRUE
007570             GO TO 1190-EXIT
007571     END-READ.
007572     ADD 1 TO WS-NOMBRE-ORIGINES.
007573     MOVE ORG-CLE TO WS-ORG-CLE(WS-NOMBRE-ORIGINES).
007574     MOVE ORG-EMETTEUR TO WS-ORG-EMETTEUR(WS-NOMBRE-ORIGINES).
007575 1190-EXIT.
007576     EXIT.
007577*****************************************************************
007580*    5100-CHERCHER-DEVISE - RECHERCHE LE CODE DEVISE DE         *
007590*    WS-DEVISE-CTRL DANS LA TABLE DES TAUX.                     *
007600*****************************************************************
007770     END-IF.
007780 5110-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    9150-CHERCHER-EMETTEUR - RETROUVE LE PRODUCTEUR DU REJET   *
007820*    COURANT (FICHIER BRUT, CIBLE ET NUMERO DE L'IMAGE) DANS LA *
007830*    TABLE DE CORRESPONDANCE. LA PREMIERE ENTREE L'EMPORTE;     *
007840*    BLANC SI AUCUNE NE CORRESPOND.                             *
007850*****************************************************************
007860 9150-CHERCHER-EMETTEUR.
007870     MOVE SPACES TO REJ-EMETTEUR.
007880     IF REJ-CIBLE-ECP
007890         MOVE "ECPBRUT " TO WS-ORG-FLUX-CH
007900     ELSE
007910         MOVE "ATBBBRUT" TO WS-ORG-FLUX-CH
007920     END-IF.
007930     MOVE REJ-FICHIER TO WS-ORG-CIBLE-CH.
007940     MOVE REJ-IMAGE(1:7) TO WS-ORG-NUMERO-CH.
007950     MOVE "N" TO WS-ORIGINE-SW.
007960     MOVE ZERO TO WS-INDICE-ORG.
007970     PERFORM 9160-CHERCHER-UNE-ORIGINE THRU 9160-EXIT
007980         UNTIL WS-ORIGINE-TROUVEE
007990         OR WS-INDICE-ORG >= WS-NOMBRE-ORIGINES.
008000     IF WS-ORIGINE-TROUVEE
008010         MOVE WS-ORG-EMETTEUR(WS-INDICE-ORG) TO REJ-EMETTEUR
008020     END-IF.
008030 9150-EXIT.
008040     EXIT.
008050*****************************************************************
008060*    9160-CHERCHER-UNE-ORIGINE - COMPARE UNE ENTREE DE LA TABLE *
008070*    DES PRODUCTEURS A LA CLE RECHERCHEE.                       *
008080*****************************************************************
008090 9160-CHERCHER-UNE-ORIGINE.
008100     ADD 1 TO WS-INDICE-ORG.
008110     IF WS-ORG-CLE(WS-INDICE-ORG) = WS-ORG-CLE-CHERCHEE
008120         SET WS-ORIGINE-TROUVEE TO TRUE
008130     END-IF.
008140 9160-EXIT.
008150     EXIT.
008160 END PROGRAM MVTEDIT.
