000210*   MODIFICATION HISTORY                                       *
000220*   --------------------                                       *
000230*   2026-09-02 JF  VERSION INITIALE.                            *
000231*   2026-10-15 JF  UN MOUVEMENT CLOS SOUS LITIGE OUVERT AU      *
000232*                  REGISTRE DES LITIGES (LITREG, DESSIN LITREC, *
000233*                  TENU PAR LITMNT) N'EST PAS ARCHIVE : IL RESTE*
000234*                  DANS LE MAITRE EPURE ET EST COMPTE A PART    *
000235*                  (EN LITIGE) SUR L'ETAT DE CONTROLE.          *
000240*                                                               *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000740     SELECT RUN-FICHIER ASSIGN TO "RUNREG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUN-STATUT.
000761     SELECT LIT-REGISTRE ASSIGN TO "LITREG"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS RANDOM
000764         RECORD KEY IS LIT-CLE
000765         FILE STATUS IS WS-LIT-STATUT.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ECP-MAITRE
001200 FD  RUN-FICHIER
001210     LABEL RECORDS ARE STANDARD.
001220 COPY RUNREC.
001221 FD  LIT-REGISTRE
001222     LABEL RECORDS ARE STANDARD.
001223 COPY LITREC.
001230 WORKING-STORAGE SECTION.
001240 01  WS-FICHIERS-SWITCHES.
001250     05  WS-ECP-STATUT           PIC X(02) VALUE SPACES.
001380         88  FIN-FICHIER-ATBB            VALUE "O".
001390     05  WS-BUTOIR-VALIDE-SW     PIC X(01) VALUE "N".
001400         88  WS-BUTOIR-VALIDE            VALUE "O".
001401     05  WS-LIT-STATUT           PIC X(02) VALUE SPACES.
001402     05  WS-LITIGES-SW           PIC X(01) VALUE "N".
001403         88  WS-LITIGES-DISPONIBLES      VALUE "O".
001404     05  WS-LITIGE-SW            PIC X(01) VALUE "N".
001405         88  WS-LITIGE-EN-COURS          VALUE "O".
001410 77  WS-DATE-BUTOIR              PIC 9(08) VALUE ZERO.
001420 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
001430 77  WS-COMPTEUR-ARCHIVES        PIC 9(07) COMP VALUE ZERO.
001440 77  WS-COMPTEUR-CONSERVES       PIC 9(07) COMP VALUE ZERO.
001441 77  WS-COMPTEUR-RETENUS         PIC 9(07) COMP VALUE ZERO.
001450 77  WS-CPT-ARCHIVES-PASSE       PIC 9(07) COMP VALUE ZERO.
001460 77  WS-CPT-CONSERVES-PASSE      PIC 9(07) COMP VALUE ZERO.
001461 77  WS-CPT-RETENUS-PASSE        PIC 9(07) COMP VALUE ZERO.
001470 77  WS-MT-ARCHIVES-PASSE        PIC S9(13)V99 COMP-3 VALUE ZERO.
001480 77  WS-MT-CONSERVES-PASSE       PIC S9(13)V99 COMP-3 VALUE ZERO.
001481 77  WS-MT-RETENUS-PASSE         PIC S9(13)V99 COMP-3 VALUE ZERO.
001490 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
001500 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
001510 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001900     GOBACK.
001910*****************************************************************
001920*    1000-INITIALISATION - LIT LA DATE BUTOIR ET LA CARTE       *
001921*    PARMIN, OUVRE L'ETAT ET EDITE SON ENTETE, PUIS OUVRE LE    *
001922*    REGISTRE DES LITIGES.                                      *
001940*****************************************************************
001950 1000-INITIALISATION.
001960     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
002180     MOVE WS-DATE-BUTOIR TO WS-B-DATE.
002190     MOVE WS-LIGNE-BUTOIR TO ARC-LIGNE-IMP.
002200     WRITE ARC-LIGNE-IMP.
002201     PERFORM 1200-OUVRIR-LITIGES THRU 1200-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230*****************************************************************
002630     END-IF.
002640     CLOSE ARC-PARM.
002650 1100-EXIT.
002651     EXIT.
002652*****************************************************************
002653*    1200-OUVRIR-LITIGES - OUVRE LE REGISTRE DES LITIGES EN     *
002654*    LECTURE DIRECTE. EN SON ABSENCE AUCUN MOUVEMENT N'EST      *
002655*    REPUTE EN LITIGE; UNE AUTRE ERREUR ARRETE L'ARCHIVAGE      *
002656*    SANS RIEN TOUCHER, POUR NE PAS ARCHIVER UN LITIGE OUVERT.  *
002657*****************************************************************
002658 1200-OUVRIR-LITIGES.
002659     OPEN INPUT LIT-REGISTRE.
002660     IF WS-LIT-STATUT = "35"
002661         DISPLAY "MVTARC - REGISTRE LITREG ABSENT - AUCUN LITIGE"
002662         GO TO 1200-EXIT
002663     END-IF.
002664     IF WS-LIT-STATUT NOT = "00"
002665         DISPLAY "MVTARC - OUVERTURE LITREG IMPOSSIBLE - "
002666             WS-LIT-STATUT
002667         MOVE 12 TO RETURN-CODE
002668         MOVE "N" TO WS-BUTOIR-VALIDE-SW
002669         CLOSE ARC-LISTE
002670         GO TO 1200-EXIT
002671     END-IF.
002672     SET WS-LITIGES-DISPONIBLES TO TRUE.
002673 1200-EXIT.
002674     EXIT.
002675*****************************************************************
002680*    2000-VENTILER-ECP - PASSE LE MAITRE ECP : LES MOUVEMENTS   *
002690*    CLOS ANTERIEURS AU BUTOIR PARTENT A L'ARCHIVE, LES AUTRES  *
002700*    DANS LE MAITRE EPURE. EDITE LE BILAN DE LA PASSE.          *
002720 2000-VENTILER-ECP.
002730     MOVE ZERO TO WS-CPT-ARCHIVES-PASSE.
002740     MOVE ZERO TO WS-CPT-CONSERVES-PASSE.
002741     MOVE ZERO TO WS-CPT-RETENUS-PASSE.
002750     MOVE ZERO TO WS-MT-ARCHIVES-PASSE.
002760     MOVE ZERO TO WS-MT-CONSERVES-PASSE.
002761     MOVE ZERO TO WS-MT-RETENUS-PASSE.
002770     OPEN INPUT ECP-MAITRE.
002780     IF WS-ECP-STATUT NOT = "00"
002790         DISPLAY "MVTARC - OUVERTURE ECPIN IMPOSSIBLE - "
003120     EXIT.
003130*****************************************************************
003140*    2100-TRAITER-ECP - LIT UN ENREGISTREMENT DU MAITRE ECP ET  *
003141*    L'AIGUILLE VERS L'ARCHIVE OU LE MAITRE EPURE. UN MOUVEMENT *
003142*    EN LITIGE OUVERT RESTE DANS LE MAITRE EPURE.               *
003160*****************************************************************
003170 2100-TRAITER-ECP.
003180     READ ECP-MAITRE
003210             GO TO 2100-EXIT
003220     END-READ.
003230     ADD 1 TO WS-COMPTEUR-LUS.
003231     MOVE "N" TO WS-LITIGE-SW.
003240     IF ECP-STATUT-CLOS
003241         AND ECP-DATE-MVT < WS-DATE-BUTOIR
003242         MOVE "ECP " TO LIT-FICHIER
003243         MOVE ECP-NUMERO TO LIT-NUMERO
003244         PERFORM 5000-CONTROLER-LITIGE THRU 5000-EXIT
003245         IF WS-LITIGE-EN-COURS
003246             ADD 1 TO WS-COMPTEUR-RETENUS
003247             ADD 1 TO WS-CPT-RETENUS-PASSE
003248             ADD ECP-MONTANT TO WS-MT-RETENUS-PASSE
003249         END-IF
003250     END-IF.
003251     IF ECP-STATUT-CLOS
003252         AND ECP-DATE-MVT < WS-DATE-BUTOIR
003253         AND NOT WS-LITIGE-EN-COURS
003260         WRITE ECP-ARCH-ENREG FROM ECP-RECORD
003270             INVALID KEY
003280                 DISPLAY "MVTARC - ECRITURE ECPARCH EN ERREUR - "
003540 3000-VENTILER-ATBB.
003550     MOVE ZERO TO WS-CPT-ARCHIVES-PASSE.
003560     MOVE ZERO TO WS-CPT-CONSERVES-PASSE.
003561     MOVE ZERO TO WS-CPT-RETENUS-PASSE.
003570     MOVE ZERO TO WS-MT-ARCHIVES-PASSE.
003580     MOVE ZERO TO WS-MT-CONSERVES-PASSE.
003581     MOVE ZERO TO WS-MT-RETENUS-PASSE.
003590     OPEN INPUT ATBB-MAITRE.
003600     IF WS-ATBB-STATUT NOT = "00"
003610         DISPLAY "MVTARC - OUVERTURE ATBBIN IMPOSSIBLE - "
003940     EXIT.
003950*****************************************************************
003960*    3100-TRAITER-ATBB - LIT UN ENREGISTREMENT DU MAITRE ATBB   *
003961*    ET L'AIGUILLE VERS L'ARCHIVE OU LE MAITRE EPURE. UN        *
003962*    MOUVEMENT EN LITIGE OUVERT RESTE DANS LE MAITRE EPURE.     *
003980*****************************************************************
003990 3100-TRAITER-ATBB.
004000     READ ATBB-MAITRE
004030             GO TO 3100-EXIT
004040     END-READ.
004050     ADD 1 TO WS-COMPTEUR-LUS.
004051     MOVE "N" TO WS-LITIGE-SW.
004060     IF ATBB-STATUT-CLOS
004061         AND ATBB-DATE-MVT < WS-DATE-BUTOIR
004062         MOVE "ATBB" TO LIT-FICHIER
004063         MOVE ATBB-NUMERO TO LIT-NUMERO
004064         PERFORM 5000-CONTROLER-LITIGE THRU 5000-EXIT
004065         IF WS-LITIGE-EN-COURS
004066             ADD 1 TO WS-COMPTEUR-RETENUS
004067             ADD 1 TO WS-CPT-RETENUS-PASSE
004068             ADD ATBB-MONTANT TO WS-MT-RETENUS-PASSE
004069         END-IF
004070     END-IF.
004071     IF ATBB-STATUT-CLOS
004072         AND ATBB-DATE-MVT < WS-DATE-BUTOIR
004073         AND NOT WS-LITIGE-EN-COURS
004080         WRITE ATBB-ARCH-ENREG FROM ATBB-RECORD
004090             INVALID KEY
004100                 DISPLAY "MVTARC - ECRITURE ATBBARCH EN ERREUR - "
004300 3100-EXIT.
004310     EXIT.
004320*****************************************************************
004321*    5000-CONTROLER-LITIGE - RECHERCHE DANS LE REGISTRE DES     *
004322*    LITIGES LA CLE PLACEE DANS LIT-CLE PAR L'APPELANT ET       *
004323*    POSITIONNE WS-LITIGE-EN-COURS SI UN LITIGE Y EST OUVERT.   *
004324*****************************************************************
004325 5000-CONTROLER-LITIGE.
004326     MOVE "N" TO WS-LITIGE-SW.
004327     IF NOT WS-LITIGES-DISPONIBLES
004328         GO TO 5000-EXIT
004329     END-IF.
004330     READ LIT-REGISTRE
004331         INVALID KEY
004332             GO TO 5000-EXIT
004333     END-READ.
004334     IF LIT-OUVERT
004335         SET WS-LITIGE-EN-COURS TO TRUE
004336     END-IF.
004337 5000-EXIT.
004338     EXIT.
004339*****************************************************************
004340*    6000-EDITER-BILAN - EDITE LES COMPTEURS ET TOTAUX DE LA    *
004341*    PASSE COURANTE (ARCHIVES, CONSERVES ET, PARMI CES          *
004342*    DERNIERS, RETENUS POUR LITIGE).                            *
004350*****************************************************************
004360 6000-EDITER-BILAN.
004370     MOVE "ARCHIVES   " TO WS-L-NATURE.
004420     MOVE "CONSERVES  " TO WS-L-NATURE.
004430     MOVE WS-CPT-CONSERVES-PASSE TO WS-L-COMPTEUR.
004440     MOVE WS-MT-CONSERVES-PASSE TO WS-L-MONTANT.
004441     MOVE WS-LIGNE-BILAN TO ARC-LIGNE-IMP.
004442     WRITE ARC-LIGNE-IMP.
004443     MOVE "EN LITIGE  " TO WS-L-NATURE.
004444     MOVE WS-CPT-RETENUS-PASSE TO WS-L-COMPTEUR.
004445     MOVE WS-MT-RETENUS-PASSE TO WS-L-MONTANT.
004450     MOVE WS-LIGNE-BILAN TO ARC-LIGNE-IMP.
004460     WRITE ARC-LIGNE-IMP.
004470 6000-EXIT.
004550     MOVE WS-LIGNE-TOTAL TO ARC-LIGNE-IMP.
004560     WRITE ARC-LIGNE-IMP.
004570     CLOSE ARC-LISTE.
004571     IF WS-LITIGES-DISPONIBLES
004572         CLOSE LIT-REGISTRE
004573     END-IF.
004580 4000-EXIT.
004590     EXIT.
004600*****************************************************************
