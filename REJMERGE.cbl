000261*                  TERMINE EN CODE RETOUR 0, POUR QUE LES        *
000262*                  ETAPES DE BASCULE ET DE TRI TOURNENT DES LA   *
000263*                  PREMIERE NUIT.                                *
000264*   2026-10-15 JF  REJREC PASSE A 160 OCTETS. CHAQUE ELEMENT     *
000265*                  REINJECTE EST EN OUTRE PORTE DANS LA TABLE   *
000266*                  DE CORRESPONDANCE DE LA NUIT (FLXORIG,       *
000267*                  DESSIN ORGREC, OUVERTE PAR FLXPROD) AVEC     *
000268*                  L'EMETTEUR D'ORIGINE DU REJET, POUR QU'UN    *
000269*                  NOUVEAU REJET DU MEME ELEMENT RESTE IMPUTE   *
000270*                  A SON PRODUCTEUR ET NON A REJMERGE.          *
000271*                                                               *
000272*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. REJMERGE.
000300 AUTHOR. J. FAVREAU.
000541     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000542         ORGANIZATION IS SEQUENTIAL
000543         FILE STATUS IS WS-PARM-STATUT.
000544     SELECT ORG-FICHIER ASSIGN TO "FLXORIG"
000545         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS WS-ORG-STATUT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  REJ-CYCLE
000590 COPY REJREC.
000600 FD  REJ-NOUVEAU
000610     LABEL RECORDS ARE STANDARD.
000611 01  REJ-NOUVEAU-ENREG           PIC X(160).
000630 FD  MVT-RECYCLE
000640     LABEL RECORDS ARE STANDARD.
000650 01  MVT-RECYCLE-ENREG           PIC X(80).
000741 FD  PARM-FICHIER
000742     LABEL RECORDS ARE STANDARD.
000743 COPY PARMREC.
000744 FD  ORG-FICHIER
000745     LABEL RECORDS ARE STANDARD.
000746 COPY ORGREC.
000750 WORKING-STORAGE SECTION.
000760 01  WS-FICHIERS-SWITCHES.
000770     05  WS-REJC-STATUT          PIC X(02) VALUE SPACES.
000840         88  FIN-FICHIER-REJ             VALUE "O".
000841     05  WS-REJC-OUVERT-SW       PIC X(01) VALUE "N".
000842         88  WS-REJCYCLE-OUVERT          VALUE "O".
000843     05  WS-ORG-STATUT           PIC X(02) VALUE SPACES.
000844     05  WS-ORG-OUVERT-SW        PIC X(01) VALUE "N".
000845         88  WS-FLXORIG-OUVERT           VALUE "O".
000850 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
000860 77  WS-COMPTEUR-MVT             PIC 9(07) COMP VALUE ZERO.
000870 77  WS-COMPTEUR-ECP             PIC 9(07) COMP VALUE ZERO.
001330     OPEN OUTPUT MVT-RECYCLE.
001340     OPEN OUTPUT ECP-RECYCLE.
001350     OPEN OUTPUT ATBB-RECYCLE.
001351     OPEN OUTPUT RCY-LISTE.
001352     OPEN EXTEND ORG-FICHIER.
001353     IF WS-ORG-STATUT NOT = "00"
001354         OPEN OUTPUT ORG-FICHIER
001355     END-IF.
001356     IF WS-ORG-STATUT = "00"
001357         SET WS-FLXORIG-OUVERT TO TRUE
001358     ELSE
001359         DISPLAY "REJMERGE - OUVERTURE FLXORIG IMPOSSIBLE - "
001360             WS-ORG-STATUT " - EMETTEURS NON REPORTES"
001361     END-IF.
001370     MOVE WS-LIGNE-ENTETE TO RCY-LIGNE-IMP.
001380     WRITE RCY-LIGNE-IMP.
001381     PERFORM 1100-ECRIRE-ENTETES THRU 1100-EXIT.
001512             IF WS-DETM-MONTANT IS NUMERIC
001513                 ADD WS-DETM-MONTANT TO WS-MT-MVT
001514             END-IF
001515             MOVE SPACES TO ORG-RECORD
001516             MOVE REJ-IMAGE(1:4) TO ORG-CIBLE
001517             MOVE REJ-IMAGE(6:7) TO ORG-NUMERO
001518             MOVE "MVTIN   " TO ORG-FLUX
001519             PERFORM 2200-PORTER-ORIGINE THRU 2200-EXIT
001520             MOVE "R" TO REJ-STATUT
001530         WHEN REJ-CORRIGE AND REJ-ORIGINE-EDIT
001540             AND REJ-CIBLE-ECP
001562             IF WS-DETB-MONTANT IS NUMERIC
001563                 ADD WS-DETB-MONTANT TO WS-MT-ECP
001564             END-IF
001565             MOVE SPACES TO ORG-RECORD
001566             MOVE "ECP " TO ORG-CIBLE
001567             MOVE REJ-IMAGE(1:7) TO ORG-NUMERO
001568             MOVE "ECPBRUT " TO ORG-FLUX
001569             PERFORM 2200-PORTER-ORIGINE THRU 2200-EXIT
001570             MOVE "R" TO REJ-STATUT
001580         WHEN REJ-CORRIGE AND REJ-ORIGINE-EDIT
001590             AND REJ-CIBLE-ATBB
001612             IF WS-DETB-MONTANT IS NUMERIC
001613                 ADD WS-DETB-MONTANT TO WS-MT-ATBB
001614             END-IF
001615             MOVE SPACES TO ORG-RECORD
001616             MOVE "ATBB" TO ORG-CIBLE
001617             MOVE REJ-IMAGE(1:7) TO ORG-NUMERO
001618             MOVE "ATBBBRUT" TO ORG-FLUX
001619             PERFORM 2200-PORTER-ORIGINE THRU 2200-EXIT
001620             MOVE "R" TO REJ-STATUT
001630         WHEN REJ-A-CORRIGER
001640             ADD 1 TO WS-COMPTEUR-ATTENTE
001840             GO TO 2100-EXIT
001850     END-READ.
001860     ADD 1 TO WS-COMPTEUR-LUS.
001861 2100-EXIT.
001862     EXIT.
001863*****************************************************************
001864*    2200-PORTER-ORIGINE - PORTE L'ELEMENT REINJECTE DANS LA    *
001865*    TABLE DE CORRESPONDANCE FLXORIG AVEC L'EMETTEUR D'ORIGINE  *
001866*    DU REJET (FLUX, CIBLE ET NUMERO POSITIONNES PAR            *
001867*    L'APPELANT). RIEN SI L'EMETTEUR N'EST PAS CONNU.           *
001868*****************************************************************
001869 2200-PORTER-ORIGINE.
001870     IF NOT WS-FLXORIG-OUVERT
001871         OR REJ-EMETTEUR = SPACES
001872         GO TO 2200-EXIT
001873     END-IF.
001874     MOVE REJ-EMETTEUR TO ORG-EMETTEUR.
001875     WRITE ORG-RECORD.
001876 2200-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    3000-FINALISATION - EDITE LE BILAN PAR DESTINATION ET      *
002240     CLOSE ECP-RECYCLE.
002250     CLOSE ATBB-RECYCLE.
002260     CLOSE RCY-LISTE.
002261     IF WS-FLXORIG-OUVERT
002262         CLOSE ORG-FICHIER
002263     END-IF.
002270 3000-EXIT.
002280     EXIT.
002290*****************************************************************
