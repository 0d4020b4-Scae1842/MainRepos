000192*                  (JOURNALISEES PAR REJMNT) EDITEES EN CLAIR.  *
000193*   2026-09-02 JF  CODE DEVISE DES IMAGES AVANT/APRES EDITE     *
000194*                  SUR CHAQUE LIGNE D'IMAGE.                    *
000195*   2026-10-15 JF  ACTIONS REOUVERTURE ET EXTOURNE              *
000196*                  (JOURNALISEES PAR MVTMAJ) EDITEES EN CLAIR.  *
000197*   2026-10-15 JF  DATE COMPTABLE DE L'EXTOURNE (PORTEE PAR     *
000198*                  MVTJRN, LA DATE DU MOUVEMENT RESTANT CELLE   *
000199*                  D'ORIGINE) EDITEE SUR LA LIGNE DE            *
000200*                  L'EVENEMENT.                                 *
000201*                                                               *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. MVTHIST.
000830     05  WS-V-FICHIER            PIC X(04).
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  WS-V-ACTION             PIC X(12).
000851     05  WS-V-LIB-EXTOURNE       PIC X(18).
000852     05  WS-V-DATE-EXTOURNE      PIC X(08).
000860 01  WS-LIGNE-IMAGE.
000870     05  WS-I-NATURE             PIC X(10).
000880     05  WS-I-LIBELLE            PIC X(30).
002200*    2200-EDITER-EVENEMENT - EDITE UN EVENEMENT DU JOURNAL :    *
002210*    LIGNE D'ENTETE (DATE, HEURE, OPERATEUR, ACTION) PUIS LES   *
002220*    IMAGES AVANT ET APRES DE L'ENREGISTREMENT MAITRE.          *
002221*    UNE EXTOURNE PORTE EN OUTRE SA DATE COMPTABLE.             *
002230*****************************************************************
002240 2200-EDITER-EVENEMENT.
002250     MOVE JRN-DATE TO WS-V-DATE.
002352             MOVE "CORRECTION" TO WS-V-ACTION
002353         WHEN JRN-ANNULATION
002354             MOVE "ANNULATION" TO WS-V-ACTION
002355         WHEN JRN-REOUVERTURE
002356             MOVE "REOUVERTURE" TO WS-V-ACTION
002357         WHEN JRN-EXTOURNE
002358             MOVE "EXTOURNE" TO WS-V-ACTION
002360         WHEN OTHER
002370             MOVE JRN-ACTION TO WS-V-ACTION
002380     END-EVALUATE.
002381     MOVE SPACES TO WS-V-LIB-EXTOURNE.
002382     MOVE SPACES TO WS-V-DATE-EXTOURNE.
002383     IF JRN-EXTOURNE
002384         AND JRN-DATE-EXTOURNE IS NUMERIC
002385         AND JRN-DATE-EXTOURNE NOT = ZERO
002386         MOVE "  DATE EXTOURNE : " TO WS-V-LIB-EXTOURNE
002387         MOVE JRN-DATE-EXTOURNE TO WS-V-DATE-EXTOURNE
002388     END-IF.
002390     MOVE WS-LIGNE-EVENEMENT TO HIST-LIGNE-IMP.
002400     WRITE HIST-LIGNE-IMP.
002410     MOVE "  AVANT : " TO WS-I-NATURE.
