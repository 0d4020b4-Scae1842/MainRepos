000190*                                                               *
000200*   MODIFICATION HISTORY                                       *
000210*   --------------------                                       *
000211*   2026-09-02 JF  VERSION INITIALE.                            *
000212*   2026-10-15 JF  ACTIONS O (REOUVERTURE) ET E (EXTOURNE)      *
000213*                  ACCEPTEES EN CORRECTION D'UN REJET MVTMAJ,   *
000214*                  POUR LES SEULS OPERATEURS DE NIVEAU 3 COMME  *
000215*                  EN SAISIE; STATUT EX ACCEPTE EN CORRECTION   *
000216*                  D'UN REJET MVTEDIT.                          *
000217*   2026-10-15 JF  ENREGISTREMENT REJCYCLE PORTE A 160 OCTETS   *
000218*                  (EMETTEUR, DATE DE DECISION). LA DATE DU     *
000219*                  JOUR EST NOTEE A LA CORRECTION ET A          *
000220*                  L'ANNULATION POUR LE SUIVI DES DELAIS.       *
000221*   2026-10-15 JF  ENTREES DE JOURNAL MVTJRN PORTEES A 170      *
000222*                  OCTETS : DATE DE TRAITEMENT ET DATE          *
000223*                  D'EXTOURNE A ZERO, UNE CORRECTION NE         *
000224*                  RELEVANT D'AUCUN RUN DE NUIT.                *
000230*                                                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000880 77  limite-table-ws PIC 9(03) COMP VALUE 200.
000890 01  table-rejets.
000900     05  entree-rejet OCCURS 200 TIMES.
000901         10  trej-enreg PIC X(160).
000920 01  rejet-travail-ws.
000930     05  trav-origine PIC X(08).
000940     05  trav-fichier PIC X(04).
000980     05  trav-statut PIC X(01).
000990     05  trav-image PIC X(80).
001000     05  FILLER PIC X(07).
001001     05  trav-emetteur PIC X(08).
001002     05  trav-date-decision PIC 9(08).
001003     05  FILLER PIC X(04).
001010 01  image-mvt-ws.
001020     05  img-mvt-fichier PIC X(04).
001030     05  img-mvt-action PIC X(01).
001962  02  devise-zone PIC X(03) TO saisie-devise-ws LINE 21
001963      COL 51.
001970 01  saisie-action-ecran.
001971  02  VALUE "Action A/M/C/O/E (blanc=inchangee):" LINE 22
001990      COL 10.
002000  02  action-zone PIC X(01) TO saisie-action-ws LINE 22
002010      COL 47.
002020 01  saisie-statut-ecran.
002021  02  VALUE "Statut OU/CL/EX (blanc = inchange):" LINE 22
002040      COL 10.
002050  02  statut-zone PIC X(02) TO saisie-statut-ws LINE 22
002060      COL 47.
003990         GO TO 2000-EXIT
004000     END-IF.
004010     MOVE "C" TO trav-statut.
004011     ACCEPT trav-date-decision FROM DATE YYYYMMDD.
004020     MOVE rejet-travail-ws TO entree-rejet(rang-num-ws).
004030     PERFORM 8000-REECRIRE-REJCYCLE THRU 8000-EXIT.
004040     IF NOT REECRITURE-OK
004250     PERFORM 4100-DECODER-IMAGE THRU 4100-EXIT.
004260     DISPLAY affiche-rejet.
004270     MOVE "V" TO trav-statut.
004271     ACCEPT trav-date-decision FROM DATE YYYYMMDD.
004280     MOVE rejet-travail-ws TO entree-rejet(rang-num-ws).
004290     PERFORM 8000-REECRIRE-REJCYCLE THRU 8000-EXIT.
004300     IF NOT REECRITURE-OK
005640     END-IF.
005650     IF saisie-action-ws = "c" MOVE "C" TO saisie-action-ws
005660     END-IF.
005661     IF saisie-action-ws = "o" MOVE "O" TO saisie-action-ws
005662     END-IF.
005663     IF saisie-action-ws = "e" MOVE "E" TO saisie-action-ws
005664     END-IF.
005670     IF saisie-action-ws NOT = SPACE
005680         MOVE saisie-action-ws TO img-mvt-action
005690     END-IF.
005810         GO TO 4300-EXIT
005820     END-IF.
005830     IF img-mvt-action NOT = "A" AND img-mvt-action NOT = "M"
005831         AND img-mvt-action NOT = "C" AND img-mvt-action NOT = "O"
005832         AND img-mvt-action NOT = "E"
005833         MOVE "N" TO saisie-valide-sw
005834         GO TO 4300-EXIT
005835     END-IF.
005836     IF (img-mvt-action = "O" OR img-mvt-action = "E")
005837         AND NOT OPERATEUR-HABIL-TOUT
005850         MOVE "N" TO saisie-valide-sw
005860         GO TO 4300-EXIT
005870     END-IF.
006430     END-IF.
006440     IF saisie-statut-ws = "cl" MOVE "CL" TO saisie-statut-ws
006450     END-IF.
006451     IF saisie-statut-ws = "ex" MOVE "EX" TO saisie-statut-ws
006452     END-IF.
006460     IF saisie-statut-ws NOT = SPACES
006470         MOVE saisie-statut-ws TO img-edt-statut
006480     END-IF.
006560         GO TO 4400-EXIT
006570     END-IF.
006580     IF img-edt-statut NOT = "OU" AND img-edt-statut NOT = "CL"
006581         AND img-edt-statut NOT = "EX"
006590         MOVE "N" TO saisie-valide-sw
006600         GO TO 4400-EXIT
006610     END-IF.
007500     MOVE ancien-montant-ws TO JRN-AV-MONTANT.
007510     MOVE ancien-statut-ws TO JRN-AV-STATUT.
007511     MOVE ancien-devise-ws TO JRN-AV-DEVISE.
007512     MOVE ZERO TO JRN-DATE-TRAITEMENT.
007513     MOVE ZERO TO JRN-DATE-EXTOURNE.
007520     OPEN EXTEND MVT-JOURNAL.
007530     IF jrn-statut-ws NOT = "00"
007540         OPEN OUTPUT MVT-JOURNAL
