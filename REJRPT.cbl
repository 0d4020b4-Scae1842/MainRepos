000170*   MODIFICATION HISTORY                                       *
000180*   --------------------                                       *
000190*   2026-09-02 JF  VERSION INITIALE.                            *
000191*   2026-10-15 JF  SECTION DES MOUVEMENTS EN ATTENTE            *
000192*                  D'APPROBATION (DOUBLE CONTROLE MVTSAIS,      *
000193*                  FICHIER MVTATT, DESSIN MVTAREC) EDITEE APRES *
000194*                  LES REJETS : FICHIER, ACTION, NUMERO, SAISI  *
000195*                  PAR, DATE DE SAISIE, MONTANT CONVERTI ET     *
000196*                  AGE. ILS COMPTENT AUSSI POUR LE CODE RETOUR  *
000197*                  4.                                           *
000198*   2026-10-15 JF  COLONNE EMETTEUR (PRODUCTEUR DU FLUX D'ORIGINE*
000199*                  PORTE PAR LE REJET), INCONNU SI NON RETROUVE.*
000200*                                                               *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000340     SELECT REJ-LISTE ASSIGN TO "REJROUT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-LISTE-STATUT.
000361     SELECT MVT-ATTENTE ASSIGN TO "MVTATT"
000362         ORGANIZATION IS SEQUENTIAL
000363         FILE STATUS IS WS-ATT-STATUT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  REJ-CYCLE
000420 FD  REJ-LISTE
000430     LABEL RECORDS ARE STANDARD.
000440 01  REJ-LIGNE-IMP               PIC X(132).
000441 FD  MVT-ATTENTE
000442     LABEL RECORDS ARE STANDARD.
000443 COPY MVTAREC.
000450 WORKING-STORAGE SECTION.
000460 01  WS-FICHIERS-SWITCHES.
000470     05  WS-REJC-STATUT          PIC X(02) VALUE SPACES.
000480     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000490     05  WS-FIN-REJ-SW           PIC X(01) VALUE "N".
000500         88  FIN-FICHIER-REJ             VALUE "O".
000501     05  WS-ATT-STATUT           PIC X(02) VALUE SPACES.
000502     05  WS-FIN-ATT-SW           PIC X(01) VALUE "N".
000503         88  FIN-FICHIER-ATT             VALUE "O".
000510 77  WS-DATE-JOUR                PIC 9(08) VALUE ZERO.
000520 77  WS-JOURS-JOUR               PIC 9(07) COMP VALUE ZERO.
000530 77  WS-JOURS-REJET              PIC 9(07) COMP VALUE ZERO.
000560 77  WS-RANG                     PIC 9(03) COMP VALUE ZERO.
000570 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
000580 77  WS-COMPTEUR-ATTENTE         PIC 9(07) COMP VALUE ZERO.
000581 77  WS-COMPTEUR-APPROB          PIC 9(07) COMP VALUE ZERO.
000590 01  WS-DATE-DECOMP.
000600     05  WS-DD-AAAA              PIC 9(04).
000610     05  WS-DD-MM                PIC 9(02).
000840     05  FILLER                  PIC X(08) VALUE "REJETE".
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  FILLER                  PIC X(09) VALUE "AGE JOURS".
000861     05  FILLER                  PIC X(02) VALUE SPACES.
000862     05  FILLER                  PIC X(08) VALUE "EMETTEUR".
000870 01  WS-LIGNE-DETAIL.
000880     05  WS-D-RANG               PIC ZZ9.
000890     05  FILLER                  PIC X(03) VALUE SPACES.
000980     05  WS-D-DATE               PIC 9(08).
000990     05  FILLER                  PIC X(04) VALUE SPACES.
001000     05  WS-D-AGE                PIC ZZZ,ZZ9.
001001     05  FILLER                  PIC X(01) VALUE SPACES.
001002     05  WS-D-EMETTEUR           PIC X(08).
001010 01  WS-LIGNE-AGE.
001020     05  WS-A-LIBELLE            PIC X(15).
001030     05  FILLER                  PIC X(10)
001060 01  WS-LIGNE-TOTAL.
001070     05  FILLER                  PIC X(22)
001080         VALUE "ENREGISTREMENTS LUS : ".
001081     05  WS-T-LUS                PIC ZZZ,ZZZ,ZZ9.
001082     05  FILLER                  PIC X(15)
001083         VALUE "  EN ATTENTE : ".
001084     05  WS-T-ATTENTE            PIC ZZZ,ZZZ,ZZ9.
001085 01  WS-LIGNE-ENTETE-ATT.
001086     05  FILLER                  PIC X(42)
001087         VALUE "MOUVEMENTS EN ATTENTE D'APPROBATION".
001088 01  WS-LIGNE-ENTETE-ATT-2.
001089     05  FILLER                  PIC X(04) VALUE "FICH".
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001091     05  FILLER                  PIC X(03) VALUE "ACT".
001092     05  FILLER                  PIC X(02) VALUE SPACES.
001093     05  FILLER                  PIC X(07) VALUE "NUMERO".
001094     05  FILLER                  PIC X(02) VALUE SPACES.
001095     05  FILLER                  PIC X(08) VALUE "SAISI".
001096     05  FILLER                  PIC X(02) VALUE SPACES.
001097     05  FILLER                  PIC X(08) VALUE "LE".
001098     05  FILLER                  PIC X(02) VALUE SPACES.
001099     05  FILLER                  PIC X(20)
001100         VALUE "    MONTANT CONVERTI".
001101     05  FILLER                  PIC X(02) VALUE SPACES.
001102     05  FILLER                  PIC X(09) VALUE "AGE JOURS".
001103 01  WS-LIGNE-DETAIL-ATT.
001104     05  WS-DA-FICHIER           PIC X(04).
001105     05  FILLER                  PIC X(03) VALUE SPACES.
001106     05  WS-DA-ACTION            PIC X(01).
001107     05  FILLER                  PIC X(03) VALUE SPACES.
001108     05  WS-DA-NUMERO            PIC X(07).
001109     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  WS-DA-SAISI-PAR         PIC X(08).
001111     05  FILLER                  PIC X(02) VALUE SPACES.
001112     05  WS-DA-DATE              PIC 9(08).
001113     05  FILLER                  PIC X(02) VALUE SPACES.
001114     05  WS-DA-CONVERTI          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001115     05  FILLER                  PIC X(05) VALUE SPACES.
001116     05  WS-DA-AGE               PIC ZZZ,ZZ9.
001117 01  WS-LIGNE-TOTAL-ATT.
001118     05  FILLER                  PIC X(24)
001119         VALUE "EN ATTENTE D'APPROBATION".
001120     05  FILLER                  PIC X(03) VALUE " : ".
001121     05  WS-TA-ATTENTE           PIC ZZZ,ZZZ,ZZ9.
001130*****************************************************************
001140*                                                               *
001150*   PROCEDURE DIVISION                                         *
002050     MOVE REJ-MOTIF TO WS-D-MOTIF.
002060     MOVE REJ-DATE-REJET TO WS-D-DATE.
002070     MOVE WS-AGE-JOURS TO WS-D-AGE.
002071     IF REJ-EMETTEUR = SPACES
002072         MOVE "INCONNU" TO WS-D-EMETTEUR
002073     ELSE
002074         MOVE REJ-EMETTEUR TO WS-D-EMETTEUR
002075     END-IF.
002080     MOVE WS-LIGNE-DETAIL TO REJ-LIGNE-IMP.
002090     WRITE REJ-LIGNE-IMP.
002100 2000-LIRE.
002380     EXIT.
002390*****************************************************************
002400*    3000-FINALISATION - EDITE LES TRANCHES D'AGE ET LES        *
002401*    TOTAUX, PUIS LA SECTION DES MOUVEMENTS EN ATTENTE          *
002402*    D'APPROBATION, FERME LES FICHIERS ET POSITIONNE LE CODE    *
002403*    RETOUR.                                                    *
002420*****************************************************************
002430 3000-FINALISATION.
002440     MOVE "DE 0 A 1 J     " TO WS-A-LIBELLE.
002610     MOVE WS-COMPTEUR-ATTENTE TO WS-T-ATTENTE.
002620     MOVE WS-LIGNE-TOTAL TO REJ-LIGNE-IMP.
002630     WRITE REJ-LIGNE-IMP.
002631     PERFORM 4000-EDITER-ATTENTES THRU 4000-EXIT.
002640     CLOSE REJ-CYCLE.
002650     CLOSE REJ-LISTE.
002651     IF (WS-COMPTEUR-ATTENTE > ZERO
002652         OR WS-COMPTEUR-APPROB > ZERO)
002670         AND RETURN-CODE = ZERO
002680         MOVE 4 TO RETURN-CODE
002690     END-IF.
002700 3000-EXIT.
002710     EXIT.
002720*****************************************************************
002730*    4000-EDITER-ATTENTES - SECTION DES MOUVEMENTS SAISIS SOUS  *
002740*    DOUBLE CONTROLE ET ENCORE EN ATTENTE D'APPROBATION DANS    *
002750*    MVTATT (NI APPROUVES NI REFUSES PAR MVTAPPR).              *
002760*****************************************************************
002770 4000-EDITER-ATTENTES.
002780     MOVE SPACES TO REJ-LIGNE-IMP.
002790     WRITE REJ-LIGNE-IMP.
002800     MOVE WS-LIGNE-ENTETE-ATT TO REJ-LIGNE-IMP.
002810     WRITE REJ-LIGNE-IMP.
002820     MOVE WS-LIGNE-ENTETE-ATT-2 TO REJ-LIGNE-IMP.
002830     WRITE REJ-LIGNE-IMP.
002840     OPEN INPUT MVT-ATTENTE.
002850     IF WS-ATT-STATUT NOT = "00"
002860         DISPLAY "REJRPT - OUVERTURE MVTATT IMPOSSIBLE - "
002870             WS-ATT-STATUT
002880         GO TO 4000-TOTAL
002890     END-IF.
002900     PERFORM 4100-LIRE-ATTENTE THRU 4100-EXIT.
002910     PERFORM 4200-EDITER-ATTENTE THRU 4200-EXIT
002920         UNTIL FIN-FICHIER-ATT.
002930     CLOSE MVT-ATTENTE.
002940 4000-TOTAL.
002950     MOVE WS-COMPTEUR-APPROB TO WS-TA-ATTENTE.
002960     MOVE WS-LIGNE-TOTAL-ATT TO REJ-LIGNE-IMP.
002970     WRITE REJ-LIGNE-IMP.
002980 4000-EXIT.
002990     EXIT.
003000*****************************************************************
003010*    4100-LIRE-ATTENTE - LECTURE SEQUENTIELLE DU FICHIER DES    *
003020*    MOUVEMENTS EN ATTENTE.                                     *
003030*****************************************************************
003040 4100-LIRE-ATTENTE.
003050     READ MVT-ATTENTE
003060         AT END
003070             SET FIN-FICHIER-ATT TO TRUE
003080     END-READ.
003090 4100-EXIT.
003100     EXIT.
003110*****************************************************************
003120*    4200-EDITER-ATTENTE - EDITE L'ELEMENT COURANT S'IL EST     *
003130*    ENCORE EN ATTENTE, AVEC SON AGE DEPUIS LA SAISIE, PUIS LIT *
003140*    LE SUIVANT.                                                *
003150*****************************************************************
003160 4200-EDITER-ATTENTE.
003170     IF NOT ATT-EN-ATTENTE
003180         GO TO 4200-LIRE
003190     END-IF.
003200     ADD 1 TO WS-COMPTEUR-APPROB.
003210     MOVE ATT-DATE-SAISIE TO WS-DATE-DECOMP.
003220     PERFORM 5000-DECOMPTER-JOURS THRU 5000-EXIT.
003230     COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-REJET.
003240     IF WS-AGE-JOURS < ZERO
003250         MOVE ZERO TO WS-AGE-JOURS
003260     END-IF.
003270     MOVE ATT-FICHIER TO WS-DA-FICHIER.
003280     MOVE ATT-ACTION TO WS-DA-ACTION.
003290     MOVE ATT-NUMERO TO WS-DA-NUMERO.
003300     MOVE ATT-SAISI-PAR TO WS-DA-SAISI-PAR.
003310     MOVE ATT-DATE-SAISIE TO WS-DA-DATE.
003320     MOVE ATT-MONTANT-CONVERTI TO WS-DA-CONVERTI.
003330     MOVE WS-AGE-JOURS TO WS-DA-AGE.
003340     MOVE WS-LIGNE-DETAIL-ATT TO REJ-LIGNE-IMP.
003350     WRITE REJ-LIGNE-IMP.
003360 4200-LIRE.
003370     PERFORM 4100-LIRE-ATTENTE THRU 4100-EXIT.
003380 4200-EXIT.
003390     EXIT.
003400 END PROGRAM REJRPT.
