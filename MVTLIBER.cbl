000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTLIBER                                       *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   LIBERATION DES MOUVEMENTS APPROUVES (DOUBLE CONTROLE) A     *
000090*   L'HEURE DE COUPURE. LE FICHIER DES MOUVEMENTS EN ATTENTE    *
000100*   (MVTATT, DESSIN MVTAREC) EST LU EN ENTIER : LES ELEMENTS    *
000110*   APPROUVES PAR MVTAPPR (STATUT V) SONT ECRITS EN AJOUT DANS  *
000120*   MVTIN, ENCADRES D'UN ENTETE H ET D'UNE REMORQUE T (DESSIN   *
000130*   FLXREC, EMETTEUR MVTLIBER) COMME UNE SESSION MVTSAIS. LES   *
000140*   ELEMENTS REFUSES (STATUT R) SONT ABANDONNES. LES ELEMENTS   *
000150*   ENCORE EN ATTENTE (STATUT A) SONT SEULS RECOPIES DANS       *
000160*   MVTATNEW QUI REMPLACE MVTATT A L'ETAPE SUIVANTE DU JOB,     *
000170*   COMME REJNEW DANS REJMERGE; ILS SONT EDITES SUR L'ETAT DE   *
000180*   CONTROLE ET LE CODE RETOUR 4 LES SIGNALE, POUR QU'AUCUN     *
000190*   NE MANQUE LA NUIT EN SILENCE. A LANCER AVANT REJMERGE, QUI  *
000200*   TRIE MVTIN POUR MVTMAJ.                                     *
000210*                                                               *
000220*   MODIFICATION HISTORY                                        *
000230*   --------------------                                        *
000240*   2026-10-15 JF  VERSION INITIALE.                            *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. MVTLIBER.
000290 AUTHOR. J. FAVREAU.
000300 INSTALLATION. SERVICE EXPLOITATION.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MVT-ATTENTE ASSIGN TO "MVTATT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-ATT-STATUT.
000390     SELECT ATT-NOUVEAU ASSIGN TO "MVTATNEW"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-ATTN-STATUT.
000420     SELECT MVT-SORTIE ASSIGN TO "MVTIN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-MVT-STATUT.
000450     SELECT LIB-LISTE ASSIGN TO "LIBOUT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LISTE-STATUT.
000480     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MVT-ATTENTE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY MVTAREC.
000560 FD  ATT-NOUVEAU
000570     LABEL RECORDS ARE STANDARD.
000580 01  ATT-NOUVEAU-ENREG           PIC X(160).
000590 FD  MVT-SORTIE
000600     LABEL RECORDS ARE STANDARD.
000610 01  MVT-SORTIE-ENREG            PIC X(80).
000620 FD  LIB-LISTE
000630     LABEL RECORDS ARE STANDARD.
000640 01  LIB-LIGNE-IMP               PIC X(132).
000650 FD  PARM-FICHIER
000660     LABEL RECORDS ARE STANDARD.
000670 COPY PARMREC.
000680 WORKING-STORAGE SECTION.
000690 01  WS-FICHIERS-SWITCHES.
000700     05  WS-ATT-STATUT           PIC X(02) VALUE SPACES.
000710     05  WS-ATTN-STATUT          PIC X(02) VALUE SPACES.
000720     05  WS-MVT-STATUT           PIC X(02) VALUE SPACES.
000730     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000740     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000750     05  WS-FIN-ATT-SW           PIC X(01) VALUE "N".
000760         88  FIN-FICHIER-ATT             VALUE "O".
000770     05  WS-ATT-OUVERT-SW        PIC X(01) VALUE "N".
000780         88  WS-MVTATT-OUVERT            VALUE "O".
000790 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
000800 77  WS-COMPTEUR-LIBERES         PIC 9(07) COMP VALUE ZERO.
000810 77  WS-COMPTEUR-ATTENTE         PIC 9(07) COMP VALUE ZERO.
000820 77  WS-COMPTEUR-REFUSES         PIC 9(07) COMP VALUE ZERO.
000830 77  WS-DATE-TRAITEMENT          PIC 9(08) VALUE ZERO.
000840 77  WS-MT-LIBERE                PIC S9(11)V99 COMP-3 VALUE ZERO.
000850 COPY FLXREC.
000860 01  WS-LIGNE-ENTETE.
000870     05  FILLER                  PIC X(40)
000880         VALUE "LIBERATION DES MOUVEMENTS APPROUVES - ".
000890     05  FILLER                  PIC X(16)
000900         VALUE "ETAT DE CONTROLE".
000910 01  WS-LIGNE-DATE-TRT.
000920     05  FILLER                  PIC X(22)
000930         VALUE "DATE DE TRAITEMENT : ".
000940     05  WS-T-DATE               PIC 9(08).
000950 01  WS-LIGNE-ENTETE-2.
000960     05  FILLER                  PIC X(10) VALUE "NATURE".
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  FILLER                  PIC X(04) VALUE "FICH".
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  FILLER                  PIC X(03) VALUE "ACT".
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  FILLER                  PIC X(07) VALUE "NUMERO".
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  FILLER                  PIC X(08) VALUE "SAISI".
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  FILLER                  PIC X(08) VALUE "LE".
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  FILLER                  PIC X(08) VALUE "DECIDE".
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  FILLER                  PIC X(22)
001110         VALUE "      MONTANT CONVERTI".
001120 01  WS-LIGNE-DETAIL.
001130     05  WS-D-NATURE             PIC X(10).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  WS-D-FICHIER            PIC X(04).
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  WS-D-ACTION             PIC X(01).
001180     05  FILLER                  PIC X(03) VALUE SPACES.
001190     05  WS-D-NUMERO             PIC X(07).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  WS-D-SAISI-PAR          PIC X(08).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  WS-D-DATE-SAISIE        PIC 9(08).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  WS-D-DECIDE-PAR         PIC X(08).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  WS-D-CONVERTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001280 01  WS-LIGNE-BILAN.
001290     05  WS-L-NATURE             PIC X(24).
001300     05  FILLER                  PIC X(09) VALUE " ENREG : ".
001310     05  WS-L-COMPTEUR           PIC ZZZ,ZZZ,ZZ9.
001320 01  WS-LIGNE-TOTAL.
001330     05  FILLER                  PIC X(22)
001340         VALUE "ENREGISTREMENTS LUS : ".
001350     05  WS-T-LUS                PIC ZZZ,ZZZ,ZZ9.
001360*****************************************************************
001370*                                                               *
001380*   PROCEDURE DIVISION                                          *
001390*                                                               *
001400*****************************************************************
001410 PROCEDURE DIVISION.
001420*****************************************************************
001430*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
001440*****************************************************************
001450 0000-MAINLINE.
001460     MOVE ZERO TO RETURN-CODE.
001470     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001480     PERFORM 2000-TRAITER-ELEMENT THRU 2000-EXIT
001490         UNTIL FIN-FICHIER-ATT.
001500     PERFORM 3000-FINALISATION THRU 3000-EXIT.
001510     GOBACK.
001520*****************************************************************
001530*    1000-INITIALISATION - OUVERTURE DES FICHIERS, ENTETE H DU  *
001540*    SEGMENT MVTIN ET ENTETES DE L'ETAT DE CONTROLE.            *
001550*****************************************************************
001560 1000-INITIALISATION.
001570     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
001580     OPEN INPUT MVT-ATTENTE.
001590     EVALUATE WS-ATT-STATUT
001600         WHEN "00"
001610             SET WS-MVTATT-OUVERT TO TRUE
001620         WHEN "35"
001630             DISPLAY "MVTLIBER - MVTATT ABSENT - TRAITE "
001640                 "COMME VIDE"
001650             SET FIN-FICHIER-ATT TO TRUE
001660         WHEN OTHER
001670             DISPLAY "MVTLIBER - OUVERTURE MVTATT IMPOSSIBLE - "
001680                 WS-ATT-STATUT
001690             MOVE 12 TO RETURN-CODE
001700             SET FIN-FICHIER-ATT TO TRUE
001710             GOBACK
001720     END-EVALUATE.
001730     OPEN EXTEND MVT-SORTIE.
001740     IF WS-MVT-STATUT NOT = "00"
001750         OPEN OUTPUT MVT-SORTIE
001760     END-IF.
001770     IF WS-MVT-STATUT NOT = "00"
001780         DISPLAY "MVTLIBER - OUVERTURE MVTIN IMPOSSIBLE - "
001790             WS-MVT-STATUT
001800         MOVE 12 TO RETURN-CODE
001810         IF WS-MVTATT-OUVERT
001820             CLOSE MVT-ATTENTE
001830         END-IF
001840         SET FIN-FICHIER-ATT TO TRUE
001850         GOBACK
001860     END-IF.
001870     OPEN OUTPUT ATT-NOUVEAU.
001880     OPEN OUTPUT LIB-LISTE.
001890     MOVE WS-LIGNE-ENTETE TO LIB-LIGNE-IMP.
001900     WRITE LIB-LIGNE-IMP.
001910     MOVE WS-DATE-TRAITEMENT TO WS-T-DATE.
001920     MOVE WS-LIGNE-DATE-TRT TO LIB-LIGNE-IMP.
001930     WRITE LIB-LIGNE-IMP.
001940     MOVE WS-LIGNE-ENTETE-2 TO LIB-LIGNE-IMP.
001950     WRITE LIB-LIGNE-IMP.
001960     PERFORM 1100-ECRIRE-ENTETE THRU 1100-EXIT.
001970     IF WS-MVTATT-OUVERT
001980         PERFORM 2100-LIRE-ATTENTE THRU 2100-EXIT
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.
002020*****************************************************************
002030*    2000-TRAITER-ELEMENT - LIBERE L'ELEMENT APPROUVE DANS      *
002040*    MVTIN, ABANDONNE L'ELEMENT REFUSE, RECOPIE L'ELEMENT EN    *
002050*    ATTENTE DANS MVTATNEW, EDITE LA LIGNE PUIS LIT LE SUIVANT. *
002060*****************************************************************
002070 2000-TRAITER-ELEMENT.
002080     EVALUATE TRUE
002090         WHEN ATT-APPROUVE
002100             WRITE MVT-SORTIE-ENREG FROM ATT-IMAGE
002110             ADD 1 TO WS-COMPTEUR-LIBERES
002120             IF ATT-MONTANT IS NUMERIC
002130                 ADD ATT-MONTANT TO WS-MT-LIBERE
002140             END-IF
002150             MOVE "LIBERE" TO WS-D-NATURE
002160         WHEN ATT-EN-ATTENTE
002170             WRITE ATT-NOUVEAU-ENREG FROM ATT-RECORD
002180             ADD 1 TO WS-COMPTEUR-ATTENTE
002190             MOVE "EN ATTENTE" TO WS-D-NATURE
002200         WHEN ATT-REFUSE
002210             ADD 1 TO WS-COMPTEUR-REFUSES
002220             MOVE "REFUSE" TO WS-D-NATURE
002230         WHEN OTHER
002240             WRITE ATT-NOUVEAU-ENREG FROM ATT-RECORD
002250             MOVE "INCONNU" TO WS-D-NATURE
002260     END-EVALUATE.
002270     MOVE ATT-FICHIER TO WS-D-FICHIER.
002280     MOVE ATT-ACTION TO WS-D-ACTION.
002290     MOVE ATT-NUMERO TO WS-D-NUMERO.
002300     MOVE ATT-SAISI-PAR TO WS-D-SAISI-PAR.
002310     MOVE ATT-DATE-SAISIE TO WS-D-DATE-SAISIE.
002320     MOVE ATT-DECIDE-PAR TO WS-D-DECIDE-PAR.
002330     MOVE ATT-MONTANT-CONVERTI TO WS-D-CONVERTI.
002340     MOVE WS-LIGNE-DETAIL TO LIB-LIGNE-IMP.
002350     WRITE LIB-LIGNE-IMP.
002360     PERFORM 2100-LIRE-ATTENTE THRU 2100-EXIT.
002370 2000-EXIT.
002380     EXIT.
002390*****************************************************************
002400*    2100-LIRE-ATTENTE - LECTURE SEQUENTIELLE DU FICHIER DES    *
002410*    MOUVEMENTS EN ATTENTE.                                     *
002420*****************************************************************
002430 2100-LIRE-ATTENTE.
002440     READ MVT-ATTENTE
002450         AT END
002460             SET FIN-FICHIER-ATT TO TRUE
002470             GO TO 2100-EXIT
002480     END-READ.
002490     ADD 1 TO WS-COMPTEUR-LUS.
002500 2100-EXIT.
002510     EXIT.
002520*****************************************************************
002530*    3000-FINALISATION - REMORQUE T DU SEGMENT MVTIN, BILAN DE  *
002540*    L'ETAT DE CONTROLE, FERMETURE DES FICHIERS ET CODE RETOUR 4*
002550*    S'IL RESTE DES MOUVEMENTS EN ATTENTE D'APPROBATION.        *
002560*****************************************************************
002570 3000-FINALISATION.
002580     PERFORM 1200-ECRIRE-REMORQUE THRU 1200-EXIT.
002590     MOVE "LIBERES VERS MVTIN     " TO WS-L-NATURE.
002600     MOVE WS-COMPTEUR-LIBERES TO WS-L-COMPTEUR.
002610     MOVE WS-LIGNE-BILAN TO LIB-LIGNE-IMP.
002620     WRITE LIB-LIGNE-IMP.
002630     MOVE "REFUSES ET ABANDONNES  " TO WS-L-NATURE.
002640     MOVE WS-COMPTEUR-REFUSES TO WS-L-COMPTEUR.
002650     MOVE WS-LIGNE-BILAN TO LIB-LIGNE-IMP.
002660     WRITE LIB-LIGNE-IMP.
002670     MOVE "ENCORE EN ATTENTE      " TO WS-L-NATURE.
002680     MOVE WS-COMPTEUR-ATTENTE TO WS-L-COMPTEUR.
002690     MOVE WS-LIGNE-BILAN TO LIB-LIGNE-IMP.
002700     WRITE LIB-LIGNE-IMP.
002710     MOVE WS-COMPTEUR-LUS TO WS-T-LUS.
002720     MOVE WS-LIGNE-TOTAL TO LIB-LIGNE-IMP.
002730     WRITE LIB-LIGNE-IMP.
002740     IF WS-MVTATT-OUVERT
002750         CLOSE MVT-ATTENTE
002760     END-IF.
002770     CLOSE ATT-NOUVEAU.
002780     CLOSE MVT-SORTIE.
002790     CLOSE LIB-LISTE.
002800     IF WS-COMPTEUR-ATTENTE > ZERO
002810         AND RETURN-CODE = ZERO
002820         MOVE 4 TO RETURN-CODE
002830     END-IF.
002840 3000-EXIT.
002850     EXIT.
002860*****************************************************************
002870*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
002880*    DATE DE TRAITEMENT PORTEE A L'ENTETE DU SEGMENT MVTIN. EN  *
002890*    SON ABSENCE, LA DATE DU JOUR.                              *
002900*****************************************************************
002910 1050-LIRE-PARAMETRE.
002920     ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002930     OPEN INPUT PARM-FICHIER.
002940     IF WS-PARM-STATUT NOT = "00"
002950         GO TO 1050-EXIT
002960     END-IF.
002970     READ PARM-FICHIER
002980         AT END
002990             CLOSE PARM-FICHIER
003000             GO TO 1050-EXIT
003010     END-READ.
003020     IF PARM-DATE-TRAITEMENT IS NUMERIC
003030         AND PARM-DATE-TRAITEMENT NOT = "00000000"
003040         MOVE PARM-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
003050     END-IF.
003060     CLOSE PARM-FICHIER.
003070 1050-EXIT.
003080     EXIT.
003090*****************************************************************
003100*    1100-ECRIRE-ENTETE - OUVRE LE SEGMENT MVTIN PAR UN ENTETE  *
003110*    H DU DESSIN FLXREC (IDENTIFIANT MVTIN, DATE DE TRAITEMENT, *
003120*    EMETTEUR MVTLIBER).                                        *
003130*****************************************************************
003140 1100-ECRIRE-ENTETE.
003150     MOVE SPACES TO FLX-RECORD.
003160     MOVE "H" TO FLX-TYPE.
003170     MOVE "MVTIN   " TO FLX-FICHIER-ID.
003180     MOVE WS-DATE-TRAITEMENT TO FLX-DATE-TRAITEMENT.
003190     MOVE "MVTLIBER" TO FLX-EMETTEUR.
003200     MOVE SPACES TO MVT-SORTIE-ENREG.
003210     MOVE FLX-RECORD TO MVT-SORTIE-ENREG(1:63).
003220     WRITE MVT-SORTIE-ENREG.
003230 1100-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    1200-ECRIRE-REMORQUE - CLOT LE SEGMENT MVTIN PAR UNE       *
003270*    REMORQUE T PORTANT LE COMPTEUR ET LE TOTAL DES MONTANTS    *
003280*    LIBERES.                                                   *
003290*****************************************************************
003300 1200-ECRIRE-REMORQUE.
003310     MOVE SPACES TO FLX-RECORD.
003320     MOVE "T" TO FLX-TYPE.
003330     MOVE WS-COMPTEUR-LIBERES TO FLX-COMPTEUR.
003340     MOVE WS-MT-LIBERE TO FLX-MONTANT.
003350     MOVE SPACES TO MVT-SORTIE-ENREG.
003360     MOVE FLX-RECORD TO MVT-SORTIE-ENREG(1:63).
003370     WRITE MVT-SORTIE-ENREG.
003380 1200-EXIT.
003390     EXIT.
003400 END PROGRAM MVTLIBER.
