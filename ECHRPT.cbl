000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : ECHRPT                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   SYNTHESE D'UNE CAMPAGNE D'AUDIT INTERNE DU FICHIER DES      *
000090*   ECHANTILLONS ECHANT (DESSIN ECHREC, TIRE PAR MVTECH ET      *
000100*   RENSEIGNE PAR LES AUDITEURS DANS ECHMNT). LA CAMPAGNE EST   *
000110*   LA DATE DE TRAITEMENT DE LA CARTE PARMIN (DESSIN PARMREC),  *
000120*   A DEFAUT LA DERNIERE CAMPAGNE DU FICHIER. POUR CHAQUE       *
000130*   STRATE : BORNES, POPULATION, MOUVEMENTS TIRES, TESTES,      *
000140*   CONFORMES, NON CONFORMES ET NON TESTES, TAUX D'ERREUR       *
000150*   (NON CONFORMES / TESTES) ET NOMBRE D'ERREURS ESTIME SUR LA  *
000160*   POPULATION DE LA STRATE (TAUX X POPULATION), PUIS LE TOTAL  *
000170*   ET LA LISTE DES MOUVEMENTS NON CONFORMES AVEC LE            *
000180*   COMMENTAIRE DE L'AUDITEUR. CODE RETOUR 4 SI DES MOUVEMENTS  *
000190*   RESTENT A TESTER OU SI LA CAMPAGNE EST VIDE, 12 SI L'ETAT   *
000200*   NE PEUT ETRE OUVERT OU LE FICHIER LU (UN FICHIER ABSENT EST *
000210*   VIDE).                                                      *
000220*                                                               *
000230*   MODIFICATION HISTORY                                        *
000240*   --------------------                                        *
000250*   2026-10-15 JF  VERSION INITIALE.                            *
000260*                                                               *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ECHRPT.
000300 AUTHOR. J. FAVREAU.
000310 INSTALLATION. SERVICE EXPLOITATION.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ECHANT-FICHIER ASSIGN TO "ECHANT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ECH-CLE
000410         FILE STATUS IS WS-ECH-STATUT.
000420     SELECT ECH-LISTE ASSIGN TO "ECHSYN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-LISTE-STATUT.
000450     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PARM-STATUT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ECHANT-FICHIER
000510     LABEL RECORDS ARE STANDARD.
000520 COPY ECHREC.
000530 FD  ECH-LISTE
000540     LABEL RECORDS ARE STANDARD.
000550 01  ECH-LIGNE-IMP               PIC X(132).
000560 FD  PARM-FICHIER
000570     LABEL RECORDS ARE STANDARD.
000580 COPY PARMREC.
000590 WORKING-STORAGE SECTION.
000600 01  WS-FICHIERS-SWITCHES.
000610     05  WS-ECH-STATUT           PIC X(02) VALUE SPACES.
000620     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000630     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000640     05  WS-FIN-ECH-SW           PIC X(01) VALUE "N".
000650         88  FIN-FICHIER-ECH             VALUE "O".
000660     05  WS-ECH-OUVERT-SW        PIC X(01) VALUE "N".
000670         88  WS-ECHANTILLON-OUVERT       VALUE "O".
000680 77  WS-DATE-JOUR                PIC 9(08) VALUE ZERO.
000690 77  WS-CAMPAGNE                 PIC 9(08) VALUE ZERO.
000700 77  WS-GRAINE                   PIC 9(09) VALUE ZERO.
000710 77  WS-STRATE                   PIC 9(01) COMP VALUE ZERO.
000720 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
000730 77  WS-COMPTEUR-NON-CONFORMES   PIC 9(07) COMP VALUE ZERO.
000740 77  WS-TOTAL-POPULATION         PIC 9(07) COMP VALUE ZERO.
000750 77  WS-TOTAL-TIRES              PIC 9(05) COMP VALUE ZERO.
000760 77  WS-TOTAL-CONFORMES          PIC 9(05) COMP VALUE ZERO.
000770 77  WS-TOTAL-NON-CONFORMES      PIC 9(05) COMP VALUE ZERO.
000780 77  WS-TOTAL-NON-TESTES         PIC 9(05) COMP VALUE ZERO.
000790 77  WS-TOTAL-ESTIMES            PIC 9(07) COMP VALUE ZERO.
000800 77  WS-TESTES                   PIC 9(05) COMP VALUE ZERO.
000810 77  WS-TAUX                     PIC 9(03)V99 VALUE ZERO.
000820 77  WS-ESTIMES                  PIC 9(07) COMP VALUE ZERO.
000830 01  WS-TABLE-STRATES.
000840     05  WS-TST-ENTREE OCCURS 5 TIMES.
000850         10  WS-TST-VUE          PIC X(01).
000860             88  WS-STRATE-VUE           VALUE "O".
000870         10  WS-TST-MODE         PIC X(01).
000880         10  WS-TST-BORNE-BASSE  PIC 9(09).
000890         10  WS-TST-BORNE-HAUTE  PIC 9(09).
000900         10  WS-TST-POPULATION   PIC 9(07) COMP.
000910         10  WS-TST-TIRES        PIC 9(05) COMP.
000920         10  WS-TST-CONFORMES    PIC 9(05) COMP.
000930         10  WS-TST-NON-CONFORMES
000940                                 PIC 9(05) COMP.
000950         10  WS-TST-NON-TESTES   PIC 9(05) COMP.
000960 01  WS-LIGNE-ENTETE-1.
000970     05  FILLER                  PIC X(50)
000980         VALUE "SYNTHESE DE CAMPAGNE D'AUDIT - ECHANTILLON".
000990     05  FILLER                  PIC X(13)
001000         VALUE "CAMPAGNE : ".
001010     05  WS-T-CAMPAGNE           PIC 9(08).
001020     05  FILLER                  PIC X(12)
001030         VALUE "   GRAINE : ".
001040     05  WS-T-GRAINE             PIC 9(09).
001050     05  FILLER                  PIC X(15)
001060         VALUE "   EDITE LE : ".
001070     05  WS-T-DATE-JOUR          PIC 9(08).
001080 01  WS-LIGNE-ENTETE-2.
001090     05  FILLER                  PIC X(08) VALUE "STRATE".
001100     05  FILLER                  PIC X(12) VALUE "TIRAGE".
001110     05  FILLER                  PIC X(11) VALUE " MONTANT DE".
001120     05  FILLER                  PIC X(13) VALUE "      JUSQU'A".
001130     05  FILLER                  PIC X(11) VALUE " POPULATION".
001140     05  FILLER                  PIC X(08) VALUE "   TIRES".
001150     05  FILLER                  PIC X(08) VALUE "  TESTES".
001160     05  FILLER                  PIC X(08) VALUE "   CONF.".
001170     05  FILLER                  PIC X(08) VALUE "  NON C.".
001180     05  FILLER                  PIC X(08) VALUE "  NON T.".
001190     05  FILLER                  PIC X(12) VALUE "  TAUX ERR.".
001200     05  FILLER                  PIC X(11) VALUE "  ESTIMEES".
001210 01  WS-LIGNE-STRATE.
001220     05  FILLER                  PIC X(03) VALUE SPACES.
001230     05  WS-S-STRATE             PIC X(01).
001240     05  FILLER                  PIC X(04) VALUE SPACES.
001250     05  WS-S-MODE               PIC X(10).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  WS-S-BORNE-BASSE        PIC ZZZ,ZZZ,ZZ9.
001280     05  WS-S-BORNE-BASSE-X REDEFINES WS-S-BORNE-BASSE
001290                                 PIC X(11).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  WS-S-BORNE-HAUTE        PIC ZZZ,ZZZ,ZZ9.
001320     05  WS-S-BORNE-HAUTE-X REDEFINES WS-S-BORNE-HAUTE
001330                                 PIC X(11).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  WS-S-POPULATION         PIC Z,ZZZ,ZZ9.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  WS-S-TIRES              PIC ZZ,ZZ9.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-S-TESTES             PIC ZZ,ZZ9.
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  WS-S-CONFORMES          PIC ZZ,ZZ9.
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  WS-S-NON-CONFORMES      PIC ZZ,ZZ9.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-S-NON-TESTES         PIC ZZ,ZZ9.
001460     05  FILLER                  PIC X(03) VALUE SPACES.
001470     05  WS-S-TAUX               PIC ZZ9.99.
001480     05  WS-S-POURCENT           PIC X(03).
001490     05  WS-S-ESTIMES            PIC Z,ZZZ,ZZ9.
001500 01  WS-LIGNE-ENTETE-3.
001510     05  FILLER                  PIC X(08) VALUE "    RANG".
001520     05  FILLER                  PIC X(05) VALUE "  S".
001530     05  FILLER                  PIC X(14) VALUE "MOUVEMENT".
001540     05  FILLER                  PIC X(19)
001550         VALUE "           CONVERTI".
001560     05  FILLER                  PIC X(10) VALUE "  AUDITEUR".
001570     05  FILLER                  PIC X(10) VALUE "  TESTE LE".
001580     05  FILLER                  PIC X(13) VALUE "  COMMENTAIRE".
001590 01  WS-LIGNE-DETAIL.
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  WS-D-RANG               PIC ZZZZ9.
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  WS-D-STRATE             PIC 9(01).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  WS-D-FICHIER            PIC X(04).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  WS-D-NUMERO             PIC 9(07).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-D-CONVERTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-D-AUDITEUR           PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-D-DATE-TEST          PIC 9(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-D-COMMENTAIRE        PIC X(60).
001760 01  WS-LIGNE-TITRE.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  WS-TI-TITRE             PIC X(60).
001790 01  WS-LIGNE-AUCUNE.
001800     05  FILLER                  PIC X(03) VALUE SPACES.
001810     05  WS-AU-TEXTE             PIC X(60).
001820 01  WS-LIGNE-BILAN.
001830     05  WS-B-LIBELLE            PIC X(50).
001840     05  FILLER                  PIC X(03) VALUE " : ".
001850     05  WS-B-NOMBRE             PIC ZZZ,ZZ9.
001860*****************************************************************
001870*                                                               *
001880*   PROCEDURE DIVISION                                          *
001890*                                                               *
001900*****************************************************************
001910 PROCEDURE DIVISION.
001920*****************************************************************
001930*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
001940*****************************************************************
001950 0000-MAINLINE.
001960     MOVE ZERO TO RETURN-CODE.
001970     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001980     IF RETURN-CODE = ZERO
001990         PERFORM 2000-CHOISIR-CAMPAGNE THRU 2000-EXIT
002000     END-IF.
002010     IF RETURN-CODE = ZERO
002020         PERFORM 3000-CUMULER-CAMPAGNE THRU 3000-EXIT
002030     END-IF.
002040     IF RETURN-CODE = ZERO
002050         PERFORM 4000-EDITER-STRATES THRU 4000-EXIT
002060     END-IF.
002070     IF RETURN-CODE = ZERO
002080         PERFORM 5000-EDITER-NON-CONFORMES THRU 5000-EXIT
002090     END-IF.
002100     PERFORM 9000-FINALISATION THRU 9000-EXIT.
002110     GOBACK.
002120*****************************************************************
002130*    1000-INITIALISATION - DATE DU JOUR, CAMPAGNE DEMANDEE,     *
002140*    OUVERTURE DU FICHIER DES ECHANTILLONS ET DE L'ETAT.        *
002150*****************************************************************
002160 1000-INITIALISATION.
002170     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002180     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
002190     MOVE ZERO TO WS-STRATE.
002200     PERFORM 1200-RAZ-STRATE THRU 1200-EXIT
002210         UNTIL WS-STRATE >= 5.
002220     OPEN OUTPUT ECH-LISTE.
002230     IF WS-LISTE-STATUT NOT = "00"
002240         DISPLAY "ECHRPT - OUVERTURE ECH-LISTE IMPOSSIBLE - "
002250             WS-LISTE-STATUT
002260         MOVE 12 TO RETURN-CODE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     OPEN INPUT ECHANT-FICHIER.
002300     IF WS-ECH-STATUT = "35"
002310         DISPLAY "ECHRPT - ECHANT ABSENT - TRAITE COMME VIDE"
002320         GO TO 1000-EXIT
002330     END-IF.
002340     IF WS-ECH-STATUT NOT = "00"
002350         DISPLAY "ECHRPT - OUVERTURE ECHANT IMPOSSIBLE - "
002360             WS-ECH-STATUT
002370         MOVE 12 TO RETURN-CODE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     SET WS-ECHANTILLON-OUVERT TO TRUE.
002410 1000-EXIT.
002420     EXIT.
002430*****************************************************************
002440*    1100-LIRE-PARAMETRE - LA DATE DE TRAITEMENT DE LA CARTE    *
002450*    PARMIN, SI ELLE EST RENSEIGNEE, DESIGNE LA CAMPAGNE.       *
002460*****************************************************************
002470 1100-LIRE-PARAMETRE.
002480     OPEN INPUT PARM-FICHIER.
002490     IF WS-PARM-STATUT NOT = "00"
002500         GO TO 1100-EXIT
002510     END-IF.
002520     READ PARM-FICHIER
002530         AT END
002540             CLOSE PARM-FICHIER
002550             GO TO 1100-EXIT
002560     END-READ.
002570     IF PARM-DATE-TRAITEMENT IS NUMERIC
002580         AND PARM-DATE-TRAITEMENT NOT = "00000000"
002590         MOVE PARM-DATE-TRAITEMENT TO WS-CAMPAGNE
002600     END-IF.
002610     CLOSE PARM-FICHIER.
002620 1100-EXIT.
002630     EXIT.
002640*****************************************************************
002650*    1200-RAZ-STRATE - REMET A ZERO LES CUMULS D'UNE STRATE.    *
002660*****************************************************************
002670 1200-RAZ-STRATE.
002680     ADD 1 TO WS-STRATE.
002690     MOVE "N" TO WS-TST-VUE(WS-STRATE).
002700     MOVE SPACE TO WS-TST-MODE(WS-STRATE).
002710     MOVE ZERO TO WS-TST-BORNE-BASSE(WS-STRATE).
002720     MOVE ZERO TO WS-TST-BORNE-HAUTE(WS-STRATE).
002730     MOVE ZERO TO WS-TST-POPULATION(WS-STRATE).
002740     MOVE ZERO TO WS-TST-TIRES(WS-STRATE).
002750     MOVE ZERO TO WS-TST-CONFORMES(WS-STRATE).
002760     MOVE ZERO TO WS-TST-NON-CONFORMES(WS-STRATE).
002770     MOVE ZERO TO WS-TST-NON-TESTES(WS-STRATE).
002780 1200-EXIT.
002790     EXIT.
002800*****************************************************************
002810*    2000-CHOISIR-CAMPAGNE - SANS CAMPAGNE DEMANDEE, PARCOURT LE*
002820*    FICHIER ET RETIENT LA DERNIERE (LA PLUS RECENTE) CAMPAGNE. *
002830*****************************************************************
002840 2000-CHOISIR-CAMPAGNE.
002850     IF WS-CAMPAGNE NOT = ZERO OR NOT WS-ECHANTILLON-OUVERT
002860         GO TO 2000-EXIT
002870     END-IF.
002880     MOVE "N" TO WS-FIN-ECH-SW.
002890     PERFORM 2100-LIRE-CAMPAGNE THRU 2100-EXIT
002900         UNTIL FIN-FICHIER-ECH.
002910 2000-EXIT.
002920     EXIT.
002930*****************************************************************
002940*    2100-LIRE-CAMPAGNE - LIT UN ENREGISTREMENT EN SEQUENCE ET  *
002950*    GARDE SA CAMPAGNE.                                         *
002960*****************************************************************
002970 2100-LIRE-CAMPAGNE.
002980     READ ECHANT-FICHIER NEXT RECORD
002990         AT END
003000             SET FIN-FICHIER-ECH TO TRUE
003010             GO TO 2100-EXIT
003020     END-READ.
003030     IF WS-ECH-STATUT NOT = "00"
003040         DISPLAY "ECHRPT - LECTURE ECHANT EN ECHEC - "
003050             WS-ECH-STATUT
003060         MOVE 12 TO RETURN-CODE
003070         SET FIN-FICHIER-ECH TO TRUE
003080         GO TO 2100-EXIT
003090     END-IF.
003100     MOVE ECH-CAMPAGNE TO WS-CAMPAGNE.
003110 2100-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    3000-CUMULER-CAMPAGNE - SE POSITIONNE SUR LA CAMPAGNE ET   *
003150*    CUMULE SES MOUVEMENTS PAR STRATE.                          *
003160*****************************************************************
003170 3000-CUMULER-CAMPAGNE.
003180     IF NOT WS-ECHANTILLON-OUVERT
003190         GO TO 3000-EXIT
003200     END-IF.
003210     PERFORM 8000-POSITIONNER THRU 8000-EXIT.
003220     PERFORM 3100-CUMULER-UN THRU 3100-EXIT
003230         UNTIL FIN-FICHIER-ECH.
003240 3000-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    3100-CUMULER-UN - AJOUTE LE MOUVEMENT COURANT AUX CUMULS DE*
003280*    SA STRATE (BORNES, POPULATION ET MODE PRIS SUR LE PREMIER  *
003290*    MOUVEMENT DE LA STRATE) PUIS LIT LE SUIVANT.               *
003300*****************************************************************
003310 3100-CUMULER-UN.
003320     ADD 1 TO WS-COMPTEUR-LUS.
003330     MOVE ECH-STRATE TO WS-STRATE.
003340     IF WS-STRATE < 1 OR WS-STRATE > 5
003350         GO TO 3100-SUIVANT
003360     END-IF.
003370     IF NOT WS-STRATE-VUE(WS-STRATE)
003380         SET WS-STRATE-VUE(WS-STRATE) TO TRUE
003390         MOVE ECH-MODE TO WS-TST-MODE(WS-STRATE)
003400         MOVE ECH-BORNE-BASSE TO WS-TST-BORNE-BASSE(WS-STRATE)
003410         MOVE ECH-BORNE-HAUTE TO WS-TST-BORNE-HAUTE(WS-STRATE)
003420         MOVE ECH-POPULATION TO WS-TST-POPULATION(WS-STRATE)
003430         MOVE ECH-GRAINE TO WS-GRAINE
003440     END-IF.
003450     ADD 1 TO WS-TST-TIRES(WS-STRATE).
003460     EVALUATE TRUE
003470         WHEN ECH-CONFORME
003480             ADD 1 TO WS-TST-CONFORMES(WS-STRATE)
003490         WHEN ECH-NON-CONFORME
003500             ADD 1 TO WS-TST-NON-CONFORMES(WS-STRATE)
003510         WHEN OTHER
003520             ADD 1 TO WS-TST-NON-TESTES(WS-STRATE)
003530     END-EVALUATE.
003540 3100-SUIVANT.
003550     PERFORM 8100-LIRE-SUIVANT THRU 8100-EXIT.
003560 3100-EXIT.
003570     EXIT.
003580*****************************************************************
003590*    4000-EDITER-STRATES - ENTETES, UNE LIGNE PAR STRATE ET LA  *
003600*    LIGNE DE TOTAL.                                            *
003610*****************************************************************
003620 4000-EDITER-STRATES.
003630     MOVE WS-CAMPAGNE TO WS-T-CAMPAGNE.
003640     MOVE WS-GRAINE TO WS-T-GRAINE.
003650     MOVE WS-DATE-JOUR TO WS-T-DATE-JOUR.
003660     MOVE WS-LIGNE-ENTETE-1 TO ECH-LIGNE-IMP.
003670     WRITE ECH-LIGNE-IMP.
003680     MOVE SPACES TO ECH-LIGNE-IMP.
003690     WRITE ECH-LIGNE-IMP.
003700     IF WS-COMPTEUR-LUS = ZERO
003710         MOVE "AUCUN MOUVEMENT POUR CETTE CAMPAGNE" TO WS-AU-TEXTE
003720         MOVE WS-LIGNE-AUCUNE TO ECH-LIGNE-IMP
003730         WRITE ECH-LIGNE-IMP
003740         GO TO 4000-EXIT
003750     END-IF.
003760     MOVE "1. RESULTATS PAR STRATE" TO WS-TI-TITRE.
003770     MOVE WS-LIGNE-TITRE TO ECH-LIGNE-IMP.
003780     WRITE ECH-LIGNE-IMP.
003790     MOVE WS-LIGNE-ENTETE-2 TO ECH-LIGNE-IMP.
003800     WRITE ECH-LIGNE-IMP.
003810     MOVE ZERO TO WS-STRATE.
003820     PERFORM 4100-EDITER-STRATE THRU 4100-EXIT
003830         UNTIL WS-STRATE >= 5.
003840     PERFORM 4200-EDITER-TOTAL THRU 4200-EXIT.
003850 4000-EXIT.
003860     EXIT.
003870*****************************************************************
003880*    4100-EDITER-STRATE - TAUX D'ERREUR ET ERREURS ESTIMEES DE  *
003890*    LA STRATE SUIVANTE, CUMUL DU TOTAL ET EDITION DE LA LIGNE. *
003900*****************************************************************
003910 4100-EDITER-STRATE.
003920     ADD 1 TO WS-STRATE.
003930     MOVE SPACES TO WS-LIGNE-STRATE.
003940     MOVE WS-STRATE TO WS-S-STRATE.
003950     IF NOT WS-STRATE-VUE(WS-STRATE)
003960         MOVE "NON TIREE" TO WS-S-MODE
003970         MOVE WS-LIGNE-STRATE TO ECH-LIGNE-IMP
003980         WRITE ECH-LIGNE-IMP
003990         GO TO 4100-EXIT
004000     END-IF.
004010     IF WS-TST-MODE(WS-STRATE) = "E"
004020         MOVE "EXHAUSTIF" TO WS-S-MODE
004030         MOVE WS-TST-BORNE-BASSE(WS-STRATE) TO WS-S-BORNE-BASSE
004040         MOVE "    ET PLUS" TO WS-S-BORNE-HAUTE-X
004050     ELSE
004060         MOVE "ALEATOIRE" TO WS-S-MODE
004070         MOVE WS-TST-BORNE-BASSE(WS-STRATE) TO WS-S-BORNE-BASSE
004080         MOVE WS-TST-BORNE-HAUTE(WS-STRATE) TO WS-S-BORNE-HAUTE
004090     END-IF.
004100     COMPUTE WS-TESTES = WS-TST-CONFORMES(WS-STRATE)
004110         + WS-TST-NON-CONFORMES(WS-STRATE).
004120     MOVE ZERO TO WS-TAUX.
004130     MOVE ZERO TO WS-ESTIMES.
004140     IF WS-TESTES > ZERO
004150         COMPUTE WS-TAUX ROUNDED =
004160             WS-TST-NON-CONFORMES(WS-STRATE) * 100 / WS-TESTES
004170         COMPUTE WS-ESTIMES ROUNDED =
004180             WS-TST-NON-CONFORMES(WS-STRATE)
004190             * WS-TST-POPULATION(WS-STRATE) / WS-TESTES
004200     END-IF.
004210     MOVE WS-TST-POPULATION(WS-STRATE) TO WS-S-POPULATION.
004220     MOVE WS-TST-TIRES(WS-STRATE) TO WS-S-TIRES.
004230     MOVE WS-TESTES TO WS-S-TESTES.
004240     MOVE WS-TST-CONFORMES(WS-STRATE) TO WS-S-CONFORMES.
004250     MOVE WS-TST-NON-CONFORMES(WS-STRATE)
004260         TO WS-S-NON-CONFORMES.
004270     MOVE WS-TST-NON-TESTES(WS-STRATE) TO WS-S-NON-TESTES.
004280     MOVE WS-TAUX TO WS-S-TAUX.
004290     MOVE " % " TO WS-S-POURCENT.
004300     MOVE WS-ESTIMES TO WS-S-ESTIMES.
004310     MOVE WS-LIGNE-STRATE TO ECH-LIGNE-IMP.
004320     WRITE ECH-LIGNE-IMP.
004330     ADD WS-TST-POPULATION(WS-STRATE) TO WS-TOTAL-POPULATION.
004340     ADD WS-TST-TIRES(WS-STRATE) TO WS-TOTAL-TIRES.
004350     ADD WS-TST-CONFORMES(WS-STRATE) TO WS-TOTAL-CONFORMES.
004360     ADD WS-TST-NON-CONFORMES(WS-STRATE)
004370         TO WS-TOTAL-NON-CONFORMES.
004380     ADD WS-TST-NON-TESTES(WS-STRATE) TO WS-TOTAL-NON-TESTES.
004390     ADD WS-ESTIMES TO WS-TOTAL-ESTIMES.
004400 4100-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    4200-EDITER-TOTAL - LIGNE DE TOTAL : LE TAUX EST CELUI DE  *
004440*    L'ENSEMBLE DES MOUVEMENTS TESTES, LES ERREURS ESTIMEES LA  *
004450*    SOMME DES ESTIMATIONS PAR STRATE.                          *
004460*****************************************************************
004470 4200-EDITER-TOTAL.
004480     MOVE SPACES TO WS-LIGNE-STRATE.
004490     MOVE "TOTAL" TO WS-S-MODE.
004500     COMPUTE WS-TESTES = WS-TOTAL-CONFORMES
004510         + WS-TOTAL-NON-CONFORMES.
004520     MOVE ZERO TO WS-TAUX.
004530     IF WS-TESTES > ZERO
004540         COMPUTE WS-TAUX ROUNDED =
004550             WS-TOTAL-NON-CONFORMES * 100 / WS-TESTES
004560     END-IF.
004570     MOVE WS-TOTAL-POPULATION TO WS-S-POPULATION.
004580     MOVE WS-TOTAL-TIRES TO WS-S-TIRES.
004590     MOVE WS-TESTES TO WS-S-TESTES.
004600     MOVE WS-TOTAL-CONFORMES TO WS-S-CONFORMES.
004610     MOVE WS-TOTAL-NON-CONFORMES TO WS-S-NON-CONFORMES.
004620     MOVE WS-TOTAL-NON-TESTES TO WS-S-NON-TESTES.
004630     MOVE WS-TAUX TO WS-S-TAUX.
004640     MOVE " % " TO WS-S-POURCENT.
004650     MOVE WS-TOTAL-ESTIMES TO WS-S-ESTIMES.
004660     MOVE SPACES TO ECH-LIGNE-IMP.
004670     WRITE ECH-LIGNE-IMP.
004680     MOVE WS-LIGNE-STRATE TO ECH-LIGNE-IMP.
004690     WRITE ECH-LIGNE-IMP.
004700 4200-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    5000-EDITER-NON-CONFORMES - SE REPOSITIONNE SUR LA CAMPAGNE*
004740*    ET LISTE LES MOUVEMENTS NON CONFORMES DANS L'ORDRE DE LA   *
004750*    CLE, AVEC LE COMMENTAIRE DE L'AUDITEUR.                    *
004760*****************************************************************
004770 5000-EDITER-NON-CONFORMES.
004780     IF WS-COMPTEUR-LUS = ZERO
004790         GO TO 5000-EXIT
004800     END-IF.
004810     MOVE SPACES TO ECH-LIGNE-IMP.
004820     WRITE ECH-LIGNE-IMP.
004830     MOVE "2. MOUVEMENTS NON CONFORMES" TO WS-TI-TITRE.
004840     MOVE WS-LIGNE-TITRE TO ECH-LIGNE-IMP.
004850     WRITE ECH-LIGNE-IMP.
004860     MOVE WS-LIGNE-ENTETE-3 TO ECH-LIGNE-IMP.
004870     WRITE ECH-LIGNE-IMP.
004880     PERFORM 8000-POSITIONNER THRU 8000-EXIT.
004890     PERFORM 5100-EDITER-UN THRU 5100-EXIT
004900         UNTIL FIN-FICHIER-ECH.
004910     IF WS-COMPTEUR-NON-CONFORMES = ZERO
004920         MOVE "AUCUN MOUVEMENT NON CONFORME" TO WS-AU-TEXTE
004930         MOVE WS-LIGNE-AUCUNE TO ECH-LIGNE-IMP
004940         WRITE ECH-LIGNE-IMP
004950     END-IF.
004960 5000-EXIT.
004970     EXIT.
004980*****************************************************************
004990*    5100-EDITER-UN - EDITE LE MOUVEMENT COURANT S'IL EST NON   *
005000*    CONFORME PUIS LIT LE SUIVANT.                              *
005010*****************************************************************
005020 5100-EDITER-UN.
005030     IF ECH-NON-CONFORME
005040         ADD 1 TO WS-COMPTEUR-NON-CONFORMES
005050         MOVE ECH-RANG TO WS-D-RANG
005060         MOVE ECH-STRATE TO WS-D-STRATE
005070         MOVE ECH-FICHIER TO WS-D-FICHIER
005080         MOVE ECH-NUMERO TO WS-D-NUMERO
005090         MOVE ECH-CONVERTI TO WS-D-CONVERTI
005100         MOVE ECH-AUDITEUR TO WS-D-AUDITEUR
005110         MOVE ECH-DATE-TEST TO WS-D-DATE-TEST
005120         MOVE ECH-COMMENTAIRE TO WS-D-COMMENTAIRE
005130         MOVE WS-LIGNE-DETAIL TO ECH-LIGNE-IMP
005140         WRITE ECH-LIGNE-IMP
005150     END-IF.
005160     PERFORM 8100-LIRE-SUIVANT THRU 8100-EXIT.
005170 5100-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    8000-POSITIONNER - SE POSITIONNE SUR LE PREMIER MOUVEMENT  *
005210*    DE LA CAMPAGNE ET LE LIT. FIN-FICHIER-ECH EST POSITIONNE SI*
005220*    LA CAMPAGNE N'A AUCUN MOUVEMENT.                           *
005230*****************************************************************
005240 8000-POSITIONNER.
005250     MOVE "N" TO WS-FIN-ECH-SW.
005260     MOVE LOW-VALUES TO ECH-CLE.
005270     MOVE WS-CAMPAGNE TO ECH-CAMPAGNE.
005280     START ECHANT-FICHIER KEY IS NOT LESS THAN ECH-CLE
005290         INVALID KEY
005300             SET FIN-FICHIER-ECH TO TRUE
005310             GO TO 8000-EXIT
005320     END-START.
005330     PERFORM 8100-LIRE-SUIVANT THRU 8100-EXIT.
005340 8000-EXIT.
005350     EXIT.
005360*****************************************************************
005370*    8100-LIRE-SUIVANT - LIT LE MOUVEMENT SUIVANT; LA FIN DE LA *
005380*    CAMPAGNE VAUT FIN DE FICHIER.                              *
005390*****************************************************************
005400 8100-LIRE-SUIVANT.
005410     READ ECHANT-FICHIER NEXT RECORD
005420         AT END
005430             SET FIN-FICHIER-ECH TO TRUE
005440             GO TO 8100-EXIT
005450     END-READ.
005460     IF WS-ECH-STATUT NOT = "00"
005470         DISPLAY "ECHRPT - LECTURE ECHANT EN ECHEC - "
005480             WS-ECH-STATUT
005490         MOVE 12 TO RETURN-CODE
005500         SET FIN-FICHIER-ECH TO TRUE
005510         GO TO 8100-EXIT
005520     END-IF.
005530     IF ECH-CAMPAGNE NOT = WS-CAMPAGNE
005540         SET FIN-FICHIER-ECH TO TRUE
005550     END-IF.
005560 8100-EXIT.
005570     EXIT.
005580*****************************************************************
005590*    9000-FINALISATION - BILAN, FERMETURE DES FICHIERS ET CODE  *
005600*    RETOUR 4 SI DES MOUVEMENTS RESTENT A TESTER OU SI LA       *
005610*    CAMPAGNE EST VIDE.                                         *
005620*****************************************************************
005630 9000-FINALISATION.
005640     IF WS-ECHANTILLON-OUVERT
005650         CLOSE ECHANT-FICHIER
005660     END-IF.
005670     IF WS-LISTE-STATUT NOT = "00"
005680         GO TO 9000-EXIT
005690     END-IF.
005700     MOVE SPACES TO ECH-LIGNE-IMP.
005710     WRITE ECH-LIGNE-IMP.
005720     MOVE "MOUVEMENTS DE LA CAMPAGNE" TO WS-B-LIBELLE.
005730     MOVE WS-COMPTEUR-LUS TO WS-B-NOMBRE.
005740     MOVE WS-LIGNE-BILAN TO ECH-LIGNE-IMP.
005750     WRITE ECH-LIGNE-IMP.
005760     MOVE "MOUVEMENTS RESTANT A TESTER" TO WS-B-LIBELLE.
005770     MOVE WS-TOTAL-NON-TESTES TO WS-B-NOMBRE.
005780     MOVE WS-LIGNE-BILAN TO ECH-LIGNE-IMP.
005790     WRITE ECH-LIGNE-IMP.
005800     MOVE "MOUVEMENTS NON CONFORMES" TO WS-B-LIBELLE.
005810     MOVE WS-COMPTEUR-NON-CONFORMES TO WS-B-NOMBRE.
005820     MOVE WS-LIGNE-BILAN TO ECH-LIGNE-IMP.
005830     WRITE ECH-LIGNE-IMP.
005840     CLOSE ECH-LISTE.
005850     IF (WS-TOTAL-NON-TESTES > ZERO
005860         OR WS-COMPTEUR-LUS = ZERO)
005870         AND RETURN-CODE = ZERO
005880         MOVE 4 TO RETURN-CODE
005890     END-IF.
005900 9000-EXIT.
005910     EXIT.
005920 END PROGRAM ECHRPT.
