000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : LITRPT                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   ETAT HEBDOMADAIRE DES LITIGES OUVERTS DU REGISTRE LITREG    *
000090*   (DESSIN LITREC, TENU PAR LITMNT), A L'USAGE DU BUREAU       *
000100*   D'ORDRES. LES LITIGES OUVERTS SONT EDITES PAR RESPONSABLE   *
000110*   PUIS DU PLUS ANCIEN AU PLUS RECENT (TRI PAR SELECTION SUR   *
000120*   UNE TABLE DES RANGS), AVEC LEUR AGE EN JOURS DEPUIS LA DATE *
000130*   D'OUVERTURE (CONVENTION 30/360 ET TRANCHES D'AGE DE REJRPT) *
000140*   ET LE MONTANT CONTESTE DANS LA DEVISE DU MOUVEMENT. UN      *
000150*   SOUS-TOTAL PAR RESPONSABLE DONNE LE NOMBRE DE LITIGES DANS  *
000160*   CHAQUE TRANCHE; LE BILAN REPREND LES TRANCHES POUR          *
000170*   L'ENSEMBLE ET LE NOMBRE DE LITIGES RESOLUS DANS LES 7       *
000180*   DERNIERS JOURS. LA DATE DE REFERENCE EST LA DATE DE         *
000190*   TRAITEMENT DE LA CARTE PARMIN (DESSIN PARMREC), A DEFAUT LA *
000200*   DATE DU JOUR. CODE RETOUR 4 SI UN LITIGE A PLUS DE 30       *
000210*   JOURS OU SI LA TABLE EST SATUREE, 12 SI L'ETAT NE PEUT ETRE *
000220*   OUVERT OU LE REGISTRE LU (UN REGISTRE ABSENT EST VIDE).     *
000230*                                                               *
000240*   MODIFICATION HISTORY                                        *
000250*   --------------------                                        *
000260*   2026-10-15 JF  VERSION INITIALE.                            *
000270*                                                               *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. LITRPT.
000310 AUTHOR. J. FAVREAU.
000320 INSTALLATION. SERVICE EXPLOITATION.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LIT-REGISTRE ASSIGN TO "LITREG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS LIT-CLE
000420         FILE STATUS IS WS-LIT-STATUT.
000430     SELECT LIT-LISTE ASSIGN TO "LITOUT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-LISTE-STATUT.
000460     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUT.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LIT-REGISTRE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY LITREC.
000540 FD  LIT-LISTE
000550     LABEL RECORDS ARE STANDARD.
000560 01  LIT-LIGNE-IMP               PIC X(132).
000570 FD  PARM-FICHIER
000580     LABEL RECORDS ARE STANDARD.
000590 COPY PARMREC.
000600 WORKING-STORAGE SECTION.
000610 01  WS-FICHIERS-SWITCHES.
000620     05  WS-LIT-STATUT           PIC X(02) VALUE SPACES.
000630     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000640     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000650     05  WS-FIN-LIT-SW           PIC X(01) VALUE "N".
000660         88  FIN-FICHIER-LIT             VALUE "O".
000670     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
000680         88  WS-TABLE-SATUREE            VALUE "O".
000690 77  WS-DATE-JOUR                PIC 9(08) VALUE ZERO.
000700 77  WS-DATE-REFERENCE           PIC 9(08) VALUE ZERO.
000710 77  WS-JOURS-REFERENCE          PIC 9(07) COMP VALUE ZERO.
000720 77  WS-JOURS-CALCULES           PIC 9(07) COMP VALUE ZERO.
000730 77  WS-AGE-JOURS                PIC S9(07) COMP VALUE ZERO.
000740 77  WS-INDICE                   PIC 9(04) COMP VALUE ZERO.
000750 77  WS-INDICE-MIN               PIC 9(04) COMP VALUE ZERO.
000760 77  WS-TRANCHE                  PIC 9(01) COMP VALUE ZERO.
000770 77  WS-RANG                     PIC 9(04) COMP VALUE ZERO.
000780 77  WS-RANG-SUIVANT             PIC 9(04) COMP VALUE ZERO.
000790 77  WS-RANG-MIN                 PIC 9(04) COMP VALUE ZERO.
000800 77  WS-ECHANGE                  PIC 9(04) COMP VALUE ZERO.
000810 77  WS-NOMBRE-LITIGES           PIC 9(04) COMP VALUE ZERO.
000820 77  WS-LIMITE-LITIGES           PIC 9(04) COMP VALUE 2000.
000830 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
000840 77  WS-COMPTEUR-OUVERTS         PIC 9(07) COMP VALUE ZERO.
000850 77  WS-COMPTEUR-RESOLUS-SEM     PIC 9(07) COMP VALUE ZERO.
000860 77  WS-COMPTEUR-RESPONSABLE     PIC 9(05) COMP VALUE ZERO.
000870 77  WS-RESPONSABLE-COURANT      PIC X(08) VALUE SPACES.
000880 01  WS-DATE-DECOMP.
000890     05  WS-DD-AAAA              PIC 9(04).
000900     05  WS-DD-MM                PIC 9(02).
000910     05  WS-DD-JJ                PIC 9(02).
000920 01  WS-DATE-DECOMP-N REDEFINES WS-DATE-DECOMP
000930                                 PIC 9(08).
000940 01  WS-TRANCHES-AGE.
000950     05  WS-AGE-NOMBRE           PIC 9(07) COMP
000960                                 OCCURS 4 TIMES.
000970 01  WS-TRANCHES-RESPONSABLE.
000980     05  WS-RESP-NOMBRE          PIC 9(05) COMP
000990                                 OCCURS 4 TIMES.
001000 01  WS-TABLE-LITIGES.
001010     05  WS-TLI-ENTREE OCCURS 2000 TIMES.
001020         10  WS-TLI-CLE-TRI.
001030             15  WS-TLI-RESPONSABLE
001040                                 PIC X(08).
001050             15  WS-TLI-DATE-OUVERTURE
001060                                 PIC 9(08).
001070             15  WS-TLI-FICHIER  PIC X(04).
001080             15  WS-TLI-NUMERO   PIC 9(07).
001090         10  WS-TLI-AGE          PIC S9(07) COMP.
001100         10  WS-TLI-TRANCHE      PIC 9(01) COMP.
001110         10  WS-TLI-CODE-MOTIF   PIC X(02).
001120         10  WS-TLI-MOTIF        PIC X(40).
001130         10  WS-TLI-MONTANT      PIC S9(11)V99 COMP-3.
001140         10  WS-TLI-DEVISE       PIC X(03).
001150 01  WS-TABLE-RANGS.
001160     05  WS-RANG-LITIGE          PIC 9(04) COMP
001170                                 OCCURS 2000 TIMES.
001180 01  WS-TABLE-LIBELLES-TRANCHE.
001190     05  FILLER                  PIC X(12) VALUE "0 A 1 J".
001200     05  FILLER                  PIC X(12) VALUE "2 A 7 J".
001210     05  FILLER                  PIC X(12) VALUE "8 A 30 J".
001220     05  FILLER                  PIC X(12) VALUE "PLUS DE 30 J".
001230 01  WS-LIBELLES-TRANCHE REDEFINES WS-TABLE-LIBELLES-TRANCHE.
001240     05  WS-LIBELLE-TRANCHE      PIC X(12) OCCURS 4 TIMES.
001250 01  WS-LIGNE-ENTETE-1.
001260     05  FILLER                  PIC X(40)
001270         VALUE "LITIGES OUVERTS PAR RESPONSABLE ET AGE".
001280 01  WS-LIGNE-DATE-TRT.
001290     05  FILLER                  PIC X(15)
001300         VALUE "SITUATION AU : ".
001310     05  WS-T-DATE-REFERENCE     PIC 9(08).
001320     05  FILLER                  PIC X(15)
001330         VALUE "   EDITE LE : ".
001340     05  WS-T-DATE-JOUR          PIC 9(08).
001350 01  WS-LIGNE-ENTETE-2.
001360     05  FILLER                  PIC X(08) VALUE "RESPONS.".
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(04) VALUE "FICH".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(07) VALUE "NUMERO".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(08) VALUE "OUVERT".
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(05) VALUE "  AGE".
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  FILLER                  PIC X(12) VALUE "TRANCHE".
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  FILLER                  PIC X(04) VALUE "CODE".
001490     05  FILLER                  PIC X(40) VALUE "MOTIF".
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  FILLER                  PIC X(19)
001520         VALUE "   MONTANT CONTESTE".
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  FILLER                  PIC X(03) VALUE "DEV".
001550 01  WS-LIGNE-DETAIL.
001560     05  WS-D-RESPONSABLE        PIC X(08).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-D-FICHIER            PIC X(04).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-D-NUMERO             PIC 9(07).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-D-DATE-OUVERTURE     PIC 9(08).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-D-AGE                PIC ZZZZ9.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-D-TRANCHE            PIC X(12).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-D-CODE-MOTIF         PIC X(02).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-D-MOTIF              PIC X(40).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  WS-D-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  WS-D-DEVISE             PIC X(03).
001750 01  WS-LIGNE-SOUS-TOTAL.
001760     05  FILLER                  PIC X(10) VALUE "  TOTAL ".
001770     05  WS-S-RESPONSABLE        PIC X(08).
001780     05  FILLER                  PIC X(03) VALUE " : ".
001790     05  WS-S-NOMBRE             PIC ZZ,ZZ9.
001800     05  FILLER                  PIC X(15)
001810         VALUE " LITIGE(S)  - ".
001820     05  FILLER                  PIC X(08) VALUE "0-1 J : ".
001830     05  WS-S-TRANCHE-1          PIC ZZ,ZZ9.
001840     05  FILLER                  PIC X(11) VALUE "   2-7 J : ".
001850     05  WS-S-TRANCHE-2          PIC ZZ,ZZ9.
001860     05  FILLER                  PIC X(12) VALUE "   8-30 J : ".
001870     05  WS-S-TRANCHE-3          PIC ZZ,ZZ9.
001880     05  FILLER                  PIC X(11) VALUE "   >30 J : ".
001890     05  WS-S-TRANCHE-4          PIC ZZ,ZZ9.
001900 01  WS-LIGNE-AUCUNE.
001910     05  FILLER                  PIC X(10) VALUE SPACES.
001920     05  FILLER                  PIC X(20) VALUE "NEANT".
001930 01  WS-LIGNE-DEBORDEMENT.
001940     05  FILLER                  PIC X(40) VALUE
001950         "** TABLE DES LITIGES SATUREE".
001960     05  FILLER                  PIC X(22) VALUE
001970         " - ETAT INCOMPLET **".
001980 01  WS-LIGNE-AGE.
001990     05  FILLER                  PIC X(10) VALUE "TRANCHE : ".
002000     05  WS-A-LIBELLE            PIC X(15).
002010     05  WS-A-NOMBRE             PIC ZZZ,ZZ9.
002020 01  WS-LIGNE-BILAN.
002030     05  WS-B-LIBELLE            PIC X(40).
002040     05  FILLER                  PIC X(03) VALUE " : ".
002050     05  WS-B-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
002060*****************************************************************
002070*                                                               *
002080*   PROCEDURE DIVISION                                          *
002090*                                                               *
002100*****************************************************************
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
002140*****************************************************************
002150 0000-MAINLINE.
002160     MOVE ZERO TO RETURN-CODE.
002170     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002180     PERFORM 2000-CHARGER-LITIGES THRU 2000-EXIT.
002190     PERFORM 3000-CLASSER-LITIGES THRU 3000-EXIT.
002200     PERFORM 4000-EDITER-LITIGES THRU 4000-EXIT.
002210     PERFORM 9000-FINALISATION THRU 9000-EXIT.
002220     GOBACK.
002230*****************************************************************
002240*    1000-INITIALISATION - DATE DU JOUR, DATE DE REFERENCE,     *
002250*    OUVERTURE DE L'ETAT ET ENTETES.                            *
002260*****************************************************************
002270 1000-INITIALISATION.
002280     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002290     MOVE WS-DATE-JOUR TO WS-DATE-REFERENCE.
002300     PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT.
002310     MOVE WS-DATE-REFERENCE TO WS-DATE-DECOMP.
002320     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
002330     MOVE WS-JOURS-CALCULES TO WS-JOURS-REFERENCE.
002340     MOVE ZERO TO WS-INDICE.
002350     PERFORM 1200-RAZ-TRANCHE THRU 1200-EXIT
002360         UNTIL WS-INDICE >= 4.
002370     OPEN OUTPUT LIT-LISTE.
002380     IF WS-LISTE-STATUT NOT = "00"
002390         DISPLAY "LITRPT - OUVERTURE LIT-LISTE IMPOSSIBLE - "
002400             WS-LISTE-STATUT
002410         MOVE 12 TO RETURN-CODE
002420         GOBACK
002430     END-IF.
002440     MOVE WS-LIGNE-ENTETE-1 TO LIT-LIGNE-IMP.
002450     WRITE LIT-LIGNE-IMP.
002460     MOVE WS-DATE-REFERENCE TO WS-T-DATE-REFERENCE.
002470     MOVE WS-DATE-JOUR TO WS-T-DATE-JOUR.
002480     MOVE WS-LIGNE-DATE-TRT TO LIT-LIGNE-IMP.
002490     WRITE LIT-LIGNE-IMP.
002500     MOVE SPACES TO LIT-LIGNE-IMP.
002510     WRITE LIT-LIGNE-IMP.
002520     MOVE WS-LIGNE-ENTETE-2 TO LIT-LIGNE-IMP.
002530     WRITE LIT-LIGNE-IMP.
002540 1000-EXIT.
002550     EXIT.
002560*****************************************************************
002570*    1100-LIRE-PARAMETRE - LA DATE DE TRAITEMENT DE LA CARTE    *
002580*    PARMIN, SI ELLE EST RENSEIGNEE, REMPLACE LA DATE DU JOUR.  *
002590*****************************************************************
002600 1100-LIRE-PARAMETRE.
002610     OPEN INPUT PARM-FICHIER.
002620     IF WS-PARM-STATUT NOT = "00"
002630         GO TO 1100-EXIT
002640     END-IF.
002650     READ PARM-FICHIER
002660         AT END
002670             CLOSE PARM-FICHIER
002680             GO TO 1100-EXIT
002690     END-READ.
002700     IF PARM-DATE-TRAITEMENT IS NUMERIC
002710         AND PARM-DATE-TRAITEMENT NOT = "00000000"
002720         MOVE PARM-DATE-TRAITEMENT TO WS-DATE-REFERENCE
002730     END-IF.
002740     CLOSE PARM-FICHIER.
002750 1100-EXIT.
002760     EXIT.
002770*****************************************************************
002780*    1200-RAZ-TRANCHE - REMET A ZERO UNE TRANCHE D'AGE.         *
002790*****************************************************************
002800 1200-RAZ-TRANCHE.
002810     ADD 1 TO WS-INDICE.
002820     MOVE ZERO TO WS-AGE-NOMBRE(WS-INDICE).
002830     MOVE ZERO TO WS-RESP-NOMBRE(WS-INDICE).
002840 1200-EXIT.
002850     EXIT.
002860*****************************************************************
002870*    2000-CHARGER-LITIGES - LIT TOUT LE REGISTRE ET CHARGE LES  *
002880*    LITIGES OUVERTS EN TABLE. UN REGISTRE ABSENT (35) EST VIDE.*
002890*****************************************************************
002900 2000-CHARGER-LITIGES.
002910     OPEN INPUT LIT-REGISTRE.
002920     IF WS-LIT-STATUT = "35"
002930         DISPLAY "LITRPT - REGISTRE LITREG ABSENT - TRAITE "
002940             "COMME VIDE"
002950         GO TO 2000-EXIT
002960     END-IF.
002970     IF WS-LIT-STATUT NOT = "00"
002980         DISPLAY "LITRPT - OUVERTURE LITREG IMPOSSIBLE - "
002990             WS-LIT-STATUT
003000         MOVE 12 TO RETURN-CODE
003010         GO TO 2000-EXIT
003020     END-IF.
003030     PERFORM 2100-CHARGER-UN THRU 2100-EXIT
003040         UNTIL FIN-FICHIER-LIT.
003050     CLOSE LIT-REGISTRE.
003060 2000-EXIT.
003070     EXIT.
003080*****************************************************************
003090*    2100-CHARGER-UN - LIT UN LITIGE. RESOLU, IL N'EST COMPTE   *
003100*    QUE S'IL L'A ETE DANS LES 7 DERNIERS JOURS; OUVERT, SON AGE*
003110*    ET SA TRANCHE SONT CALCULES ET IL EST AJOUTE A LA TABLE.   *
003120*****************************************************************
003130 2100-CHARGER-UN.
003140     READ LIT-REGISTRE NEXT
003150         AT END
003160             SET FIN-FICHIER-LIT TO TRUE
003170             GO TO 2100-EXIT
003180     END-READ.
003190     IF WS-LIT-STATUT NOT = "00"
003200         DISPLAY "LITRPT - LECTURE LITREG EN ECHEC - "
003210             WS-LIT-STATUT
003220         MOVE 12 TO RETURN-CODE
003230         SET FIN-FICHIER-LIT TO TRUE
003240         GO TO 2100-EXIT
003250     END-IF.
003260     ADD 1 TO WS-COMPTEUR-LUS.
003270     IF LIT-RESOLU
003280         MOVE LIT-DATE-RESOLUTION TO WS-DATE-DECOMP
003290         PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT
003300         COMPUTE WS-AGE-JOURS =
003310             WS-JOURS-REFERENCE - WS-JOURS-CALCULES
003320         IF WS-AGE-JOURS >= ZERO AND WS-AGE-JOURS < 7
003330             ADD 1 TO WS-COMPTEUR-RESOLUS-SEM
003340         END-IF
003350         GO TO 2100-EXIT
003360     END-IF.
003370     IF NOT LIT-OUVERT
003380         GO TO 2100-EXIT
003390     END-IF.
003400     ADD 1 TO WS-COMPTEUR-OUVERTS.
003410     MOVE LIT-DATE-OUVERTURE TO WS-DATE-DECOMP.
003420     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
003430     COMPUTE WS-AGE-JOURS =
003440         WS-JOURS-REFERENCE - WS-JOURS-CALCULES.
003450     IF WS-AGE-JOURS < ZERO
003460         MOVE ZERO TO WS-AGE-JOURS
003470     END-IF.
003480     EVALUATE TRUE
003490         WHEN WS-AGE-JOURS <= 1
003500             MOVE 1 TO WS-TRANCHE
003510         WHEN WS-AGE-JOURS <= 7
003520             MOVE 2 TO WS-TRANCHE
003530         WHEN WS-AGE-JOURS <= 30
003540             MOVE 3 TO WS-TRANCHE
003550         WHEN OTHER
003560             MOVE 4 TO WS-TRANCHE
003570     END-EVALUATE.
003580     ADD 1 TO WS-AGE-NOMBRE(WS-TRANCHE).
003590     IF WS-NOMBRE-LITIGES >= WS-LIMITE-LITIGES
003600         SET WS-TABLE-SATUREE TO TRUE
003610         GO TO 2100-EXIT
003620     END-IF.
003630     ADD 1 TO WS-NOMBRE-LITIGES.
003640     MOVE WS-NOMBRE-LITIGES TO WS-INDICE.
003650     MOVE LIT-RESPONSABLE TO WS-TLI-RESPONSABLE(WS-INDICE).
003660     MOVE LIT-DATE-OUVERTURE TO WS-TLI-DATE-OUVERTURE(WS-INDICE).
003670     MOVE LIT-FICHIER TO WS-TLI-FICHIER(WS-INDICE).
003680     MOVE LIT-NUMERO TO WS-TLI-NUMERO(WS-INDICE).
003690     MOVE WS-AGE-JOURS TO WS-TLI-AGE(WS-INDICE).
003700     MOVE WS-TRANCHE TO WS-TLI-TRANCHE(WS-INDICE).
003710     MOVE LIT-CODE-MOTIF TO WS-TLI-CODE-MOTIF(WS-INDICE).
003720     MOVE LIT-MOTIF TO WS-TLI-MOTIF(WS-INDICE).
003730     MOVE LIT-MONTANT TO WS-TLI-MONTANT(WS-INDICE).
003740     MOVE LIT-DEVISE TO WS-TLI-DEVISE(WS-INDICE).
003750 2100-EXIT.
003760     EXIT.
003770*****************************************************************
003780*    3000-CLASSER-LITIGES - TRI PAR SELECTION DE LA TABLE DES   *
003790*    RANGS SUR LA CLE RESPONSABLE / DATE D'OUVERTURE / FICHIER /*
003800*    NUMERO, EN ORDRE CROISSANT (LE PLUS ANCIEN EN TETE).       *
003810*****************************************************************
003820 3000-CLASSER-LITIGES.
003830     MOVE ZERO TO WS-RANG.
003840     PERFORM 3010-INITIALISER-RANG THRU 3010-EXIT
003850         UNTIL WS-RANG >= WS-NOMBRE-LITIGES.
003860     MOVE ZERO TO WS-RANG.
003870     PERFORM 3100-PLACER-UN THRU 3100-EXIT
003880         UNTIL WS-RANG >= WS-NOMBRE-LITIGES.
003890 3000-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    3010-INITIALISER-RANG - ORDRE INITIAL = ORDRE DE LA TABLE. *
003930*****************************************************************
003940 3010-INITIALISER-RANG.
003950     ADD 1 TO WS-RANG.
003960     MOVE WS-RANG TO WS-RANG-LITIGE(WS-RANG).
003970 3010-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    3100-PLACER-UN - AMENE AU RANG COURANT LA PLUS PETITE CLE  *
004010*    DES LITIGES RESTANT A CLASSER.                             *
004020*****************************************************************
004030 3100-PLACER-UN.
004040     ADD 1 TO WS-RANG.
004050     MOVE WS-RANG TO WS-RANG-MIN.
004060     MOVE WS-RANG TO WS-RANG-SUIVANT.
004070     PERFORM 3110-COMPARER-UN THRU 3110-EXIT
004080         UNTIL WS-RANG-SUIVANT >= WS-NOMBRE-LITIGES.
004090     IF WS-RANG-MIN NOT = WS-RANG
004100         MOVE WS-RANG-LITIGE(WS-RANG) TO WS-ECHANGE
004110         MOVE WS-RANG-LITIGE(WS-RANG-MIN)
004120             TO WS-RANG-LITIGE(WS-RANG)
004130         MOVE WS-ECHANGE TO WS-RANG-LITIGE(WS-RANG-MIN)
004140     END-IF.
004150 3100-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    3110-COMPARER-UN - RETIENT LE LITIGE SUIVANT SI SA CLE EST *
004190*    PLUS PETITE QUE LA PLUS PETITE RETENUE JUSQU'ICI.          *
004200*****************************************************************
004210 3110-COMPARER-UN.
004220     ADD 1 TO WS-RANG-SUIVANT.
004230     MOVE WS-RANG-LITIGE(WS-RANG-SUIVANT) TO WS-INDICE.
004240     MOVE WS-RANG-LITIGE(WS-RANG-MIN) TO WS-INDICE-MIN.
004250     IF WS-TLI-CLE-TRI(WS-INDICE)
004260         < WS-TLI-CLE-TRI(WS-INDICE-MIN)
004270         MOVE WS-RANG-SUIVANT TO WS-RANG-MIN
004280     END-IF.
004290 3110-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    4000-EDITER-LITIGES - UNE LIGNE PAR LITIGE OUVERT DANS     *
004330*    L'ORDRE DU CLASSEMENT, AVEC UN SOUS-TOTAL A CHAQUE         *
004340*    CHANGEMENT DE RESPONSABLE.                                 *
004350*****************************************************************
004360 4000-EDITER-LITIGES.
004370     IF WS-NOMBRE-LITIGES = ZERO
004380         MOVE WS-LIGNE-AUCUNE TO LIT-LIGNE-IMP
004390         WRITE LIT-LIGNE-IMP
004400         GO TO 4000-EXIT
004410     END-IF.
004420     MOVE WS-RANG-LITIGE(1) TO WS-INDICE.
004430     MOVE WS-TLI-RESPONSABLE(WS-INDICE) TO WS-RESPONSABLE-COURANT.
004440     MOVE ZERO TO WS-RANG.
004450     PERFORM 4100-EDITER-UN THRU 4100-EXIT
004460         UNTIL WS-RANG >= WS-NOMBRE-LITIGES.
004470     PERFORM 4200-EDITER-SOUS-TOTAL THRU 4200-EXIT.
004480 4000-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    4100-EDITER-UN - EDITE LE LITIGE DU RANG SUIVANT, APRES LE *
004520*    SOUS-TOTAL DU RESPONSABLE PRECEDENT S'IL CHANGE.           *
004530*****************************************************************
004540 4100-EDITER-UN.
004550     ADD 1 TO WS-RANG.
004560     MOVE WS-RANG-LITIGE(WS-RANG) TO WS-INDICE.
004570     IF WS-TLI-RESPONSABLE(WS-INDICE) NOT = WS-RESPONSABLE-COURANT
004580         PERFORM 4200-EDITER-SOUS-TOTAL THRU 4200-EXIT
004590         MOVE WS-TLI-RESPONSABLE(WS-INDICE)
004600             TO WS-RESPONSABLE-COURANT
004610     END-IF.
004620     MOVE WS-TLI-TRANCHE(WS-INDICE) TO WS-TRANCHE.
004630     ADD 1 TO WS-COMPTEUR-RESPONSABLE.
004640     ADD 1 TO WS-RESP-NOMBRE(WS-TRANCHE).
004650     MOVE WS-TLI-RESPONSABLE(WS-INDICE) TO WS-D-RESPONSABLE.
004660     MOVE WS-TLI-FICHIER(WS-INDICE) TO WS-D-FICHIER.
004670     MOVE WS-TLI-NUMERO(WS-INDICE) TO WS-D-NUMERO.
004680     MOVE WS-TLI-DATE-OUVERTURE(WS-INDICE) TO WS-D-DATE-OUVERTURE.
004690     MOVE WS-TLI-AGE(WS-INDICE) TO WS-D-AGE.
004700     MOVE WS-LIBELLE-TRANCHE(WS-TRANCHE) TO WS-D-TRANCHE.
004710     MOVE WS-TLI-CODE-MOTIF(WS-INDICE) TO WS-D-CODE-MOTIF.
004720     MOVE WS-TLI-MOTIF(WS-INDICE) TO WS-D-MOTIF.
004730     MOVE WS-TLI-MONTANT(WS-INDICE) TO WS-D-MONTANT.
004740     MOVE WS-TLI-DEVISE(WS-INDICE) TO WS-D-DEVISE.
004750     MOVE WS-LIGNE-DETAIL TO LIT-LIGNE-IMP.
004760     WRITE LIT-LIGNE-IMP.
004770 4100-EXIT.
004780     EXIT.
004790*****************************************************************
004800*    4200-EDITER-SOUS-TOTAL - EDITE LE NOMBRE DE LITIGES DU     *
004810*    RESPONSABLE COURANT PAR TRANCHE D'AGE PUIS REMET SES       *
004820*    COMPTEURS A ZERO.                                          *
004830*****************************************************************
004840 4200-EDITER-SOUS-TOTAL.
004850     MOVE WS-RESPONSABLE-COURANT TO WS-S-RESPONSABLE.
004860     MOVE WS-COMPTEUR-RESPONSABLE TO WS-S-NOMBRE.
004870     MOVE WS-RESP-NOMBRE(1) TO WS-S-TRANCHE-1.
004880     MOVE WS-RESP-NOMBRE(2) TO WS-S-TRANCHE-2.
004890     MOVE WS-RESP-NOMBRE(3) TO WS-S-TRANCHE-3.
004900     MOVE WS-RESP-NOMBRE(4) TO WS-S-TRANCHE-4.
004910     MOVE WS-LIGNE-SOUS-TOTAL TO LIT-LIGNE-IMP.
004920     WRITE LIT-LIGNE-IMP.
004930     MOVE SPACES TO LIT-LIGNE-IMP.
004940     WRITE LIT-LIGNE-IMP.
004950     MOVE ZERO TO WS-COMPTEUR-RESPONSABLE.
004960     MOVE ZERO TO WS-RESP-NOMBRE(1).
004970     MOVE ZERO TO WS-RESP-NOMBRE(2).
004980     MOVE ZERO TO WS-RESP-NOMBRE(3).
004990     MOVE ZERO TO WS-RESP-NOMBRE(4).
005000 4200-EXIT.
005010     EXIT.
005020*****************************************************************
005030*    8500-DECOMPTER-JOURS - CONVERTIT LA DATE DE WS-DATE-DECOMP *
005040*    EN NOMBRE DE JOURS EN CONVENTION 30/360, COMME REJRPT.     *
005050*****************************************************************
005060 8500-DECOMPTER-JOURS.
005070     COMPUTE WS-JOURS-CALCULES =
005080         (WS-DD-AAAA * 360) + (WS-DD-MM * 30) + WS-DD-JJ.
005090 8500-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    9000-FINALISATION - TRANCHES D'AGE DE L'ENSEMBLE, BILAN,   *
005130*    FERMETURE DE L'ETAT ET CODE RETOUR 4 SI UN LITIGE A PLUS   *
005140*    DE 30 JOURS OU SI LA TABLE A ETE SATUREE.                  *
005150*****************************************************************
005160 9000-FINALISATION.
005170     IF WS-TABLE-SATUREE
005180         MOVE WS-LIGNE-DEBORDEMENT TO LIT-LIGNE-IMP
005190         WRITE LIT-LIGNE-IMP
005200     END-IF.
005210     MOVE SPACES TO LIT-LIGNE-IMP.
005220     WRITE LIT-LIGNE-IMP.
005230     MOVE ZERO TO WS-INDICE.
005240     PERFORM 9100-EDITER-TRANCHE THRU 9100-EXIT
005250         UNTIL WS-INDICE >= 4.
005260     MOVE SPACES TO LIT-LIGNE-IMP.
005270     WRITE LIT-LIGNE-IMP.
005280     MOVE "LITIGES LUS DANS LE REGISTRE" TO WS-B-LIBELLE.
005290     MOVE WS-COMPTEUR-LUS TO WS-B-NOMBRE.
005300     MOVE WS-LIGNE-BILAN TO LIT-LIGNE-IMP.
005310     WRITE LIT-LIGNE-IMP.
005320     MOVE "LITIGES OUVERTS" TO WS-B-LIBELLE.
005330     MOVE WS-COMPTEUR-OUVERTS TO WS-B-NOMBRE.
005340     MOVE WS-LIGNE-BILAN TO LIT-LIGNE-IMP.
005350     WRITE LIT-LIGNE-IMP.
005360     MOVE "LITIGES RESOLUS DANS LES 7 DERNIERS JOURS"
005370         TO WS-B-LIBELLE.
005380     MOVE WS-COMPTEUR-RESOLUS-SEM TO WS-B-NOMBRE.
005390     MOVE WS-LIGNE-BILAN TO LIT-LIGNE-IMP.
005400     WRITE LIT-LIGNE-IMP.
005410     CLOSE LIT-LISTE.
005420     IF (WS-AGE-NOMBRE(4) > ZERO
005430         OR WS-TABLE-SATUREE)
005440         AND RETURN-CODE = ZERO
005450         MOVE 4 TO RETURN-CODE
005460     END-IF.
005470 9000-EXIT.
005480     EXIT.
005490*****************************************************************
005500*    9100-EDITER-TRANCHE - EDITE LE NOMBRE DE LITIGES OUVERTS   *
005510*    D'UNE TRANCHE D'AGE.                                       *
005520*****************************************************************
005530 9100-EDITER-TRANCHE.
005540     ADD 1 TO WS-INDICE.
005550     MOVE WS-LIBELLE-TRANCHE(WS-INDICE) TO WS-A-LIBELLE.
005560     MOVE WS-AGE-NOMBRE(WS-INDICE) TO WS-A-NOMBRE.
005570     MOVE WS-LIGNE-AGE TO LIT-LIGNE-IMP.
005580     WRITE LIT-LIGNE-IMP.
005590 9100-EXIT.
005600     EXIT.
005610 END PROGRAM LITRPT.
