000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTGL                                          *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   INTERFACE COMPTABLE GENERALE DE FIN DE MOIS. UNE FOIS UN    *
000090*   MOIS COMPTABLE CLOS PAR UN SUPERVISEUR DANS PERMNT, LE      *
000100*   PROGRAMME RELIT LES ENTREES DU JOURNAL DES MISES A JOUR     *
000110*   (MVTJRN) DONT LA DATE DE TRAITEMENT (CELLE DE LA CARTE      *
000120*   PARMIN DU RUN MVTMAJ, COMME DANS CTRLHIST) TOMBE DANS CE    *
000130*   MOIS ET EN RESUME LES EFFETS DE MONTANT PAR FICHIER, MOIS   *
000140*   DU MOUVEMENT, DEVISE ET NATURE : A AJOUTS (+ APRES),        *
000150*   M MODIFICATIONS (- AVANT, + APRES, CHACUN SOUS SA PROPRE    *
000160*   CLE), E EXTOURNES (- AVANT, AU MOIS DE LA DATE D'EXTOURNE   *
000170*   PORTEE PAR L'ENTREE; L'EXTOURNE D'UN MOUVEMENT CLOS ANNULE  *
000180*   AUSSI SA CLOTURE), C CLOTURES (+ MONTANT CLOS, LES          *
000190*   REOUVERTURES VENANT EN DEDUCTION). LES ENTREES R ET V DE    *
000200*   REJMNT NE TOUCHENT PAS LES MAITRES ET SONT IGNOREES. CHAQUE *
000210*   EFFET NET NON NUL EST AFFECTE A UN COMPTE AU DEBIT ET UN    *
000220*   COMPTE AU CREDIT PAR LA TABLE GLCPTE (DESSIN GLCREC) ET     *
000230*   DONNE DEUX LIGNES DU FICHIER D'ECRITURES GLPOST (DESSIN     *
000240*   GLPREC), UN SEGMENT ENTETE / REMORQUE PAR FICHIER, EQUILIBRE*
000250*   PAR CONSTRUCTION.                                           *
000260*   LE MOIS EST CELUI DE LA CARTE PARMIN (COLONNES 10-15,       *
000270*   AAAAMM, COMME POUR SYNTRPT), A DEFAUT CELUI DE LA DERNIERE  *
000280*   CLOTURE JOURNALISEE DANS PERHIST. IL DOIT ETRE CLOS DANS    *
000290*   PERCTL ET NE PAS AVOIR DEJA ETE COMPTABILISE : UNE          *
000300*   EXECUTION TERMINEE EN CODE RETOUR 0 POUR LE MEME MOIS AU    *
000310*   REGISTRE RUNREG (RUN-DATE-TRAITEMENT = PREMIER JOUR DU MOIS)*
000320*   ARRETE LE TRAITEMENT; LE DRAPEAU DE RELANCE FORCEE N'EST PAS*
000330*   PRIS EN COMPTE, UNE SECONDE COMPTABILISATION DOUBLERAIT LES *
000340*   ECRITURES.                                                  *
000350*   L'ETAT DE CONTROLE (GLOUT) PROUVE PAR FICHIER QUE LE TOTAL  *
000360*   DES ECRITURES HORS CLOTURES EGALE LE MOUVEMENT DU MOIS DANS *
000370*   LES TOTAUX MAITRES : SOMME DES (MONTANT APRES - MONTANT     *
000380*   AVANT) DES PASSES MVTMAJ BASCULEES DANS LE MOIS, RELEVEES   *
000390*   DANS L'HISTORIQUE CTRLHIST (DESSIN CTRLREC). LES CLOTURES   *
000400*   SONT DES VIREMENTS ENTRE COMPTES, SANS EFFET SUR LES        *
000410*   TOTAUX MAITRES, ET SONT EDITEES A PART.                     *
000420*   CODES RETOUR : 0 ECRITURES PRODUITES; 8 DESEQUILIBRE DE LA  *
000430*   PREUVE; 12 OUVERTURE IMPOSSIBLE (ETAT, JOURNAL, TABLE DES   *
000440*   COMPTES, FICHIER D'ECRITURES); 16 TRAITEMENT REFUSE (MOIS   *
000450*   ABSENT, NON CLOS OU DEJA COMPTABILISE, EFFET SANS COMPTE,   *
000460*   TABLE SATUREE). LE FICHIER D'ECRITURES N'EST ECRIT QU'EN    *
000470*   CODE RETOUR 0.                                              *
000480*                                                               *
000490*   MODIFICATION HISTORY                                        *
000500*   --------------------                                        *
000510*   2026-10-15 JF  VERSION INITIALE.                            *
000520*                                                               *
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. MVTGL.
000560 AUTHOR. J. FAVREAU.
000570 INSTALLATION. SERVICE EXPLOITATION.
000580 DATE-WRITTEN. 2026-10-15.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PER-FICHIER ASSIGN TO "PERCTL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-PER-STATUT.
000660     SELECT PERH-FICHIER ASSIGN TO "PERHIST"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PERH-STATUT.
000690     SELECT MVT-JOURNAL ASSIGN TO "MVTJRN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-JRN-STATUT.
000720     SELECT CTL-HISTORIQUE ASSIGN TO "CTRLHIST"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CTLH-STATUT.
000750     SELECT GLC-TABLE ASSIGN TO "GLCPTE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-GLC-STATUT.
000780     SELECT GLP-ECRITURES ASSIGN TO "GLPOST"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-GLP-STATUT.
000810     SELECT GL-LISTE ASSIGN TO "GLOUT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-LISTE-STATUT.
000840     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-PARM-STATUT.
000870     SELECT RUN-FICHIER ASSIGN TO "RUNREG"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-RUN-STATUT.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  PER-FICHIER
000930     LABEL RECORDS ARE STANDARD.
000940 COPY PERREC.
000950 FD  PERH-FICHIER
000960     LABEL RECORDS ARE STANDARD.
000970 COPY PERHREC.
000980 FD  MVT-JOURNAL
000990     LABEL RECORDS ARE STANDARD.
001000 COPY MVTJREC.
001010 FD  CTL-HISTORIQUE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CTRLREC.
001040 FD  GLC-TABLE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY GLCREC.
001070 FD  GLP-ECRITURES
001080     LABEL RECORDS ARE STANDARD.
001090 COPY GLPREC.
001100 FD  GL-LISTE
001110     LABEL RECORDS ARE STANDARD.
001120 01  GL-LIGNE-IMP                PIC X(132).
001130 FD  PARM-FICHIER
001140     LABEL RECORDS ARE STANDARD.
001150 COPY PARMREC.
001160 FD  RUN-FICHIER
001170     LABEL RECORDS ARE STANDARD.
001180 COPY RUNREC.
001190 WORKING-STORAGE SECTION.
001200 01  WS-FICHIERS-SWITCHES.
001210     05  WS-PER-STATUT           PIC X(02) VALUE SPACES.
001220     05  WS-PERH-STATUT          PIC X(02) VALUE SPACES.
001230     05  WS-JRN-STATUT           PIC X(02) VALUE SPACES.
001240     05  WS-CTLH-STATUT          PIC X(02) VALUE SPACES.
001250     05  WS-GLC-STATUT           PIC X(02) VALUE SPACES.
001260     05  WS-GLP-STATUT           PIC X(02) VALUE SPACES.
001270     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
001280     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
001290     05  WS-RUN-STATUT           PIC X(02) VALUE SPACES.
001300     05  WS-FIN-PER-SW           PIC X(01) VALUE "N".
001310         88  FIN-FICHIER-PER             VALUE "O".
001320     05  WS-FIN-PERH-SW          PIC X(01) VALUE "N".
001330         88  FIN-FICHIER-PERH            VALUE "O".
001340     05  WS-FIN-JRN-SW           PIC X(01) VALUE "N".
001350         88  FIN-FICHIER-JRN             VALUE "O".
001360     05  WS-FIN-CTLH-SW          PIC X(01) VALUE "N".
001370         88  FIN-FICHIER-CTLH            VALUE "O".
001380     05  WS-FIN-GLC-SW           PIC X(01) VALUE "N".
001390         88  FIN-FICHIER-GLC             VALUE "O".
001400     05  WS-FIN-RUN-SW           PIC X(01) VALUE "N".
001410         88  FIN-FICHIER-RUN             VALUE "O".
001420     05  WS-TROUVE-SW            PIC X(01) VALUE "N".
001430         88  WS-ENTREE-TROUVEE           VALUE "O".
001440     05  WS-MOIS-CLOS-SW         PIC X(01) VALUE "N".
001450         88  WS-MOIS-CLOS                VALUE "O".
001460     05  WS-RUN-DEJA-SW          PIC X(01) VALUE "N".
001470         88  WS-RUN-DEJA-FAIT            VALUE "O".
001480     05  WS-DESEQUILIBRE-SW      PIC X(01) VALUE "N".
001490         88  WS-RUN-DESEQUILIBRE         VALUE "O".
001500     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
001510         88  WS-TABLE-SATUREE            VALUE "O".
001520 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
001530 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
001540 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001550 77  WS-RUN-HEURE-DEBUT          PIC 9(08) VALUE ZERO.
001560 77  WS-SEL-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001570 77  WS-SEL-DATE-FIN             PIC 9(08) VALUE ZERO.
001580 77  WS-DATE-ENTREE              PIC 9(08) VALUE ZERO.
001590 77  WS-MOTIF-REFUS              PIC X(60) VALUE SPACES.
001600 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
001610 77  WS-COMPTEUR-RETENUS         PIC 9(07) COMP VALUE ZERO.
001620 77  WS-LIGNES-ECRITES           PIC 9(07) COMP VALUE ZERO.
001630 77  WS-LIGNES-SEGMENT           PIC 9(07) COMP VALUE ZERO.
001640 77  WS-EFFETS-SANS-COMPTE       PIC 9(05) COMP VALUE ZERO.
001650 77  WS-MONTANT-EFFET            PIC S9(11)V99 COMP-3 VALUE ZERO.
001660 77  WS-MONTANT-LIGNE            PIC 9(11)V99 VALUE ZERO.
001670 77  WS-TOTAL-DEBIT              PIC S9(11)V99 COMP-3 VALUE ZERO.
001680 77  WS-TOTAL-CREDIT             PIC S9(11)V99 COMP-3 VALUE ZERO.
001690 77  WS-ECART                    PIC S9(13)V99 COMP-3 VALUE ZERO.
001700 77  WS-COMPTE-AU-DEBIT          PIC X(10) VALUE SPACES.
001710 77  WS-COMPTE-AU-CREDIT         PIC X(10) VALUE SPACES.
001720 77  WS-INDICE                   PIC 9(04) COMP VALUE ZERO.
001730 77  WS-INDICE-TROUVE            PIC 9(04) COMP VALUE ZERO.
001740 77  WS-NOMBRE-EFFETS            PIC 9(04) COMP VALUE ZERO.
001750 77  WS-LIMITE-EFFETS            PIC 9(04) COMP VALUE 500.
001760 77  WS-INDICE-CPT               PIC 9(04) COMP VALUE ZERO.
001770 77  WS-CPT-TROUVE               PIC 9(04) COMP VALUE ZERO.
001780 77  WS-NOMBRE-COMPTES           PIC 9(04) COMP VALUE ZERO.
001790 77  WS-LIMITE-COMPTES           PIC 9(04) COMP VALUE 100.
001800 77  WS-INDICE-FIC               PIC 9(04) COMP VALUE ZERO.
001810 77  WS-RANG                     PIC 9(04) COMP VALUE ZERO.
001820 77  WS-RANG-SUIVANT             PIC 9(04) COMP VALUE ZERO.
001830 77  WS-RANG-MINI                PIC 9(04) COMP VALUE ZERO.
001840 77  WS-ECHANGE                  PIC 9(04) COMP VALUE ZERO.
001850 01  WS-MOIS-DECOMP.
001860     05  WS-MOIS-AAAA            PIC 9(04) VALUE ZERO.
001870     05  WS-MOIS-MM              PIC 9(02) VALUE ZERO.
001880 01  WS-MOIS-COMPTABLE REDEFINES WS-MOIS-DECOMP
001890                                 PIC 9(06).
001900 01  WS-CLE-EFFET.
001910     05  WS-CE-FICHIER           PIC X(04).
001920     05  WS-CE-MOIS              PIC 9(06).
001930     05  WS-CE-DEVISE            PIC X(03).
001940     05  WS-CE-NATURE            PIC X(01).
001950 01  WS-CLE-COMPTE.
001960     05  WS-CC-FICHIER           PIC X(04).
001970     05  WS-CC-NATURE            PIC X(01).
001980     05  WS-CC-DEVISE            PIC X(03).
001990 01  WS-TABLE-FICHIERS.
002000     05  WS-TFI-ENTREE OCCURS 2 TIMES.
002010         10  WS-TFI-FICHIER      PIC X(04).
002020         10  WS-TFI-IDENT        PIC X(08).
002030         10  WS-TFI-NET-JOURNAL  PIC S9(13)V99 COMP-3.
002040         10  WS-TFI-NET-ECRITURES
002050                                 PIC S9(13)V99 COMP-3.
002060         10  WS-TFI-NET-MAITRES  PIC S9(13)V99 COMP-3.
002070         10  WS-TFI-NET-CLOTURES PIC S9(13)V99 COMP-3.
002080         10  WS-TFI-NUITS        PIC 9(05) COMP.
002090 01  WS-TABLE-EFFETS.
002100     05  WS-TEF-ENTREE OCCURS 500 TIMES.
002110         10  WS-TEF-CLE.
002120             15  WS-TEF-FICHIER  PIC X(04).
002130             15  WS-TEF-MOIS     PIC 9(06).
002140             15  WS-TEF-DEVISE   PIC X(03).
002150             15  WS-TEF-NATURE   PIC X(01).
002160         10  WS-TEF-MONTANT      PIC S9(13)V99 COMP-3.
002170         10  WS-TEF-COMPTE-DEBIT PIC X(10).
002180         10  WS-TEF-COMPTE-CREDIT
002190                                 PIC X(10).
002200         10  WS-TEF-LIBELLE      PIC X(30).
002210 01  WS-TABLE-RANGS.
002220     05  WS-RANG-EFFET           PIC 9(04) COMP
002230                                 OCCURS 500 TIMES.
002240 01  WS-TABLE-COMPTES.
002250     05  WS-TCP-ENTREE OCCURS 100 TIMES.
002260         10  WS-TCP-CLE.
002270             15  WS-TCP-FICHIER  PIC X(04).
002280             15  WS-TCP-NATURE   PIC X(01).
002290             15  WS-TCP-DEVISE   PIC X(03).
002300         10  WS-TCP-COMPTE-DEBIT PIC X(10).
002310         10  WS-TCP-COMPTE-CREDIT
002320                                 PIC X(10).
002330         10  WS-TCP-LIBELLE      PIC X(30).
002340 01  WS-LIGNE-ENTETE.
002350     05  FILLER                  PIC X(50)
002360         VALUE "INTERFACE COMPTABLE GENERALE - CLOTURE MENSUELLE".
002370 01  WS-LIGNE-MOIS.
002380     05  FILLER                  PIC X(17)
002390         VALUE "MOIS COMPTABLE : ".
002400     05  WS-M-MOIS               PIC 9(06).
002410     05  FILLER                  PIC X(25)
002420         VALUE "   DATE DE TRAITEMENT : ".
002430     05  WS-M-DATE               PIC 9(08).
002440     05  FILLER                  PIC X(15)
002450         VALUE "   EDITE LE : ".
002460     05  WS-M-DATE-JOUR          PIC 9(08).
002470 01  WS-LIGNE-TITRE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  WS-TI-TITRE             PIC X(60).
002500 01  WS-LIGNE-ENTETE-ECR.
002510     05  FILLER                  PIC X(04) VALUE "FICH".
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  FILLER                  PIC X(06) VALUE "MOIS M".
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  FILLER                  PIC X(03) VALUE "DEV".
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  FILLER                  PIC X(03) VALUE "NAT".
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  FILLER                  PIC X(19) VALUE
002600         "         EFFET NET ".
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  FILLER                  PIC X(10) VALUE "DEBIT".
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  FILLER                  PIC X(10) VALUE "CREDIT".
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  FILLER                  PIC X(30) VALUE "LIBELLE".
002670 01  WS-LIGNE-ECRITURE.
002680     05  WS-E-FICHIER            PIC X(04).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  WS-E-MOIS               PIC 9(06).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  WS-E-DEVISE             PIC X(03).
002730     05  FILLER                  PIC X(03) VALUE SPACES.
002740     05  WS-E-NATURE             PIC X(01).
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  WS-E-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  WS-E-COMPTE-DEBIT       PIC X(10).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WS-E-COMPTE-CREDIT      PIC X(10).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-E-LIBELLE            PIC X(30).
002830 01  WS-LIGNE-PREUVE.
002840     05  WS-P-FICHIER            PIC X(04).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  WS-P-LIBELLE            PIC X(50).
002870     05  FILLER                  PIC X(03) VALUE " : ".
002880     05  WS-P-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002890 01  WS-LIGNE-VERDICT.
002900     05  WS-V-FICHIER            PIC X(04).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  WS-V-VERDICT            PIC X(50).
002930 01  WS-LIGNE-SEGMENT.
002940     05  FILLER                  PIC X(10) VALUE "SEGMENT ".
002950     05  WS-S-IDENT              PIC X(08).
002960     05  FILLER                  PIC X(10) VALUE "  LIGNES :".
002970     05  WS-S-LIGNES             PIC ZZZ,ZZ9.
002980     05  FILLER                  PIC X(10) VALUE "  DEBIT : ".
002990     05  WS-S-DEBIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003000     05  FILLER                  PIC X(11) VALUE "  CREDIT : ".
003010     05  WS-S-CREDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003020 01  WS-LIGNE-AUCUNE.
003030     05  FILLER                  PIC X(10) VALUE SPACES.
003040     05  FILLER                  PIC X(20) VALUE "NEANT".
003050 01  WS-LIGNE-REFUS.
003060     05  FILLER                  PIC X(31)
003070         VALUE "*** COMPTABILISATION REFUSEE : ".
003080     05  WS-R-MOTIF              PIC X(60).
003090*****************************************************************
003100*                                                               *
003110*   PROCEDURE DIVISION                                          *
003120*                                                               *
003130*****************************************************************
003140 PROCEDURE DIVISION.
003150*****************************************************************
003160*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
003170*****************************************************************
003180 0000-MAINLINE.
003190     MOVE ZERO TO RETURN-CODE.
003200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003210     IF RETURN-CODE = ZERO
003220         PERFORM 1500-CONTROLER-MOIS THRU 1500-EXIT
003230     END-IF.
003240     IF RETURN-CODE = ZERO
003250         PERFORM 2000-CUMULER-JOURNAL THRU 2000-EXIT
003260     END-IF.
003270     IF RETURN-CODE = ZERO
003280         PERFORM 3000-CUMULER-MAITRES THRU 3000-EXIT
003290         PERFORM 4000-CLASSER-EFFETS THRU 4000-EXIT
003300         PERFORM 4500-AFFECTER-COMPTES THRU 4500-EXIT
003310         PERFORM 5000-EDITER-ECRITURES THRU 5000-EXIT
003320         PERFORM 6000-PROUVER THRU 6000-EXIT
003330     END-IF.
003340     IF RETURN-CODE = ZERO
003350         PERFORM 7000-PRODUIRE-ECRITURES THRU 7000-EXIT
003360     END-IF.
003370     PERFORM 9000-FINALISATION THRU 9000-EXIT.
003380     GOBACK.
003390*****************************************************************
003400*    1000-INITIALISATION - LECTURE DE LA CARTE PARMIN, TABLE    *
003410*    DES FICHIERS ET OUVERTURE DE L'ETAT DE CONTROLE.           *
003420*****************************************************************
003430 1000-INITIALISATION.
003440     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
003450     ACCEPT WS-RUN-DATE-DEBUT FROM DATE YYYYMMDD.
003460     ACCEPT WS-RUN-HEURE-DEBUT FROM TIME.
003470     IF WS-RUN-DATE-TRAITEMENT = ZERO
003480         MOVE WS-RUN-DATE-DEBUT TO WS-RUN-DATE-TRAITEMENT
003490     END-IF.
003500     MOVE "ECP " TO WS-TFI-FICHIER(1).
003510     MOVE "GLECP" TO WS-TFI-IDENT(1).
003520     MOVE "ATBB" TO WS-TFI-FICHIER(2).
003530     MOVE "GLATBB" TO WS-TFI-IDENT(2).
003540     MOVE ZERO TO WS-INDICE-FIC.
003550     PERFORM 1010-RAZ-FICHIER THRU 1010-EXIT
003560         UNTIL WS-INDICE-FIC >= 2.
003570     OPEN OUTPUT GL-LISTE.
003580     IF WS-LISTE-STATUT NOT = "00"
003590         DISPLAY "MVTGL - OUVERTURE GL-LISTE IMPOSSIBLE - "
003600             WS-LISTE-STATUT
003610         MOVE 12 TO RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF.
003640     MOVE WS-LIGNE-ENTETE TO GL-LIGNE-IMP.
003650     WRITE GL-LIGNE-IMP.
003660 1000-EXIT.
003670     EXIT.
003680*****************************************************************
003690*    1010-RAZ-FICHIER - REMET A ZERO LES CUMULS D'UN FICHIER.   *
003700*****************************************************************
003710 1010-RAZ-FICHIER.
003720     ADD 1 TO WS-INDICE-FIC.
003730     MOVE ZERO TO WS-TFI-NET-JOURNAL(WS-INDICE-FIC).
003740     MOVE ZERO TO WS-TFI-NET-ECRITURES(WS-INDICE-FIC).
003750     MOVE ZERO TO WS-TFI-NET-MAITRES(WS-INDICE-FIC).
003760     MOVE ZERO TO WS-TFI-NET-CLOTURES(WS-INDICE-FIC).
003770     MOVE ZERO TO WS-TFI-NUITS(WS-INDICE-FIC).
003780 1010-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
003820*    OPERATEUR, MOIS A COMPTABILISER (AAAAMM EN COLONNES 10-15) *
003830*    ET DATE DE TRAITEMENT.                                     *
003840*****************************************************************
003850 1050-LIRE-PARAMETRE.
003860     OPEN INPUT PARM-FICHIER.
003870     IF WS-PARM-STATUT NOT = "00"
003880         GO TO 1050-EXIT
003890     END-IF.
003900     READ PARM-FICHIER
003910         AT END
003920             CLOSE PARM-FICHIER
003930             GO TO 1050-EXIT
003940     END-READ.
003950     MOVE PARM-OPERATEUR TO WS-RUN-OPERATEUR.
003960     IF PARM-DATE-DEBUT(1:6) IS NUMERIC
003970         AND PARM-DATE-DEBUT(1:6) NOT = "000000"
003980         MOVE PARM-DATE-DEBUT(1:6) TO WS-MOIS-COMPTABLE
003990     END-IF.
004000     IF PARM-DATE-TRAITEMENT IS NUMERIC
004010         AND PARM-DATE-TRAITEMENT NOT = "00000000"
004020         MOVE PARM-DATE-TRAITEMENT TO WS-RUN-DATE-TRAITEMENT
004030     END-IF.
004040     CLOSE PARM-FICHIER.
004050 1050-EXIT.
004060     EXIT.
004070*****************************************************************
004080*    1500-CONTROLER-MOIS - DETERMINE LE MOIS A COMPTABILISER ET *
004090*    VERIFIE QU'IL EST CLOS ET PAS ENCORE COMPTABILISE, PUIS    *
004100*    CHARGE LA TABLE DES COMPTES.                               *
004110*****************************************************************
004120 1500-CONTROLER-MOIS.
004130     IF WS-MOIS-COMPTABLE = ZERO
004140         PERFORM 1600-CHERCHER-CLOTURE THRU 1600-EXIT
004150     END-IF.
004160     IF WS-MOIS-COMPTABLE = ZERO
004170         MOVE "AUCUNE CLOTURE DE MOIS JOURNALISEE DANS PERHIST"
004180             TO WS-MOTIF-REFUS
004190         PERFORM 8900-REFUSER THRU 8900-EXIT
004200         GO TO 1500-EXIT
004210     END-IF.
004220     IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
004230         MOVE "MOIS INVALIDE SUR LA CARTE PARMIN"
004240             TO WS-MOTIF-REFUS
004250         PERFORM 8900-REFUSER THRU 8900-EXIT
004260         GO TO 1500-EXIT
004270     END-IF.
004280     COMPUTE WS-SEL-DATE-DEBUT = WS-MOIS-COMPTABLE * 100 + 1.
004290     COMPUTE WS-SEL-DATE-FIN = WS-MOIS-COMPTABLE * 100 + 31.
004300     MOVE WS-MOIS-COMPTABLE TO WS-M-MOIS.
004310     MOVE WS-RUN-DATE-TRAITEMENT TO WS-M-DATE.
004320     MOVE WS-RUN-DATE-DEBUT TO WS-M-DATE-JOUR.
004330     MOVE WS-LIGNE-MOIS TO GL-LIGNE-IMP.
004340     WRITE GL-LIGNE-IMP.
004350     PERFORM 1700-LIRE-PERCTL THRU 1700-EXIT.
004360     IF NOT WS-MOIS-CLOS
004370         MOVE "MOIS NON CLOS DANS PERCTL" TO WS-MOTIF-REFUS
004380         PERFORM 8900-REFUSER THRU 8900-EXIT
004390         GO TO 1500-EXIT
004400     END-IF.
004410     PERFORM 1800-CONTROLER-RUNREG THRU 1800-EXIT.
004420     IF WS-RUN-DEJA-FAIT
004430         MOVE "MOIS DEJA COMPTABILISE (REGISTRE RUNREG)"
004440             TO WS-MOTIF-REFUS
004450         PERFORM 8900-REFUSER THRU 8900-EXIT
004460         GO TO 1500-EXIT
004470     END-IF.
004480     PERFORM 1900-CHARGER-COMPTES THRU 1900-EXIT.
004490 1500-EXIT.
004500     EXIT.
004510*****************************************************************
004520*    1600-CHERCHER-CLOTURE - RETIENT LE MOIS DE LA DERNIERE     *
004530*    CLOTURE JOURNALISEE DANS PERHIST (UN FICHIER ABSENT EST    *
004540*    VIDE).                                                     *
004550*****************************************************************
004560 1600-CHERCHER-CLOTURE.
004570     OPEN INPUT PERH-FICHIER.
004580     IF WS-PERH-STATUT NOT = "00"
004590         DISPLAY "MVTGL - OUVERTURE PERHIST IMPOSSIBLE - "
004600             WS-PERH-STATUT
004610         GO TO 1600-EXIT
004620     END-IF.
004630     PERFORM 1610-LIRE-UN-HISTORIQUE THRU 1610-EXIT
004640         UNTIL FIN-FICHIER-PERH.
004650     CLOSE PERH-FICHIER.
004660 1600-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    1610-LIRE-UN-HISTORIQUE - LIT UNE ENTREE PERHIST ET RETIENT*
004700*    SON MOIS SI C'EST UNE CLOTURE.                             *
004710*****************************************************************
004720 1610-LIRE-UN-HISTORIQUE.
004730     READ PERH-FICHIER
004740         AT END
004750             SET FIN-FICHIER-PERH TO TRUE
004760             GO TO 1610-EXIT
004770     END-READ.
004780     IF PERH-ACTION = "CLOTURE"
004790         MOVE PERH-MOIS TO WS-MOIS-COMPTABLE
004800     END-IF.
004810 1610-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    1700-LIRE-PERCTL - RECHERCHE LE MOIS DANS PERCTL ET NOTE   *
004850*    S'IL EST CLOS (UN FICHIER ABSENT NE CLOT AUCUN MOIS).      *
004860*****************************************************************
004870 1700-LIRE-PERCTL.
004880     MOVE "N" TO WS-MOIS-CLOS-SW.
004890     OPEN INPUT PER-FICHIER.
004900     IF WS-PER-STATUT NOT = "00"
004910         DISPLAY "MVTGL - OUVERTURE PERCTL IMPOSSIBLE - "
004920             WS-PER-STATUT
004930         GO TO 1700-EXIT
004940     END-IF.
004950     PERFORM 1710-LIRE-UNE-PERIODE THRU 1710-EXIT
004960         UNTIL FIN-FICHIER-PER.
004970     CLOSE PER-FICHIER.
004980 1700-EXIT.
004990     EXIT.
005000*****************************************************************
005010*    1710-LIRE-UNE-PERIODE - LIT UN ENREGISTREMENT PERCTL.      *
005020*****************************************************************
005030 1710-LIRE-UNE-PERIODE.
005040     READ PER-FICHIER
005050         AT END
005060             SET FIN-FICHIER-PER TO TRUE
005070             GO TO 1710-EXIT
005080     END-READ.
005090     IF PER-MOIS = WS-MOIS-COMPTABLE
005100         MOVE "N" TO WS-MOIS-CLOS-SW
005110         IF PER-FERMEE
005120             SET WS-MOIS-CLOS TO TRUE
005130         END-IF
005140     END-IF.
005150 1710-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    1800-CONTROLER-RUNREG - RECHERCHE AU REGISTRE DES          *
005190*    TRAITEMENTS UNE COMPTABILISATION DEJA REUSSIE DU MOIS.     *
005200*****************************************************************
005210 1800-CONTROLER-RUNREG.
005220     MOVE "N" TO WS-FIN-RUN-SW.
005230     OPEN INPUT RUN-FICHIER.
005240     IF WS-RUN-STATUT NOT = "00"
005250         GO TO 1800-EXIT
005260     END-IF.
005270     PERFORM 1810-LIRE-UN-RUN THRU 1810-EXIT
005280         UNTIL FIN-FICHIER-RUN OR WS-RUN-DEJA-FAIT.
005290     CLOSE RUN-FICHIER.
005300 1800-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    1810-LIRE-UN-RUN - LIT UN ENREGISTREMENT DU REGISTRE.      *
005340*****************************************************************
005350 1810-LIRE-UN-RUN.
005360     READ RUN-FICHIER
005370         AT END
005380             SET FIN-FICHIER-RUN TO TRUE
005390             GO TO 1810-EXIT
005400     END-READ.
005410     IF RUN-PROGRAMME = "MVTGL"
005420         AND RUN-DATE-TRAITEMENT = WS-SEL-DATE-DEBUT
005430         AND RUN-CODE-RETOUR = ZERO
005440         SET WS-RUN-DEJA-FAIT TO TRUE
005450     END-IF.
005460 1810-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    1900-CHARGER-COMPTES - CHARGE LA TABLE DES COMPTES GLCPTE  *
005500*    EN MEMOIRE (CARTES DE NATURE INCONNUE IGNOREES).           *
005510*****************************************************************
005520 1900-CHARGER-COMPTES.
005530     OPEN INPUT GLC-TABLE.
005540     IF WS-GLC-STATUT NOT = "00"
005550         DISPLAY "MVTGL - OUVERTURE GLCPTE IMPOSSIBLE - "
005560             WS-GLC-STATUT
005570         MOVE 12 TO RETURN-CODE
005580         GO TO 1900-EXIT
005590     END-IF.
005600     PERFORM 1910-CHARGER-UN-COMPTE THRU 1910-EXIT
005610         UNTIL FIN-FICHIER-GLC.
005620     CLOSE GLC-TABLE.
005630     IF WS-TABLE-SATUREE
005640         MOVE "TABLE DES COMPTES GLCPTE SATUREE" TO WS-MOTIF-REFUS
005650         PERFORM 8900-REFUSER THRU 8900-EXIT
005660     END-IF.
005670 1900-EXIT.
005680     EXIT.
005690*****************************************************************
005700*    1910-CHARGER-UN-COMPTE - LIT UNE CARTE GLCPTE ET LA RANGE  *
005710*    DANS LA TABLE.                                             *
005720*****************************************************************
005730 1910-CHARGER-UN-COMPTE.
005740     READ GLC-TABLE
005750         AT END
005760             SET FIN-FICHIER-GLC TO TRUE
005770             GO TO 1910-EXIT
005780     END-READ.
005790     IF NOT GLC-NATURE-VALIDE
005800         GO TO 1910-EXIT
005810     END-IF.
005820     IF WS-NOMBRE-COMPTES >= WS-LIMITE-COMPTES
005830         SET WS-TABLE-SATUREE TO TRUE
005840         GO TO 1910-EXIT
005850     END-IF.
005860     ADD 1 TO WS-NOMBRE-COMPTES.
005870     MOVE GLC-FICHIER TO WS-TCP-FICHIER(WS-NOMBRE-COMPTES).
005880     MOVE GLC-NATURE TO WS-TCP-NATURE(WS-NOMBRE-COMPTES).
005890     MOVE GLC-DEVISE TO WS-TCP-DEVISE(WS-NOMBRE-COMPTES).
005900     MOVE GLC-COMPTE-DEBIT
005910         TO WS-TCP-COMPTE-DEBIT(WS-NOMBRE-COMPTES).
005920     MOVE GLC-COMPTE-CREDIT
005930         TO WS-TCP-COMPTE-CREDIT(WS-NOMBRE-COMPTES).
005940     MOVE GLC-LIBELLE TO WS-TCP-LIBELLE(WS-NOMBRE-COMPTES).
005950 1910-EXIT.
005960     EXIT.
005970*****************************************************************
005980*    2000-CUMULER-JOURNAL - RELIT LE JOURNAL DES MISES A JOUR   *
005990*    ET CUMULE LES EFFETS DE MONTANT DES ENTREES DU MOIS.       *
006000*****************************************************************
006010 2000-CUMULER-JOURNAL.
006020     OPEN INPUT MVT-JOURNAL.
006030     IF WS-JRN-STATUT NOT = "00"
006040         DISPLAY "MVTGL - OUVERTURE MVTJRN IMPOSSIBLE - "
006050             WS-JRN-STATUT
006060         MOVE 12 TO RETURN-CODE
006070         GO TO 2000-EXIT
006080     END-IF.
006090     PERFORM 2100-TRAITER-UNE-ENTREE THRU 2100-EXIT
006100         UNTIL FIN-FICHIER-JRN.
006110     CLOSE MVT-JOURNAL.
006120     IF WS-TABLE-SATUREE
006130         MOVE "TABLE DES EFFETS SATUREE" TO WS-MOTIF-REFUS
006140         PERFORM 8900-REFUSER THRU 8900-EXIT
006150     END-IF.
006160 2000-EXIT.
006170     EXIT.
006180*****************************************************************
006190*    2100-TRAITER-UNE-ENTREE - LIT UNE ENTREE DU JOURNAL ET, SI *
006200*    SA DATE DE TRAITEMENT EST DU MOIS, PORTE SES EFFETS SELON  *
006210*    SON ACTION. LE MOIS DU MOUVEMENT EST CELUI DE LA DATE DE   *
006220*    L'IMAGE PORTEE, OU DE LA DATE D'EXTOURNE POUR UNE          *
006230*    EXTOURNE. LES ENTREES ECRITES AVANT QUE LE JOURNAL NE      *
006240*    PORTE CES DATES SONT PRISES SUR LA DATE SYSTEME ET, POUR   *
006250*    L'EXTOURNE, SUR LA DATE DE L'IMAGE APRES QUI LA PORTAIT.   *
006260*****************************************************************
006270 2100-TRAITER-UNE-ENTREE.
006280     READ MVT-JOURNAL
006290         AT END
006300             SET FIN-FICHIER-JRN TO TRUE
006310             GO TO 2100-EXIT
006320     END-READ.
006330     ADD 1 TO WS-COMPTEUR-LUS.
006340     IF JRN-DATE-TRAITEMENT IS NUMERIC
006350         AND JRN-DATE-TRAITEMENT NOT = ZERO
006360         MOVE JRN-DATE-TRAITEMENT TO WS-DATE-ENTREE
006370     ELSE
006380         MOVE JRN-DATE TO WS-DATE-ENTREE
006390     END-IF.
006400     IF WS-DATE-ENTREE < WS-SEL-DATE-DEBUT
006410         OR WS-DATE-ENTREE > WS-SEL-DATE-FIN
006420         GO TO 2100-EXIT
006430     END-IF.
006440     IF NOT JRN-CIBLE-ECP AND NOT JRN-CIBLE-ATBB
006450         GO TO 2100-EXIT
006460     END-IF.
006470     MOVE JRN-FICHIER TO WS-CE-FICHIER.
006480     EVALUATE TRUE
006490         WHEN JRN-AJOUT
006500             MOVE "A" TO WS-CE-NATURE
006510             PERFORM 2120-PORTER-APRES THRU 2120-EXIT
006520         WHEN JRN-MODIF
006530             MOVE "M" TO WS-CE-NATURE
006540             PERFORM 2110-RETIRER-AVANT THRU 2110-EXIT
006550             PERFORM 2120-PORTER-APRES THRU 2120-EXIT
006560         WHEN JRN-EXTOURNE
006570             IF JRN-AV-STATUT = "CL"
006580                 PERFORM 2130-ANNULER-CLOTURE THRU 2130-EXIT
006590             END-IF
006600             MOVE "E" TO WS-CE-NATURE
006610             IF JRN-DATE-EXTOURNE IS NUMERIC
006620                 AND JRN-DATE-EXTOURNE NOT = ZERO
006630                 DIVIDE JRN-DATE-EXTOURNE BY 100 GIVING WS-CE-MOIS
006640             ELSE
006650                 DIVIDE JRN-AP-DATE-MVT BY 100 GIVING WS-CE-MOIS
006660             END-IF
006670             MOVE JRN-AV-DEVISE TO WS-CE-DEVISE
006680             COMPUTE WS-MONTANT-EFFET = ZERO - JRN-AV-MONTANT
006690             PERFORM 2200-PORTER-EFFET THRU 2200-EXIT
006700         WHEN JRN-CLOTURE
006710             MOVE "C" TO WS-CE-NATURE
006720             DIVIDE JRN-AV-DATE-MVT BY 100 GIVING WS-CE-MOIS
006730             MOVE JRN-AV-DEVISE TO WS-CE-DEVISE
006740             MOVE JRN-AV-MONTANT TO WS-MONTANT-EFFET
006750             PERFORM 2200-PORTER-EFFET THRU 2200-EXIT
006760         WHEN JRN-REOUVERTURE
006770             MOVE "C" TO WS-CE-NATURE
006780             DIVIDE JRN-AP-DATE-MVT BY 100 GIVING WS-CE-MOIS
006790             MOVE JRN-AP-DEVISE TO WS-CE-DEVISE
006800             COMPUTE WS-MONTANT-EFFET = ZERO - JRN-AP-MONTANT
006810             PERFORM 2200-PORTER-EFFET THRU 2200-EXIT
006820         WHEN OTHER
006830             GO TO 2100-EXIT
006840     END-EVALUATE.
006850     ADD 1 TO WS-COMPTEUR-RETENUS.
006860 2100-EXIT.
006870     EXIT.
006880*****************************************************************
006890*    2110-RETIRER-AVANT - EFFET NEGATIF DE L'IMAGE AVANT, SOUS  *
006900*    LE MOIS ET LA DEVISE DE CETTE IMAGE.                       *
006910*****************************************************************
006920 2110-RETIRER-AVANT.
006930     DIVIDE JRN-AV-DATE-MVT BY 100 GIVING WS-CE-MOIS.
006940     MOVE JRN-AV-DEVISE TO WS-CE-DEVISE.
006950     COMPUTE WS-MONTANT-EFFET = ZERO - JRN-AV-MONTANT.
006960     PERFORM 2200-PORTER-EFFET THRU 2200-EXIT.
006970 2110-EXIT.
006980     EXIT.
006990*****************************************************************
007000*    2120-PORTER-APRES - EFFET POSITIF DE L'IMAGE APRES, SOUS   *
007010*    LE MOIS ET LA DEVISE DE CETTE IMAGE.                       *
007020*****************************************************************
007030 2120-PORTER-APRES.
007040     DIVIDE JRN-AP-DATE-MVT BY 100 GIVING WS-CE-MOIS.
007050     MOVE JRN-AP-DEVISE TO WS-CE-DEVISE.
007060     MOVE JRN-AP-MONTANT TO WS-MONTANT-EFFET.
007070     PERFORM 2200-PORTER-EFFET THRU 2200-EXIT.
007080 2120-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    2130-ANNULER-CLOTURE - L'EXTOURNE D'UN MOUVEMENT CLOS      *
007120*    ANNULE D'ABORD SA CLOTURE, COMME UNE REOUVERTURE : EFFET   *
007130*    NEGATIF DE NATURE C SOUS LE MOIS ET LA DEVISE DE L'IMAGE   *
007140*    AVANT.                                                     *
007150*****************************************************************
007160 2130-ANNULER-CLOTURE.
007170     MOVE "C" TO WS-CE-NATURE.
007180     DIVIDE JRN-AV-DATE-MVT BY 100 GIVING WS-CE-MOIS.
007190     MOVE JRN-AV-DEVISE TO WS-CE-DEVISE.
007200     COMPUTE WS-MONTANT-EFFET = ZERO - JRN-AV-MONTANT.
007210     PERFORM 2200-PORTER-EFFET THRU 2200-EXIT.
007220 2130-EXIT.
007230     EXIT.
007240*****************************************************************
007250*    2200-PORTER-EFFET - AJOUTE WS-MONTANT-EFFET A L'EFFET DE   *
007260*    CLE WS-CLE-EFFET ET AU CUMUL DU FICHIER (CLOTURES A PART). *
007270*****************************************************************
007280 2200-PORTER-EFFET.
007290     IF WS-CE-FICHIER = "ECP "
007300         MOVE 1 TO WS-INDICE-FIC
007310     ELSE
007320         MOVE 2 TO WS-INDICE-FIC
007330     END-IF.
007340     IF WS-CE-NATURE = "C"
007350         ADD WS-MONTANT-EFFET
007360             TO WS-TFI-NET-CLOTURES(WS-INDICE-FIC)
007370     ELSE
007380         ADD WS-MONTANT-EFFET TO WS-TFI-NET-JOURNAL(WS-INDICE-FIC)
007390     END-IF.
007400     PERFORM 8000-CHERCHER-EFFET THRU 8000-EXIT.
007410     IF WS-INDICE-TROUVE = ZERO
007420         GO TO 2200-EXIT
007430     END-IF.
007440     ADD WS-MONTANT-EFFET TO WS-TEF-MONTANT(WS-INDICE-TROUVE).
007450 2200-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    3000-CUMULER-MAITRES - CUMULE PAR FICHIER LE MOUVEMENT DES *
007490*    TOTAUX MAITRES (APRES - AVANT) DES PASSES MVTMAJ DU MOIS   *
007500*    RELEVEES DANS CTRLHIST (UN FICHIER ABSENT EST VIDE).       *
007510*****************************************************************
007520 3000-CUMULER-MAITRES.
007530     OPEN INPUT CTL-HISTORIQUE.
007540     IF WS-CTLH-STATUT NOT = "00"
007550         DISPLAY "MVTGL - OUVERTURE CTRLHIST IMPOSSIBLE - "
007560             WS-CTLH-STATUT
007570         GO TO 3000-EXIT
007580     END-IF.
007590     PERFORM 3100-CUMULER-UN-TOTAL THRU 3100-EXIT
007600         UNTIL FIN-FICHIER-CTLH.
007610     CLOSE CTL-HISTORIQUE.
007620 3000-EXIT.
007630     EXIT.
007640*****************************************************************
007650*    3100-CUMULER-UN-TOTAL - LIT UN ENREGISTREMENT CTRLHIST ET, *
007660*    S'IL EST DU MOIS, CUMULE SON MOUVEMENT.                    *
007670*****************************************************************
007680 3100-CUMULER-UN-TOTAL.
007690     READ CTL-HISTORIQUE
007700         AT END
007710             SET FIN-FICHIER-CTLH TO TRUE
007720             GO TO 3100-EXIT
007730     END-READ.
007740     IF CTL-DATE-TRAITEMENT < WS-SEL-DATE-DEBUT
007750         OR CTL-DATE-TRAITEMENT > WS-SEL-DATE-FIN
007760         GO TO 3100-EXIT
007770     END-IF.
007780     EVALUATE CTL-FICHIER
007790         WHEN "ECP "
007800             MOVE 1 TO WS-INDICE-FIC
007810         WHEN "ATBB"
007820             MOVE 2 TO WS-INDICE-FIC
007830         WHEN OTHER
007840             GO TO 3100-EXIT
007850     END-EVALUATE.
007860     COMPUTE WS-TFI-NET-MAITRES(WS-INDICE-FIC) =
007870         WS-TFI-NET-MAITRES(WS-INDICE-FIC)
007880         + CTL-MONTANT-APRES - CTL-MONTANT-AVANT.
007890     ADD 1 TO WS-TFI-NUITS(WS-INDICE-FIC).
007900 3100-EXIT.
007910     EXIT.
007920*****************************************************************
007930*    4000-CLASSER-EFFETS - TRI PAR SELECTION DE LA TABLE DES    *
007940*    RANGS DANS L'ORDRE FICHIER / MOIS / DEVISE / NATURE.       *
007950*****************************************************************
007960 4000-CLASSER-EFFETS.
007970     MOVE ZERO TO WS-RANG.
007980     PERFORM 4010-INITIALISER-RANG THRU 4010-EXIT
007990         UNTIL WS-RANG >= WS-NOMBRE-EFFETS.
008000     MOVE ZERO TO WS-RANG.
008010     PERFORM 4100-PLACER-UN THRU 4100-EXIT
008020         UNTIL WS-RANG >= WS-NOMBRE-EFFETS.
008030 4000-EXIT.
008040     EXIT.
008050*****************************************************************
008060*    4010-INITIALISER-RANG - ORDRE INITIAL = ORDRE DE LA TABLE. *
008070*****************************************************************
008080 4010-INITIALISER-RANG.
008090     ADD 1 TO WS-RANG.
008100     MOVE WS-RANG TO WS-RANG-EFFET(WS-RANG).
008110 4010-EXIT.
008120     EXIT.
008130*****************************************************************
008140*    4100-PLACER-UN - AMENE AU RANG COURANT LA PLUS PETITE CLE  *
008150*    RESTANT A CLASSER.                                         *
008160*****************************************************************
008170 4100-PLACER-UN.
008180     ADD 1 TO WS-RANG.
008190     MOVE WS-RANG TO WS-RANG-MINI.
008200     MOVE WS-RANG TO WS-RANG-SUIVANT.
008210     PERFORM 4110-COMPARER-UN THRU 4110-EXIT
008220         UNTIL WS-RANG-SUIVANT >= WS-NOMBRE-EFFETS.
008230     IF WS-RANG-MINI NOT = WS-RANG
008240         MOVE WS-RANG-EFFET(WS-RANG) TO WS-ECHANGE
008250         MOVE WS-RANG-EFFET(WS-RANG-MINI)
008260             TO WS-RANG-EFFET(WS-RANG)
008270         MOVE WS-ECHANGE TO WS-RANG-EFFET(WS-RANG-MINI)
008280     END-IF.
008290 4100-EXIT.
008300     EXIT.
008310*****************************************************************
008320*    4110-COMPARER-UN - RETIENT L'EFFET SUIVANT SI SA CLE EST   *
008330*    PLUS PETITE QUE LA PLUS PETITE RETENUE JUSQU'ICI.          *
008340*****************************************************************
008350 4110-COMPARER-UN.
008360     ADD 1 TO WS-RANG-SUIVANT.
008370     MOVE WS-RANG-EFFET(WS-RANG-SUIVANT) TO WS-INDICE.
008380     MOVE WS-RANG-EFFET(WS-RANG-MINI) TO WS-INDICE-TROUVE.
008390     IF WS-TEF-CLE(WS-INDICE) < WS-TEF-CLE(WS-INDICE-TROUVE)
008400         MOVE WS-RANG-SUIVANT TO WS-RANG-MINI
008410     END-IF.
008420 4110-EXIT.
008430     EXIT.
008440*****************************************************************
008450*    4500-AFFECTER-COMPTES - RECHERCHE LES COMPTES DE CHAQUE    *
008460*    EFFET NET NON NUL ET CUMULE LE TOTAL DES ECRITURES DE      *
008470*    CHAQUE FICHIER.                                            *
008480*****************************************************************
008490 4500-AFFECTER-COMPTES.
008500     MOVE ZERO TO WS-RANG.
008510     PERFORM 4510-AFFECTER-UN THRU 4510-EXIT
008520         UNTIL WS-RANG >= WS-NOMBRE-EFFETS.
008530 4500-EXIT.
008540     EXIT.
008550*****************************************************************
008560*    4510-AFFECTER-UN - COMPTES DE L'EFFET DU RANG SUIVANT :    *
008570*    CARTE DE LA DEVISE, A DEFAUT CARTE A DEVISE BLANCHE DU     *
008580*    FICHIER ET DE LA NATURE.                                   *
008590*****************************************************************
008600 4510-AFFECTER-UN.
008610     ADD 1 TO WS-RANG.
008620     MOVE WS-RANG-EFFET(WS-RANG) TO WS-INDICE.
008630     MOVE SPACES TO WS-TEF-COMPTE-DEBIT(WS-INDICE).
008640     MOVE SPACES TO WS-TEF-COMPTE-CREDIT(WS-INDICE).
008650     MOVE SPACES TO WS-TEF-LIBELLE(WS-INDICE).
008660     IF WS-TEF-MONTANT(WS-INDICE) = ZERO
008670         GO TO 4510-EXIT
008680     END-IF.
008690     MOVE WS-TEF-FICHIER(WS-INDICE) TO WS-CC-FICHIER.
008700     MOVE WS-TEF-NATURE(WS-INDICE) TO WS-CC-NATURE.
008710     MOVE WS-TEF-DEVISE(WS-INDICE) TO WS-CC-DEVISE.
008720     PERFORM 8100-CHERCHER-COMPTE THRU 8100-EXIT.
008730     IF WS-CPT-TROUVE = ZERO
008740         MOVE SPACES TO WS-CC-DEVISE
008750         PERFORM 8100-CHERCHER-COMPTE THRU 8100-EXIT
008760     END-IF.
008770     IF WS-CPT-TROUVE = ZERO
008780         ADD 1 TO WS-EFFETS-SANS-COMPTE
008790         MOVE "** AUCUN COMPTE GLCPTE **"
008800             TO WS-TEF-LIBELLE(WS-INDICE)
008810         GO TO 4510-EXIT
008820     END-IF.
008830     MOVE WS-TCP-COMPTE-DEBIT(WS-CPT-TROUVE)
008840         TO WS-TEF-COMPTE-DEBIT(WS-INDICE).
008850     MOVE WS-TCP-COMPTE-CREDIT(WS-CPT-TROUVE)
008860         TO WS-TEF-COMPTE-CREDIT(WS-INDICE).
008870     MOVE WS-TCP-LIBELLE(WS-CPT-TROUVE)
008880         TO WS-TEF-LIBELLE(WS-INDICE).
008890     IF WS-TEF-FICHIER(WS-INDICE) = "ECP "
008900         MOVE 1 TO WS-INDICE-FIC
008910     ELSE
008920         MOVE 2 TO WS-INDICE-FIC
008930     END-IF.
008940     IF WS-TEF-NATURE(WS-INDICE) NOT = "C"
008950         ADD WS-TEF-MONTANT(WS-INDICE)
008960             TO WS-TFI-NET-ECRITURES(WS-INDICE-FIC)
008970     END-IF.
008980 4510-EXIT.
008990     EXIT.
009000*****************************************************************
009010*    5000-EDITER-ECRITURES - SECTION 1 : UNE LIGNE PAR EFFET NET*
009020*    NON NUL AVEC SES COMPTES, DANS L'ORDRE DU CLASSEMENT.      *
009030*****************************************************************
009040 5000-EDITER-ECRITURES.
009050     MOVE SPACES TO GL-LIGNE-IMP.
009060     WRITE GL-LIGNE-IMP.
009070     MOVE "1. EFFETS DU MOIS ET COMPTES AFFECTES" TO WS-TI-TITRE.
009080     MOVE WS-LIGNE-TITRE TO GL-LIGNE-IMP.
009090     WRITE GL-LIGNE-IMP.
009100     MOVE WS-LIGNE-ENTETE-ECR TO GL-LIGNE-IMP.
009110     WRITE GL-LIGNE-IMP.
009120     MOVE ZERO TO WS-LIGNES-SEGMENT.
009130     MOVE ZERO TO WS-RANG.
009140     PERFORM 5100-EDITER-UNE THRU 5100-EXIT
009150         UNTIL WS-RANG >= WS-NOMBRE-EFFETS.
009160     IF WS-LIGNES-SEGMENT = ZERO
009170         MOVE WS-LIGNE-AUCUNE TO GL-LIGNE-IMP
009180         WRITE GL-LIGNE-IMP
009190     END-IF.
009200 5000-EXIT.
009210     EXIT.
009220*****************************************************************
009230*    5100-EDITER-UNE - EDITE L'EFFET DU RANG SUIVANT S'IL N'EST *
009240*    PAS NUL.                                                   *
009250*****************************************************************
009260 5100-EDITER-UNE.
009270     ADD 1 TO WS-RANG.
009280     MOVE WS-RANG-EFFET(WS-RANG) TO WS-INDICE.
009290     IF WS-TEF-MONTANT(WS-INDICE) = ZERO
009300         GO TO 5100-EXIT
009310     END-IF.
009320     ADD 1 TO WS-LIGNES-SEGMENT.
009330     MOVE WS-TEF-FICHIER(WS-INDICE) TO WS-E-FICHIER.
009340     MOVE WS-TEF-MOIS(WS-INDICE) TO WS-E-MOIS.
009350     MOVE WS-TEF-DEVISE(WS-INDICE) TO WS-E-DEVISE.
009360     MOVE WS-TEF-NATURE(WS-INDICE) TO WS-E-NATURE.
009370     MOVE WS-TEF-MONTANT(WS-INDICE) TO WS-E-MONTANT.
009380     MOVE WS-TEF-COMPTE-DEBIT(WS-INDICE) TO WS-E-COMPTE-DEBIT.
009390     MOVE WS-TEF-COMPTE-CREDIT(WS-INDICE) TO WS-E-COMPTE-CREDIT.
009400     MOVE WS-TEF-LIBELLE(WS-INDICE) TO WS-E-LIBELLE.
009410     MOVE WS-LIGNE-ECRITURE TO GL-LIGNE-IMP.
009420     WRITE GL-LIGNE-IMP.
009430 5100-EXIT.
009440     EXIT.
009450*****************************************************************
009460*    6000-PROUVER - SECTION 2 : PREUVE PAR FICHIER, PUIS ARRET  *
009470*    SI UN EFFET EST SANS COMPTE (16) OU SI LA PREUVE EST EN    *
009480*    DESEQUILIBRE (8).                                          *
009490*****************************************************************
009500 6000-PROUVER.
009510     MOVE SPACES TO GL-LIGNE-IMP.
009520     WRITE GL-LIGNE-IMP.
009530     MOVE "2. PREUVE CONTRE LES TOTAUX MAITRES" TO WS-TI-TITRE.
009540     MOVE WS-LIGNE-TITRE TO GL-LIGNE-IMP.
009550     WRITE GL-LIGNE-IMP.
009560     MOVE ZERO TO WS-INDICE-FIC.
009570     PERFORM 6100-PROUVER-FICHIER THRU 6100-EXIT
009580         UNTIL WS-INDICE-FIC >= 2.
009590     IF WS-EFFETS-SANS-COMPTE > ZERO
009600         MOVE "EFFET SANS COMPTE DANS LA TABLE GLCPTE"
009610             TO WS-MOTIF-REFUS
009620         PERFORM 8900-REFUSER THRU 8900-EXIT
009630         GO TO 6000-EXIT
009640     END-IF.
009650     IF WS-RUN-DESEQUILIBRE
009660         MOVE 8 TO RETURN-CODE
009670         DISPLAY "MVTGL - DESEQUILIBRE AVEC LES TOTAUX MAITRES - "
009680             "FICHIER D'ECRITURES NON PRODUIT"
009690     END-IF.
009700 6000-EXIT.
009710     EXIT.
009720*****************************************************************
009730*    6100-PROUVER-FICHIER - EFFET NET DU JOURNAL, TOTAL DES     *
009740*    ECRITURES HORS CLOTURES ET MOUVEMENT DES TOTAUX MAITRES D'UN*
009750*    FICHIER, VIREMENTS DE CLOTURE ET VERDICT.                  *
009760*****************************************************************
009770 6100-PROUVER-FICHIER.
009780     ADD 1 TO WS-INDICE-FIC.
009790     MOVE SPACES TO GL-LIGNE-IMP.
009800     WRITE GL-LIGNE-IMP.
009810     MOVE WS-TFI-FICHIER(WS-INDICE-FIC) TO WS-P-FICHIER.
009820     MOVE WS-TFI-FICHIER(WS-INDICE-FIC) TO WS-V-FICHIER.
009830     MOVE "EFFET NET DU JOURNAL (AJOUTS, MODIFS, EXTOURNES)"
009840         TO WS-P-LIBELLE.
009850     MOVE WS-TFI-NET-JOURNAL(WS-INDICE-FIC) TO WS-P-MONTANT.
009860     MOVE WS-LIGNE-PREUVE TO GL-LIGNE-IMP.
009870     WRITE GL-LIGNE-IMP.
009880     MOVE "TOTAL DES ECRITURES HORS CLOTURES" TO WS-P-LIBELLE.
009890     MOVE WS-TFI-NET-ECRITURES(WS-INDICE-FIC) TO WS-P-MONTANT.
009900     MOVE WS-LIGNE-PREUVE TO GL-LIGNE-IMP.
009910     WRITE GL-LIGNE-IMP.
009920     MOVE "MOUVEMENT DES TOTAUX MAITRES (CTRLHIST)"
009930         TO WS-P-LIBELLE.
009940     MOVE WS-TFI-NET-MAITRES(WS-INDICE-FIC) TO WS-P-MONTANT.
009950     MOVE WS-LIGNE-PREUVE TO GL-LIGNE-IMP.
009960     WRITE GL-LIGNE-IMP.
009970     MOVE "CLOTURES NETTES (VIREMENTS SANS EFFET MAITRE)"
009980         TO WS-P-LIBELLE.
009990     MOVE WS-TFI-NET-CLOTURES(WS-INDICE-FIC) TO WS-P-MONTANT.
010000     MOVE WS-LIGNE-PREUVE TO GL-LIGNE-IMP.
010010     WRITE GL-LIGNE-IMP.
010020     COMPUTE WS-ECART = WS-TFI-NET-ECRITURES(WS-INDICE-FIC)
010030         - WS-TFI-NET-MAITRES(WS-INDICE-FIC).
010040     IF WS-ECART = ZERO
010050         AND WS-TFI-NET-ECRITURES(WS-INDICE-FIC) =
010060             WS-TFI-NET-JOURNAL(WS-INDICE-FIC)
010070         MOVE "EQUILIBRE" TO WS-V-VERDICT
010080     ELSE
010090         MOVE "DESEQUILIBRE - ECART ECRITURES - MAITRES"
010100             TO WS-V-VERDICT
010110         SET WS-RUN-DESEQUILIBRE TO TRUE
010120     END-IF.
010130     MOVE WS-LIGNE-VERDICT TO GL-LIGNE-IMP.
010140     WRITE GL-LIGNE-IMP.
010150     IF WS-ECART NOT = ZERO
010160         MOVE "ECART" TO WS-P-LIBELLE
010170         MOVE WS-ECART TO WS-P-MONTANT
010180         MOVE WS-LIGNE-PREUVE TO GL-LIGNE-IMP
010190         WRITE GL-LIGNE-IMP
010200     END-IF.
010210 6100-EXIT.
010220     EXIT.
010230*****************************************************************
010240*    7000-PRODUIRE-ECRITURES - SECTION 3 : ECRIT LE FICHIER     *
010250*    D'ECRITURES, UN SEGMENT ENTETE / REMORQUE PAR FICHIER.     *
010260*****************************************************************
010270 7000-PRODUIRE-ECRITURES.
010280     MOVE SPACES TO GL-LIGNE-IMP.
010290     WRITE GL-LIGNE-IMP.
010300     MOVE "3. FICHIER D'ECRITURES GLPOST" TO WS-TI-TITRE.
010310     MOVE WS-LIGNE-TITRE TO GL-LIGNE-IMP.
010320     WRITE GL-LIGNE-IMP.
010330     OPEN OUTPUT GLP-ECRITURES.
010340     IF WS-GLP-STATUT NOT = "00"
010350         DISPLAY "MVTGL - OUVERTURE GLPOST IMPOSSIBLE - "
010360             WS-GLP-STATUT
010370         MOVE 12 TO RETURN-CODE
010380         GO TO 7000-EXIT
010390     END-IF.
010400     MOVE ZERO TO WS-INDICE-FIC.
010410     PERFORM 7100-ECRIRE-SEGMENT THRU 7100-EXIT
010420         UNTIL WS-INDICE-FIC >= 2.
010430     CLOSE GLP-ECRITURES.
010440 7000-EXIT.
010450     EXIT.
010460*****************************************************************
010470*    7100-ECRIRE-SEGMENT - ENTETE, LIGNES ET REMORQUE DU FICHIER*
010480*    SUIVANT, PUIS SA LIGNE DE CONTROLE A L'ETAT.               *
010490*****************************************************************
010500 7100-ECRIRE-SEGMENT.
010510     ADD 1 TO WS-INDICE-FIC.
010520     MOVE ZERO TO WS-LIGNES-SEGMENT.
010530     MOVE ZERO TO WS-TOTAL-DEBIT.
010540     MOVE ZERO TO WS-TOTAL-CREDIT.
010550     MOVE SPACES TO GLP-RECORD.
010560     SET GLP-ENTETE TO TRUE.
010570     MOVE WS-TFI-IDENT(WS-INDICE-FIC) TO GLP-FICHIER-ID.
010580     MOVE WS-RUN-DATE-TRAITEMENT TO GLP-DATE-TRAITEMENT.
010590     MOVE "MVTGL" TO GLP-EMETTEUR.
010600     MOVE WS-MOIS-COMPTABLE TO GLP-MOIS-COMPTABLE.
010610     WRITE GLP-RECORD.
010620     MOVE ZERO TO WS-RANG.
010630     PERFORM 7200-ECRIRE-LIGNES THRU 7200-EXIT
010640         UNTIL WS-RANG >= WS-NOMBRE-EFFETS.
010650     MOVE SPACES TO GLP-RECORD.
010660     SET GLP-REMORQUE TO TRUE.
010670     MOVE WS-LIGNES-SEGMENT TO GLP-COMPTEUR.
010680     MOVE WS-TOTAL-DEBIT TO GLP-TOTAL-DEBIT.
010690     MOVE WS-TOTAL-CREDIT TO GLP-TOTAL-CREDIT.
010700     WRITE GLP-RECORD.
010710     MOVE WS-TFI-IDENT(WS-INDICE-FIC) TO WS-S-IDENT.
010720     MOVE WS-LIGNES-SEGMENT TO WS-S-LIGNES.
010730     MOVE WS-TOTAL-DEBIT TO WS-S-DEBIT.
010740     MOVE WS-TOTAL-CREDIT TO WS-S-CREDIT.
010750     MOVE WS-LIGNE-SEGMENT TO GL-LIGNE-IMP.
010760     WRITE GL-LIGNE-IMP.
010770 7100-EXIT.
010780     EXIT.
010790*****************************************************************
010800*    7200-ECRIRE-LIGNES - LIGNE AU DEBIT ET LIGNE AU CREDIT DE  *
010810*    L'EFFET DU RANG SUIVANT S'IL EST DU FICHIER EN COURS ET NON*
010820*    NUL. UN EFFET NEGATIF INVERSE LES DEUX COMPTES.            *
010830*****************************************************************
010840 7200-ECRIRE-LIGNES.
010850     ADD 1 TO WS-RANG.
010860     MOVE WS-RANG-EFFET(WS-RANG) TO WS-INDICE.
010870     IF WS-TEF-FICHIER(WS-INDICE)
010880         NOT = WS-TFI-FICHIER(WS-INDICE-FIC)
010890         OR WS-TEF-MONTANT(WS-INDICE) = ZERO
010900         GO TO 7200-EXIT
010910     END-IF.
010920     IF WS-TEF-MONTANT(WS-INDICE) > ZERO
010930         MOVE WS-TEF-MONTANT(WS-INDICE) TO WS-MONTANT-LIGNE
010940         MOVE WS-TEF-COMPTE-DEBIT(WS-INDICE)
010950             TO WS-COMPTE-AU-DEBIT
010960         MOVE WS-TEF-COMPTE-CREDIT(WS-INDICE)
010970             TO WS-COMPTE-AU-CREDIT
010980     ELSE
010990         COMPUTE WS-MONTANT-LIGNE =
011000             ZERO - WS-TEF-MONTANT(WS-INDICE)
011010         MOVE WS-TEF-COMPTE-CREDIT(WS-INDICE)
011020             TO WS-COMPTE-AU-DEBIT
011030         MOVE WS-TEF-COMPTE-DEBIT(WS-INDICE)
011040             TO WS-COMPTE-AU-CREDIT
011050     END-IF.
011060     MOVE SPACES TO GLP-RECORD.
011070     SET GLP-DETAIL TO TRUE.
011080     MOVE WS-TEF-FICHIER(WS-INDICE) TO GLP-FICHIER.
011090     MOVE WS-TEF-MOIS(WS-INDICE) TO GLP-MOIS-MVT.
011100     MOVE WS-TEF-DEVISE(WS-INDICE) TO GLP-DEVISE.
011110     MOVE WS-TEF-NATURE(WS-INDICE) TO GLP-NATURE.
011120     MOVE WS-MONTANT-LIGNE TO GLP-MONTANT.
011130     MOVE WS-TEF-LIBELLE(WS-INDICE) TO GLP-LIBELLE.
011140     SET GLP-SENS-DEBIT TO TRUE.
011150     MOVE WS-COMPTE-AU-DEBIT TO GLP-COMPTE.
011160     WRITE GLP-RECORD.
011170     SET GLP-SENS-CREDIT TO TRUE.
011180     MOVE WS-COMPTE-AU-CREDIT TO GLP-COMPTE.
011190     WRITE GLP-RECORD.
011200     ADD 2 TO WS-LIGNES-SEGMENT.
011210     ADD 2 TO WS-LIGNES-ECRITES.
011220     ADD WS-MONTANT-LIGNE TO WS-TOTAL-DEBIT.
011230     ADD WS-MONTANT-LIGNE TO WS-TOTAL-CREDIT.
011240 7200-EXIT.
011250     EXIT.
011260*****************************************************************
011270*    8000-CHERCHER-EFFET - RECHERCHE WS-CLE-EFFET DANS LA TABLE *
011280*    ET L'Y AJOUTE SI ELLE EST ABSENTE (ZERO SI LA TABLE EST    *
011290*    SATUREE).                                                  *
011300*****************************************************************
011310 8000-CHERCHER-EFFET.
011320     MOVE "N" TO WS-TROUVE-SW.
011330     MOVE ZERO TO WS-INDICE-TROUVE.
011340     MOVE ZERO TO WS-INDICE.
011350     PERFORM 8010-CHERCHER-UN THRU 8010-EXIT
011360         UNTIL WS-ENTREE-TROUVEE
011370         OR WS-INDICE >= WS-NOMBRE-EFFETS.
011380     IF WS-ENTREE-TROUVEE
011390         GO TO 8000-EXIT
011400     END-IF.
011410     IF WS-NOMBRE-EFFETS >= WS-LIMITE-EFFETS
011420         SET WS-TABLE-SATUREE TO TRUE
011430         GO TO 8000-EXIT
011440     END-IF.
011450     ADD 1 TO WS-NOMBRE-EFFETS.
011460     MOVE WS-NOMBRE-EFFETS TO WS-INDICE-TROUVE.
011470     MOVE WS-CLE-EFFET TO WS-TEF-CLE(WS-INDICE-TROUVE).
011480     MOVE ZERO TO WS-TEF-MONTANT(WS-INDICE-TROUVE).
011490 8000-EXIT.
011500     EXIT.
011510*****************************************************************
011520*    8010-CHERCHER-UN - COMPARE UNE ENTREE DE LA TABLE A LA CLE *
011530*    RECHERCHEE.                                                *
011540*****************************************************************
011550 8010-CHERCHER-UN.
011560     ADD 1 TO WS-INDICE.
011570     IF WS-TEF-CLE(WS-INDICE) = WS-CLE-EFFET
011580         SET WS-ENTREE-TROUVEE TO TRUE
011590         MOVE WS-INDICE TO WS-INDICE-TROUVE
011600     END-IF.
011610 8010-EXIT.
011620     EXIT.
011630*****************************************************************
011640*    8100-CHERCHER-COMPTE - RECHERCHE LA CARTE DE CLE           *
011650*    WS-CLE-COMPTE DANS LA TABLE DES COMPTES (ZERO SI ABSENTE). *
011660*****************************************************************
011670 8100-CHERCHER-COMPTE.
011680     MOVE ZERO TO WS-CPT-TROUVE.
011690     MOVE ZERO TO WS-INDICE-CPT.
011700     PERFORM 8110-CHERCHER-UN-COMPTE THRU 8110-EXIT
011710         UNTIL WS-CPT-TROUVE NOT = ZERO
011720         OR WS-INDICE-CPT >= WS-NOMBRE-COMPTES.
011730 8100-EXIT.
011740     EXIT.
011750*****************************************************************
011760*    8110-CHERCHER-UN-COMPTE - COMPARE UNE CARTE A LA CLE       *
011770*    RECHERCHEE.                                                *
011780*****************************************************************
011790 8110-CHERCHER-UN-COMPTE.
011800     ADD 1 TO WS-INDICE-CPT.
011810     IF WS-TCP-CLE(WS-INDICE-CPT) = WS-CLE-COMPTE
011820         MOVE WS-INDICE-CPT TO WS-CPT-TROUVE
011830     END-IF.
011840 8110-EXIT.
011850     EXIT.
011860*****************************************************************
011870*    8900-REFUSER - REFUSE LE TRAITEMENT (CODE RETOUR 16) ET EN *
011880*    EDITE LE MOTIF.                                            *
011890*****************************************************************
011900 8900-REFUSER.
011910     MOVE 16 TO RETURN-CODE.
011920     DISPLAY "MVTGL - COMPTABILISATION REFUSEE - " WS-MOTIF-REFUS.
011930     MOVE WS-MOTIF-REFUS TO WS-R-MOTIF.
011940     MOVE SPACES TO GL-LIGNE-IMP.
011950     WRITE GL-LIGNE-IMP.
011960     MOVE WS-LIGNE-REFUS TO GL-LIGNE-IMP.
011970     WRITE GL-LIGNE-IMP.
011980 8900-EXIT.
011990     EXIT.
012000*****************************************************************
012010*    9000-FINALISATION - FERME L'ETAT ET INSCRIT L'EXECUTION AU *
012020*    REGISTRE.                                                  *
012030*****************************************************************
012040 9000-FINALISATION.
012050     IF WS-LISTE-STATUT = "00"
012060         CLOSE GL-LISTE
012070     END-IF.
012080     PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT.
012090 9000-EXIT.
012100     EXIT.
012110*****************************************************************
012120*    9500-ENREGISTRER-RUN - INSCRIT L'EXECUTION TERMINEE DANS   *
012130*    LE REGISTRE DES TRAITEMENTS (RUNREG). LA DATE DE TRAITEMENT*
012140*    EST LE PREMIER JOUR DU MOIS COMPTABILISE, LUS = ENTREES DU *
012150*    JOURNAL LUES, TRAITES = LIGNES D'ECRITURE PRODUITES,       *
012160*    ANOMALIES = EFFETS SANS COMPTE.                            *
012170*****************************************************************
012180 9500-ENREGISTRER-RUN.
012190     OPEN EXTEND RUN-FICHIER.
012200     IF WS-RUN-STATUT NOT = "00"
012210         OPEN OUTPUT RUN-FICHIER
012220     END-IF.
012230     IF WS-RUN-STATUT NOT = "00"
012240         DISPLAY "MVTGL - ECRITURE RUNREG IMPOSSIBLE - "
012250             WS-RUN-STATUT
012260         GO TO 9500-EXIT
012270     END-IF.
012280     MOVE "MVTGL" TO RUN-PROGRAMME.
012290     IF WS-SEL-DATE-DEBUT NOT = ZERO
012300         MOVE WS-SEL-DATE-DEBUT TO RUN-DATE-TRAITEMENT
012310     ELSE
012320         MOVE WS-RUN-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT
012330     END-IF.
012340     MOVE WS-RUN-DATE-DEBUT TO RUN-DATE-DEBUT.
012350     MOVE WS-RUN-HEURE-DEBUT TO RUN-HEURE-DEBUT.
012360     ACCEPT RUN-DATE-FIN FROM DATE YYYYMMDD.
012370     ACCEPT RUN-HEURE-FIN FROM TIME.
012380     MOVE WS-RUN-OPERATEUR TO RUN-OPERATEUR.
012390     MOVE RETURN-CODE TO RUN-CODE-RETOUR.
012400     MOVE WS-COMPTEUR-LUS TO RUN-COMPTEUR-LUS.
012410     MOVE WS-LIGNES-ECRITES TO RUN-COMPTEUR-TRAITES.
012420     MOVE WS-EFFETS-SANS-COMPTE TO RUN-COMPTEUR-ANOMALIES.
012430     WRITE RUN-RECORD.
012440     CLOSE RUN-FICHIER.
012450 9500-EXIT.
012460     EXIT.
012470 END PROGRAM MVTGL.
