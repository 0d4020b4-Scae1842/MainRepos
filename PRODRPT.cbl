000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : PRODRPT                                        *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   TABLEAU DE BORD MENSUEL DE LA QUALITE DES EMETTEURS, A      *
000090*   PRESENTER AUX RESPONSABLES DES EQUIPES QUI ALIMENTENT MVTIN,*
000100*   ECPBRUT ET ATBBBRUT. PAR EMETTEUR (FLX-EMETTEUR DE          *
000110*   L'ENTETE) :                                                 *
000120*   - SEGMENTS RECUS, SEGMENTS REFUSES POUR ECART (COMPTEUR,    *
000130*     MONTANT, ENTETE OU REMORQUE ABSENT) ET POUR DATE ERRONEE, *
000140*     ENREGISTREMENTS RECUS, D'APRES LE RELEVE CUMULATIF DE     *
000150*     FLXPROD (PRODSTAT, DESSIN PSTREC);                        *
000160*   - REJETS DE LA PERIODE ET TAUX DE REJET, GLOBAL ET PAR CODE *
000170*     MOTIF, D'APRES REJCYCLE (REJ-EMETTEUR, REJ-DATE-REJET);   *
000180*   - DELAI MOYEN EN JOURS ENTRE LE REJET ET SA CORRECTION OU   *
000190*     SON ANNULATION PAR REJMNT (REJ-DATE-DECISION DANS LA      *
000200*     PERIODE), CONVENTION 30/360 COMME DANS REJRPT.            *
000210*   LES EMETTEURS SONT CLASSES DU PLUS MAUVAIS AU MEILLEUR :    *
000220*   SEGMENTS REFUSES, PUIS TAUX DE REJET, PUIS DELAI MOYEN. UN  *
000230*   EMETTEUR NON RETROUVE EST EDITE SOUS INCONNU. LA PERIODE EST*
000240*   PRISE SUR LA CARTE PARMIN (BORNES DE DATES DU DESSIN        *
000250*   PARMREC); SANS CARTE, LE DERNIER MOIS CIVIL ECOULE. CODE    *
000260*   RETOUR 4 SI UNE TABLE EST SATUREE, 12 SI L'ETAT NE PEUT ETRE*
000270*   OUVERT OU UNE ENTREE LUE (UNE ENTREE ABSENTE EST VIDE).     *
000280*                                                               *
000290*   MODIFICATION HISTORY                                        *
000300*   --------------------                                        *
000310*   2026-10-15 JF  VERSION INITIALE.                            *
000320*   2026-10-15 JF  UNE ERREUR D'OUVERTURE NE S'APPRECIE PLUS    *
000330*                  QUE SUR LE STATUT DU FICHIER QUI VIENT       *
000340*                  D'ETRE OUVERT, NOMME DANS LE MESSAGE.        *
000350*                                                               *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PRODRPT.
000390 AUTHOR. J. FAVREAU.
000400 INSTALLATION. SERVICE EXPLOITATION.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PST-FICHIER ASSIGN TO "PRODSTAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PST-STATUT.
000490     SELECT REJ-CYCLE ASSIGN TO "REJCYCLE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REJC-STATUT.
000520     SELECT PROD-LISTE ASSIGN TO "PRODOUT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-LISTE-STATUT.
000550     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUT.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PST-FICHIER
000610     LABEL RECORDS ARE STANDARD.
000620 COPY PSTREC.
000630 FD  REJ-CYCLE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY REJREC.
000660 FD  PROD-LISTE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PROD-LIGNE-IMP              PIC X(132).
000690 FD  PARM-FICHIER
000700     LABEL RECORDS ARE STANDARD.
000710 COPY PARMREC.
000720 WORKING-STORAGE SECTION.
000730 01  WS-FICHIERS-SWITCHES.
000740     05  WS-OUV-STATUT           PIC X(02) VALUE SPACES.
000750     05  WS-OUV-FICHIER          PIC X(08) VALUE SPACES.
000760     05  WS-PST-STATUT           PIC X(02) VALUE SPACES.
000770     05  WS-REJC-STATUT          PIC X(02) VALUE SPACES.
000780     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000790     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000800     05  WS-FIN-PST-SW           PIC X(01) VALUE "N".
000810         88  FIN-FICHIER-PST             VALUE "O".
000820     05  WS-FIN-REJC-SW          PIC X(01) VALUE "N".
000830         88  FIN-FICHIER-REJC            VALUE "O".
000840     05  WS-TROUVE-SW            PIC X(01) VALUE "N".
000850         88  WS-ENTREE-TROUVEE           VALUE "O".
000860     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
000870         88  WS-TABLE-SATUREE            VALUE "O".
000880 77  WS-SEL-DATE-DEBUT           PIC 9(08) VALUE ZERO.
000890 77  WS-SEL-DATE-FIN             PIC 9(08) VALUE ZERO.
000900 77  WS-DATE-JOUR                PIC 9(08) VALUE ZERO.
000910 77  WS-JOURS-CALCULES           PIC 9(07) COMP VALUE ZERO.
000920 77  WS-JOURS-REJET              PIC 9(07) COMP VALUE ZERO.
000930 77  WS-AGE-JOURS                PIC S9(07) COMP VALUE ZERO.
000940 77  WS-QUOTIENT                 PIC 9(04) COMP VALUE ZERO.
000950 77  WS-RESTE-4                  PIC 9(04) COMP VALUE ZERO.
000960 77  WS-RESTE-100                PIC 9(04) COMP VALUE ZERO.
000970 77  WS-RESTE-400                PIC 9(04) COMP VALUE ZERO.
000980 77  WS-CLE-EMETTEUR             PIC X(08) VALUE SPACES.
000990 77  WS-CLE-CODE                 PIC X(02) VALUE SPACES.
001000 77  WS-INDICE                   PIC 9(03) COMP VALUE ZERO.
001010 77  WS-INDICE-TROUVE            PIC 9(03) COMP VALUE ZERO.
001020 77  WS-INDICE-CODE              PIC 9(03) COMP VALUE ZERO.
001030 77  WS-CODE-TROUVE              PIC 9(03) COMP VALUE ZERO.
001040 77  WS-RANG                     PIC 9(03) COMP VALUE ZERO.
001050 77  WS-RANG-SUIVANT             PIC 9(03) COMP VALUE ZERO.
001060 77  WS-RANG-PIRE                PIC 9(03) COMP VALUE ZERO.
001070 77  WS-ECHANGE                  PIC 9(03) COMP VALUE ZERO.
001080 77  WS-NOMBRE-EMETTEURS         PIC 9(03) COMP VALUE ZERO.
001090 77  WS-LIMITE-EMETTEURS         PIC 9(03) COMP VALUE 100.
001100 77  WS-NOMBRE-CODES             PIC 9(03) COMP VALUE ZERO.
001110 77  WS-LIMITE-CODES             PIC 9(03) COMP VALUE 20.
001120 77  WS-TOTAL-SEGMENTS           PIC 9(09) COMP VALUE ZERO.
001130 77  WS-TOTAL-SEG-ECART          PIC 9(09) COMP VALUE ZERO.
001140 77  WS-TOTAL-SEG-DATE           PIC 9(09) COMP VALUE ZERO.
001150 77  WS-TOTAL-ENREG              PIC 9(09) COMP VALUE ZERO.
001160 77  WS-TOTAL-REJETS             PIC 9(09) COMP VALUE ZERO.
001170 77  WS-TOTAL-DECISIONS          PIC 9(09) COMP VALUE ZERO.
001180 77  WS-COMPTEUR-EDITES          PIC 9(05) COMP VALUE ZERO.
001190 77  WS-TAUX-CALCULE             PIC 9(05)V99 VALUE ZERO.
001200 01  WS-DATE-DECOMP.
001210     05  WS-DD-AAAA              PIC 9(04).
001220     05  WS-DD-MM                PIC 9(02).
001230     05  WS-DD-JJ                PIC 9(02).
001240 01  WS-DATE-DECOMP-N REDEFINES WS-DATE-DECOMP
001250                                 PIC 9(08).
001260 01  WS-TABLE-CODES.
001270     05  WS-TCD-ENTREE OCCURS 20 TIMES.
001280         10  WS-TCD-CODE         PIC X(02).
001290         10  WS-TCD-MOTIF        PIC X(30).
001300 01  WS-TABLE-EMETTEURS.
001310     05  WS-TPR-ENTREE OCCURS 100 TIMES.
001320         10  WS-TPR-EMETTEUR     PIC X(08).
001330         10  WS-TPR-SEG-RECUS    PIC 9(07) COMP.
001340         10  WS-TPR-SEG-ECART    PIC 9(07) COMP.
001350         10  WS-TPR-SEG-DATE     PIC 9(07) COMP.
001360         10  WS-TPR-ENREG-RECUS  PIC 9(09) COMP.
001370         10  WS-TPR-REJETS       PIC 9(07) COMP.
001380         10  WS-TPR-DECISIONS    PIC 9(07) COMP.
001390         10  WS-TPR-JOURS-DECISION
001400                                 PIC 9(09) COMP.
001410         10  WS-TPR-CLE-TRI.
001420             15  WS-TPR-TRI-REFUS
001430                                 PIC 9(07).
001440             15  WS-TPR-TRI-TAUX PIC 9(05)V99.
001450             15  WS-TPR-TRI-DELAI
001460                                 PIC 9(05)V9.
001470         10  WS-TPR-REJ-CODE     PIC 9(07) COMP
001480                                 OCCURS 20 TIMES.
001490 01  WS-TABLE-RANGS.
001500     05  WS-RANG-EMETTEUR        PIC 9(03) COMP
001510                                 OCCURS 100 TIMES.
001520 01  WS-LIGNE-ENTETE-1.
001530     05  FILLER                  PIC X(40)
001540         VALUE "TABLEAU DE BORD QUALITE DES EMETTEURS - ".
001550     05  FILLER                  PIC X(30)
001560         VALUE "MVTIN / ECPBRUT / ATBBBRUT".
001570 01  WS-LIGNE-PERIODE.
001580     05  FILLER                  PIC X(12)
001590         VALUE "PERIODE DU ".
001600     05  WS-P-DATE-DEBUT         PIC 9(08).
001610     05  FILLER                  PIC X(04) VALUE " AU ".
001620     05  WS-P-DATE-FIN           PIC 9(08).
001630     05  FILLER                  PIC X(15)
001640         VALUE "   EDITE LE : ".
001650     05  WS-P-DATE-JOUR          PIC 9(08).
001660 01  WS-LIGNE-TITRE.
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  WS-TI-TITRE             PIC X(60).
001690 01  WS-LIGNE-ENTETE-CLAS-1.
001700     05  FILLER                  PIC X(04) VALUE "RANG".
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  FILLER                  PIC X(08) VALUE "EMETTEUR".
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  FILLER                  PIC X(09) VALUE " SEGMENTS".
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(09) VALUE "    REFUS".
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  FILLER                  PIC X(09) VALUE "    REFUS".
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  FILLER                  PIC X(11) VALUE "    ENREG.".
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  FILLER                  PIC X(09) VALUE "   REJETS".
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  FILLER                  PIC X(08) VALUE "    TAUX".
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  FILLER                  PIC X(09) VALUE "DECISIONS".
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  FILLER                  PIC X(07) VALUE "  DELAI".
001890 01  WS-LIGNE-ENTETE-CLAS-2.
001900     05  FILLER                  PIC X(16) VALUE SPACES.
001910     05  FILLER                  PIC X(09) VALUE "    RECUS".
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  FILLER                  PIC X(09) VALUE "    ECART".
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  FILLER                  PIC X(09) VALUE "     DATE".
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  FILLER                  PIC X(11) VALUE "      RECUS".
001980     05  FILLER                  PIC X(13) VALUE SPACES.
001990     05  FILLER                  PIC X(08) VALUE "       %".
002000     05  FILLER                  PIC X(13) VALUE SPACES.
002010     05  FILLER                  PIC X(07) VALUE "  MOYEN".
002020 01  WS-LIGNE-CLASSEMENT.
002030     05  WS-C-RANG               PIC ZZ9.
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  WS-C-EMETTEUR           PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-C-SEG-RECUS          PIC Z,ZZZ,ZZ9.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-C-SEG-ECART          PIC Z,ZZZ,ZZ9.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WS-C-SEG-DATE           PIC Z,ZZZ,ZZ9.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WS-C-ENREG-RECUS        PIC ZZZ,ZZZ,ZZ9.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-C-REJETS             PIC Z,ZZZ,ZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-C-TAUX               PIC ZZZZ9.99.
002180     05  WS-C-TAUX-X REDEFINES WS-C-TAUX
002190                                 PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-C-DECISIONS          PIC Z,ZZZ,ZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-C-DELAI              PIC ZZZZ9.9.
002240     05  WS-C-DELAI-X REDEFINES WS-C-DELAI
002250                                 PIC X(07).
002260 01  WS-LIGNE-EMETTEUR.
002270     05  FILLER                  PIC X(11) VALUE "EMETTEUR : ".
002280     05  WS-E-EMETTEUR           PIC X(08).
002290     05  FILLER                  PIC X(20)
002300         VALUE "   ENREG. RECUS : ".
002310     05  WS-E-ENREG-RECUS        PIC ZZZ,ZZZ,ZZ9.
002320 01  WS-LIGNE-ENTETE-CODE.
002330     05  FILLER                  PIC X(04) VALUE SPACES.
002340     05  FILLER                  PIC X(04) VALUE "CODE".
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  FILLER                  PIC X(30) VALUE "MOTIF".
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  FILLER                  PIC X(09) VALUE "   REJETS".
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  FILLER                  PIC X(08) VALUE "  TAUX %".
002410 01  WS-LIGNE-CODE.
002420     05  FILLER                  PIC X(05) VALUE SPACES.
002430     05  WS-K-CODE               PIC X(02).
002440     05  FILLER                  PIC X(03) VALUE SPACES.
002450     05  WS-K-MOTIF              PIC X(30).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-K-REJETS             PIC Z,ZZZ,ZZ9.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  WS-K-TAUX               PIC ZZZZ9.99.
002500     05  WS-K-TAUX-X REDEFINES WS-K-TAUX
002510                                 PIC X(08).
002520 01  WS-LIGNE-AUCUNE.
002530     05  FILLER                  PIC X(10) VALUE SPACES.
002540     05  FILLER                  PIC X(20) VALUE "NEANT".
002550 01  WS-LIGNE-DEBORDEMENT.
002560     05  FILLER                  PIC X(48) VALUE
002570         "** TABLE DES EMETTEURS OU DES MOTIFS SATUREE".
002580     05  FILLER                  PIC X(22) VALUE
002590         " - ETAT INCOMPLET **".
002600 01  WS-LIGNE-BILAN.
002610     05  WS-B-LIBELLE            PIC X(40).
002620     05  FILLER                  PIC X(03) VALUE " : ".
002630     05  WS-B-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
002640*****************************************************************
002650*                                                               *
002660*   PROCEDURE DIVISION                                          *
002670*                                                               *
002680*****************************************************************
002690 PROCEDURE DIVISION.
002700*****************************************************************
002710*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
002720*****************************************************************
002730 0000-MAINLINE.
002740     MOVE ZERO TO RETURN-CODE.
002750     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
002760     PERFORM 2000-CUMULER-SEGMENTS THRU 2000-EXIT.
002770     PERFORM 3000-CUMULER-REJETS THRU 3000-EXIT.
002780     PERFORM 4000-CALCULER-INDICATEURS THRU 4000-EXIT.
002790     PERFORM 4500-CLASSER-EMETTEURS THRU 4500-EXIT.
002800     PERFORM 5000-EDITER-CLASSEMENT THRU 5000-EXIT.
002810     PERFORM 6000-EDITER-MOTIFS THRU 6000-EXIT.
002820     PERFORM 9000-FINALISATION THRU 9000-EXIT.
002830     GOBACK.
002840*****************************************************************
002850*    1000-INITIALISATION - DATE DU JOUR, MOIS A EXAMINER ET     *
002860*    OUVERTURE DE L'ETAT.                                       *
002870*****************************************************************
002880 1000-INITIALISATION.
002890     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002900     PERFORM 1100-LIRE-PERIODE THRU 1100-EXIT.
002910     OPEN OUTPUT PROD-LISTE.
002920     IF WS-LISTE-STATUT NOT = "00"
002930         DISPLAY "PRODRPT - OUVERTURE PROD-LISTE IMPOSSIBLE - "
002940             WS-LISTE-STATUT
002950         MOVE 12 TO RETURN-CODE
002960         GOBACK
002970     END-IF.
002980     MOVE WS-LIGNE-ENTETE-1 TO PROD-LIGNE-IMP.
002990     WRITE PROD-LIGNE-IMP.
003000     MOVE WS-SEL-DATE-DEBUT TO WS-P-DATE-DEBUT.
003010     MOVE WS-SEL-DATE-FIN TO WS-P-DATE-FIN.
003020     MOVE WS-DATE-JOUR TO WS-P-DATE-JOUR.
003030     MOVE WS-LIGNE-PERIODE TO PROD-LIGNE-IMP.
003040     WRITE PROD-LIGNE-IMP.
003050 1000-EXIT.
003060     EXIT.
003070*****************************************************************
003080*    1100-LIRE-PERIODE - PAR DEFAUT LE DERNIER MOIS CIVIL       *
003090*    ECOULE; LES BORNES DE LA CARTE PARMIN, SI ELLE EXISTE, LE  *
003100*    REMPLACENT.                                                *
003110*****************************************************************
003120 1100-LIRE-PERIODE.
003130     MOVE WS-DATE-JOUR TO WS-DATE-DECOMP.
003140     IF WS-DD-MM = 1
003150         SUBTRACT 1 FROM WS-DD-AAAA
003160         MOVE 12 TO WS-DD-MM
003170     ELSE
003180         SUBTRACT 1 FROM WS-DD-MM
003190     END-IF.
003200     MOVE 1 TO WS-DD-JJ.
003210     MOVE WS-DATE-DECOMP-N TO WS-SEL-DATE-DEBUT.
003220     PERFORM 1110-FIN-DE-MOIS THRU 1110-EXIT.
003230     MOVE WS-DATE-DECOMP-N TO WS-SEL-DATE-FIN.
003240     OPEN INPUT PARM-FICHIER.
003250     IF WS-PARM-STATUT NOT = "00"
003260         GO TO 1100-EXIT
003270     END-IF.
003280     READ PARM-FICHIER
003290         AT END
003300             CLOSE PARM-FICHIER
003310             GO TO 1100-EXIT
003320     END-READ.
003330     IF PARM-DATE-DEBUT IS NUMERIC
003340         AND PARM-DATE-DEBUT NOT = "00000000"
003350         MOVE PARM-DATE-DEBUT TO WS-SEL-DATE-DEBUT
003360     END-IF.
003370     IF PARM-DATE-FIN IS NUMERIC
003380         AND PARM-DATE-FIN NOT = "00000000"
003390         MOVE PARM-DATE-FIN TO WS-SEL-DATE-FIN
003400     END-IF.
003410     CLOSE PARM-FICHIER.
003420 1100-EXIT.
003430     EXIT.
003440*****************************************************************
003450*    1110-FIN-DE-MOIS - PORTE WS-DD-JJ AU DERNIER JOUR DU MOIS  *
003460*    DE WS-DATE-DECOMP (ANNEES BISSEXTILES COMPRISES).          *
003470*****************************************************************
003480 1110-FIN-DE-MOIS.
003490     EVALUATE WS-DD-MM
003500         WHEN 4
003510         WHEN 6
003520         WHEN 9
003530         WHEN 11
003540             MOVE 30 TO WS-DD-JJ
003550         WHEN 2
003560             MOVE 28 TO WS-DD-JJ
003570             DIVIDE WS-DD-AAAA BY 4 GIVING WS-QUOTIENT
003580                 REMAINDER WS-RESTE-4
003590             DIVIDE WS-DD-AAAA BY 100 GIVING WS-QUOTIENT
003600                 REMAINDER WS-RESTE-100
003610             DIVIDE WS-DD-AAAA BY 400 GIVING WS-QUOTIENT
003620                 REMAINDER WS-RESTE-400
003630             IF WS-RESTE-400 = ZERO
003640                 OR (WS-RESTE-4 = ZERO
003650                 AND WS-RESTE-100 NOT = ZERO)
003660                 MOVE 29 TO WS-DD-JJ
003670             END-IF
003680         WHEN OTHER
003690             MOVE 31 TO WS-DD-JJ
003700     END-EVALUATE.
003710 1110-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    2000-CUMULER-SEGMENTS - CUMULE PAR EMETTEUR LES SEGMENTS   *
003750*    DE LA PERIODE RELEVES PAR FLXPROD (PRODSTAT).              *
003760*****************************************************************
003770 2000-CUMULER-SEGMENTS.
003780     OPEN INPUT PST-FICHIER.
003790     IF WS-PST-STATUT NOT = "00"
003800         MOVE WS-PST-STATUT TO WS-OUV-STATUT
003810         MOVE "PRODSTAT" TO WS-OUV-FICHIER
003820         PERFORM 8800-SIGNALER-ABSENCE THRU 8800-EXIT
003830         GO TO 2000-EXIT
003840     END-IF.
003850     PERFORM 2100-CUMULER-UN-SEGMENT THRU 2100-EXIT
003860         UNTIL FIN-FICHIER-PST.
003870     CLOSE PST-FICHIER.
003880 2000-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    2100-CUMULER-UN-SEGMENT - LIT UN SEGMENT ET LE PORTE AU    *
003920*    COMPTE DE SON EMETTEUR S'IL EST DANS LA PERIODE.           *
003930*****************************************************************
003940 2100-CUMULER-UN-SEGMENT.
003950     READ PST-FICHIER
003960         AT END
003970             SET FIN-FICHIER-PST TO TRUE
003980             GO TO 2100-EXIT
003990     END-READ.
004000     IF PST-DATE-TRAITEMENT < WS-SEL-DATE-DEBUT
004010         OR PST-DATE-TRAITEMENT > WS-SEL-DATE-FIN
004020         GO TO 2100-EXIT
004030     END-IF.
004040     MOVE PST-EMETTEUR TO WS-CLE-EMETTEUR.
004050     PERFORM 8000-CHERCHER-EMETTEUR THRU 8000-EXIT.
004060     IF WS-INDICE-TROUVE = ZERO
004070         GO TO 2100-EXIT
004080     END-IF.
004090     ADD 1 TO WS-TPR-SEG-RECUS(WS-INDICE-TROUVE).
004100     ADD PST-CPT-DETAILS TO WS-TPR-ENREG-RECUS(WS-INDICE-TROUVE).
004110     IF PST-REFUS-ECART
004120         ADD 1 TO WS-TPR-SEG-ECART(WS-INDICE-TROUVE)
004130     END-IF.
004140     IF PST-REFUS-DATE
004150         ADD 1 TO WS-TPR-SEG-DATE(WS-INDICE-TROUVE)
004160     END-IF.
004170 2100-EXIT.
004180     EXIT.
004190*****************************************************************
004200*    3000-CUMULER-REJETS - CUMULE PAR EMETTEUR ET PAR CODE      *
004210*    MOTIF LES REJETS DE LA PERIODE, ET LES DELAIS DES          *
004220*    DECISIONS REJMNT PRISES DANS LA PERIODE.                   *
004230*****************************************************************
004240 3000-CUMULER-REJETS.
004250     OPEN INPUT REJ-CYCLE.
004260     IF WS-REJC-STATUT NOT = "00"
004270         MOVE WS-REJC-STATUT TO WS-OUV-STATUT
004280         MOVE "REJCYCLE" TO WS-OUV-FICHIER
004290         PERFORM 8800-SIGNALER-ABSENCE THRU 8800-EXIT
004300         GO TO 3000-EXIT
004310     END-IF.
004320     PERFORM 3100-CUMULER-UN-REJET THRU 3100-EXIT
004330         UNTIL FIN-FICHIER-REJC.
004340     CLOSE REJ-CYCLE.
004350 3000-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    3100-CUMULER-UN-REJET - PORTE UN ENREGISTREMENT REJCYCLE   *
004390*    AU COMPTE DE SON EMETTEUR : REJET S'IL A ETE REJETE DANS LA*
004400*    PERIODE, DECISION S'IL A ETE CORRIGE OU ANNULE DANS LA     *
004410*    PERIODE (LES DEUX PEUVENT S'APPLIQUER).                    *
004420*****************************************************************
004430 3100-CUMULER-UN-REJET.
004440     READ REJ-CYCLE
004450         AT END
004460             SET FIN-FICHIER-REJC TO TRUE
004470             GO TO 3100-EXIT
004480     END-READ.
004490     MOVE REJ-EMETTEUR TO WS-CLE-EMETTEUR.
004500     IF REJ-DATE-REJET >= WS-SEL-DATE-DEBUT
004510         AND REJ-DATE-REJET <= WS-SEL-DATE-FIN
004520         PERFORM 3200-COMPTER-REJET THRU 3200-EXIT
004530     END-IF.
004540     IF REJ-A-CORRIGER
004550         OR REJ-DATE-DECISION-X IS NOT NUMERIC
004560         GO TO 3100-EXIT
004570     END-IF.
004580     IF REJ-DATE-DECISION >= WS-SEL-DATE-DEBUT
004590         AND REJ-DATE-DECISION <= WS-SEL-DATE-FIN
004600         PERFORM 3300-COMPTER-DECISION THRU 3300-EXIT
004610     END-IF.
004620 3100-EXIT.
004630     EXIT.
004640*****************************************************************
004650*    3200-COMPTER-REJET - UN REJET DE PLUS POUR L'EMETTEUR,     *
004660*    GLOBALEMENT ET SOUS SON CODE MOTIF.                        *
004670*****************************************************************
004680 3200-COMPTER-REJET.
004690     PERFORM 8000-CHERCHER-EMETTEUR THRU 8000-EXIT.
004700     IF WS-INDICE-TROUVE = ZERO
004710         GO TO 3200-EXIT
004720     END-IF.
004730     ADD 1 TO WS-TPR-REJETS(WS-INDICE-TROUVE).
004740     MOVE REJ-CODE-MOTIF TO WS-CLE-CODE.
004750     PERFORM 8100-CHERCHER-CODE THRU 8100-EXIT.
004760     IF WS-CODE-TROUVE = ZERO
004770         GO TO 3200-EXIT
004780     END-IF.
004790     ADD 1 TO WS-TPR-REJ-CODE(WS-INDICE-TROUVE, WS-CODE-TROUVE).
004800 3200-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    3300-COMPTER-DECISION - UNE DECISION DE PLUS POUR          *
004840*    L'EMETTEUR ET SON DELAI EN JOURS DEPUIS LE REJET.          *
004850*****************************************************************
004860 3300-COMPTER-DECISION.
004870     PERFORM 8000-CHERCHER-EMETTEUR THRU 8000-EXIT.
004880     IF WS-INDICE-TROUVE = ZERO
004890         GO TO 3300-EXIT
004900     END-IF.
004910     ADD 1 TO WS-TPR-DECISIONS(WS-INDICE-TROUVE).
004920     MOVE REJ-DATE-REJET TO WS-DATE-DECOMP.
004930     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
004940     MOVE WS-JOURS-CALCULES TO WS-JOURS-REJET.
004950     MOVE REJ-DATE-DECISION TO WS-DATE-DECOMP.
004960     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
004970     COMPUTE WS-AGE-JOURS = WS-JOURS-CALCULES - WS-JOURS-REJET.
004980     IF WS-AGE-JOURS > ZERO
004990         ADD WS-AGE-JOURS
005000             TO WS-TPR-JOURS-DECISION(WS-INDICE-TROUVE)
005010     END-IF.
005020 3300-EXIT.
005030     EXIT.
005040*****************************************************************
005050*    4000-CALCULER-INDICATEURS - SEGMENTS REFUSES, TAUX DE      *
005060*    REJET ET DELAI MOYEN DE CHAQUE EMETTEUR, QUI FORMENT SA CLE*
005070*    DE CLASSEMENT.                                             *
005080*****************************************************************
005090 4000-CALCULER-INDICATEURS.
005100     MOVE ZERO TO WS-INDICE.
005110     PERFORM 4100-CALCULER-UN THRU 4100-EXIT
005120         UNTIL WS-INDICE >= WS-NOMBRE-EMETTEURS.
005130 4000-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    4100-CALCULER-UN - INDICATEURS D'UN EMETTEUR. SANS         *
005170*    ENREGISTREMENT RECU DANS LA PERIODE LE TAUX N'EST PAS      *
005180*    CALCULE (LE CLASSEMENT LE TIENT POUR NUL).                 *
005190*****************************************************************
005200 4100-CALCULER-UN.
005210     ADD 1 TO WS-INDICE.
005220     COMPUTE WS-TPR-TRI-REFUS(WS-INDICE) =
005230         WS-TPR-SEG-ECART(WS-INDICE) + WS-TPR-SEG-DATE(WS-INDICE).
005240     MOVE ZERO TO WS-TPR-TRI-TAUX(WS-INDICE).
005250     IF WS-TPR-ENREG-RECUS(WS-INDICE) > ZERO
005260         COMPUTE WS-TPR-TRI-TAUX(WS-INDICE) ROUNDED =
005270             (WS-TPR-REJETS(WS-INDICE) * 100)
005280             / WS-TPR-ENREG-RECUS(WS-INDICE)
005290     END-IF.
005300     MOVE ZERO TO WS-TPR-TRI-DELAI(WS-INDICE).
005310     IF WS-TPR-DECISIONS(WS-INDICE) > ZERO
005320         COMPUTE WS-TPR-TRI-DELAI(WS-INDICE) ROUNDED =
005330             WS-TPR-JOURS-DECISION(WS-INDICE)
005340             / WS-TPR-DECISIONS(WS-INDICE)
005350     END-IF.
005360     ADD WS-TPR-SEG-RECUS(WS-INDICE) TO WS-TOTAL-SEGMENTS.
005370     ADD WS-TPR-SEG-ECART(WS-INDICE) TO WS-TOTAL-SEG-ECART.
005380     ADD WS-TPR-SEG-DATE(WS-INDICE) TO WS-TOTAL-SEG-DATE.
005390     ADD WS-TPR-ENREG-RECUS(WS-INDICE) TO WS-TOTAL-ENREG.
005400     ADD WS-TPR-REJETS(WS-INDICE) TO WS-TOTAL-REJETS.
005410     ADD WS-TPR-DECISIONS(WS-INDICE) TO WS-TOTAL-DECISIONS.
005420 4100-EXIT.
005430     EXIT.
005440*****************************************************************
005450*    4500-CLASSER-EMETTEURS - TRI PAR SELECTION DE LA TABLE DES *
005460*    RANGS, DU PLUS MAUVAIS AU MEILLEUR EMETTEUR, SUR LA CLE    *
005470*    SEGMENTS REFUSES / TAUX DE REJET / DELAI MOYEN.            *
005480*****************************************************************
005490 4500-CLASSER-EMETTEURS.
005500     MOVE ZERO TO WS-RANG.
005510     PERFORM 4510-INITIALISER-RANG THRU 4510-EXIT
005520         UNTIL WS-RANG >= WS-NOMBRE-EMETTEURS.
005530     MOVE ZERO TO WS-RANG.
005540     PERFORM 4600-PLACER-UN THRU 4600-EXIT
005550         UNTIL WS-RANG >= WS-NOMBRE-EMETTEURS.
005560 4500-EXIT.
005570     EXIT.
005580*****************************************************************
005590*    4510-INITIALISER-RANG - ORDRE INITIAL = ORDRE DE LA TABLE. *
005600*****************************************************************
005610 4510-INITIALISER-RANG.
005620     ADD 1 TO WS-RANG.
005630     MOVE WS-RANG TO WS-RANG-EMETTEUR(WS-RANG).
005640 4510-EXIT.
005650     EXIT.
005660*****************************************************************
005670*    4600-PLACER-UN - AMENE AU RANG COURANT LE PLUS MAUVAIS DES *
005680*    EMETTEURS RESTANT A CLASSER.                               *
005690*****************************************************************
005700 4600-PLACER-UN.
005710     ADD 1 TO WS-RANG.
005720     MOVE WS-RANG TO WS-RANG-PIRE.
005730     MOVE WS-RANG TO WS-RANG-SUIVANT.
005740     PERFORM 4610-COMPARER-UN THRU 4610-EXIT
005750         UNTIL WS-RANG-SUIVANT >= WS-NOMBRE-EMETTEURS.
005760     IF WS-RANG-PIRE NOT = WS-RANG
005770         MOVE WS-RANG-EMETTEUR(WS-RANG) TO WS-ECHANGE
005780         MOVE WS-RANG-EMETTEUR(WS-RANG-PIRE)
005790             TO WS-RANG-EMETTEUR(WS-RANG)
005800         MOVE WS-ECHANGE TO WS-RANG-EMETTEUR(WS-RANG-PIRE)
005810     END-IF.
005820 4600-EXIT.
005830     EXIT.
005840*****************************************************************
005850*    4610-COMPARER-UN - RETIENT L'EMETTEUR SUIVANT S'IL EST PLUS*
005860*    MAUVAIS QUE LE PIRE RETENU JUSQU'ICI.                      *
005870*****************************************************************
005880 4610-COMPARER-UN.
005890     ADD 1 TO WS-RANG-SUIVANT.
005900     MOVE WS-RANG-EMETTEUR(WS-RANG-SUIVANT) TO WS-INDICE.
005910     MOVE WS-RANG-EMETTEUR(WS-RANG-PIRE) TO WS-INDICE-TROUVE.
005920     IF WS-TPR-CLE-TRI(WS-INDICE)
005930         > WS-TPR-CLE-TRI(WS-INDICE-TROUVE)
005940         MOVE WS-RANG-SUIVANT TO WS-RANG-PIRE
005950     END-IF.
005960 4610-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    5000-EDITER-CLASSEMENT - SECTION 1 : UNE LIGNE PAR         *
006000*    EMETTEUR, DANS L'ORDRE DU CLASSEMENT.                      *
006010*****************************************************************
006020 5000-EDITER-CLASSEMENT.
006030     MOVE SPACES TO PROD-LIGNE-IMP.
006040     WRITE PROD-LIGNE-IMP.
006050     MOVE "1. CLASSEMENT DU PLUS MAUVAIS AU MEILLEUR EMETTEUR"
006060         TO WS-TI-TITRE.
006070     MOVE WS-LIGNE-TITRE TO PROD-LIGNE-IMP.
006080     WRITE PROD-LIGNE-IMP.
006090     MOVE WS-LIGNE-ENTETE-CLAS-1 TO PROD-LIGNE-IMP.
006100     WRITE PROD-LIGNE-IMP.
006110     MOVE WS-LIGNE-ENTETE-CLAS-2 TO PROD-LIGNE-IMP.
006120     WRITE PROD-LIGNE-IMP.
006130     IF WS-NOMBRE-EMETTEURS = ZERO
006140         MOVE WS-LIGNE-AUCUNE TO PROD-LIGNE-IMP
006150         WRITE PROD-LIGNE-IMP
006160         GO TO 5000-EXIT
006170     END-IF.
006180     MOVE ZERO TO WS-RANG.
006190     PERFORM 5100-EDITER-UN THRU 5100-EXIT
006200         UNTIL WS-RANG >= WS-NOMBRE-EMETTEURS.
006210 5000-EXIT.
006220     EXIT.
006230*****************************************************************
006240*    5100-EDITER-UN - EDITE L'EMETTEUR DU RANG SUIVANT.         *
006250*****************************************************************
006260 5100-EDITER-UN.
006270     ADD 1 TO WS-RANG.
006280     MOVE WS-RANG-EMETTEUR(WS-RANG) TO WS-INDICE.
006290     MOVE WS-RANG TO WS-C-RANG.
006300     MOVE WS-TPR-EMETTEUR(WS-INDICE) TO WS-C-EMETTEUR.
006310     IF WS-TPR-EMETTEUR(WS-INDICE) = SPACES
006320         MOVE "INCONNU" TO WS-C-EMETTEUR
006330     END-IF.
006340     MOVE WS-TPR-SEG-RECUS(WS-INDICE) TO WS-C-SEG-RECUS.
006350     MOVE WS-TPR-SEG-ECART(WS-INDICE) TO WS-C-SEG-ECART.
006360     MOVE WS-TPR-SEG-DATE(WS-INDICE) TO WS-C-SEG-DATE.
006370     MOVE WS-TPR-ENREG-RECUS(WS-INDICE) TO WS-C-ENREG-RECUS.
006380     MOVE WS-TPR-REJETS(WS-INDICE) TO WS-C-REJETS.
006390     IF WS-TPR-ENREG-RECUS(WS-INDICE) > ZERO
006400         MOVE WS-TPR-TRI-TAUX(WS-INDICE) TO WS-C-TAUX
006410     ELSE
006420         MOVE "     N/D" TO WS-C-TAUX-X
006430     END-IF.
006440     MOVE WS-TPR-DECISIONS(WS-INDICE) TO WS-C-DECISIONS.
006450     IF WS-TPR-DECISIONS(WS-INDICE) > ZERO
006460         MOVE WS-TPR-TRI-DELAI(WS-INDICE) TO WS-C-DELAI
006470     ELSE
006480         MOVE "    N/D" TO WS-C-DELAI-X
006490     END-IF.
006500     MOVE WS-LIGNE-CLASSEMENT TO PROD-LIGNE-IMP.
006510     WRITE PROD-LIGNE-IMP.
006520 5100-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    6000-EDITER-MOTIFS - SECTION 2 : POUR CHAQUE EMETTEUR AYANT*
006560*    DES REJETS, DANS L'ORDRE DU CLASSEMENT, LE NOMBRE ET LE    *
006570*    TAUX DE REJET PAR CODE MOTIF.                              *
006580*****************************************************************
006590 6000-EDITER-MOTIFS.
006600     MOVE SPACES TO PROD-LIGNE-IMP.
006610     WRITE PROD-LIGNE-IMP.
006620     MOVE "2. TAUX DE REJET PAR CODE MOTIF" TO WS-TI-TITRE.
006630     MOVE WS-LIGNE-TITRE TO PROD-LIGNE-IMP.
006640     WRITE PROD-LIGNE-IMP.
006650     MOVE ZERO TO WS-COMPTEUR-EDITES.
006660     MOVE ZERO TO WS-RANG.
006670     PERFORM 6100-EDITER-EMETTEUR THRU 6100-EXIT
006680         UNTIL WS-RANG >= WS-NOMBRE-EMETTEURS.
006690     IF WS-COMPTEUR-EDITES = ZERO
006700         MOVE WS-LIGNE-AUCUNE TO PROD-LIGNE-IMP
006710         WRITE PROD-LIGNE-IMP
006720     END-IF.
006730 6000-EXIT.
006740     EXIT.
006750*****************************************************************
006760*    6100-EDITER-EMETTEUR - ENTETE DE L'EMETTEUR DU RANG SUIVANT*
006770*    PUIS UNE LIGNE PAR CODE MOTIF RENCONTRE.                   *
006780*****************************************************************
006790 6100-EDITER-EMETTEUR.
006800     ADD 1 TO WS-RANG.
006810     MOVE WS-RANG-EMETTEUR(WS-RANG) TO WS-INDICE.
006820     IF WS-TPR-REJETS(WS-INDICE) = ZERO
006830         GO TO 6100-EXIT
006840     END-IF.
006850     ADD 1 TO WS-COMPTEUR-EDITES.
006860     MOVE SPACES TO PROD-LIGNE-IMP.
006870     WRITE PROD-LIGNE-IMP.
006880     MOVE WS-TPR-EMETTEUR(WS-INDICE) TO WS-E-EMETTEUR.
006890     IF WS-TPR-EMETTEUR(WS-INDICE) = SPACES
006900         MOVE "INCONNU" TO WS-E-EMETTEUR
006910     END-IF.
006920     MOVE WS-TPR-ENREG-RECUS(WS-INDICE) TO WS-E-ENREG-RECUS.
006930     MOVE WS-LIGNE-EMETTEUR TO PROD-LIGNE-IMP.
006940     WRITE PROD-LIGNE-IMP.
006950     MOVE WS-LIGNE-ENTETE-CODE TO PROD-LIGNE-IMP.
006960     WRITE PROD-LIGNE-IMP.
006970     MOVE ZERO TO WS-INDICE-CODE.
006980     PERFORM 6110-EDITER-UN-CODE THRU 6110-EXIT
006990         UNTIL WS-INDICE-CODE >= WS-NOMBRE-CODES.
007000 6100-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    6110-EDITER-UN-CODE - EDITE LE CODE MOTIF SUIVANT S'IL A   *
007040*    DES REJETS POUR L'EMETTEUR COURANT.                        *
007050*****************************************************************
007060 6110-EDITER-UN-CODE.
007070     ADD 1 TO WS-INDICE-CODE.
007080     IF WS-TPR-REJ-CODE(WS-INDICE, WS-INDICE-CODE) = ZERO
007090         GO TO 6110-EXIT
007100     END-IF.
007110     MOVE WS-TCD-CODE(WS-INDICE-CODE) TO WS-K-CODE.
007120     MOVE WS-TCD-MOTIF(WS-INDICE-CODE) TO WS-K-MOTIF.
007130     MOVE WS-TPR-REJ-CODE(WS-INDICE, WS-INDICE-CODE)
007140         TO WS-K-REJETS.
007150     IF WS-TPR-ENREG-RECUS(WS-INDICE) > ZERO
007160         COMPUTE WS-TAUX-CALCULE ROUNDED =
007170             (WS-TPR-REJ-CODE(WS-INDICE, WS-INDICE-CODE) * 100)
007180             / WS-TPR-ENREG-RECUS(WS-INDICE)
007190         MOVE WS-TAUX-CALCULE TO WS-K-TAUX
007200     ELSE
007210         MOVE "     N/D" TO WS-K-TAUX-X
007220     END-IF.
007230     MOVE WS-LIGNE-CODE TO PROD-LIGNE-IMP.
007240     WRITE PROD-LIGNE-IMP.
007250 6110-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    8000-CHERCHER-EMETTEUR - RECHERCHE WS-CLE-EMETTEUR DANS LA *
007290*    TABLE ET L'Y AJOUTE S'IL EST ABSENT (ZERO SI LA TABLE EST  *
007300*    SATUREE).                                                  *
007310*****************************************************************
007320 8000-CHERCHER-EMETTEUR.
007330     MOVE "N" TO WS-TROUVE-SW.
007340     MOVE ZERO TO WS-INDICE-TROUVE.
007350     MOVE ZERO TO WS-INDICE.
007360     PERFORM 8010-CHERCHER-UN THRU 8010-EXIT
007370         UNTIL WS-ENTREE-TROUVEE
007380         OR WS-INDICE >= WS-NOMBRE-EMETTEURS.
007390     IF WS-ENTREE-TROUVEE
007400         GO TO 8000-EXIT
007410     END-IF.
007420     IF WS-NOMBRE-EMETTEURS >= WS-LIMITE-EMETTEURS
007430         SET WS-TABLE-SATUREE TO TRUE
007440         GO TO 8000-EXIT
007450     END-IF.
007460     ADD 1 TO WS-NOMBRE-EMETTEURS.
007470     MOVE WS-NOMBRE-EMETTEURS TO WS-INDICE-TROUVE.
007480     MOVE WS-CLE-EMETTEUR TO WS-TPR-EMETTEUR(WS-INDICE-TROUVE).
007490     MOVE ZERO TO WS-TPR-SEG-RECUS(WS-INDICE-TROUVE).
007500     MOVE ZERO TO WS-TPR-SEG-ECART(WS-INDICE-TROUVE).
007510     MOVE ZERO TO WS-TPR-SEG-DATE(WS-INDICE-TROUVE).
007520     MOVE ZERO TO WS-TPR-ENREG-RECUS(WS-INDICE-TROUVE).
007530     MOVE ZERO TO WS-TPR-REJETS(WS-INDICE-TROUVE).
007540     MOVE ZERO TO WS-TPR-DECISIONS(WS-INDICE-TROUVE).
007550     MOVE ZERO TO WS-TPR-JOURS-DECISION(WS-INDICE-TROUVE).
007560     MOVE ZERO TO WS-INDICE-CODE.
007570     PERFORM 8020-RAZ-CODE THRU 8020-EXIT
007580         UNTIL WS-INDICE-CODE >= WS-LIMITE-CODES.
007590 8000-EXIT.
007600     EXIT.
007610*****************************************************************
007620*    8010-CHERCHER-UN - COMPARE UNE ENTREE DE LA TABLE A        *
007630*    L'EMETTEUR RECHERCHE.                                      *
007640*****************************************************************
007650 8010-CHERCHER-UN.
007660     ADD 1 TO WS-INDICE.
007670     IF WS-TPR-EMETTEUR(WS-INDICE) = WS-CLE-EMETTEUR
007680         SET WS-ENTREE-TROUVEE TO TRUE
007690         MOVE WS-INDICE TO WS-INDICE-TROUVE
007700     END-IF.
007710 8010-EXIT.
007720     EXIT.
007730*****************************************************************
007740*    8020-RAZ-CODE - REMET A ZERO UN COMPTEUR PAR CODE MOTIF DE *
007750*    L'EMETTEUR QUI VIENT D'ETRE AJOUTE.                        *
007760*****************************************************************
007770 8020-RAZ-CODE.
007780     ADD 1 TO WS-INDICE-CODE.
007790     MOVE ZERO
007800         TO WS-TPR-REJ-CODE(WS-INDICE-TROUVE, WS-INDICE-CODE).
007810 8020-EXIT.
007820     EXIT.
007830*****************************************************************
007840*    8100-CHERCHER-CODE - RECHERCHE WS-CLE-CODE DANS LA TABLE DES*
007850*    CODES MOTIF ET L'Y AJOUTE AVEC SON LIBELLE S'IL EST ABSENT *
007860*    (ZERO SI LA TABLE EST SATUREE).                            *
007870*****************************************************************
007880 8100-CHERCHER-CODE.
007890     MOVE "N" TO WS-TROUVE-SW.
007900     MOVE ZERO TO WS-CODE-TROUVE.
007910     MOVE ZERO TO WS-INDICE-CODE.
007920     PERFORM 8110-CHERCHER-UN-CODE THRU 8110-EXIT
007930         UNTIL WS-ENTREE-TROUVEE
007940         OR WS-INDICE-CODE >= WS-NOMBRE-CODES.
007950     IF WS-ENTREE-TROUVEE
007960         GO TO 8100-EXIT
007970     END-IF.
007980     IF WS-NOMBRE-CODES >= WS-LIMITE-CODES
007990         SET WS-TABLE-SATUREE TO TRUE
008000         GO TO 8100-EXIT
008010     END-IF.
008020     ADD 1 TO WS-NOMBRE-CODES.
008030     MOVE WS-NOMBRE-CODES TO WS-CODE-TROUVE.
008040     MOVE WS-CLE-CODE TO WS-TCD-CODE(WS-CODE-TROUVE).
008050     MOVE REJ-MOTIF TO WS-TCD-MOTIF(WS-CODE-TROUVE).
008060 8100-EXIT.
008070     EXIT.
008080*****************************************************************
008090*    8110-CHERCHER-UN-CODE - COMPARE UNE ENTREE DE LA TABLE DES *
008100*    CODES AU CODE RECHERCHE.                                   *
008110*****************************************************************
008120 8110-CHERCHER-UN-CODE.
008130     ADD 1 TO WS-INDICE-CODE.
008140     IF WS-TCD-CODE(WS-INDICE-CODE) = WS-CLE-CODE
008150         SET WS-ENTREE-TROUVEE TO TRUE
008160         MOVE WS-INDICE-CODE TO WS-CODE-TROUVE
008170     END-IF.
008180 8110-EXIT.
008190     EXIT.
008200*****************************************************************
008210*    8500-DECOMPTER-JOURS - CONVERTIT LA DATE DE WS-DATE-DECOMP *
008220*    EN NOMBRE DE JOURS EN CONVENTION 30/360, COMME REJRPT.     *
008230*****************************************************************
008240 8500-DECOMPTER-JOURS.
008250     COMPUTE WS-JOURS-CALCULES =
008260         (WS-DD-AAAA * 360) + (WS-DD-MM * 30) + WS-DD-JJ.
008270 8500-EXIT.
008280     EXIT.
008290*****************************************************************
008300*    8800-SIGNALER-ABSENCE - UN FICHIER D'ENTREE ABSENT (35) EST*
008310*    TRAITE COMME VIDE; TOUTE AUTRE ERREUR D'OUVERTURE REND     *
008320*    L'ETAT INCOMPLET : CODE RETOUR 12. L'APPELANT POSE LE      *
008330*    STATUT ET LE NOM DU FICHIER QU'IL VIENT D'OUVRIR.          *
008340*****************************************************************
008350 8800-SIGNALER-ABSENCE.
008360     IF WS-OUV-STATUT = "35"
008370         DISPLAY "PRODRPT - " WS-OUV-FICHIER " ABSENT - TRAITE "
008380             "COMME VIDE"
008390     ELSE
008400         DISPLAY "PRODRPT - OUVERTURE IMPOSSIBLE - "
008410             WS-OUV-FICHIER " " WS-OUV-STATUT
008420         MOVE 12 TO RETURN-CODE
008430     END-IF.
008440 8800-EXIT.
008450     EXIT.
008460*****************************************************************
008470*    9000-FINALISATION - BILAN, FERMETURE DE L'ETAT ET CODE     *
008480*    RETOUR 4 SI UNE TABLE A ETE SATUREE.                       *
008490*****************************************************************
008500 9000-FINALISATION.
008510     MOVE SPACES TO PROD-LIGNE-IMP.
008520     WRITE PROD-LIGNE-IMP.
008530     IF WS-TABLE-SATUREE
008540         MOVE WS-LIGNE-DEBORDEMENT TO PROD-LIGNE-IMP
008550         WRITE PROD-LIGNE-IMP
008560     END-IF.
008570     MOVE "EMETTEURS" TO WS-B-LIBELLE.
008580     MOVE WS-NOMBRE-EMETTEURS TO WS-B-NOMBRE.
008590     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008600     WRITE PROD-LIGNE-IMP.
008610     MOVE "SEGMENTS RECUS" TO WS-B-LIBELLE.
008620     MOVE WS-TOTAL-SEGMENTS TO WS-B-NOMBRE.
008630     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008640     WRITE PROD-LIGNE-IMP.
008650     MOVE "SEGMENTS REFUSES POUR ECART" TO WS-B-LIBELLE.
008660     MOVE WS-TOTAL-SEG-ECART TO WS-B-NOMBRE.
008670     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008680     WRITE PROD-LIGNE-IMP.
008690     MOVE "SEGMENTS REFUSES POUR DATE" TO WS-B-LIBELLE.
008700     MOVE WS-TOTAL-SEG-DATE TO WS-B-NOMBRE.
008710     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008720     WRITE PROD-LIGNE-IMP.
008730     MOVE "ENREGISTREMENTS RECUS" TO WS-B-LIBELLE.
008740     MOVE WS-TOTAL-ENREG TO WS-B-NOMBRE.
008750     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008760     WRITE PROD-LIGNE-IMP.
008770     MOVE "REJETS DE LA PERIODE" TO WS-B-LIBELLE.
008780     MOVE WS-TOTAL-REJETS TO WS-B-NOMBRE.
008790     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008800     WRITE PROD-LIGNE-IMP.
008810     MOVE "CORRECTIONS / ANNULATIONS DE LA PERIODE"
008820         TO WS-B-LIBELLE.
008830     MOVE WS-TOTAL-DECISIONS TO WS-B-NOMBRE.
008840     MOVE WS-LIGNE-BILAN TO PROD-LIGNE-IMP.
008850     WRITE PROD-LIGNE-IMP.
008860     CLOSE PROD-LISTE.
008870     IF WS-TABLE-SATUREE
008880         AND RETURN-CODE = ZERO
008890         MOVE 4 TO RETURN-CODE
008900     END-IF.
008910 9000-EXIT.
008920     EXIT.
008930 END PROGRAM PRODRPT.
