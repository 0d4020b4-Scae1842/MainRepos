000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : FLXPROD                                        *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   RELEVE PAR EMETTEUR DES SEGMENTS RECUS DANS LA NUIT. LES    *
000090*   FICHIERS D'ENTREE MVTIN, ECPBRUT ET ATBBBRUT SONT LUS TELS  *
000100*   QU'ILS SONT ARRIVES, AVANT QUE LES TRIS DE REJMERGE NE      *
000110*   DISPERSENT LES ENTETES H ET LES REMORQUES T (DESSIN FLXREC).*
000120*   CHAQUE SEGMENT H...T EST CONTROLE SEUL, AVEC LES MEMES      *
000130*   REGLES QUE LA PREPASSE DE COMPLETUDE DE MVTEDIT / MVTMAJ    *
000140*   (IDENTIFIANT ET DATE DE L'ENTETE, COMPTEUR ET TOTAL DE LA   *
000150*   REMORQUE), ET AJOUTE AU FICHIER CUMULATIF DES STATISTIQUES  *
000160*   EMETTEURS (PRODSTAT, DESSIN PSTREC) LU PAR PRODRPT. CHAQUE  *
000170*   DETAIL EST EN OUTRE PORTE AVEC SON EMETTEUR DANS LA TABLE DE*
000180*   CORRESPONDANCE DE LA NUIT (FLXORIG, DESSIN ORGREC) OU       *
000190*   MVTEDIT ET MVTMAJ RETROUVENT LE PRODUCTEUR D'UN REJET. LES  *
000200*   DETAILS ARRIVES SANS ENTETE FORMENT UN SEGMENT A EMETTEUR   *
000210*   BLANC. CODE RETOUR 4 SI UN SEGMENT EST EN DEFAUT, 12 SI UN  *
000220*   FICHIER NE PEUT ETRE OUVERT (UNE ENTREE ABSENTE EST TRAITEE *
000230*   COMME VIDE). A LANCER AVANT LES TRIS DU JOB REJMERGE.       *
000240*                                                               *
000250*   MODIFICATION HISTORY                                        *
000260*   --------------------                                        *
000270*   2026-10-15 JF  VERSION INITIALE.                            *
000280*                                                               *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. FLXPROD.
000320 AUTHOR. J. FAVREAU.
000330 INSTALLATION. SERVICE EXPLOITATION.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MVT-ENTREE ASSIGN TO "MVTIN"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-MVT-STATUT.
000420     SELECT ECP-BRUT ASSIGN TO "ECPBRUT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ECPB-STATUT.
000450     SELECT ATBB-BRUT ASSIGN TO "ATBBBRUT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ATBBB-STATUT.
000480     SELECT PST-FICHIER ASSIGN TO "PRODSTAT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PST-STATUT.
000510     SELECT ORG-FICHIER ASSIGN TO "FLXORIG"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ORG-STATUT.
000540     SELECT FLX-LISTE ASSIGN TO "FLXOUT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-LISTE-STATUT.
000570     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PARM-STATUT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MVT-ENTREE
000630     LABEL RECORDS ARE STANDARD.
000640 01  MVT-ENTREE-ENREG            PIC X(80).
000650 FD  ECP-BRUT
000660     LABEL RECORDS ARE STANDARD.
000670 01  ECP-BRUT-ENREG              PIC X(63).
000680 FD  ATBB-BRUT
000690     LABEL RECORDS ARE STANDARD.
000700 01  ATBB-BRUT-ENREG             PIC X(63).
000710 FD  PST-FICHIER
000720     LABEL RECORDS ARE STANDARD.
000730 COPY PSTREC.
000740 FD  ORG-FICHIER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY ORGREC.
000770 FD  FLX-LISTE
000780     LABEL RECORDS ARE STANDARD.
000790 01  FLX-LIGNE-IMP               PIC X(132).
000800 FD  PARM-FICHIER
000810     LABEL RECORDS ARE STANDARD.
000820 COPY PARMREC.
000830 WORKING-STORAGE SECTION.
000840 01  WS-FICHIERS-SWITCHES.
000850     05  WS-MVT-STATUT           PIC X(02) VALUE SPACES.
000860     05  WS-ECPB-STATUT          PIC X(02) VALUE SPACES.
000870     05  WS-ATBBB-STATUT         PIC X(02) VALUE SPACES.
000880     05  WS-PST-STATUT           PIC X(02) VALUE SPACES.
000890     05  WS-ORG-STATUT           PIC X(02) VALUE SPACES.
000900     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000910     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000920     05  WS-FIN-FLUX-SW          PIC X(01) VALUE "N".
000930         88  FIN-FICHIER-FLUX            VALUE "O".
000940     05  WS-SEG-OUVERT-SW        PIC X(01) VALUE "N".
000950         88  WS-SEGMENT-OUVERT           VALUE "O".
000960     05  WS-SEG-ENTETE-SW        PIC X(01) VALUE "N".
000970         88  WS-SEG-AVEC-ENTETE          VALUE "O".
000980     05  WS-SEG-REMORQUE-SW      PIC X(01) VALUE "N".
000990         88  WS-SEG-AVEC-REMORQUE        VALUE "O".
001000     05  WS-SEG-DATE-SW          PIC X(01) VALUE "N".
001010         88  WS-SEG-DATE-ERREUR          VALUE "O".
001020 77  WS-DATE-TRAITEMENT          PIC 9(08) VALUE ZERO.
001030 77  WS-FLUX-ID                  PIC X(08) VALUE SPACES.
001040 77  WS-RANG-SEGMENT             PIC 9(05) COMP VALUE ZERO.
001050 77  WS-SEG-EMETTEUR             PIC X(08) VALUE SPACES.
001060 77  WS-SEG-DATE-ENTETE          PIC X(08) VALUE SPACES.
001070 77  WS-SEG-CPT-DETAILS          PIC 9(07) COMP VALUE ZERO.
001080 77  WS-SEG-MT-DETAILS           PIC S9(13)V99 COMP-3 VALUE ZERO.
001090 77  WS-SEG-CPT-REMORQUE         PIC 9(07) COMP VALUE ZERO.
001100 77  WS-SEG-MT-REMORQUE          PIC S9(13)V99 COMP-3 VALUE ZERO.
001110 77  WS-SEG-VERDICT              PIC X(02) VALUE SPACES.
001120 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
001130 77  WS-COMPTEUR-SEGMENTS        PIC 9(05) COMP VALUE ZERO.
001140 77  WS-COMPTEUR-REFUSES         PIC 9(05) COMP VALUE ZERO.
001150 77  WS-COMPTEUR-ORIGINES        PIC 9(07) COMP VALUE ZERO.
001160 COPY FLXREC.
001170 01  WS-ENREG-FLUX               PIC X(80).
001180 01  WS-DETAIL-MVT REDEFINES WS-ENREG-FLUX.
001190     05  WS-MVT-FICHIER          PIC X(04).
001200     05  FILLER                  PIC X(01).
001210     05  WS-MVT-NUMERO           PIC X(07).
001220     05  FILLER                  PIC X(38).
001230     05  WS-MVT-MONTANT          PIC S9(09)V99
001240                                 SIGN LEADING SEPARATE.
001250     05  FILLER                  PIC X(18).
001260 01  WS-DETAIL-BRUT REDEFINES WS-ENREG-FLUX.
001270     05  WS-BRUT-NUMERO          PIC X(07).
001280     05  FILLER                  PIC X(38).
001290     05  WS-BRUT-MONTANT         PIC S9(09)V99 COMP-3.
001300     05  FILLER                  PIC X(29).
001310 01  WS-LIGNE-ENTETE.
001320     05  FILLER                  PIC X(40)
001330         VALUE "SEGMENTS RECUS PAR EMETTEUR - RELEVE DE ".
001340     05  FILLER                  PIC X(04) VALUE "NUIT".
001350 01  WS-LIGNE-DATE-TRT.
001360     05  FILLER                  PIC X(22)
001370         VALUE "DATE DE TRAITEMENT : ".
001380     05  WS-T-DATE               PIC 9(08).
001390 01  WS-LIGNE-ENTETE-2.
001400     05  FILLER                  PIC X(08) VALUE "FICHIER".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(05) VALUE "SEGM".
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(08) VALUE "EMETTEUR".
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  FILLER                  PIC X(08) VALUE "DATE H".
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  FILLER                  PIC X(09) VALUE "  DETAILS".
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  FILLER                  PIC X(19)
001510         VALUE "     TOTAL DETAILS".
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  FILLER                  PIC X(09) VALUE "REMORQUE".
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  FILLER                  PIC X(19)
001560         VALUE "    TOTAL REMORQUE".
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  FILLER                  PIC X(20) VALUE "VERDICT".
001590 01  WS-LIGNE-DETAIL.
001600     05  WS-D-FLUX               PIC X(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-D-RANG               PIC ZZZZ9.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-D-EMETTEUR           PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-D-DATE-ENTETE        PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-D-CPT-DETAILS        PIC ZZZZZZZZ9.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-D-MT-DETAILS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  WS-D-CPT-REMORQUE       PIC ZZZZZZZZ9.
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  WS-D-MT-REMORQUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  WS-D-VERDICT            PIC X(30).
001770 01  WS-LIGNE-BILAN.
001780     05  WS-L-NATURE             PIC X(24).
001790     05  FILLER                  PIC X(09) VALUE " NOMBRE :".
001800     05  WS-L-COMPTEUR           PIC ZZZ,ZZZ,ZZ9.
001810*****************************************************************
001820*                                                               *
001830*   PROCEDURE DIVISION                                          *
001840*                                                               *
001850*****************************************************************
001860 PROCEDURE DIVISION.
001870*****************************************************************
001880*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
001890*****************************************************************
001900 0000-MAINLINE.
001910     MOVE ZERO TO RETURN-CODE.
001920     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
001930     PERFORM 2000-RELEVER-MVTIN THRU 2000-EXIT.
001940     PERFORM 3000-RELEVER-ECP THRU 3000-EXIT.
001950     PERFORM 4000-RELEVER-ATBB THRU 4000-EXIT.
001960     PERFORM 9000-FINALISATION THRU 9000-EXIT.
001970     GOBACK.
001980*****************************************************************
001990*    1000-INITIALISATION - LECTURE DE LA CARTE PARMIN,          *
002000*    OUVERTURE DES FICHIERS EN SORTIE ET ENTETES DE L'ETAT.     *
002010*****************************************************************
002020 1000-INITIALISATION.
002030     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
002040     OPEN EXTEND PST-FICHIER.
002050     IF WS-PST-STATUT NOT = "00"
002060         OPEN OUTPUT PST-FICHIER
002070     END-IF.
002080     IF WS-PST-STATUT NOT = "00"
002090         DISPLAY "FLXPROD - OUVERTURE PRODSTAT IMPOSSIBLE - "
002100             WS-PST-STATUT
002110         MOVE 12 TO RETURN-CODE
002120         GOBACK
002130     END-IF.
002140     OPEN OUTPUT ORG-FICHIER.
002150     IF WS-ORG-STATUT NOT = "00"
002160         DISPLAY "FLXPROD - OUVERTURE FLXORIG IMPOSSIBLE - "
002170             WS-ORG-STATUT
002180         MOVE 12 TO RETURN-CODE
002190         CLOSE PST-FICHIER
002200         GOBACK
002210     END-IF.
002220     OPEN OUTPUT FLX-LISTE.
002230     IF WS-LISTE-STATUT NOT = "00"
002240         DISPLAY "FLXPROD - OUVERTURE FLXOUT IMPOSSIBLE - "
002250             WS-LISTE-STATUT
002260         MOVE 12 TO RETURN-CODE
002270         CLOSE PST-FICHIER
002280         CLOSE ORG-FICHIER
002290         GOBACK
002300     END-IF.
002310     MOVE WS-LIGNE-ENTETE TO FLX-LIGNE-IMP.
002320     WRITE FLX-LIGNE-IMP.
002330     MOVE WS-DATE-TRAITEMENT TO WS-T-DATE.
002340     MOVE WS-LIGNE-DATE-TRT TO FLX-LIGNE-IMP.
002350     WRITE FLX-LIGNE-IMP.
002360     MOVE WS-LIGNE-ENTETE-2 TO FLX-LIGNE-IMP.
002370     WRITE FLX-LIGNE-IMP.
002380 1000-EXIT.
002390     EXIT.
002400*****************************************************************
002410*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
002420*    DATE DE TRAITEMENT ATTENDUE SUR LES ENTETES, COMME DANS    *
002430*    MVTEDIT ET MVTMAJ. EN SON ABSENCE, LA DATE DU JOUR.        *
002440*****************************************************************
002450 1050-LIRE-PARAMETRE.
002460     ACCEPT WS-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002470     OPEN INPUT PARM-FICHIER.
002480     IF WS-PARM-STATUT NOT = "00"
002490         GO TO 1050-EXIT
002500     END-IF.
002510     READ PARM-FICHIER
002520         AT END
002530             CLOSE PARM-FICHIER
002540             GO TO 1050-EXIT
002550     END-READ.
002560     IF PARM-DATE-TRAITEMENT IS NUMERIC
002570         AND PARM-DATE-TRAITEMENT NOT = "00000000"
002580         MOVE PARM-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
002590     END-IF.
002600     CLOSE PARM-FICHIER.
002610 1050-EXIT.
002620     EXIT.
002630*****************************************************************
002640*    2000-RELEVER-MVTIN - PASSE LE FICHIER DES MOUVEMENTS DANS  *
002650*    SON ORDRE D'ARRIVEE.                                       *
002660*****************************************************************
002670 2000-RELEVER-MVTIN.
002680     MOVE "MVTIN   " TO WS-FLUX-ID.
002690     PERFORM 5000-RAZ-FLUX THRU 5000-EXIT.
002700     OPEN INPUT MVT-ENTREE.
002710     EVALUATE WS-MVT-STATUT
002720         WHEN "00"
002730             CONTINUE
002740         WHEN "35"
002750             DISPLAY "FLXPROD - MVTIN ABSENT - TRAITE COMME VIDE"
002760             GO TO 2000-EXIT
002770         WHEN OTHER
002780             DISPLAY "FLXPROD - OUVERTURE MVTIN IMPOSSIBLE - "
002790                 WS-MVT-STATUT
002800             MOVE 12 TO RETURN-CODE
002810             GO TO 2000-EXIT
002820     END-EVALUATE.
002830     PERFORM 2100-RELEVER-MVT-UN THRU 2100-EXIT
002840         UNTIL FIN-FICHIER-FLUX.
002850     CLOSE MVT-ENTREE.
002860     IF WS-SEGMENT-OUVERT
002870         PERFORM 5900-CLORE-SEGMENT THRU 5900-EXIT
002880     END-IF.
002890 2000-EXIT.
002900     EXIT.
002910*****************************************************************
002920*    2100-RELEVER-MVT-UN - LIT UN ENREGISTREMENT DE MVTIN ET LE *
002930*    TRAITE SELON SON TYPE.                                     *
002940*****************************************************************
002950 2100-RELEVER-MVT-UN.
002960     READ MVT-ENTREE
002970         AT END
002980             SET FIN-FICHIER-FLUX TO TRUE
002990             GO TO 2100-EXIT
003000     END-READ.
003010     MOVE MVT-ENTREE-ENREG TO WS-ENREG-FLUX.
003020     PERFORM 5100-TRAITER-ENREG THRU 5100-EXIT.
003030 2100-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    3000-RELEVER-ECP - PASSE LE FICHIER BRUT ECP DANS SON      *
003070*    ORDRE D'ARRIVEE.                                           *
003080*****************************************************************
003090 3000-RELEVER-ECP.
003100     MOVE "ECPBRUT " TO WS-FLUX-ID.
003110     PERFORM 5000-RAZ-FLUX THRU 5000-EXIT.
003120     OPEN INPUT ECP-BRUT.
003130     EVALUATE WS-ECPB-STATUT
003140         WHEN "00"
003150             CONTINUE
003160         WHEN "35"
003170             DISPLAY "FLXPROD - ECPBRUT ABSENT - TRAITE COMME "
003180                 "VIDE"
003190             GO TO 3000-EXIT
003200         WHEN OTHER
003210             DISPLAY "FLXPROD - OUVERTURE ECPBRUT IMPOSSIBLE - "
003220                 WS-ECPB-STATUT
003230             MOVE 12 TO RETURN-CODE
003240             GO TO 3000-EXIT
003250     END-EVALUATE.
003260     PERFORM 3100-RELEVER-ECP-UN THRU 3100-EXIT
003270         UNTIL FIN-FICHIER-FLUX.
003280     CLOSE ECP-BRUT.
003290     IF WS-SEGMENT-OUVERT
003300         PERFORM 5900-CLORE-SEGMENT THRU 5900-EXIT
003310     END-IF.
003320 3000-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    3100-RELEVER-ECP-UN - LIT UN ENREGISTREMENT DU BRUT ECP ET *
003360*    LE TRAITE SELON SON TYPE.                                  *
003370*****************************************************************
003380 3100-RELEVER-ECP-UN.
003390     READ ECP-BRUT
003400         AT END
003410             SET FIN-FICHIER-FLUX TO TRUE
003420             GO TO 3100-EXIT
003430     END-READ.
003440     MOVE SPACES TO WS-ENREG-FLUX.
003450     MOVE ECP-BRUT-ENREG TO WS-ENREG-FLUX(1:63).
003460     PERFORM 5100-TRAITER-ENREG THRU 5100-EXIT.
003470 3100-EXIT.
003480     EXIT.
003490*****************************************************************
003500*    4000-RELEVER-ATBB - PASSE LE FICHIER BRUT ATBB DANS SON    *
003510*    ORDRE D'ARRIVEE.                                           *
003520*****************************************************************
003530 4000-RELEVER-ATBB.
003540     MOVE "ATBBBRUT" TO WS-FLUX-ID.
003550     PERFORM 5000-RAZ-FLUX THRU 5000-EXIT.
003560     OPEN INPUT ATBB-BRUT.
003570     EVALUATE WS-ATBBB-STATUT
003580         WHEN "00"
003590             CONTINUE
003600         WHEN "35"
003610             DISPLAY "FLXPROD - ATBBBRUT ABSENT - TRAITE COMME "
003620                 "VIDE"
003630             GO TO 4000-EXIT
003640         WHEN OTHER
003650             DISPLAY "FLXPROD - OUVERTURE ATBBBRUT IMPOSSIBLE - "
003660                 WS-ATBBB-STATUT
003670             MOVE 12 TO RETURN-CODE
003680             GO TO 4000-EXIT
003690     END-EVALUATE.
003700     PERFORM 4100-RELEVER-ATBB-UN THRU 4100-EXIT
003710         UNTIL FIN-FICHIER-FLUX.
003720     CLOSE ATBB-BRUT.
003730     IF WS-SEGMENT-OUVERT
003740         PERFORM 5900-CLORE-SEGMENT THRU 5900-EXIT
003750     END-IF.
003760 4000-EXIT.
003770     EXIT.
003780*****************************************************************
003790*    4100-RELEVER-ATBB-UN - LIT UN ENREGISTREMENT DU BRUT ATBB  *
003800*    ET LE TRAITE SELON SON TYPE.                               *
003810*****************************************************************
003820 4100-RELEVER-ATBB-UN.
003830     READ ATBB-BRUT
003840         AT END
003850             SET FIN-FICHIER-FLUX TO TRUE
003860             GO TO 4100-EXIT
003870     END-READ.
003880     MOVE SPACES TO WS-ENREG-FLUX.
003890     MOVE ATBB-BRUT-ENREG TO WS-ENREG-FLUX(1:63).
003900     PERFORM 5100-TRAITER-ENREG THRU 5100-EXIT.
003910 4100-EXIT.
003920     EXIT.
003930*****************************************************************
003940*    5000-RAZ-FLUX - REMET A ZERO L'ETAT DU FICHIER COURANT     *
003950*    AVANT SA PASSE.                                            *
003960*****************************************************************
003970 5000-RAZ-FLUX.
003980     MOVE "N" TO WS-FIN-FLUX-SW.
003990     MOVE "N" TO WS-SEG-OUVERT-SW.
004000     MOVE ZERO TO WS-RANG-SEGMENT.
004010 5000-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    5100-TRAITER-ENREG - UN ENTETE H CLOT LE SEGMENT EN COURS  *
004050*    (SANS REMORQUE) ET EN OUVRE UN NOUVEAU; UNE REMORQUE T CLOT*
004060*    LE SEGMENT EN COURS; UN DETAIL EST CUMULE ET PORTE A LA    *
004070*    TABLE DE CORRESPONDANCE. UNE REMORQUE OU UN DETAIL HORS    *
004080*    SEGMENT OUVRE UN SEGMENT SANS ENTETE.                      *
004090*****************************************************************
004100 5100-TRAITER-ENREG.
004110     ADD 1 TO WS-COMPTEUR-LUS.
004120     EVALUATE WS-ENREG-FLUX(1:1)
004130         WHEN "H"
004140             IF WS-SEGMENT-OUVERT
004150                 PERFORM 5900-CLORE-SEGMENT THRU 5900-EXIT
004160             END-IF
004170             MOVE WS-ENREG-FLUX(1:63) TO FLX-RECORD
004180             PERFORM 5200-OUVRIR-SEGMENT THRU 5200-EXIT
004190             PERFORM 5300-CONTROLER-ENTETE THRU 5300-EXIT
004200         WHEN "T"
004210             IF NOT WS-SEGMENT-OUVERT
004220                 PERFORM 5200-OUVRIR-SEGMENT THRU 5200-EXIT
004230             END-IF
004240             MOVE WS-ENREG-FLUX(1:63) TO FLX-RECORD
004250             PERFORM 5400-CUMULER-REMORQUE THRU 5400-EXIT
004260             PERFORM 5900-CLORE-SEGMENT THRU 5900-EXIT
004270         WHEN OTHER
004280             IF NOT WS-SEGMENT-OUVERT
004290                 PERFORM 5200-OUVRIR-SEGMENT THRU 5200-EXIT
004300             END-IF
004310             PERFORM 5500-CUMULER-DETAIL THRU 5500-EXIT
004320     END-EVALUATE.
004330 5100-EXIT.
004340     EXIT.
004350*****************************************************************
004360*    5200-OUVRIR-SEGMENT - DEMARRE UN SEGMENT : CUMULS A ZERO,  *
004370*    EMETTEUR BLANC TANT QU'AUCUN ENTETE N'A ETE LU.            *
004380*****************************************************************
004390 5200-OUVRIR-SEGMENT.
004400     SET WS-SEGMENT-OUVERT TO TRUE.
004410     MOVE "N" TO WS-SEG-ENTETE-SW.
004420     MOVE "N" TO WS-SEG-REMORQUE-SW.
004430     MOVE "N" TO WS-SEG-DATE-SW.
004440     ADD 1 TO WS-RANG-SEGMENT.
004450     MOVE SPACES TO WS-SEG-EMETTEUR.
004460     MOVE SPACES TO WS-SEG-DATE-ENTETE.
004470     MOVE ZERO TO WS-SEG-CPT-DETAILS.
004480     MOVE ZERO TO WS-SEG-MT-DETAILS.
004490     MOVE ZERO TO WS-SEG-CPT-REMORQUE.
004500     MOVE ZERO TO WS-SEG-MT-REMORQUE.
004510 5200-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    5300-CONTROLER-ENTETE - RETIENT L'EMETTEUR DE L'ENTETE H   *
004550*    ET CONTROLE SON IDENTIFIANT ET SA DATE DE TRAITEMENT.      *
004560*****************************************************************
004570 5300-CONTROLER-ENTETE.
004580     SET WS-SEG-AVEC-ENTETE TO TRUE.
004590     MOVE FLX-EMETTEUR TO WS-SEG-EMETTEUR.
004600     MOVE FLX-RECORD(10:8) TO WS-SEG-DATE-ENTETE.
004610     IF FLX-FICHIER-ID NOT = WS-FLUX-ID
004620         SET WS-SEG-DATE-ERREUR TO TRUE
004630         GO TO 5300-EXIT
004640     END-IF.
004650     IF FLX-DATE-TRAITEMENT NOT NUMERIC
004660         OR FLX-DATE-TRAITEMENT NOT = WS-DATE-TRAITEMENT
004670         SET WS-SEG-DATE-ERREUR TO TRUE
004680     END-IF.
004690 5300-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    5400-CUMULER-REMORQUE - RETIENT LE COMPTEUR ET LE TOTAL DE *
004730*    LA REMORQUE T DU SEGMENT.                                  *
004740*****************************************************************
004750 5400-CUMULER-REMORQUE.
004760     SET WS-SEG-AVEC-REMORQUE TO TRUE.
004770     IF FLX-COMPTEUR NOT NUMERIC
004780         OR FLX-MONTANT NOT NUMERIC
004790         SET WS-SEG-DATE-ERREUR TO TRUE
004800         GO TO 5400-EXIT
004810     END-IF.
004820     ADD FLX-COMPTEUR TO WS-SEG-CPT-REMORQUE.
004830     ADD FLX-MONTANT TO WS-SEG-MT-REMORQUE.
004840 5400-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    5500-CUMULER-DETAIL - CUMULE UN DETAIL (MONTANT A BLANC OU *
004880*    NON NUMERIQUE POUR ZERO, COMME CHEZ LES EMETTEURS) ET LE   *
004890*    PORTE AVEC L'EMETTEUR DU SEGMENT DANS FLXORIG.             *
004900*****************************************************************
004910 5500-CUMULER-DETAIL.
004920     ADD 1 TO WS-SEG-CPT-DETAILS.
004930     MOVE SPACES TO ORG-RECORD.
004940     MOVE WS-FLUX-ID TO ORG-FLUX.
004950     MOVE WS-SEG-EMETTEUR TO ORG-EMETTEUR.
004960     IF WS-FLUX-ID = "MVTIN   "
004970         MOVE WS-MVT-FICHIER TO ORG-CIBLE
004980         MOVE WS-MVT-NUMERO TO ORG-NUMERO
004990         IF WS-MVT-MONTANT IS NUMERIC
005000             ADD WS-MVT-MONTANT TO WS-SEG-MT-DETAILS
005010         END-IF
005020     ELSE
005030         IF WS-FLUX-ID = "ECPBRUT "
005040             MOVE "ECP " TO ORG-CIBLE
005050         ELSE
005060             MOVE "ATBB" TO ORG-CIBLE
005070         END-IF
005080         MOVE WS-BRUT-NUMERO TO ORG-NUMERO
005090         IF WS-BRUT-MONTANT IS NUMERIC
005100             ADD WS-BRUT-MONTANT TO WS-SEG-MT-DETAILS
005110         END-IF
005120     END-IF.
005130     WRITE ORG-RECORD.
005140     IF WS-ORG-STATUT NOT = "00"
005150         DISPLAY "FLXPROD - ECRITURE FLXORIG EN ERREUR - "
005160             WS-ORG-STATUT
005170         MOVE 12 TO RETURN-CODE
005180     ELSE
005190         ADD 1 TO WS-COMPTEUR-ORIGINES
005200     END-IF.
005210 5500-EXIT.
005220     EXIT.
005230*****************************************************************
005240*    5900-CLORE-SEGMENT - ETABLIT LE VERDICT DU SEGMENT (MEME   *
005250*    ORDRE QUE LA PREPASSE DE MVTEDIT), L'ECRIT DANS PRODSTAT   *
005260*    ET L'EDITE.                                                *
005270*****************************************************************
005280 5900-CLORE-SEGMENT.
005290     MOVE SPACES TO WS-SEG-VERDICT.
005300     MOVE SPACES TO WS-D-VERDICT.
005310     EVALUATE TRUE
005320         WHEN NOT WS-SEG-AVEC-ENTETE
005330             MOVE "EA" TO WS-SEG-VERDICT
005340             MOVE "ENTETE ABSENT" TO WS-D-VERDICT
005350         WHEN NOT WS-SEG-AVEC-REMORQUE
005360             MOVE "RA" TO WS-SEG-VERDICT
005370             MOVE "REMORQUE ABSENTE" TO WS-D-VERDICT
005380         WHEN WS-SEG-DATE-ERREUR
005390             MOVE "DT" TO WS-SEG-VERDICT
005400             MOVE "ENTETE/REMORQUE ERRONE" TO WS-D-VERDICT
005410         WHEN WS-SEG-CPT-DETAILS NOT = WS-SEG-CPT-REMORQUE
005420             MOVE "CP" TO WS-SEG-VERDICT
005430             MOVE "COMPTEUR EN ECART" TO WS-D-VERDICT
005440         WHEN WS-SEG-MT-DETAILS NOT = WS-SEG-MT-REMORQUE
005450             MOVE "MT" TO WS-SEG-VERDICT
005460             MOVE "TOTAL MONTANTS EN ECART" TO WS-D-VERDICT
005470         WHEN OTHER
005480             MOVE "ACCEPTE" TO WS-D-VERDICT
005490     END-EVALUATE.
005500     ADD 1 TO WS-COMPTEUR-SEGMENTS.
005510     IF WS-SEG-VERDICT NOT = SPACES
005520         ADD 1 TO WS-COMPTEUR-REFUSES
005530     END-IF.
005540     MOVE SPACES TO PST-RECORD.
005550     MOVE WS-DATE-TRAITEMENT TO PST-DATE-TRAITEMENT.
005560     MOVE WS-FLUX-ID TO PST-FLUX.
005570     MOVE WS-SEG-EMETTEUR TO PST-EMETTEUR.
005580     MOVE WS-RANG-SEGMENT TO PST-RANG-SEGMENT.
005590     MOVE WS-SEG-DATE-ENTETE TO PST-DATE-ENTETE.
005600     MOVE WS-SEG-CPT-DETAILS TO PST-CPT-DETAILS.
005610     MOVE WS-SEG-MT-DETAILS TO PST-MT-DETAILS.
005620     MOVE WS-SEG-CPT-REMORQUE TO PST-CPT-REMORQUE.
005630     MOVE WS-SEG-MT-REMORQUE TO PST-MT-REMORQUE.
005640     MOVE WS-SEG-VERDICT TO PST-VERDICT.
005650     WRITE PST-RECORD.
005660     IF WS-PST-STATUT NOT = "00"
005670         DISPLAY "FLXPROD - ECRITURE PRODSTAT EN ERREUR - "
005680             WS-PST-STATUT
005690         MOVE 12 TO RETURN-CODE
005700     END-IF.
005710     MOVE WS-FLUX-ID TO WS-D-FLUX.
005720     MOVE WS-RANG-SEGMENT TO WS-D-RANG.
005730     MOVE WS-SEG-EMETTEUR TO WS-D-EMETTEUR.
005740     MOVE WS-SEG-DATE-ENTETE TO WS-D-DATE-ENTETE.
005750     MOVE WS-SEG-CPT-DETAILS TO WS-D-CPT-DETAILS.
005760     MOVE WS-SEG-MT-DETAILS TO WS-D-MT-DETAILS.
005770     MOVE WS-SEG-CPT-REMORQUE TO WS-D-CPT-REMORQUE.
005780     MOVE WS-SEG-MT-REMORQUE TO WS-D-MT-REMORQUE.
005790     MOVE WS-LIGNE-DETAIL TO FLX-LIGNE-IMP.
005800     WRITE FLX-LIGNE-IMP.
005810     MOVE "N" TO WS-SEG-OUVERT-SW.
005820 5900-EXIT.
005830     EXIT.
005840*****************************************************************
005850*    9000-FINALISATION - BILAN DE L'ETAT, FERMETURE DES FICHIERS*
005860*    ET CODE RETOUR 4 SI UN SEGMENT EST EN DEFAUT.              *
005870*****************************************************************
005880 9000-FINALISATION.
005890     MOVE "ENREGISTREMENTS LUS     " TO WS-L-NATURE.
005900     MOVE WS-COMPTEUR-LUS TO WS-L-COMPTEUR.
005910     MOVE WS-LIGNE-BILAN TO FLX-LIGNE-IMP.
005920     WRITE FLX-LIGNE-IMP.
005930     MOVE "SEGMENTS RELEVES        " TO WS-L-NATURE.
005940     MOVE WS-COMPTEUR-SEGMENTS TO WS-L-COMPTEUR.
005950     MOVE WS-LIGNE-BILAN TO FLX-LIGNE-IMP.
005960     WRITE FLX-LIGNE-IMP.
005970     MOVE "SEGMENTS EN DEFAUT      " TO WS-L-NATURE.
005980     MOVE WS-COMPTEUR-REFUSES TO WS-L-COMPTEUR.
005990     MOVE WS-LIGNE-BILAN TO FLX-LIGNE-IMP.
006000     WRITE FLX-LIGNE-IMP.
006010     MOVE "DETAILS PORTES A FLXORIG" TO WS-L-NATURE.
006020     MOVE WS-COMPTEUR-ORIGINES TO WS-L-COMPTEUR.
006030     MOVE WS-LIGNE-BILAN TO FLX-LIGNE-IMP.
006040     WRITE FLX-LIGNE-IMP.
006050     CLOSE PST-FICHIER.
006060     CLOSE ORG-FICHIER.
006070     CLOSE FLX-LISTE.
006080     IF WS-COMPTEUR-REFUSES > ZERO
006090         AND RETURN-CODE = ZERO
006100         MOVE 4 TO RETURN-CODE
006110     END-IF.
006120 9000-EXIT.
006130     EXIT.
006140 END PROGRAM FLXPROD.
