000327*   2026-09-02 JF  LE NOMBRE D'ECARTS EST PORTE AU REGISTRE DES   *
000328*                  TRAITEMENTS (RUN-COMPTEUR-ANOMALIES) POUR LE   *
000329*                  MONITEUR DE VARIATIONS RUNMON.                 *
000330*   2026-10-15 JF  TENUE DU REGISTRE DES ECARTS (ECARTREG) :    *
000331*                  CHAQUE ECART CONSTATE Y EST INSCRIT OU MIS A *
000332*                  JOUR (DATES DE PREMIERE ET DE DERNIERE       *
000333*                  CONSTATATION, DIFFERENCE EN MONNAIE DE       *
000334*                  RESTITUTION) ET UN ECART DISPARU EST CLOS    *
000335*                  D'OFFICE. L'ETAT VENTILE EN OUTRE LES ECARTS *
000336*                  EN NOUVEAUX, VIEILLISSANTS (TRANCHES D'AGE   *
000337*                  30/360 DE REJRPT), JUSTIFIES OU ACCEPTES     *
000338*                  (ECARTMNT) ET RESOLUS DEPUIS LA VEILLE.      *
000339*                                                               *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RECONCIL.
000621     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000622         ORGANIZATION IS SEQUENTIAL
000623         FILE STATUS IS WS-DEV-STATUT.
000624     SELECT ECART-FICHIER ASSIGN TO "ECARTREG"
000625         ORGANIZATION IS INDEXED
000626         ACCESS MODE IS DYNAMIC
000627         RECORD KEY IS ECART-CLE
000628         FILE STATUS IS WS-ECART-STATUT.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ECP-FICHIER
000791 FD  DEV-FICHIER
000792     LABEL RECORDS ARE STANDARD.
000793 COPY DEVREC.
000794 FD  ECART-FICHIER
000795     LABEL RECORDS ARE STANDARD.
000796 COPY ECARTREC.
000800 WORKING-STORAGE SECTION.
000810 01  WS-FICHIERS-SWITCHES.
000820     05  WS-ECP-STATUT           PIC X(02) VALUE SPACES.
000983         88  FIN-FICHIER-DEV             VALUE "O".
000984     05  WS-DEVISE-SW            PIC X(01) VALUE "N".
000985         88  WS-DEVISE-TROUVEE           VALUE "O".
000986     05  WS-ECART-STATUT         PIC X(02) VALUE SPACES.
000987     05  WS-FIN-ECART-SW         PIC X(01) VALUE "N".
000988         88  FIN-FICHIER-ECART           VALUE "O".
000990 77  WS-COMPTEUR-ECP-SEUL        PIC 9(07) COMP VALUE ZERO.
001000 77  WS-COMPTEUR-ATBB-SEUL       PIC 9(07) COMP VALUE ZERO.
001010 77  WS-COMPTEUR-APPARIES        PIC 9(07) COMP VALUE ZERO.
001075 77  WS-INDICE-DEV               PIC 9(03) COMP VALUE ZERO.
001076 77  WS-NOMBRE-DEVISES           PIC 9(03) COMP VALUE ZERO.
001077 77  WS-LIMITE-DEVISES           PIC 9(03) COMP VALUE 30.
001078 77  WS-REG-NUMERO               PIC 9(07) VALUE ZERO.
001079 77  WS-REG-TYPE                 PIC X(02) VALUE SPACES.
001080 77  WS-REG-DIFFERENCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
001081 77  WS-SECTION-SW               PIC X(01) VALUE SPACE.
001082     88  WS-SECTION-NOUVEAUX             VALUE "N".
001083     88  WS-SECTION-VIEILLISSANTS        VALUE "V".
001084     88  WS-SECTION-JUSTIFIES            VALUE "J".
001085     88  WS-SECTION-RESOLUS              VALUE "R".
001086 77  WS-RETENU-SW                PIC X(01) VALUE "N".
001087     88  WS-ECART-RETENU                 VALUE "O".
001088 77  WS-COMPTEUR-SECTION         PIC 9(07) COMP VALUE ZERO.
001089 77  WS-COMPTEUR-NOUVEAUX        PIC 9(07) COMP VALUE ZERO.
001090 77  WS-COMPTEUR-VIEILLISSANTS   PIC 9(07) COMP VALUE ZERO.
001091 77  WS-COMPTEUR-JUSTIFIES       PIC 9(07) COMP VALUE ZERO.
001092 77  WS-COMPTEUR-RESOLUS         PIC 9(07) COMP VALUE ZERO.
001093 77  WS-JOURS-JOUR               PIC 9(07) COMP VALUE ZERO.
001094 77  WS-JOURS-ECART              PIC 9(07) COMP VALUE ZERO.
001095 77  WS-AGE-JOURS                PIC S9(07) COMP VALUE ZERO.
001096 77  WS-INDICE-AGE               PIC 9(03) COMP VALUE ZERO.
001097 01  WS-TABLE-DEVISES.
001098     05  WS-DEV-ENTREE OCCURS 30 TIMES.
001099         10  WS-DEV-CODE         PIC X(03).
001100         10  WS-DEV-TAUX         PIC 9(05)V9(06).
001101 01  WS-LIGNE-ENTETE.
001102     05  FILLER                  PIC X(40)
001103         VALUE "RECAPITULATIF DE RAPPROCHEMENT ECP/ATBB".
001110 01  WS-LIGNE-DETAIL.
001120     05  WS-D-NATURE             PIC X(14).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  FILLER            PIC X(16) VALUE "ATBB SEULS    : ".
001240     05  WS-T-ATBB-SEUL    PIC ZZZ,ZZZ,ZZ9.
001250 01  WS-LIGNE-TOTAUX3.
001251     05  FILLER            PIC X(16) VALUE "APPARIES      : ".
001252     05  WS-T-APPARIES     PIC ZZZ,ZZZ,ZZ9.
001253 01  WS-LIGNE-TOTAUX4.
001254     05  FILLER            PIC X(16) VALUE "ECARTS MONTANT: ".
001255     05  WS-T-ECARTS       PIC ZZZ,ZZZ,ZZ9.
001256 01  WS-DATE-DECOMP.
001257     05  WS-DD-AAAA              PIC 9(04).
001258     05  WS-DD-MM                PIC 9(02).
001259     05  WS-DD-JJ                PIC 9(02).
001260 01  WS-TRANCHES-AGE.
001261     05  WS-AGE-NOMBRE           PIC 9(07) COMP
001262                                 OCCURS 4 TIMES.
001263 01  WS-LIGNE-SUIVI-TITRE.
001264     05  FILLER                  PIC X(40)
001265         VALUE "SUIVI DES ECARTS (REGISTRE ECARTREG) AU ".
001266     05  WS-ST-DATE              PIC 9(08).
001267 01  WS-LIGNE-SECTION.
001268     05  FILLER                  PIC X(04) VALUE "*** ".
001269     05  WS-S-TITRE              PIC X(40).
001270 01  WS-LIGNE-SUIVI-ENTETE.
001271     05  FILLER                  PIC X(16) VALUE "NATURE".
001272     05  FILLER                  PIC X(09) VALUE "NUMERO".
001273     05  FILLER                  PIC X(10) VALUE "1ERE VUE".
001274     05  FILLER                  PIC X(10) VALUE "DERN. VUE".
001275     05  FILLER                  PIC X(08) VALUE "   AGE".
001276     05  FILLER                  PIC X(17)
001277         VALUE "     DIFFERENCE".
001278     05  FILLER                  PIC X(10) VALUE "SUIVI".
001279     05  FILLER                  PIC X(04) VALUE "CD".
001280     05  FILLER                  PIC X(11) VALUE "COMMENTAIRE".
001281 01  WS-LIGNE-SUIVI.
001282     05  WS-R-NATURE             PIC X(14).
001283     05  FILLER                  PIC X(02) VALUE SPACES.
001284     05  WS-R-NUMERO             PIC 9(07).
001285     05  FILLER                  PIC X(02) VALUE SPACES.
001286     05  WS-R-PREMIERE           PIC 9(08).
001287     05  FILLER                  PIC X(02) VALUE SPACES.
001288     05  WS-R-DERNIERE           PIC 9(08).
001289     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  WS-R-AGE                PIC ZZ,ZZ9.
001291     05  FILLER                  PIC X(02) VALUE SPACES.
001292     05  WS-R-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
001293     05  FILLER                  PIC X(02) VALUE SPACES.
001294     05  WS-R-SUIVI              PIC X(08).
001295     05  FILLER                  PIC X(02) VALUE SPACES.
001296     05  WS-R-CODE               PIC X(02).
001297     05  FILLER                  PIC X(02) VALUE SPACES.
001298     05  WS-R-COMMENTAIRE        PIC X(40).
001299 01  WS-LIGNE-SECTION-TOTAL.
001300     05  FILLER            PIC X(16) VALUE "NOMBRE        : ".
001301     05  WS-S-NOMBRE       PIC ZZZ,ZZZ,ZZ9.
001302 01  WS-LIGNE-AGE.
001303     05  WS-A-LIBELLE            PIC X(15).
001304     05  FILLER                  PIC X(10)
001305         VALUE " NOMBRE : ".
001306     05  WS-A-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
001310 LINKAGE SECTION.
001320 01  APPEL-OPERATEUR             PIC X(08).
001330*****************************************************************
001990         DISPLAY "RECONCIL - OUVERTURE RECAP-LISTE IMPOSSIBLE - "
002000             WS-LISTE-STATUT
002010         CLOSE ECP-FICHIER
002011         CLOSE ATBB-FICHIER
002012         SET FIN-FICHIER-ECP TO TRUE
002013         SET FIN-FICHIER-ATBB TO TRUE
002014         MOVE 12 TO RETURN-CODE
002015         PERFORM 3200-ENREGISTRER-RUN THRU 3200-EXIT
002016         GOBACK
002017     END-IF.
002018     OPEN I-O ECART-FICHIER.
002019     IF WS-ECART-STATUT NOT = "00"
002020         OPEN OUTPUT ECART-FICHIER
002021         CLOSE ECART-FICHIER
002022         OPEN I-O ECART-FICHIER
002023     END-IF.
002024     IF WS-ECART-STATUT NOT = "00"
002025         DISPLAY "RECONCIL - OUVERTURE ECARTREG IMPOSSIBLE - "
002026             WS-ECART-STATUT
002027         CLOSE ECP-FICHIER
002028         CLOSE ATBB-FICHIER
002029         CLOSE RECAP-LISTE
002030         SET FIN-FICHIER-ECP TO TRUE
002040         SET FIN-FICHIER-ATBB TO TRUE
002050         MOVE 12 TO RETURN-CODE
003230     MOVE WS-LIGNE-DETAIL TO RECAP-LIGNE-IMP.
003240     WRITE RECAP-LIGNE-IMP.
003250     ADD 1 TO WS-COMPTEUR-ATBB-SEUL.
003251     MOVE ATBB-NUMERO TO WS-REG-NUMERO.
003252     MOVE "AS" TO WS-REG-TYPE.
003253     COMPUTE WS-REG-DIFFERENCE = ZERO - WS-CONV-ATBB.
003254     PERFORM 6000-TENIR-REGISTRE THRU 6000-EXIT.
003260     PERFORM 2200-LIRE-ATBB THRU 2200-EXIT.
003270 2300-EXIT.
003280     EXIT.
003380     MOVE WS-LIGNE-DETAIL TO RECAP-LIGNE-IMP.
003390     WRITE RECAP-LIGNE-IMP.
003400     ADD 1 TO WS-COMPTEUR-ECP-SEUL.
003401     MOVE ECP-NUMERO TO WS-REG-NUMERO.
003402     MOVE "ES" TO WS-REG-TYPE.
003403     MOVE WS-CONV-ECP TO WS-REG-DIFFERENCE.
003404     PERFORM 6000-TENIR-REGISTRE THRU 6000-EXIT.
003410     PERFORM 2100-LIRE-ECP THRU 2100-EXIT.
003420 2400-EXIT.
003430     EXIT.
003550         MOVE WS-LIGNE-DETAIL TO RECAP-LIGNE-IMP
003560         WRITE RECAP-LIGNE-IMP
003570         ADD 1 TO WS-COMPTEUR-ECARTS
003571         MOVE ECP-NUMERO TO WS-REG-NUMERO
003572         MOVE "EM" TO WS-REG-TYPE
003573         COMPUTE WS-REG-DIFFERENCE = WS-CONV-ECP - WS-CONV-ATBB
003574         PERFORM 6000-TENIR-REGISTRE THRU 6000-EXIT
003580     END-IF.
003590     PERFORM 2100-LIRE-ECP THRU 2100-EXIT.
003600     PERFORM 2200-LIRE-ATBB THRU 2200-EXIT.
003760     MOVE WS-COMPTEUR-ECARTS TO WS-T-ECARTS.
003770     MOVE WS-LIGNE-TOTAUX4 TO RECAP-LIGNE-IMP.
003780     WRITE RECAP-LIGNE-IMP.
003781     PERFORM 6100-CLORE-DISPARUS THRU 6100-EXIT.
003782     PERFORM 6200-EDITER-SUIVI THRU 6200-EXIT.
003790     CLOSE ECP-FICHIER.
003800     CLOSE ATBB-FICHIER.
003810     CLOSE RECAP-LISTE.
003811     CLOSE ECART-FICHIER.
003820     PERFORM 3200-ENREGISTRER-RUN THRU 3200-EXIT.
003830 3000-EXIT.
003840     EXIT.
005030     END-IF.
005040 5810-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    6000-TENIR-REGISTRE - INSCRIT OU MET A JOUR DANS LE        *
005080*    REGISTRE ECARTREG L'ECART COURANT (WS-REG-NUMERO,          *
005090*    WS-REG-TYPE, WS-REG-DIFFERENCE) : DATE DE DERNIERE         *
005100*    CONSTATATION ET DIFFERENCE DU JOUR.                        *
005110*****************************************************************
005120 6000-TENIR-REGISTRE.
005130     MOVE WS-REG-NUMERO TO ECART-NUMERO.
005140     MOVE WS-REG-TYPE TO ECART-TYPE.
005150     READ ECART-FICHIER
005160         INVALID KEY
005170             PERFORM 6010-CREER-ECART THRU 6010-EXIT
005180             GO TO 6000-EXIT
005190     END-READ.
005200     IF ECART-RESOLU
005210         PERFORM 6020-REOUVRIR-ECART THRU 6020-EXIT
005220     END-IF.
005230     MOVE WS-RUN-DATE-TRAITEMENT TO ECART-DATE-DERNIERE.
005240     MOVE WS-REG-DIFFERENCE TO ECART-DIFFERENCE.
005250     REWRITE ECART-RECORD
005260         INVALID KEY
005270             DISPLAY "RECONCIL - MISE A JOUR ECARTREG IMPOSSIBLE "
005280                 WS-ECART-STATUT
005290             MOVE 12 TO RETURN-CODE
005300     END-REWRITE.
005310 6000-EXIT.
005320     EXIT.
005330*****************************************************************
005340*    6010-CREER-ECART - CREE DANS LE REGISTRE UN ECART CONSTATE *
005350*    POUR LA PREMIERE FOIS.                                     *
005360*****************************************************************
005370 6010-CREER-ECART.
005380     MOVE SPACES TO ECART-RECORD.
005390     MOVE WS-REG-NUMERO TO ECART-NUMERO.
005400     MOVE WS-REG-TYPE TO ECART-TYPE.
005410     PERFORM 6020-REOUVRIR-ECART THRU 6020-EXIT.
005420     MOVE WS-RUN-DATE-TRAITEMENT TO ECART-DATE-DERNIERE.
005430     MOVE WS-REG-DIFFERENCE TO ECART-DIFFERENCE.
005440     WRITE ECART-RECORD
005450         INVALID KEY
005460             DISPLAY "RECONCIL - ECRITURE ECARTREG IMPOSSIBLE - "
005470                 WS-ECART-STATUT
005480             MOVE 12 TO RETURN-CODE
005490     END-WRITE.
005500 6010-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    6020-REOUVRIR-ECART - (RE)OUVRE L'ECART COURANT A LA DATE  *
005540*    DE TRAITEMENT. UN ECART RESOLU QUI REAPPARAIT REPART COMME *
005550*    UN ECART NOUVEAU, SANS JUSTIFICATION : CELLE DE            *
005560*    L'OCCURRENCE PRECEDENTE RESTE DANS ECARTHIST.              *
005570*****************************************************************
005580 6020-REOUVRIR-ECART.
005590     SET ECART-OUVERT TO TRUE.
005600     MOVE WS-RUN-DATE-TRAITEMENT TO ECART-DATE-PREMIERE.
005610     MOVE ZERO TO ECART-DATE-RESOLUTION.
005620     MOVE SPACE TO ECART-SUIVI.
005630     MOVE SPACES TO ECART-CODE-JUSTIF.
005640     MOVE SPACES TO ECART-COMMENTAIRE.
005650     MOVE ZERO TO ECART-DATE-MAJ.
005660     MOVE ZERO TO ECART-HEURE-MAJ.
005670     MOVE SPACES TO ECART-AUTEUR.
005680 6020-EXIT.
005690     EXIT.
005700*****************************************************************
005710*    6100-CLORE-DISPARUS - PARCOURT LE REGISTRE ET CLOT D'OFFICE*
005720*    A LA DATE DE TRAITEMENT TOUT ECART OUVERT QUE LE           *
005730*    RAPPROCHEMENT DU JOUR N'A PAS CONSTATE.                    *
005740*****************************************************************
005750 6100-CLORE-DISPARUS.
005760     PERFORM 6500-POSITIONNER-REGISTRE THRU 6500-EXIT.
005770     PERFORM 6110-CLORE-UN THRU 6110-EXIT
005780         UNTIL FIN-FICHIER-ECART.
005790 6100-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    6110-CLORE-UN - LIT L'ECART SUIVANT DU REGISTRE ET LE CLOT *
005830*    S'IL EST OUVERT ET N'A PAS ETE VU A LA DATE DE TRAITEMENT. *
005840*****************************************************************
005850 6110-CLORE-UN.
005860     PERFORM 6510-LIRE-REGISTRE THRU 6510-EXIT.
005870     IF FIN-FICHIER-ECART
005880         GO TO 6110-EXIT
005890     END-IF.
005900     IF NOT ECART-OUVERT
005910         OR ECART-DATE-DERNIERE NOT < WS-RUN-DATE-TRAITEMENT
005920         GO TO 6110-EXIT
005930     END-IF.
005940     SET ECART-RESOLU TO TRUE.
005950     MOVE WS-RUN-DATE-TRAITEMENT TO ECART-DATE-RESOLUTION.
005960     REWRITE ECART-RECORD
005970         INVALID KEY
005980             DISPLAY "RECONCIL - MISE A JOUR ECARTREG IMPOSSIBLE "
005990                 WS-ECART-STATUT
006000             MOVE 12 TO RETURN-CODE
006010     END-REWRITE.
006020 6110-EXIT.
006030     EXIT.
006040*****************************************************************
006050*    6200-EDITER-SUIVI - EDITE A LA SUITE DU RECAPITULATIF LE   *
006060*    SUIVI DU REGISTRE EN QUATRE SECTIONS : ECARTS NOUVEAUX,    *
006070*    VIEILLISSANTS (AVEC LEURS TRANCHES D'AGE), JUSTIFIES OU    *
006080*    ACCEPTES, ET RESOLUS DEPUIS LA VEILLE.                     *
006090*****************************************************************
006100 6200-EDITER-SUIVI.
006110     MOVE WS-RUN-DATE-TRAITEMENT TO WS-DATE-DECOMP.
006120     PERFORM 6400-DECOMPTER-JOURS THRU 6400-EXIT.
006130     MOVE WS-JOURS-ECART TO WS-JOURS-JOUR.
006140     MOVE ZERO TO WS-INDICE-AGE.
006150     PERFORM 6210-RAZ-TRANCHE THRU 6210-EXIT
006160         UNTIL WS-INDICE-AGE >= 4.
006170     MOVE WS-RUN-DATE-TRAITEMENT TO WS-ST-DATE.
006180     MOVE WS-LIGNE-SUIVI-TITRE TO RECAP-LIGNE-IMP.
006190     WRITE RECAP-LIGNE-IMP.
006200     SET WS-SECTION-NOUVEAUX TO TRUE.
006210     MOVE "ECARTS NOUVEAUX" TO WS-S-TITRE.
006220     PERFORM 6300-EDITER-SECTION THRU 6300-EXIT.
006230     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-NOUVEAUX.
006240     SET WS-SECTION-VIEILLISSANTS TO TRUE.
006250     MOVE "ECARTS VIEILLISSANTS NON JUSTIFIES" TO WS-S-TITRE.
006260     PERFORM 6300-EDITER-SECTION THRU 6300-EXIT.
006270     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-VIEILLISSANTS.
006280     PERFORM 6350-EDITER-TRANCHES THRU 6350-EXIT.
006290     SET WS-SECTION-JUSTIFIES TO TRUE.
006300     MOVE "ECARTS JUSTIFIES OU ACCEPTES" TO WS-S-TITRE.
006310     PERFORM 6300-EDITER-SECTION THRU 6300-EXIT.
006320     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-JUSTIFIES.
006330     SET WS-SECTION-RESOLUS TO TRUE.
006340     MOVE "ECARTS RESOLUS DEPUIS LA VEILLE" TO WS-S-TITRE.
006350     PERFORM 6300-EDITER-SECTION THRU 6300-EXIT.
006360     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-RESOLUS.
006370 6200-EXIT.
006380     EXIT.
006390*****************************************************************
006400*    6210-RAZ-TRANCHE - REMET A ZERO UNE TRANCHE D'AGE.         *
006410*****************************************************************
006420 6210-RAZ-TRANCHE.
006430     ADD 1 TO WS-INDICE-AGE.
006440     MOVE ZERO TO WS-AGE-NOMBRE(WS-INDICE-AGE).
006450 6210-EXIT.
006460     EXIT.
006470*****************************************************************
006480*    6300-EDITER-SECTION - EDITE LE TITRE DE LA SECTION         *
006490*    COURANTE, PARCOURT LE REGISTRE POUR EN EDITER LES ECARTS   *
006500*    PUIS LEUR NOMBRE.                                          *
006510*****************************************************************
006520 6300-EDITER-SECTION.
006530     MOVE WS-LIGNE-SECTION TO RECAP-LIGNE-IMP.
006540     WRITE RECAP-LIGNE-IMP.
006550     MOVE WS-LIGNE-SUIVI-ENTETE TO RECAP-LIGNE-IMP.
006560     WRITE RECAP-LIGNE-IMP.
006570     MOVE ZERO TO WS-COMPTEUR-SECTION.
006580     PERFORM 6500-POSITIONNER-REGISTRE THRU 6500-EXIT.
006590     PERFORM 6310-EDITER-UN THRU 6310-EXIT
006600         UNTIL FIN-FICHIER-ECART.
006610     MOVE WS-COMPTEUR-SECTION TO WS-S-NOMBRE.
006620     MOVE WS-LIGNE-SECTION-TOTAL TO RECAP-LIGNE-IMP.
006630     WRITE RECAP-LIGNE-IMP.
006640 6300-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    6310-EDITER-UN - LIT L'ECART SUIVANT DU REGISTRE ET        *
006680*    L'EDITE S'IL RELEVE DE LA SECTION COURANTE. L'AGE EST      *
006690*    COMPTE EN JOURS 30/360 DEPUIS LA PREMIERE CONSTATATION.    *
006700*****************************************************************
006710 6310-EDITER-UN.
006720     PERFORM 6510-LIRE-REGISTRE THRU 6510-EXIT.
006730     IF FIN-FICHIER-ECART
006740         GO TO 6310-EXIT
006750     END-IF.
006760     PERFORM 6320-CLASSER-ECART THRU 6320-EXIT.
006770     IF NOT WS-ECART-RETENU
006780         GO TO 6310-EXIT
006790     END-IF.
006800     MOVE ECART-DATE-PREMIERE TO WS-DATE-DECOMP.
006810     PERFORM 6400-DECOMPTER-JOURS THRU 6400-EXIT.
006820     COMPUTE WS-AGE-JOURS = WS-JOURS-JOUR - WS-JOURS-ECART.
006830     IF WS-AGE-JOURS < ZERO
006840         MOVE ZERO TO WS-AGE-JOURS
006850     END-IF.
006860     IF WS-SECTION-VIEILLISSANTS
006870         EVALUATE TRUE
006880             WHEN WS-AGE-JOURS <= 1
006890                 MOVE 1 TO WS-INDICE-AGE
006900             WHEN WS-AGE-JOURS <= 7
006910                 MOVE 2 TO WS-INDICE-AGE
006920             WHEN WS-AGE-JOURS <= 30
006930                 MOVE 3 TO WS-INDICE-AGE
006940             WHEN OTHER
006950                 MOVE 4 TO WS-INDICE-AGE
006960         END-EVALUATE
006970         ADD 1 TO WS-AGE-NOMBRE(WS-INDICE-AGE)
006980     END-IF.
006990     EVALUATE TRUE
007000         WHEN ECART-TYPE-ECP-SEUL
007010             MOVE "ECP SEUL" TO WS-R-NATURE
007020         WHEN ECART-TYPE-ATBB-SEUL
007030             MOVE "ATBB SEUL" TO WS-R-NATURE
007040         WHEN OTHER
007050             MOVE "ECART MONTANT" TO WS-R-NATURE
007060     END-EVALUATE.
007070     EVALUATE TRUE
007080         WHEN ECART-JUSTIFIE
007090             MOVE "JUSTIFIE" TO WS-R-SUIVI
007100         WHEN ECART-ACCEPTE
007110             MOVE "ACCEPTE" TO WS-R-SUIVI
007120         WHEN OTHER
007130             MOVE SPACES TO WS-R-SUIVI
007140     END-EVALUATE.
007150     MOVE ECART-NUMERO TO WS-R-NUMERO.
007160     MOVE ECART-DATE-PREMIERE TO WS-R-PREMIERE.
007170     MOVE ECART-DATE-DERNIERE TO WS-R-DERNIERE.
007180     MOVE WS-AGE-JOURS TO WS-R-AGE.
007190     MOVE ECART-DIFFERENCE TO WS-R-DIFFERENCE.
007200     MOVE ECART-CODE-JUSTIF TO WS-R-CODE.
007210     MOVE ECART-COMMENTAIRE TO WS-R-COMMENTAIRE.
007220     MOVE WS-LIGNE-SUIVI TO RECAP-LIGNE-IMP.
007230     WRITE RECAP-LIGNE-IMP.
007240     ADD 1 TO WS-COMPTEUR-SECTION.
007250 6310-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    6320-CLASSER-ECART - DETERMINE SI L'ECART LU RELEVE DE LA  *
007290*    SECTION COURANTE. RESOLUS : CLOS A LA DATE DE TRAITEMENT.  *
007300*    JUSTIFIES : OUVERTS, JUSTIFIES OU ACCEPTES. NOUVEAUX :     *
007310*    OUVERTS, NON TRAITES, VUS POUR LA PREMIERE FOIS CE JOUR.   *
007320*    VIEILLISSANTS : LES AUTRES OUVERTS NON TRAITES.            *
007330*****************************************************************
007340 6320-CLASSER-ECART.
007350     MOVE "N" TO WS-RETENU-SW.
007360     EVALUATE TRUE
007370         WHEN WS-SECTION-RESOLUS
007380             IF ECART-RESOLU
007390                 AND ECART-DATE-RESOLUTION
007400                     = WS-RUN-DATE-TRAITEMENT
007410                 SET WS-ECART-RETENU TO TRUE
007420             END-IF
007430         WHEN NOT ECART-OUVERT
007440             CONTINUE
007450         WHEN WS-SECTION-JUSTIFIES
007460             IF NOT ECART-NON-TRAITE
007470                 SET WS-ECART-RETENU TO TRUE
007480             END-IF
007490         WHEN WS-SECTION-NOUVEAUX
007500             IF ECART-NON-TRAITE
007510                 AND ECART-DATE-PREMIERE = WS-RUN-DATE-TRAITEMENT
007520                 SET WS-ECART-RETENU TO TRUE
007530             END-IF
007540         WHEN WS-SECTION-VIEILLISSANTS
007550             IF ECART-NON-TRAITE
007560                 AND ECART-DATE-PREMIERE
007570                     NOT = WS-RUN-DATE-TRAITEMENT
007580                 SET WS-ECART-RETENU TO TRUE
007590             END-IF
007600     END-EVALUATE.
007610 6320-EXIT.
007620     EXIT.
007630*****************************************************************
007640*    6350-EDITER-TRANCHES - EDITE LA VENTILATION PAR TRANCHE    *
007650*    D'AGE DES ECARTS VIEILLISSANTS (TRANCHES DE REJRPT).       *
007660*****************************************************************
007670 6350-EDITER-TRANCHES.
007680     MOVE "DE 0 A 1 J     " TO WS-A-LIBELLE.
007690     MOVE WS-AGE-NOMBRE(1) TO WS-A-NOMBRE.
007700     MOVE WS-LIGNE-AGE TO RECAP-LIGNE-IMP.
007710     WRITE RECAP-LIGNE-IMP.
007720     MOVE "DE 2 A 7 J     " TO WS-A-LIBELLE.
007730     MOVE WS-AGE-NOMBRE(2) TO WS-A-NOMBRE.
007740     MOVE WS-LIGNE-AGE TO RECAP-LIGNE-IMP.
007750     WRITE RECAP-LIGNE-IMP.
007760     MOVE "DE 8 A 30 J    " TO WS-A-LIBELLE.
007770     MOVE WS-AGE-NOMBRE(3) TO WS-A-NOMBRE.
007780     MOVE WS-LIGNE-AGE TO RECAP-LIGNE-IMP.
007790     WRITE RECAP-LIGNE-IMP.
007800     MOVE "PLUS DE 30 J   " TO WS-A-LIBELLE.
007810     MOVE WS-AGE-NOMBRE(4) TO WS-A-NOMBRE.
007820     MOVE WS-LIGNE-AGE TO RECAP-LIGNE-IMP.
007830     WRITE RECAP-LIGNE-IMP.
007840 6350-EXIT.
007850     EXIT.
007860*****************************************************************
007870*    6400-DECOMPTER-JOURS - CONVERTIT LA DATE DE WS-DATE-DECOMP *
007880*    EN NOMBRE DE JOURS EN CONVENTION 30/360 (ANNEE DE 360      *
007890*    JOURS, MOIS DE 30), COMME DANS SYNTRPT ET REJRPT.          *
007900*****************************************************************
007910 6400-DECOMPTER-JOURS.
007920     COMPUTE WS-JOURS-ECART =
007930         (WS-DD-AAAA * 360) + (WS-DD-MM * 30) + WS-DD-JJ.
007940 6400-EXIT.
007950     EXIT.
007960*****************************************************************
007970*    6500-POSITIONNER-REGISTRE - SE POSITIONNE SUR LE PREMIER   *
007980*    ECART DU REGISTRE POUR UNE LECTURE SEQUENTIELLE.           *
007990*****************************************************************
008000 6500-POSITIONNER-REGISTRE.
008010     MOVE "N" TO WS-FIN-ECART-SW.
008020     MOVE LOW-VALUES TO ECART-CLE.
008030     START ECART-FICHIER KEY IS NOT LESS THAN ECART-CLE
008040         INVALID KEY
008050             SET FIN-FICHIER-ECART TO TRUE
008060     END-START.
008070 6500-EXIT.
008080     EXIT.
008090*****************************************************************
008100*    6510-LIRE-REGISTRE - LECTURE SEQUENTIELLE DU REGISTRE.     *
008110*****************************************************************
008120 6510-LIRE-REGISTRE.
008130     READ ECART-FICHIER NEXT RECORD
008140         AT END
008150             SET FIN-FICHIER-ECART TO TRUE
008160     END-READ.
008170 6510-EXIT.
008180     EXIT.
008190 END PROGRAM RECONCIL.
