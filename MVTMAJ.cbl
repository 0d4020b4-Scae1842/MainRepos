000396*                  LA NOUVELLE DATE SONT TOUS DEUX CONTROLES;   *
000397*                  EN CLOTURE, LE MOIS DU MAITRE TOUJOURS (LA   *
000398*                  CLOTURE NE CHANGE JAMAIS LA DATE).           *
000399*   2026-10-15 JF  ACTIONS O (REOUVERTURE : CL -> OU, MOTIF 12  *
000400*                  SI LE MOUVEMENT N'EST PAS CLOS) ET E         *
000401*                  (EXTOURNE TOTALE D'UN MOUVEMENT OUVERT OU    *
000402*                  CLOS : MONTANT A ZERO, STATUT EX, DATE DU    *
000403*                  MOUVEMENT CONSERVEE). UNE EXTOURNE DATEE     *
000404*                  DANS UN MOIS CLOS EST PORTEE A LA DATE DE    *
000405*                  TRAITEMENT AU LIEU D'ETRE REJETEE; SA DATE   *
000406*                  COMPTABLE EST PORTEE AU JOURNAL. COMPTEURS   *
000407*                  PROPRES SUR L'ETAT DE CONTROLE ET DANS       *
000408*                  CTRLTOT (DONT EXTOURNES DE MOUVEMENTS CLOS), *
000409*                  JOURNALISATION COMME LES AUTRES ACTIONS. UN  *
000410*                  MOUVEMENT EXTOURNE N'ACCEPTE PLUS NI         *
000411*                  MODIFICATION, NI CLOTURE, NI NOUVELLE        *
000412*                  EXTOURNE (MOTIF 14), ET SEUL UN MOUVEMENT    *
000413*                  OUVERT PEUT ETRE CLOS (MOTIF 13), POUR QUE   *
000414*                  MVTCUT EQUILIBRE LES STATUTS.                *
000415*   2026-10-15 JF  CHAQUE REJET PORTE DESORMAIS SON PRODUCTEUR  *
000416*                  (REJ-EMETTEUR), RETROUVE PAR FICHIER, CIBLE  *
000417*                  ET NUMERO DANS LA TABLE DE CORRESPONDANCE DE *
000418*                  LA NUIT (FLXORIG, DESSIN ORGREC) ETABLIE PAR *
000419*                  FLXPROD AVANT LES TRIS ET COMPLETEE PAR      *
000420*                  REJMERGE POUR LES CORRECTIONS RECYCLEES.     *
000421*   2026-10-15 JF  UNE CLOTURE SUR UN MOUVEMENT EN LITIGE       *
000422*                  OUVERT AU REGISTRE DES LITIGES (LITREG,      *
000423*                  DESSIN LITREC, TENU PAR LITMNT) EST REJETEE  *
000424*                  (MOTIF 15) TANT QUE LE LITIGE N'EST PAS      *
000425*                  RESOLU.                                      *
000426*   2026-10-15 JF  LA DATE DE TRAITEMENT DU RUN (CARTE PARMIN)  *
000427*                  EST PORTEE SUR CHAQUE ENTREE DE MVTJRN, POUR *
000428*                  QUE MVTGL RETIENNE LE MOIS SUR CETTE DATE ET *
000429*                  NON SUR LA DATE SYSTEME.                     *
000430*                                                               *
000431*****************************************************************
000432 IDENTIFICATION DIVISION.
000433 PROGRAM-ID. MVTMAJ.
000434 AUTHOR. J. FAVREAU.
000435 INSTALLATION. SERVICE EXPLOITATION.
000436 DATE-WRITTEN. 2026-08-21.
000437 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000769     SELECT PER-FICHIER ASSIGN TO "PERCTL"
000770         ORGANIZATION IS SEQUENTIAL
000771         FILE STATUS IS WS-PER-STATUT.
000772     SELECT ORG-FICHIER ASSIGN TO "FLXORIG"
000773         ORGANIZATION IS SEQUENTIAL
000774         FILE STATUS IS WS-ORG-STATUT.
000775     SELECT LIT-REGISTRE ASSIGN TO "LITREG"
000776         ORGANIZATION IS INDEXED
000777         ACCESS MODE IS RANDOM
000778         RECORD KEY IS LIT-CLE
000779         FILE STATUS IS WS-LIT-STATUT.
000780 DATA DIVISION.
000781 FILE SECTION.
000782 FD  MVT-FICHIER-E
000790     LABEL RECORDS ARE STANDARD.
000800 COPY MVTREC.
000810 FD  ECP-ANCIEN
001059 FD  PER-FICHIER
001060     LABEL RECORDS ARE STANDARD.
001061 COPY PERREC.
001062 FD  ORG-FICHIER
001063     LABEL RECORDS ARE STANDARD.
001064 COPY ORGREC.
001065 FD  LIT-REGISTRE
001066     LABEL RECORDS ARE STANDARD.
001067 COPY LITREC.
001068 WORKING-STORAGE SECTION.
001069 01  WS-FICHIERS-SWITCHES.
001070     05  WS-MVT-STATUT           PIC X(02) VALUE SPACES.
001080     05  WS-ECPA-STATUT          PIC X(02) VALUE SPACES.
001090     05  WS-ECPN-STATUT          PIC X(02) VALUE SPACES.
001149         88  FIN-FICHIER-PER             VALUE "O".
001150     05  WS-PERIODE-SW           PIC X(01) VALUE "N".
001151         88  WS-PERIODE-CLOSE            VALUE "O".
001152     05  WS-ORG-STATUT           PIC X(02) VALUE SPACES.
001153     05  WS-FIN-ORG-SW           PIC X(01) VALUE "N".
001154         88  FIN-FICHIER-ORG             VALUE "O".
001155     05  WS-ORIGINE-SW           PIC X(01) VALUE "N".
001156         88  WS-ORIGINE-TROUVEE          VALUE "O".
001157     05  WS-FIN-MAITRE-SW        PIC X(01) VALUE "N".
001158         88  FIN-FICHIER-MAITRE          VALUE "O".
001160     05  WS-FIN-MVT-SW           PIC X(01) VALUE "N".
001170         88  FIN-FICHIER-MVT             VALUE "O".
001180     05  WS-INSERTION-SW         PIC X(01) VALUE "N".
001190         88  WS-INSERTION-EN-COURS       VALUE "O".
001191     05  WS-LIT-STATUT           PIC X(02) VALUE SPACES.
001192     05  WS-LITIGES-SW           PIC X(01) VALUE "N".
001193         88  WS-LITIGES-DISPONIBLES      VALUE "O".
001194     05  WS-LITIGE-SW            PIC X(01) VALUE "N".
001195         88  WS-LITIGE-EN-COURS          VALUE "O".
001200 77  WS-PASSE-COURANTE           PIC X(04) VALUE SPACES.
001210 77  WS-CLE-MAITRE               PIC 9(08) VALUE 99999999.
001220 77  WS-CLE-MVT                  PIC 9(08) VALUE 99999999.
001290 77  WS-COMPTEUR-MODIFS          PIC 9(07) COMP VALUE ZERO.
001300 77  WS-COMPTEUR-CLOTURES        PIC 9(07) COMP VALUE ZERO.
001310 77  WS-COMPTEUR-REJETS          PIC 9(07) COMP VALUE ZERO.
001311 77  WS-COMPTEUR-REOUVERTURES    PIC 9(07) COMP VALUE ZERO.
001312 77  WS-COMPTEUR-EXTOURNES       PIC 9(07) COMP VALUE ZERO.
001313 77  WS-COMPTEUR-EXT-CLOS        PIC 9(07) COMP VALUE ZERO.
001314 77  WS-DATE-EXTOURNE            PIC 9(08) VALUE ZERO.
001320 77  WS-TOTAL-REJETS             PIC 9(07) COMP VALUE ZERO.
001321 77  WS-TOTAL-MVT-LUS            PIC 9(07) COMP VALUE ZERO.
001322 77  WS-TOTAL-APPLIQUES          PIC 9(07) COMP VALUE ZERO.
001362     05  WS-PER-ENTREE OCCURS 200 TIMES.
001363         10  WS-PER-MOIS         PIC 9(06).
001364         10  WS-PER-ETAT         PIC X(01).
001365 77  WS-INDICE-ORG               PIC 9(05) COMP VALUE ZERO.
001366 77  WS-NOMBRE-ORIGINES          PIC 9(05) COMP VALUE ZERO.
001367 77  WS-LIMITE-ORIGINES          PIC 9(05) COMP VALUE 9999.
001368 01  WS-ORG-CLE-CHERCHEE.
001369     05  WS-ORG-FLUX-CH          PIC X(08).
001370     05  WS-ORG-CIBLE-CH         PIC X(04).
001371     05  WS-ORG-NUMERO-CH        PIC X(07).
001372 01  WS-TABLE-ORIGINES.
001373     05  WS-ORG-ENTREE OCCURS 9999 TIMES.
001374         10  WS-ORG-CLE          PIC X(19).
001375         10  WS-ORG-EMETTEUR     PIC X(08).
001376 77  WS-MONTANT-AVANT            PIC S9(13)V99 COMP-3 VALUE ZERO.
001377 77  WS-MONTANT-APRES            PIC S9(13)V99 COMP-3 VALUE ZERO.
001378 01  WS-MAITRE-TRAVAIL.
001379     05  WS-M-NUMERO             PIC 9(07).
001380     05  WS-M-LIBELLE            PIC X(30).
001381     05  WS-M-DATE-MVT           PIC 9(08).
001390     05  WS-M-MONTANT            PIC S9(09)V99 COMP-3.
001400     05  WS-M-CODE-STATUT        PIC X(02).
001410         88  WS-M-STATUT-OUVERT          VALUE "OU".
001411         88  WS-M-STATUT-CLOS            VALUE "CL".
001412         88  WS-M-STATUT-EXTOURNE        VALUE "EX".
001421     05  WS-M-CODE-DEVISE        PIC X(03).
001430     05  FILLER                  PIC X(07).
001440 01  WS-MAITRE-SAUVE             PIC X(63).
001770     05  WS-CM-CLOTURES          PIC ZZZ,ZZ9.
001780     05  FILLER                  PIC X(11)
001790         VALUE "  REJETS : ".
001791     05  WS-CM-REJETS            PIC ZZZ,ZZ9.
001792 01  WS-LIGNE-CTRL-REOUV.
001793     05  WS-CR-FICHIER           PIC X(04).
001794     05  FILLER                  PIC X(16)
001795         VALUE " REOUVERTURES : ".
001796     05  WS-CR-REOUVERTURES      PIC ZZZ,ZZ9.
001797     05  FILLER                  PIC X(14)
001798         VALUE "  EXTOURNES : ".
001799     05  WS-CR-EXTOURNES         PIC ZZZ,ZZ9.
001800     05  FILLER                  PIC X(14)
001801         VALUE "  DONT CLOS : ".
001802     05  WS-CR-EXT-CLOS          PIC ZZZ,ZZ9.
001810 01  WS-LIGNE-REJET.
001820     05  WS-R-FICHIER            PIC X(04).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
002250     MOVE WS-LIGNE-ENTETE-CTRL TO CTRL-LIGNE-IMP.
002260     WRITE CTRL-LIGNE-IMP.
002270     MOVE WS-LIGNE-ENTETE-REJET TO REJET-LIGNE-IMP.
002271     WRITE REJET-LIGNE-IMP.
002272     OPEN EXTEND MVT-JOURNAL.
002273     IF WS-JRN-STATUT NOT = "00"
002274         OPEN OUTPUT MVT-JOURNAL
002275     END-IF.
002276     IF WS-JRN-STATUT NOT = "00"
002277         DISPLAY "MVTMAJ - OUVERTURE MVTJRN IMPOSSIBLE - "
002278             WS-JRN-STATUT
002279         MOVE 12 TO RETURN-CODE
002280         CLOSE CTRL-LISTE
002281         CLOSE REJET-LISTE
002282         PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT
002283         GOBACK
002284     END-IF.
002285     PERFORM 1060-OUVRIR-RECYCLE THRU 1060-EXIT.
002286     PERFORM 1070-OUVRIR-TOTAUX THRU 1070-EXIT.
002287     PERFORM 1080-CHARGER-DEVISES THRU 1080-EXIT.
002288     PERFORM 1085-CHARGER-PERIODES THRU 1085-EXIT.
002289     PERFORM 1087-CHARGER-ORIGINES THRU 1087-EXIT.
002290     PERFORM 1088-OUVRIR-LITIGES THRU 1088-EXIT.
002298 1000-EXIT.
002299     EXIT.
002301*****************************************************************
004410     MOVE ZERO TO WS-COMPTEUR-MODIFS.
004420     MOVE ZERO TO WS-COMPTEUR-CLOTURES.
004430     MOVE ZERO TO WS-COMPTEUR-REJETS.
004431     MOVE ZERO TO WS-COMPTEUR-REOUVERTURES.
004432     MOVE ZERO TO WS-COMPTEUR-EXTOURNES.
004433     MOVE ZERO TO WS-COMPTEUR-EXT-CLOS.
004440     MOVE ZERO TO WS-MONTANT-AVANT.
004450     MOVE ZERO TO WS-MONTANT-APRES.
004460 5000-EXIT.
005220*    8100-APPLIQUER-MVT - MOUVEMENT SUR UN NUMERO PRESENT AU    *
005230*    MAITRE : LA MODIFICATION REPORTE LES ZONES RENSEIGNEES,    *
005240*    LA CLOTURE BASCULE LE STATUT A CL, L'AJOUT EST REJETE EN   *
005241*    DOUBLON. LA CLOTURE D'UN MOUVEMENT EN LITIGE OUVERT EST    *
005242*    REJETEE (MOTIF 15).                                        *
005243*    LA REOUVERTURE (8140) ET L'EXTOURNE (8150) SONT TRAITEES   *
005244*    A PART.                                                    *
005260*****************************************************************
005270 8100-APPLIQUER-MVT.
005271     PERFORM 9080-IMAGE-AVANT THRU 9080-EXIT.
005301             MOVE "05" TO WS-CODE-REJET
005310             PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005320         WHEN MVT-MODIF
005321             IF WS-M-STATUT-EXTOURNE
005322                 MOVE "MOUVEMENT EXTOURNE" TO WS-MOTIF-REJET
005323                 MOVE "14" TO WS-CODE-REJET
005324                 PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005325                 GO TO 8100-EXIT
005326             END-IF
005330             IF MVT-MONTANT-X NOT = SPACES
005340                 AND MVT-MONTANT NOT NUMERIC
005350                 MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF-REJET
005450             END-IF
005460             IF MVT-MONTANT-X NOT = SPACES
005470                 MOVE MVT-MONTANT TO WS-M-MONTANT
005471             END-IF
005472             IF MVT-CODE-DEVISE NOT = SPACES
005473                 MOVE MVT-CODE-DEVISE TO WS-M-CODE-DEVISE
005474             END-IF
005475             ADD 1 TO WS-COMPTEUR-MODIFS
005476             ADD 1 TO WS-TOTAL-APPLIQUES
005477             PERFORM 9090-IMAGE-APRES THRU 9090-EXIT
005478             PERFORM 9100-ECRIRE-JOURNAL THRU 9100-EXIT
005479         WHEN MVT-CLOTURE
005480             IF WS-M-STATUT-EXTOURNE
005481                 MOVE "MOUVEMENT EXTOURNE" TO WS-MOTIF-REJET
005482                 MOVE "14" TO WS-CODE-REJET
005483                 PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005484                 GO TO 8100-EXIT
005485             END-IF
005486             IF NOT WS-M-STATUT-OUVERT
005487                 MOVE "MOUVEMENT NON OUVERT" TO WS-MOTIF-REJET
005488                 MOVE "13" TO WS-CODE-REJET
005489                 PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005490                 GO TO 8100-EXIT
005491             END-IF
005492             PERFORM 8160-CONTROLER-LITIGE THRU 8160-EXIT
005493             IF WS-LITIGE-EN-COURS
005494                 MOVE "MOUVEMENT EN LITIGE" TO WS-MOTIF-REJET
005495                 MOVE "15" TO WS-CODE-REJET
005496                 PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005497                 GO TO 8100-EXIT
005498             END-IF
005501             MOVE WS-M-DATE-MVT TO WS-PER-DATE-CTRL-X
005502             PERFORM 8500-CONTROLER-PERIODE THRU 8500-EXIT
005508             IF WS-PERIODE-CLOSE
005521             ADD 1 TO WS-TOTAL-APPLIQUES
005522             PERFORM 9090-IMAGE-APRES THRU 9090-EXIT
005523             PERFORM 9100-ECRIRE-JOURNAL THRU 9100-EXIT
005524         WHEN MVT-REOUVERTURE
005525             PERFORM 8140-APPLIQUER-REOUVERTURE THRU 8140-EXIT
005526         WHEN MVT-EXTOURNE
005527             PERFORM 8150-APPLIQUER-EXTOURNE THRU 8150-EXIT
005530         WHEN OTHER
005540             MOVE "CODE ACTION INCONNU" TO WS-MOTIF-REJET
005541             MOVE "08" TO WS-CODE-REJET
005542             PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005543     END-EVALUATE.
005544 8100-EXIT.
005545     EXIT.
005546*****************************************************************
005547*    8140-APPLIQUER-REOUVERTURE - REPASSE A OU UN MOUVEMENT     *
005548*    CLOS. COMME POUR LA CLOTURE, LE MOIS DU MAITRE NE DOIT     *
005549*    PAS ETRE CLOS DANS PERCTL. UN MOUVEMENT QUI N'EST PAS      *
005550*    CLOS EST REJETE (MOTIF 12).                                *
005551*****************************************************************
005552 8140-APPLIQUER-REOUVERTURE.
005553     IF NOT WS-M-STATUT-CLOS
005554         MOVE "MOUVEMENT NON CLOS" TO WS-MOTIF-REJET
005555         MOVE "12" TO WS-CODE-REJET
005556         PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005557         GO TO 8140-EXIT
005558     END-IF.
005559     MOVE WS-M-DATE-MVT TO WS-PER-DATE-CTRL-X.
005560     PERFORM 8500-CONTROLER-PERIODE THRU 8500-EXIT.
005561     IF WS-PERIODE-CLOSE
005562         MOVE "PERIODE COMPTABLE CLOSE" TO WS-MOTIF-REJET
005563         MOVE "11" TO WS-CODE-REJET
005564         PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005565         GO TO 8140-EXIT
005566     END-IF.
005567     SET WS-M-STATUT-OUVERT TO TRUE.
005568     ADD 1 TO WS-COMPTEUR-REOUVERTURES.
005569     ADD 1 TO WS-TOTAL-APPLIQUES.
005570     PERFORM 9090-IMAGE-APRES THRU 9090-EXIT.
005571     PERFORM 9100-ECRIRE-JOURNAL THRU 9100-EXIT.
005572 8140-EXIT.
005573     EXIT.
005574*****************************************************************
005575*    8150-APPLIQUER-EXTOURNE - EXTOURNE TOTALE D'UN MOUVEMENT   *
005576*    OUVERT OU CLOS : MONTANT REMIS A ZERO, STATUT EX. LA DATE  *
005577*    DU MOUVEMENT RESTE CELLE D'ORIGINE; L'EXTOURNE EST DATEE   *
005578*    DE MVT-DATE-MVT SI RENSEIGNEE, SINON DE LA DATE DU         *
005579*    MOUVEMENT, ET CETTE DATE EST PORTEE AU JOURNAL. SI CE MOIS *
005580*    EST CLOS DANS PERCTL, ELLE EST PORTEE A LA DATE DE         *
005581*    TRAITEMENT (MOIS OUVERT COURANT) AU LIEU D'ETRE REJETEE;   *
005582*    LE REJET 11 NE JOUE QUE SI CE MOIS-LA EST CLOS LUI AUSSI.  *
005583*****************************************************************
005584 8150-APPLIQUER-EXTOURNE.
005585     IF WS-M-STATUT-EXTOURNE
005586         MOVE "MOUVEMENT EXTOURNE" TO WS-MOTIF-REJET
005587         MOVE "14" TO WS-CODE-REJET
005588         PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005589         GO TO 8150-EXIT
005590     END-IF.
005591     IF MVT-DATE-MVT IS NUMERIC
005592         AND MVT-DATE-MVT NOT = ZERO
005593         MOVE MVT-DATE-MVT TO WS-DATE-EXTOURNE
005594     ELSE
005595         MOVE WS-M-DATE-MVT TO WS-DATE-EXTOURNE
005596     END-IF.
005597     MOVE WS-DATE-EXTOURNE TO WS-PER-DATE-CTRL-X.
005598     PERFORM 8500-CONTROLER-PERIODE THRU 8500-EXIT.
005599     IF WS-PERIODE-CLOSE
005600         MOVE WS-RUN-DATE-TRAITEMENT TO WS-DATE-EXTOURNE
005601         MOVE WS-DATE-EXTOURNE TO WS-PER-DATE-CTRL-X
005602         PERFORM 8500-CONTROLER-PERIODE THRU 8500-EXIT
005603     END-IF.
005604     IF WS-PERIODE-CLOSE
005605         MOVE "PERIODE COMPTABLE CLOSE" TO WS-MOTIF-REJET
005606         MOVE "11" TO WS-CODE-REJET
005607         PERFORM 9000-REJETER-MVT THRU 9000-EXIT
005608         GO TO 8150-EXIT
005609     END-IF.
005610     IF WS-M-STATUT-CLOS
005611         ADD 1 TO WS-COMPTEUR-EXT-CLOS
005612     END-IF.
005613     MOVE ZERO TO WS-M-MONTANT.
005614     SET WS-M-STATUT-EXTOURNE TO TRUE.
005615     ADD 1 TO WS-COMPTEUR-EXTOURNES.
005616     ADD 1 TO WS-TOTAL-APPLIQUES.
005617     PERFORM 9090-IMAGE-APRES THRU 9090-EXIT.
005618     PERFORM 9100-ECRIRE-JOURNAL THRU 9100-EXIT.
005619 8150-EXIT.
005620     EXIT.
005621*****************************************************************
005622*    8160-CONTROLER-LITIGE - RECHERCHE LE MOUVEMENT COURANT     *
005623*    (FICHIER ET NUMERO) DANS LE REGISTRE DES LITIGES ET        *
005624*    POSITIONNE WS-LITIGE-EN-COURS SI UN LITIGE Y EST OUVERT.   *
005625*****************************************************************
005626 8160-CONTROLER-LITIGE.
005627     MOVE "N" TO WS-LITIGE-SW.
005628     IF NOT WS-LITIGES-DISPONIBLES
005629         GO TO 8160-EXIT
005630     END-IF.
005631     MOVE MVT-FICHIER TO LIT-FICHIER.
005632     MOVE MVT-NUMERO TO LIT-NUMERO.
005633     READ LIT-REGISTRE
005634         INVALID KEY
005635             GO TO 8160-EXIT
005636     END-READ.
005637     IF LIT-OUVERT
005638         SET WS-LITIGE-EN-COURS TO TRUE
005639     END-IF.
005640 8160-EXIT.
005641     EXIT.
005642*****************************************************************
005643*    8200-SAUVER-MAITRE - MET DE COTE LE MAITRE EN COURS ET SA  *
005644*    CLE LE TEMPS DE TRAITER L'ENREGISTREMENT AJOUTE.           *
005645*****************************************************************
005646 8200-SAUVER-MAITRE.
005647     MOVE WS-MAITRE-TRAVAIL TO WS-MAITRE-SAUVE.
005650     MOVE WS-CLE-MAITRE TO WS-CLE-SAUVE.
005660 8200-EXIT.
005670     EXIT.
006120     MOVE WS-COMPTEUR-CLOTURES TO WS-CM-CLOTURES.
006130     MOVE WS-COMPTEUR-REJETS TO WS-CM-REJETS.
006140     MOVE WS-LIGNE-CTRL-MVTS TO CTRL-LIGNE-IMP.
006141     WRITE CTRL-LIGNE-IMP.
006142     MOVE WS-PASSE-COURANTE TO WS-CR-FICHIER.
006143     MOVE WS-COMPTEUR-REOUVERTURES TO WS-CR-REOUVERTURES.
006144     MOVE WS-COMPTEUR-EXTOURNES TO WS-CR-EXTOURNES.
006145     MOVE WS-COMPTEUR-EXT-CLOS TO WS-CR-EXT-CLOS.
006146     MOVE WS-LIGNE-CTRL-REOUV TO CTRL-LIGNE-IMP.
006147     WRITE CTRL-LIGNE-IMP.
006151     MOVE SPACES TO CTL-RECORD.
006152     MOVE WS-PASSE-COURANTE TO CTL-FICHIER.
006153     MOVE WS-RUN-DATE-TRAITEMENT TO CTL-DATE-TRAITEMENT.
006159     MOVE WS-COMPTEUR-MODIFS TO CTL-MODIFS.
006160     MOVE WS-COMPTEUR-CLOTURES TO CTL-CLOTURES.
006161     MOVE WS-COMPTEUR-REJETS TO CTL-REJETS.
006162     MOVE WS-COMPTEUR-REOUVERTURES TO CTL-REOUVERTURES.
006163     MOVE WS-COMPTEUR-EXTOURNES TO CTL-EXTOURNES.
006164     MOVE WS-COMPTEUR-EXT-CLOS TO CTL-EXTOURNES-CLOS.
006165     WRITE CTL-RECORD.
006166     IF WS-CTLT-STATUT NOT = "00"
006167         DISPLAY "MVTMAJ - ECRITURE CTRLTOT EN ERREUR - "
006168             WS-CTLT-STATUT
006169         MOVE 12 TO RETURN-CODE
006170     END-IF.
006171 7000-EXIT.
006172     EXIT.
006180*****************************************************************
006190*    4000-FINALISATION - FERME LES ETATS ET POSITIONNE LE CODE  *
006200*    RETOUR SI DES MOUVEMENTS ONT ETE REJETES.                  *
006241     CLOSE MVT-JOURNAL.
006242     CLOSE REJ-CYCLE.
006243     CLOSE CTRL-TOTAUX.
006244     IF WS-LITIGES-DISPONIBLES
006245         CLOSE LIT-REGISTRE
006246     END-IF.
006250     IF WS-TOTAL-REJETS > ZERO
006260         AND RETURN-CODE = ZERO
006270         MOVE 4 TO RETURN-CODE
006540*    9100-ECRIRE-JOURNAL - COMPLETE L'ENREGISTREMENT DE JOURNAL *
006550*    (DATE, HEURE, OPERATEUR, CIBLE, ACTION, NUMERO) ET         *
006560*    L'ECRIT EN AJOUT DANS MVTJRN.                              *
006561*    LA DATE DE TRAITEMENT DU RUN ACCOMPAGNE LA DATE SYSTEME,   *
006562*    ET UNE EXTOURNE PORTE SA DATE COMPTABLE.                   *
006570*****************************************************************
006580 9100-ECRIRE-JOURNAL.
006590     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
006620     MOVE MVT-FICHIER TO JRN-FICHIER.
006630     MOVE MVT-ACTION TO JRN-ACTION.
006640     MOVE MVT-NUMERO TO JRN-NUMERO.
006641     MOVE WS-RUN-DATE-TRAITEMENT TO JRN-DATE-TRAITEMENT.
006642     IF MVT-EXTOURNE
006643         MOVE WS-DATE-EXTOURNE TO JRN-DATE-EXTOURNE
006644     ELSE
006645         MOVE ZERO TO JRN-DATE-EXTOURNE
006646     END-IF.
006650     WRITE JRN-RECORD.
006660     IF WS-JRN-STATUT NOT = "00"
006670         DISPLAY "MVTMAJ - ECRITURE MVTJRN EN ERREUR - "
007320     MOVE WS-RUN-DATE-TRAITEMENT TO REJ-DATE-REJET.
007330     MOVE "A" TO REJ-STATUT.
007340     MOVE MVT-RECORD TO REJ-IMAGE.
007341     PERFORM 9250-CHERCHER-EMETTEUR THRU 9250-EXIT.
007350     WRITE REJ-RECORD.
007360     IF WS-REJC-STATUT NOT = "00"
007370         DISPLAY "MVTMAJ - ECRITURE REJCYCLE EN ERREUR - "
007380             WS-REJC-STATUT
007381         MOVE 12 TO RETURN-CODE
007382     END-IF.
007383 9200-EXIT.
007384     EXIT.
007385*****************************************************************
007386*    9250-CHERCHER-EMETTEUR - RETROUVE LE PRODUCTEUR DU         *
007387*    MOUVEMENT REJETE (FICHIER MVTIN, CIBLE ET NUMERO) DANS LA  *
007388*    TABLE DE CORRESPONDANCE. LA PREMIERE ENTREE L'EMPORTE;     *
007389*    BLANC SI AUCUNE NE CORRESPOND.                             *
007390*****************************************************************
007391 9250-CHERCHER-EMETTEUR.
007392     MOVE SPACES TO REJ-EMETTEUR.
007393     MOVE "MVTIN   " TO WS-ORG-FLUX-CH.
007394     MOVE MVT-FICHIER TO WS-ORG-CIBLE-CH.
007395     MOVE MVT-RECORD(6:7) TO WS-ORG-NUMERO-CH.
007396     MOVE "N" TO WS-ORIGINE-SW.
007397     MOVE ZERO TO WS-INDICE-ORG.
007398     PERFORM 9260-CHERCHER-UNE-ORIGINE THRU 9260-EXIT
007399         UNTIL WS-ORIGINE-TROUVEE
007400         OR WS-INDICE-ORG >= WS-NOMBRE-ORIGINES.
007401     IF WS-ORIGINE-TROUVEE
007402         MOVE WS-ORG-EMETTEUR(WS-INDICE-ORG) TO REJ-EMETTEUR
007403     END-IF.
007404 9250-EXIT.
007405     EXIT.
007406*****************************************************************
007407*    9260-CHERCHER-UNE-ORIGINE - COMPARE UNE ENTREE DE LA TABLE *
007408*    DES PRODUCTEURS AU MOUVEMENT RECHERCHE.                    *
007409*****************************************************************
007410 9260-CHERCHER-UNE-ORIGINE.
007411     ADD 1 TO WS-INDICE-ORG.
007412     IF WS-ORG-CLE(WS-INDICE-ORG) = WS-ORG-CLE-CHERCHEE
007413         SET WS-ORIGINE-TROUVEE TO TRUE
007414     END-IF.
007415 9260-EXIT.
007420     EXIT.
007430*****************************************************************
007440*    1070-OUVRIR-TOTAUX - OUVRE LE FICHIER DES TOTAUX DE        *
009420     END-IF.
009430     PERFORM 1095-CHARGER-UNE-PERIODE THRU 1095-EXIT
009440         UNTIL FIN-FICHIER-PER
009441         OR WS-NOMBRE-PERIODES >= WS-LIMITE-PERIODES.
009442     CLOSE PER-FICHIER.
009443 1085-EXIT.
009444     EXIT.
009445*****************************************************************
009446*    1087-CHARGER-ORIGINES - CHARGE EN MEMOIRE LA TABLE DE      *
009447*    CORRESPONDANCE DES PRODUCTEURS DE LA NUIT (FLXORIG).       *
009448*    EN SON ABSENCE LA TABLE RESTE VIDE ET LES REJETS SONT      *
009449*    ECRITS SANS EMETTEUR.                                      *
009450*****************************************************************
009451 1087-CHARGER-ORIGINES.
009452     MOVE ZERO TO WS-NOMBRE-ORIGINES.
009453     OPEN INPUT ORG-FICHIER.
009454     IF WS-ORG-STATUT NOT = "00"
009455         GO TO 1087-EXIT
009456     END-IF.
009457     PERFORM 1097-CHARGER-UNE-ORIGINE THRU 1097-EXIT
009458         UNTIL FIN-FICHIER-ORG
009459         OR WS-NOMBRE-ORIGINES >= WS-LIMITE-ORIGINES.
009460     IF NOT FIN-FICHIER-ORG
009461         READ ORG-FICHIER
009462             AT END
009463                 SET FIN-FICHIER-ORG TO TRUE
009464         END-READ
009465     END-IF.
009466     IF NOT FIN-FICHIER-ORG
009467         DISPLAY "MVTMAJ - FLXORIG DEPASSE " WS-LIMITE-ORIGINES
009468             " LIGNES - EMETTEURS NON RETROUVES AU-DELA"
009469     END-IF.
009470     CLOSE ORG-FICHIER.
009471 1087-EXIT.
009472     EXIT.
009473*****************************************************************
009474*    1088-OUVRIR-LITIGES - OUVRE LE REGISTRE DES LITIGES EN     *
009475*    LECTURE DIRECTE POUR LE CONTROLE DES CLOTURES. EN SON      *
009476*    ABSENCE AUCUN MOUVEMENT N'EST REPUTE EN LITIGE.            *
009477*****************************************************************
009478 1088-OUVRIR-LITIGES.
009479     OPEN INPUT LIT-REGISTRE.
009480     IF WS-LIT-STATUT = "35"
009481         DISPLAY "MVTMAJ - REGISTRE LITREG ABSENT - AUCUN LITIGE"
009482         GO TO 1088-EXIT
009483     END-IF.
009484     IF WS-LIT-STATUT NOT = "00"
009485         DISPLAY "MVTMAJ - OUVERTURE LITREG IMPOSSIBLE - "
009486             WS-LIT-STATUT
009487         MOVE 12 TO RETURN-CODE
009488         CLOSE CTRL-LISTE
009489         CLOSE REJET-LISTE
009490         CLOSE MVT-JOURNAL
009491         CLOSE REJ-CYCLE
009492         CLOSE CTRL-TOTAUX
009493         PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT
009494         GOBACK
009495     END-IF.
009496     SET WS-LITIGES-DISPONIBLES TO TRUE.
009497 1088-EXIT.
009498     EXIT.
009499*****************************************************************
009500*    1095-CHARGER-UNE-PERIODE - LIT UN ENREGISTREMENT PERCTL    *
009510*    ET LE RANGE DANS LA TABLE DES PERIODES.                    *
009520*****************************************************************
009620     ADD 1 TO WS-NOMBRE-PERIODES.
009630     MOVE PER-MOIS TO WS-PER-MOIS(WS-NOMBRE-PERIODES).
009640     MOVE PER-STATUT TO WS-PER-ETAT(WS-NOMBRE-PERIODES).
009641 1095-EXIT.
009642     EXIT.
009643*****************************************************************
009644*    1097-CHARGER-UNE-ORIGINE - LIT UN ENREGISTREMENT FLXORIG   *
009645*    ET LE RANGE DANS LA TABLE DES PRODUCTEURS.                 *
009646*****************************************************************
009647 1097-CHARGER-UNE-ORIGINE.
009648     READ ORG-FICHIER
009649         AT END
009650             SET FIN-FICHIER-ORG TO TRUE
009651             GO TO 1097-EXIT
009652     END-READ.
009653     ADD 1 TO WS-NOMBRE-ORIGINES.
009654     MOVE ORG-CLE TO WS-ORG-CLE(WS-NOMBRE-ORIGINES).
009655     MOVE ORG-EMETTEUR TO WS-ORG-EMETTEUR(WS-NOMBRE-ORIGINES).
009656 1097-EXIT.
009660     EXIT.
009670*****************************************************************
009680*    8500-CONTROLER-PERIODE - CONTROLE QUE LE MOIS DE LA DATE   *
