000247*                  RESTITUTION), CONTROLE CONTRE LE FICHIER     *
000248*                  DES TAUX DU JOUR (DEVTAUX) ET REPORTE SUR    *
000249*                  L'ENREGISTREMENT MVTREC.                     *
000250*   2026-10-15 JF  ACTIONS O (REOUVERTURE D'UN MOUVEMENT CLOS)  *
000251*                  ET E (EXTOURNE TOTALE D'UN MOUVEMENT OUVERT  *
000252*                  OU CLOS), RESERVEES AUX OPERATEURS DE NIVEAU *
000253*                  3 ET CONTROLEES CONTRE LE STATUT COURANT DU  *
000254*                  MAITRE. TOUT REFUS EST TRACE DANS AUDITLOG.  *
000255*   2026-10-15 JF  DOUBLE CONTROLE DES MOUVEMENTS DE MONTANT    *
000256*                  ELEVE : AU-DELA DU SEUIL DES CARTES MVTSEUIL *
000257*                  (PAR FICHIER ET DEVISE, COMPARE APRES        *
000258*                  CONVERSION DEVTAUX, EN VALEUR ABSOLUE) LE    *
000259*                  MOUVEMENT VA DANS MVTATT EN ATTENTE DE       *
000260*                  L'APPROBATION D'UN SECOND OPERATEUR DE       *
000261*                  NIVEAU 3 (MVTAPPR) AU LIEU DE MVTIN, HORS    *
000262*                  REMORQUE DE SESSION.                         *
000263*   2026-10-15 JF  EN MODIFICATION SANS DEVISE SAISIE, LE SEUIL *
000264*                  ET LE TAUX DU DOUBLE CONTROLE SONT CEUX DE   *
000265*                  LA DEVISE DU MAITRE, QUE MVTMAJ CONSERVE, ET *
000266*                  NON PLUS CEUX DE LA MONNAIE DE RESTITUTION.  *
000267*                                                               *
000268*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. MVTSAIS.
000290 AUTHOR. J. FAVREAU.
000541     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000542         ORGANIZATION IS SEQUENTIAL
000543         FILE STATUS IS dev-statut-ws.
000544     SELECT SEUIL-CARTES ASSIGN TO "MVTSEUIL"
000545         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS seuil-statut-ws.
000547     SELECT MVT-ATTENTE ASSIGN TO "MVTATT"
000548         ORGANIZATION IS SEQUENTIAL
000549         FILE STATUS IS att-statut-ws.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPER-FICHIER
000711 FD  DEV-FICHIER
000712     LABEL RECORDS ARE STANDARD.
000713 COPY DEVREC.
000714 FD  SEUIL-CARTES
000715     LABEL RECORDS ARE STANDARD.
000716 COPY SEUILREC.
000717 FD  MVT-ATTENTE
000718     LABEL RECORDS ARE STANDARD.
000719 COPY MVTAREC.
000720 WORKING-STORAGE SECTION.
000730 01  fichier_ws PIC X(01).
000740 01  action_ws PIC X(01).
001103 01  montant-session-ws PIC S9(11)V99 COMP-3 VALUE ZERO.
001110 01  reference-libelle-ws PIC X(30).
001120 01  reference-date-ws PIC 9(08).
001121 01  reference-montant-ws PIC ZZZ,ZZZ,ZZ9.99-.
001122 01  reference-statut-ws PIC X(02).
001123 01  seuil-statut-ws PIC X(02) VALUE SPACES.
001124 01  att-statut-ws PIC X(02) VALUE SPACES.
001125 01  fin-seuil-sw PIC X(01) VALUE "N".
001126     88  FIN-FICHIER-SEUIL VALUE "O".
001127 01  seuil-trouve-sw PIC X(01) VALUE "N".
001128     88  SEUIL-TROUVE VALUE "O".
001129 01  approbation-sw PIC X(01) VALUE "N".
001130     88  MOUVEMENT-A-APPROUVER VALUE "O".
001131 77  indice-seuil-ws PIC 9(03) COMP VALUE ZERO.
001132 77  nombre-seuils-ws PIC 9(03) COMP VALUE ZERO.
001133 77  limite-seuils-ws PIC 9(03) COMP VALUE 40.
001134 01  table-seuils.
001135     05  entree-seuil OCCURS 40 TIMES.
001136         10  tseuil-fichier PIC X(04).
001137         10  tseuil-devise PIC X(03).
001138         10  tseuil-montant PIC 9(11)V99.
001139 01  devise-seuil-ws PIC X(03).
001140 01  devise-maitre-ws PIC X(03) VALUE SPACES.
001141 01  devise-controle-ws PIC X(03) VALUE SPACES.
001142 01  seuil-applicable-ws PIC 9(11)V99 VALUE ZERO.
001143 01  taux-seuil-ws PIC 9(05)V9(06) VALUE ZERO.
001144 01  montant-converti-ws PIC S9(13)V99 COMP-3 VALUE ZERO.
001145 01  montant-absolu-ws PIC 9(13)V99 COMP-3 VALUE ZERO.
001150 SCREEN SECTION.
001160 01  saisie-operateur.
001170  02  BLANK SCREEN.
001420  02  VALUE "- appuyez sur une touche" LINE 10 COL 50.
001430  02  PIC X TO pause_ws LINE 10 COL 75.
001440 01  saisie-action.
001441  02  VALUE "Action (A/M/C O=reouv. E=extourne) :" LINE 11
001460      COL 10.
001470  02  action-zone PIC X(01) TO action_ws LINE 11 COL 48.
001480 01  erreur-action.
001481  02  VALUE "action invalide, entrez A, M, C, O ou E" LINE 12
001482      COL 10.
001500  02  VALUE "- appuyez sur une touche" LINE 12 COL 50.
001510  02  PIC X TO pause_ws LINE 12 COL 75.
001511 01  refus-action.
001512  02  VALUE "action reservee aux operateurs de niveau 3"
001513      LINE 12 COL 10.
001514  02  VALUE "- appuyez sur une touche" LINE 12 COL 55.
001515  02  PIC X TO pause_ws LINE 12 COL 79.
001520 01  saisie-numero.
001530  02  VALUE "Numero du mouvement (7 chiffres) :" LINE 12
001540      COL 10.
001800      COL 24.
001810  02  VALUE "Statut  :" LINE 17 COL 12.
001820  02  PIC X(02) FROM reference-statut-ws LINE 17 COL 24.
001821 01  statut-incompatible.
001822  02  VALUE "statut du maitre incompatible avec l'action"
001823      LINE 18 COL 10.
001824  02  VALUE "- appuyez sur une touche" LINE 18 COL 55.
001825  02  PIC X TO pause_ws LINE 18 COL 79.
001830 01  saisie-libelle.
001840  02  VALUE "Libelle (blanc = inchange en modif) :" LINE 18
001850      COL 10.
002120  02  VALUE "mouvement accepte et ecrit pour la nuit" LINE 22
002130      COL 10.
002140  02  VALUE "- appuyez sur une touche" LINE 22 COL 52.
002141  02  PIC X TO pause_ws LINE 22 COL 77.
002142 01  message-attente.
002143  02  VALUE "montant au-dela du seuil - en attente d'approbation"
002144      LINE 22 COL 10.
002145  02  VALUE "- appuyez sur une touche" LINE 23 COL 10.
002146  02  PIC X TO pause_ws LINE 23 COL 35.
002147 01  erreur-attente.
002148  02  VALUE "ecriture MVTATT en echec - mouvement perdu"
002149      LINE 22 COL 10.
002150  02  VALUE "- appuyez sur une touche" LINE 22 COL 55.
002151  02  PIC X TO pause_ws LINE 22 COL 79.
002160*
002170*****************************************************************
002180*                                                               *
002390         STOP RUN
002400     END-IF.
002401     PERFORM 0950-CHARGER-DEVISES THRU 0950-EXIT.
002402     PERFORM 0970-CHARGER-SEUILS THRU 0970-EXIT.
002410*
002420     PERFORM 1500-BOUCLE-SAISIE THRU 1500-EXIT
002430         WITH TEST AFTER
003880*    DATE ET MONTANT, PUIS L'ECRIT S'IL EST ACCEPTE.            *
003890*****************************************************************
003900 2000-SAISIR-MVT.
003901     MOVE "N" TO approbation-sw.
003910     MOVE SPACES TO action-zone.
003920     ACCEPT saisie-action.
003930     IF action_ws = "a" MOVE "A" TO action_ws END-IF.
003940     IF action_ws = "m" MOVE "M" TO action_ws END-IF.
003950     IF action_ws = "c" MOVE "C" TO action_ws END-IF.
003951     IF action_ws = "o" MOVE "O" TO action_ws END-IF.
003952     IF action_ws = "e" MOVE "E" TO action_ws END-IF.
003960     IF action_ws NOT = "A" AND action_ws NOT = "M"
003961         AND action_ws NOT = "C" AND action_ws NOT = "O"
003962         AND action_ws NOT = "E"
003980         MOVE SPACE TO pause_ws
003990         ACCEPT erreur-action
003991         GO TO 2000-EXIT
003992     END-IF.
003993     IF (action_ws = "O" OR action_ws = "E")
003994         AND NOT OPERATEUR-HABIL-TOUT
003995         MOVE SPACE TO pause_ws
003996         ACCEPT refus-action
003997         MOVE SPACES TO numero_ws
003998         MOVE "N" TO saisie-valide-sw
003999         PERFORM 4200-TRACER-SAISIE THRU 4200-EXIT
004000         GO TO 2000-EXIT
004010     END-IF.
004020     MOVE SPACES TO numero-zone.
004230     END-IF.
004231     IF MOUVEMENT-TROUVE
004232         DISPLAY reference-maitre
004233     END-IF.
004234     IF action_ws = "O" OR action_ws = "E"
004235         PERFORM 2600-SAISIR-REOUV-EXTOURNE THRU 2600-EXIT
004236         GO TO 2000-EXIT
004240     END-IF.
004250     MOVE SPACES TO libelle-zone.
004260     ACCEPT saisie-libelle.
004470*****************************************************************
004480*    2100-CONTROLER-MAITRE - LIT LE FICHIER MAITRE DE LA CIBLE  *
004490*    COURANTE PAR LA CLE SAISIE ET PREPARE L'AFFICHAGE DE       *
004491*    REFERENCE. LA DEVISE DU MAITRE EST GARDEE POUR LE DOUBLE   *
004492*    CONTROLE D'UNE MODIFICATION SANS DEVISE SAISIE.            *
004510*****************************************************************
004520 2100-CONTROLER-MAITRE.
004530     MOVE "N" TO trouve-sw.
004531     MOVE SPACES TO devise-maitre-ws.
004540     IF cible-ws = "ECP "
004550         OPEN INPUT ECP-FICHIER
004560         IF ecp-statut-ws NOT = "00"
004660                 MOVE ECP-DATE-MVT TO reference-date-ws
004670                 MOVE ECP-MONTANT TO reference-montant-ws
004680                 MOVE ECP-CODE-STATUT TO reference-statut-ws
004681                 MOVE ECP-CODE-DEVISE TO devise-maitre-ws
004690         END-READ
004700         CLOSE ECP-FICHIER
004710     ELSE
004830                 MOVE ATBB-DATE-MVT TO reference-date-ws
004840                 MOVE ATBB-MONTANT TO reference-montant-ws
004850                 MOVE ATBB-CODE-STATUT TO reference-statut-ws
004851                 MOVE ATBB-CODE-DEVISE TO devise-maitre-ws
004860         END-READ
004870         CLOSE ATBB-FICHIER
004880     END-IF.
005570         MOVE montant_ws TO MVT-MONTANT-X
005580     END-IF.
005581     MOVE devise_ws TO MVT-CODE-DEVISE.
005582     PERFORM 2700-CONTROLER-SEUIL THRU 2700-EXIT.
005583     IF MOUVEMENT-A-APPROUVER
005584         PERFORM 2800-METTRE-EN-ATTENTE THRU 2800-EXIT
005585         GO TO 2500-EXIT
005586     END-IF.
005590     WRITE MVT-RECORD.
005600     IF mvt-statut-ws NOT = "00"
005610         MOVE SPACE TO pause_ws
005670         MOVE SPACE TO pause_ws
005680         ACCEPT message-accepte
005690     END-IF.
005691 2500-EXIT.
005692     EXIT.
005693*
005694*****************************************************************
005695*    2600-SAISIR-REOUV-EXTOURNE - REOUVERTURE (O) D'UN          *
005696*    MOUVEMENT CLOS OU EXTOURNE TOTALE (E) D'UN MOUVEMENT       *
005697*    OUVERT OU CLOS, ACTIONS RESERVEES AU NIVEAU 3. LE STATUT   *
005698*    COURANT DU MAITRE DOIT Y CORRESPONDRE. LIBELLE, MONTANT ET *
005699*    DEVISE NE SONT PAS SAISIS; L'EXTOURNE PEUT PORTER SA DATE  *
005700*    (BLANC = DATE DU MOUVEMENT, REPORTEE AU MOIS OUVERT PAR    *
005701*    MVTMAJ SI SON MOIS EST CLOS).                              *
005702*****************************************************************
005703 2600-SAISIR-REOUV-EXTOURNE.
005704     IF (action_ws = "O" AND reference-statut-ws NOT = "CL")
005705         OR (action_ws = "E" AND reference-statut-ws NOT = "OU"
005706             AND reference-statut-ws NOT = "CL")
005707         MOVE SPACE TO pause_ws
005708         ACCEPT statut-incompatible
005709         MOVE "N" TO saisie-valide-sw
005710         PERFORM 4200-TRACER-SAISIE THRU 4200-EXIT
005711         GO TO 2600-EXIT
005712     END-IF.
005713     MOVE SPACES TO libelle_ws.
005714     MOVE SPACES TO date_ws.
005715     MOVE SPACES TO montant_ws.
005716     MOVE SPACES TO devise_ws.
005717     IF action_ws = "E"
005718         MOVE SPACES TO date-zone
005719         ACCEPT saisie-date
005720         PERFORM 2200-CONTROLER-DATE THRU 2200-EXIT
005721         IF NOT SAISIE-VALIDE
005722             MOVE SPACE TO pause_ws
005723             ACCEPT erreur-date
005724             GO TO 2600-EXIT
005725         END-IF
005726     END-IF.
005727     MOVE "O" TO saisie-valide-sw.
005728     PERFORM 2500-ECRIRE-MVT THRU 2500-EXIT.
005729 2600-EXIT.
005730     EXIT.
005731*
005732*****************************************************************
005740*    4100-TRACER-REFUS - ENREGISTRE DANS LE JOURNAL D'AUDIT UN  *
005750*    FICHIER NON AUTORISE POUR L'OPERATEUR.                     *
005760*****************************************************************
005870     EXIT.
005880*
005890*****************************************************************
005891*    4200-TRACER-SAISIE - ENREGISTRE LA SAISIE (ACCEPTEE,       *
005892*    REFUSEE OU MISE EN ATTENTE D'APPROBATION) DANS LE JOURNAL  *
005893*    D'AUDIT AVEC SON RESULTAT.                                 *
005920*****************************************************************
005930 4200-TRACER-SAISIE.
005940     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
006020     ELSE
006030         MOVE "SAIATBB" TO AUDIT-RAPPORT
006040     END-IF.
006041     EVALUATE TRUE
006042         WHEN NOT SAISIE-VALIDE
006043             MOVE "REFUSE" TO AUDIT-RESULTAT
006044         WHEN MOUVEMENT-A-APPROUVER
006045             MOVE "EN ATTENTE" TO AUDIT-RESULTAT
006046         WHEN OTHER
006047             MOVE "ACCEPTE" TO AUDIT-RESULTAT
006048     END-EVALUATE.
006100     PERFORM 0710-ECRIRE-AUDIT THRU 0710-EXIT.
006110 4200-EXIT.
006120     EXIT.
006590         GO TO 2400-EXIT
006600     END-IF.
006610     MOVE "N" TO devise-valide-sw.
006611     MOVE devise_ws TO devise-controle-ws.
006620     MOVE ZERO TO indice-dev-ws.
006630     PERFORM 2410-CHERCHER-DEVISE THRU 2410-EXIT
006640         UNTIL DEVISE-TROUVEE
006710*
006720*****************************************************************
006730*    2410-CHERCHER-DEVISE - COMPARE UNE ENTREE DE LA TABLE DES  *
006731*    TAUX AU CODE CHERCHE (DEVISE-CONTROLE-WS).                 *
006750*****************************************************************
006760 2410-CHERCHER-DEVISE.
006770     ADD 1 TO indice-dev-ws.
006771     IF tdev-code(indice-dev-ws) = devise-controle-ws
006790         SET DEVISE-TROUVEE TO TRUE
006800     END-IF.
006810 2410-EXIT.
006820     EXIT.
006830*
006840*****************************************************************
006850*    0970-CHARGER-SEUILS - CHARGE LES CARTES DE SEUIL DU DOUBLE *
006860*    CONTROLE (MVTSEUIL) EN MEMOIRE. EN LEUR ABSENCE LA TABLE   *
006870*    RESTE VIDE ET AUCUN MOUVEMENT N'EST MIS EN ATTENTE.        *
006880*****************************************************************
006890 0970-CHARGER-SEUILS.
006900     MOVE ZERO TO nombre-seuils-ws.
006910     OPEN INPUT SEUIL-CARTES.
006920     IF seuil-statut-ws NOT = "00"
006930         GO TO 0970-EXIT
006940     END-IF.
006950     PERFORM 0980-CHARGER-UN-SEUIL THRU 0980-EXIT
006960         UNTIL FIN-FICHIER-SEUIL
006970         OR nombre-seuils-ws >= limite-seuils-ws.
006980     CLOSE SEUIL-CARTES.
006990 0970-EXIT.
007000     EXIT.
007010*
007020*****************************************************************
007030*    0980-CHARGER-UN-SEUIL - LIT UNE CARTE MVTSEUIL ET LA RANGE *
007040*    DANS LA TABLE DES SEUILS. UNE CARTE D'UN AUTRE FICHIER QUE *
007050*    ECP OU ATBB, OU DE SEUIL NON NUMERIQUE, EST IGNOREE.       *
007060*****************************************************************
007070 0980-CHARGER-UN-SEUIL.
007080     READ SEUIL-CARTES
007090         AT END
007100             SET FIN-FICHIER-SEUIL TO TRUE
007110             GO TO 0980-EXIT
007120     END-READ.
007130     IF SEUIL-FICHIER NOT = "ECP " AND SEUIL-FICHIER NOT = "ATBB"
007140         GO TO 0980-EXIT
007150     END-IF.
007160     IF SEUIL-MONTANT NOT NUMERIC
007170         GO TO 0980-EXIT
007180     END-IF.
007190     ADD 1 TO nombre-seuils-ws.
007200     MOVE SEUIL-FICHIER TO tseuil-fichier(nombre-seuils-ws).
007210     MOVE SEUIL-DEVISE TO tseuil-devise(nombre-seuils-ws).
007220     MOVE SEUIL-MONTANT TO tseuil-montant(nombre-seuils-ws).
007230 0980-EXIT.
007240     EXIT.
007250*
007260*****************************************************************
007270*    2700-CONTROLER-SEUIL - CHERCHE LE SEUIL DU FICHIER CIBLE   *
007280*    POUR LA DEVISE DU MOUVEMENT (A DEFAUT LA CARTE A DEVISE    *
007290*    BLANCHE), CONVERTIT LE MONTANT SAISI EN MONNAIE DE         *
007300*    RESTITUTION ET DEMANDE L'APPROBATION S'IL DEPASSE LE SEUIL *
007310*    EN VALEUR ABSOLUE. LA DEVISE DU MOUVEMENT EST LA DEVISE    *
007320*    SAISIE OU, LAISSEE A BLANC, CELLE DU MAITRE (CONSERVEE PAR *
007330*    MVTMAJ EN MODIFICATION). UN MONTANT LAISSE A BLANC N'EST   *
007340*    PAS CONTROLE.                                              *
007350*****************************************************************
007360 2700-CONTROLER-SEUIL.
007370     MOVE "N" TO approbation-sw.
007380     IF montant_ws = SPACES OR nombre-seuils-ws = ZERO
007390         GO TO 2700-EXIT
007400     END-IF.
007410     MOVE devise_ws TO devise-controle-ws.
007420     IF devise_ws = SPACES
007430         MOVE devise-maitre-ws TO devise-controle-ws
007440     END-IF.
007450     MOVE devise-controle-ws TO devise-seuil-ws.
007460     PERFORM 2710-CHERCHER-SEUIL THRU 2710-EXIT.
007470     IF NOT SEUIL-TROUVE
007480         MOVE SPACES TO devise-seuil-ws
007490         PERFORM 2710-CHERCHER-SEUIL THRU 2710-EXIT
007500     END-IF.
007510     IF NOT SEUIL-TROUVE
007520         GO TO 2700-EXIT
007530     END-IF.
007540     MOVE 1 TO taux-seuil-ws.
007550     IF devise-controle-ws NOT = SPACES
007560         AND devise-controle-ws NOT = "EUR"
007570         MOVE "N" TO devise-valide-sw
007580         MOVE ZERO TO indice-dev-ws
007590         PERFORM 2410-CHERCHER-DEVISE THRU 2410-EXIT
007600             UNTIL DEVISE-TROUVEE
007610             OR indice-dev-ws >= nombre-devises-ws
007620         IF DEVISE-TROUVEE
007630             MOVE tdev-taux(indice-dev-ws) TO taux-seuil-ws
007640         END-IF
007650     END-IF.
007660     COMPUTE montant-converti-ws ROUNDED =
007670         montant-controle-ws * taux-seuil-ws.
007680     IF montant-converti-ws < ZERO
007690         COMPUTE montant-absolu-ws = ZERO - montant-converti-ws
007700     ELSE
007710         MOVE montant-converti-ws TO montant-absolu-ws
007720     END-IF.
007730     IF montant-absolu-ws > seuil-applicable-ws
007740         SET MOUVEMENT-A-APPROUVER TO TRUE
007750     END-IF.
007760 2700-EXIT.
007770     EXIT.
007780*
007790*****************************************************************
007800*    2710-CHERCHER-SEUIL - PARCOURT LA TABLE DES SEUILS POUR LE *
007810*    FICHIER CIBLE ET LA DEVISE DE DEVISE-SEUIL-WS.             *
007820*****************************************************************
007830 2710-CHERCHER-SEUIL.
007840     MOVE "N" TO seuil-trouve-sw.
007850     MOVE ZERO TO indice-seuil-ws.
007860     PERFORM 2720-COMPARER-SEUIL THRU 2720-EXIT
007870         UNTIL SEUIL-TROUVE
007880         OR indice-seuil-ws >= nombre-seuils-ws.
007890 2710-EXIT.
007900     EXIT.
007910*
007920*****************************************************************
007930*    2720-COMPARER-SEUIL - COMPARE UNE ENTREE DE LA TABLE DES   *
007940*    SEUILS AU FICHIER ET A LA DEVISE CHERCHES.                 *
007950*****************************************************************
007960 2720-COMPARER-SEUIL.
007970     ADD 1 TO indice-seuil-ws.
007980     IF tseuil-fichier(indice-seuil-ws) = cible-ws
007990         AND tseuil-devise(indice-seuil-ws) = devise-seuil-ws
008000         SET SEUIL-TROUVE TO TRUE
008010         MOVE tseuil-montant(indice-seuil-ws)
008020             TO seuil-applicable-ws
008030     END-IF.
008040 2720-EXIT.
008050     EXIT.
008060*
008070*****************************************************************
008080*    2800-METTRE-EN-ATTENTE - ECRIT LE MOUVEMENT PREPARE DANS LE*
008090*    FICHIER DES MOUVEMENTS A APPROUVER (MVTATT) AVEC L'AUTEUR  *
008100*    DE LA SAISIE, LE MONTANT CONVERTI ET LE SEUIL, AU LIEU DE  *
008110*    MVTIN, ET TRACE LA MISE EN ATTENTE DANS LE JOURNAL D'AUDIT.*
008120*****************************************************************
008130 2800-METTRE-EN-ATTENTE.
008140     MOVE SPACES TO ATT-RECORD.
008150     MOVE "A" TO ATT-STATUT.
008160     MOVE operateur-id-ws TO ATT-SAISI-PAR.
008170     ACCEPT ATT-DATE-SAISIE FROM DATE YYYYMMDD.
008180     ACCEPT ATT-HEURE-SAISIE FROM TIME.
008190     MOVE montant-converti-ws TO ATT-MONTANT-CONVERTI.
008200     MOVE seuil-applicable-ws TO ATT-SEUIL.
008210     MOVE ZERO TO ATT-DATE-DECISION.
008220     MOVE ZERO TO ATT-HEURE-DECISION.
008230     MOVE MVT-RECORD TO ATT-IMAGE.
008240     OPEN EXTEND MVT-ATTENTE.
008250     IF att-statut-ws NOT = "00"
008260         OPEN OUTPUT MVT-ATTENTE
008270     END-IF.
008280     IF att-statut-ws NOT = "00"
008290         MOVE SPACE TO pause_ws
008300         ACCEPT erreur-attente
008310         MOVE "N" TO saisie-valide-sw
008320         PERFORM 4200-TRACER-SAISIE THRU 4200-EXIT
008330         GO TO 2800-EXIT
008340     END-IF.
008350     WRITE ATT-RECORD.
008360     IF att-statut-ws NOT = "00"
008370         MOVE SPACE TO pause_ws
008380         ACCEPT erreur-attente
008390         MOVE "N" TO saisie-valide-sw
008400     END-IF.
008410     CLOSE MVT-ATTENTE.
008420     PERFORM 4200-TRACER-SAISIE THRU 4200-EXIT.
008430     IF SAISIE-VALIDE
008440         MOVE SPACE TO pause_ws
008450         ACCEPT message-attente
008460     END-IF.
008470 2800-EXIT.
008480     EXIT.
008490*
008500 END PROGRAM MVTSAIS.
