000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTAPPR                                        *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   APPROBATION DES MOUVEMENTS DE MONTANT ELEVE (DOUBLE         *
000090*   CONTROLE). MVTSAIS MET EN ATTENTE DANS MVTATT (DESSIN       *
000100*   MVTAREC) TOUT MOUVEMENT DONT LE MONTANT CONVERTI DEPASSE    *
000110*   LE SEUIL DES CARTES MVTSEUIL. PROGRAMME CONSOLE, AU MEME    *
000120*   TITRE QUE PERMNT, RESERVE AUX SUPERVISEURS DE NIVEAU 3 :    *
000130*   LE SUPERVISEUR DESIGNE UN MOUVEMENT EN ATTENTE PAR SON      *
000140*   FICHIER ET SON NUMERO, LE VOIT ET L'APPROUVE OU LE REFUSE.  *
000150*   IL NE PEUT JAMAIS DECIDER D'UN MOUVEMENT QU'IL A LUI-MEME   *
000160*   SAISI. CHAQUE CONNEXION, DECISION OU TENTATIVE REFUSEE EST  *
000170*   TRACEE DANS AUDITLOG AVEC L'IDENTIFIANT DU SUPERVISEUR ET   *
000180*   CELUI DE L'AUTEUR DE LA SAISIE. SEULS LES MOUVEMENTS        *
000190*   APPROUVES SONT LIBERES DANS MVTIN, PAR MVTLIBER, LA NUIT.   *
000200*                                                               *
000210*   MODIFICATION HISTORY                                        *
000220*   --------------------                                        *
000230*   2026-10-15 JF  VERSION INITIALE.                            *
000240*   2026-10-15 JF  LA DECISION SE SAISIT APRES AFFICHAGE DU     *
000250*                  MOUVEMENT ET SE CONFIRME (O/N). MVTATT EST   *
000260*                  RELU JUSTE AVANT LA MISE A JOUR : UNE ENTREE *
000270*                  DECIDEE OU RETIREE ENTRE-TEMPS N'EST PLUS    *
000280*                  ECRASEE.                                     *
000290*                                                               *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. MVTAPPR.
000330 AUTHOR. J. FAVREAU.
000340 INSTALLATION. SERVICE EXPLOITATION.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS oper-statut-ws.
000430     SELECT AUDIT-FICHIER ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS audit-statut-ws.
000460     SELECT MVT-ATTENTE ASSIGN TO "MVTATT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS att-statut-ws.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  OPER-FICHIER
000520     LABEL RECORDS ARE STANDARD.
000530 COPY OPERTAB.
000540 FD  AUDIT-FICHIER
000550     LABEL RECORDS ARE STANDARD.
000560 COPY AUDITREC.
000570 FD  MVT-ATTENTE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY MVTAREC.
000600 WORKING-STORAGE SECTION.
000610 01  choix_ws PIC X(01).
000620 01  touche_ws PIC X.
000630 01  pause_ws PIC X.
000640 01  oper-statut-ws PIC X(02) VALUE SPACES.
000650 01  audit-statut-ws PIC X(02) VALUE SPACES.
000660 01  att-statut-ws PIC X(02) VALUE SPACES.
000670 01  fin-oper-sw PIC X(01) VALUE "N".
000680     88  FIN-FICHIER-OPER VALUE "O".
000690 01  fin-att-sw PIC X(01) VALUE "N".
000700     88  FIN-FICHIER-ATT VALUE "O".
000710 01  superviseur-id-ws PIC X(08).
000720 01  superviseur-valide-sw PIC X(01) VALUE "N".
000730     88  SUPERVISEUR-AUTORISE VALUE "O".
000740 01  reecriture-ok-sw PIC X(01) VALUE "N".
000750     88  REECRITURE-OK VALUE "O".
000760 01  debordement-sw PIC X(01) VALUE "N".
000770     88  TABLE-SATUREE VALUE "O".
000780 01  trouve-sw PIC X(01) VALUE "N".
000790     88  MOUVEMENT-TROUVE VALUE "O".
000800 01  saisie-fichier-ws PIC X(01).
000810 01  saisie-numero-ws PIC X(07).
000820 01  cible-ws PIC X(04) VALUE SPACES.
000830 01  decision-ws PIC X(01) VALUE SPACE.
000840     88  DECISION-APPROUVEE VALUE "V".
000850     88  DECISION-REFUSEE VALUE "R".
000860 01  confirmation-ws PIC X(01) VALUE "N".
000870     88  DECISION-CONFIRMEE VALUE "O" "o".
000880 01  resultat-ws PIC X(12) VALUE SPACES.
000890 01  choisi-enreg-ws PIC X(160) VALUE SPACES.
000900 77  indice-ws PIC 9(03) COMP VALUE ZERO.
000910 77  indice-trouve-ws PIC 9(03) COMP VALUE ZERO.
000920 77  nombre-attente-ws PIC 9(03) COMP VALUE ZERO.
000930 77  limite-table-ws PIC 9(03) COMP VALUE 200.
000940 01  table-attente.
000950     05  entree-attente OCCURS 200 TIMES.
000960         10  tatt-enreg PIC X(160).
000970 01  affiche-action-ws PIC X(01).
000980 01  affiche-libelle-ws PIC X(30).
000990 01  affiche-date-ws PIC X(08).
001000 01  affiche-montant-ws PIC ZZZ,ZZZ,ZZ9.99-.
001010 01  affiche-devise-ws PIC X(03).
001020 01  affiche-converti-ws PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001030 01  affiche-seuil-ws PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001040 01  affiche-auteur-ws PIC X(08).
001050 01  affiche-saisie-ws PIC 9(08) VALUE ZERO.
001060 SCREEN SECTION.
001070 01  saisie-superviseur.
001080  02  BLANK SCREEN.
001090  02  VALUE "APPROBATION DES MOUVEMENTS" LINE 02 COL 20.
001100  02  VALUE "Identifiant superviseur :" LINE 04 COL 10.
001110  02  superviseur-zone PIC X(08) TO superviseur-id-ws
001120      LINE 04 COL 37.
001130 01  refus-acces.
001140  02  BLANK SCREEN.
001150  02  VALUE "Acces refuse - niveau 3 requis" LINE 10 COL 10.
001160 01  titre.
001170  02  BLANK SCREEN.
001180  02  VALUE "APPROBATION DES MOUVEMENTS" LINE 02 COL 20.
001190 01  question.
001200  02  VALUE "Que voulez-vous faire : " LINE 05 COL 10.
001210  02  VALUE " Decider d'un mouvement en attente, appuyez sur 1"
001220      LINE 06 COL 30.
001230  02  choix PIC X TO choix_ws LINE 09 COL 30.
001240 01  erreur-saisie.
001250  02  VALUE "choix invalide, entrez 1" LINE 10 COL 10.
001260  02  VALUE "- appuyez sur une touche" LINE 10 COL 50.
001270  02  PIC X TO pause_ws LINE 10 COL 75.
001280 01  saisie-mouvement.
001290  02  VALUE "Fichier E=ECP A=ATBB :" LINE 11 COL 10.
001300  02  fichier-zone PIC X(01) TO saisie-fichier-ws LINE 11
001310      COL 34.
001320  02  VALUE "Numero :" LINE 11 COL 40.
001330  02  numero-zone PIC X(07) TO saisie-numero-ws LINE 11
001340      COL 50.
001350 01  erreur-mouvement.
001360  02  VALUE "aucun mouvement en attente pour ce numero" LINE 12
001370      COL 10.
001380  02  VALUE "- appuyez sur une touche" LINE 12 COL 53.
001390  02  PIC X TO pause_ws LINE 12 COL 78.
001400 01  refus-auteur.
001410  02  VALUE "mouvement saisi par vous - decision refusee"
001420      LINE 12 COL 10.
001430  02  VALUE "- appuyez sur une touche" LINE 12 COL 55.
001440  02  PIC X TO pause_ws LINE 12 COL 79.
001450 01  affiche-mouvement.
001460  02  VALUE "Action  :" LINE 13 COL 10.
001470  02  PIC X(01) FROM affiche-action-ws LINE 13 COL 21.
001480  02  VALUE "Saisi par :" LINE 13 COL 40.
001490  02  PIC X(08) FROM affiche-auteur-ws LINE 13 COL 53.
001500  02  VALUE "le" LINE 13 COL 62.
001510  02  PIC 9(08) FROM affiche-saisie-ws LINE 13 COL 65.
001520  02  VALUE "Libelle :" LINE 14 COL 10.
001530  02  PIC X(30) FROM affiche-libelle-ws LINE 14 COL 21.
001540  02  VALUE "Date    :" LINE 15 COL 10.
001550  02  PIC X(08) FROM affiche-date-ws LINE 15 COL 21.
001560  02  VALUE "Montant :" LINE 16 COL 10.
001570  02  PIC ZZZ,ZZZ,ZZ9.99- FROM affiche-montant-ws LINE 16
001580      COL 21.
001590  02  PIC X(03) FROM affiche-devise-ws LINE 16 COL 38.
001600  02  VALUE "Converti :" LINE 17 COL 10.
001610  02  PIC ZZZ,ZZZ,ZZZ,ZZ9.99- FROM affiche-converti-ws LINE 17
001620      COL 21.
001630  02  VALUE "Seuil :" LINE 17 COL 43.
001640  02  PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM affiche-seuil-ws LINE 17
001650      COL 51.
001660 01  saisie-decision.
001670  02  VALUE "Decision V=approuver R=refuser :" LINE 19 COL 10.
001680  02  decision-zone PIC X(01) TO decision-ws LINE 19 COL 44.
001690 01  erreur-decision.
001700  02  VALUE "decision invalide, entrez V ou R" LINE 23 COL 10.
001710  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001720  02  PIC X TO pause_ws LINE 23 COL 75.
001730 01  saisie-confirmation.
001740  02  VALUE "Confirmez-vous la decision (O/N) :" LINE 20 COL 10.
001750  02  confirmation-zone PIC X(01) TO confirmation-ws LINE 20
001760      COL 46.
001770 01  message-abandon.
001780  02  VALUE "decision abandonnee, mouvement inchange" LINE 23
001790      COL 10.
001800  02  VALUE "- appuyez sur une touche" LINE 23 COL 52.
001810  02  PIC X TO pause_ws LINE 23 COL 77.
001820 01  mouvement-deja-decide.
001830  02  VALUE "mouvement deja decide ou retire de MVTATT" LINE 23
001840      COL 10.
001850  02  VALUE "- appuyez sur une touche" LINE 23 COL 53.
001860  02  PIC X TO pause_ws LINE 23 COL 78.
001870 01  message-echec.
001880  02  VALUE "reecriture MVTATT en echec" LINE 23 COL 10.
001890  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001900  02  PIC X TO pause_ws LINE 23 COL 75.
001910 01  message-fait.
001920  02  VALUE "decision enregistree et tracee" LINE 23 COL 10.
001930  02  VALUE "- appuyez sur une touche" LINE 23 COL 50.
001940  02  PIC X TO pause_ws LINE 23 COL 75.
001950 01  attente.
001960  02  VALUE "Appuyer sur la touche f et validez" LINE 24 COL 20.
001970  02  VALUE "pour terminer" LINE 24 COL 55.
001980  02  touche PIC X TO touche_ws LINE 24 COL 70.
001990*
002000*****************************************************************
002010*                                                               *
002020*   PROCEDURE DIVISION                                          *
002030*                                                               *
002040*****************************************************************
002050 PROCEDURE DIVISION.
002060*****************************************************************
002070*    MAIN-PROCEDURE - POINT D'ENTREE DU PROGRAMME.              *
002080*    CHARGE LE FICHIER DES MOUVEMENTS EN ATTENTE, CONTROLE LE   *
002090*    SUPERVISEUR PUIS BOUCLE SUR LE MENU TANT QUE LA TOUCHE F   *
002100*    N'A PAS ETE TAPEE.                                         *
002110*****************************************************************
002120 MAIN-PROCEDURE.
002130     PERFORM 0600-CHARGER-TABLE THRU 0600-EXIT.
002140     IF TABLE-SATUREE
002150         DISPLAY "MVTAPPR - TABLE DES MOUVEMENTS SATUREE - "
002160             "MVTATT DEPASSE " limite-table-ws " LIGNES - "
002170             "APPROBATION REFUSEE"
002180         MOVE 12 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     PERFORM 0500-LOGIN THRU 0500-EXIT.
002220     IF NOT SUPERVISEUR-AUTORISE
002230         DISPLAY refus-acces
002240         MOVE 8 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270*
002280     PERFORM 1500-BOUCLE-MENU THRU 1500-EXIT
002290         WITH TEST AFTER
002300         UNTIL touche_ws = "f".
002310     STOP RUN.
002320*
002330 MAIN-PROCEDURE-EXIT.
002340     EXIT.
002350*
002360*****************************************************************
002370*    0500-LOGIN - DEMANDE L'IDENTIFIANT DU SUPERVISEUR,         *
002380*    CONTROLE QU'IL EST PRESENT, ACTIF ET DE NIVEAU 3 DANS      *
002390*    OPERTAB ET TRACE LA TENTATIVE.                             *
002400*****************************************************************
002410 0500-LOGIN.
002420     DISPLAY saisie-superviseur.
002430     MOVE SPACES TO superviseur-zone.
002440     ACCEPT saisie-superviseur.
002450     MOVE "N" TO superviseur-valide-sw.
002460     PERFORM 0510-VERIFIER-SUPERVISEUR THRU 0510-EXIT.
002470     PERFORM 0700-TRACER-CONNEXION THRU 0700-EXIT.
002480 0500-EXIT.
002490     EXIT.
002500*
002510*****************************************************************
002520*    0510-VERIFIER-SUPERVISEUR - RECHERCHE L'IDENTIFIANT SAISI  *
002530*    DANS OPERTAB ET CONTROLE LE NIVEAU 3.                      *
002540*****************************************************************
002550 0510-VERIFIER-SUPERVISEUR.
002560     MOVE "N" TO fin-oper-sw.
002570     OPEN INPUT OPER-FICHIER.
002580     IF oper-statut-ws NOT = "00"
002590         GO TO 0510-EXIT
002600     END-IF.
002610     PERFORM 0520-CHERCHER-SUPERVISEUR THRU 0520-EXIT
002620         UNTIL FIN-FICHIER-OPER OR SUPERVISEUR-AUTORISE.
002630     CLOSE OPER-FICHIER.
002640 0510-EXIT.
002650     EXIT.
002660*
002670*****************************************************************
002680*    0520-CHERCHER-SUPERVISEUR - LIT UN ENREGISTREMENT OPERTAB  *
002690*    ET LE COMPARE A L'IDENTIFIANT SAISI (NIVEAU 3, ACTIF).     *
002700*****************************************************************
002710 0520-CHERCHER-SUPERVISEUR.
002720     READ OPER-FICHIER
002730         AT END
002740             SET FIN-FICHIER-OPER TO TRUE
002750             GO TO 0520-EXIT
002760     END-READ.
002770     IF OPER-ID = superviseur-id-ws
002780         AND OPER-HABIL-TOUT
002790         AND NOT OPER-INACTIF
002800         SET SUPERVISEUR-AUTORISE TO TRUE
002810     END-IF.
002820 0520-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860*    0600-CHARGER-TABLE - CHARGE LE FICHIER MVTATT EN MEMOIRE   *
002870*    POUR PERMETTRE LA MISE A JOUR ET LA REECRITURE COMPLETE.   *
002880*****************************************************************
002890 0600-CHARGER-TABLE.
002900     MOVE ZERO TO nombre-attente-ws.
002910     MOVE "N" TO debordement-sw.
002920     MOVE "N" TO fin-att-sw.
002930     OPEN INPUT MVT-ATTENTE.
002940     IF att-statut-ws NOT = "00"
002950         GO TO 0600-EXIT
002960     END-IF.
002970     PERFORM 0610-CHARGER-UN THRU 0610-EXIT
002980         UNTIL FIN-FICHIER-ATT
002990         OR nombre-attente-ws >= limite-table-ws.
003000     IF NOT FIN-FICHIER-ATT
003010         READ MVT-ATTENTE
003020             AT END
003030                 SET FIN-FICHIER-ATT TO TRUE
003040             NOT AT END
003050                 SET TABLE-SATUREE TO TRUE
003060         END-READ
003070     END-IF.
003080     CLOSE MVT-ATTENTE.
003090 0600-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*    0610-CHARGER-UN - LIT UN ENREGISTREMENT MVTATT ET LE RANGE *
003140*    DANS LA TABLE EN MEMOIRE.                                  *
003150*****************************************************************
003160 0610-CHARGER-UN.
003170     READ MVT-ATTENTE
003180         AT END
003190             SET FIN-FICHIER-ATT TO TRUE
003200             GO TO 0610-EXIT
003210     END-READ.
003220     ADD 1 TO nombre-attente-ws.
003230     MOVE ATT-RECORD TO tatt-enreg(nombre-attente-ws).
003240 0610-EXIT.
003250     EXIT.
003260*
003270*****************************************************************
003280*    0700-TRACER-CONNEXION - ENREGISTRE LA TENTATIVE DE         *
003290*    CONNEXION (REUSSIE OU NON) DANS LE JOURNAL D'AUDIT.        *
003300*****************************************************************
003310 0700-TRACER-CONNEXION.
003320     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
003330     ACCEPT AUDIT-HEURE FROM TIME.
003340     MOVE superviseur-id-ws TO AUDIT-OPERATEUR.
003350     MOVE "LOGIN" TO AUDIT-CHOIX.
003360     MOVE "APPROB" TO AUDIT-RAPPORT.
003370     IF SUPERVISEUR-AUTORISE
003380         MOVE "AUTORISE" TO AUDIT-RESULTAT
003390     ELSE
003400         MOVE "REFUSE" TO AUDIT-RESULTAT
003410     END-IF.
003420     PERFORM 0710-ECRIRE-AUDIT THRU 0710-EXIT.
003430 0700-EXIT.
003440     EXIT.
003450*
003460*****************************************************************
003470*    0710-ECRIRE-AUDIT - OUVRE LE JOURNAL D'AUDIT EN AJOUT ET   *
003480*    Y ECRIT L'ENREGISTREMENT COURANT.                          *
003490*****************************************************************
003500 0710-ECRIRE-AUDIT.
003510     OPEN EXTEND AUDIT-FICHIER.
003520     IF audit-statut-ws NOT = "00"
003530         OPEN OUTPUT AUDIT-FICHIER
003540     END-IF.
003550     WRITE AUDIT-RECORD.
003560     CLOSE AUDIT-FICHIER.
003570 0710-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*    1500-BOUCLE-MENU - AFFICHE LE MENU, EXECUTE L'ACTION       *
003620*    CHOISIE PUIS ATTEND UNE TOUCHE.                            *
003630*****************************************************************
003640 1500-BOUCLE-MENU.
003650     DISPLAY titre.
003660     DISPLAY question.
003670     MOVE SPACES TO choix.
003680     ACCEPT question.
003690     EVALUATE TRUE
003700         WHEN choix_ws = "1"
003710             MOVE SPACE TO decision-ws
003720             PERFORM 2000-DECIDER THRU 2000-EXIT
003730         WHEN OTHER
003740             MOVE SPACE TO pause_ws
003750             ACCEPT erreur-saisie
003760     END-EVALUATE.
003770     MOVE SPACE TO touche.
003780     ACCEPT attente.
003790 1500-EXIT.
003800     EXIT.
003810*
003820*****************************************************************
003830*    2000-DECIDER - DESIGNE UN MOUVEMENT EN ATTENTE, REFUSE LA  *
003840*    DECISION A L'AUTEUR DE LA SAISIE, L'AFFICHE, FAIT SAISIR   *
003850*    PUIS CONFIRMER LA DECISION (V APPROUVE, R REFUSE). MVTATT  *
003860*    EST RELU JUSTE AVANT LA MISE A JOUR : SI L'ENTREE A ETE    *
003870*    DECIDEE OU RETIREE ENTRE-TEMPS, RIEN N'EST ECRIT. SINON LA *
003880*    DECISION EST ENREGISTREE AVEC LE SUPERVISEUR, LA DATE ET   *
003890*    L'HEURE, MVTATT REECRIT ET LA DECISION TRACEE DANS AUDITLOG.*
003900*****************************************************************
003910 2000-DECIDER.
003920     PERFORM 4000-CHOISIR-MOUVEMENT THRU 4000-EXIT.
003930     IF NOT MOUVEMENT-TROUVE
003940         GO TO 2000-EXIT
003950     END-IF.
003960     IF ATT-SAISI-PAR = superviseur-id-ws
003970         MOVE SPACE TO pause_ws
003980         ACCEPT refus-auteur
003990         MOVE "REFUSE" TO resultat-ws
004000         PERFORM 7000-TRACER-DECISION THRU 7000-EXIT
004010         GO TO 2000-EXIT
004020     END-IF.
004030     PERFORM 4100-PREPARER-AFFICHAGE THRU 4100-EXIT.
004040     DISPLAY affiche-mouvement.
004050     PERFORM 2100-SAISIR-DECISION THRU 2100-EXIT.
004060     IF NOT DECISION-CONFIRMEE
004070         GO TO 2000-EXIT
004080     END-IF.
004090     MOVE ATT-RECORD TO choisi-enreg-ws.
004100     PERFORM 2200-RELIRE-MVTATT THRU 2200-EXIT.
004110     MOVE choisi-enreg-ws TO ATT-RECORD.
004120     IF NOT MOUVEMENT-TROUVE
004130         MOVE SPACE TO pause_ws
004140         ACCEPT mouvement-deja-decide
004150         MOVE "DEJA DECIDE" TO resultat-ws
004160         PERFORM 7000-TRACER-DECISION THRU 7000-EXIT
004170         GO TO 2000-EXIT
004180     END-IF.
004190     MOVE decision-ws TO ATT-STATUT.
004200     MOVE superviseur-id-ws TO ATT-DECIDE-PAR.
004210     ACCEPT ATT-DATE-DECISION FROM DATE YYYYMMDD.
004220     ACCEPT ATT-HEURE-DECISION FROM TIME.
004230     MOVE ATT-RECORD TO entree-attente(indice-trouve-ws).
004240     PERFORM 8000-REECRIRE-MVTATT THRU 8000-EXIT.
004250     IF NOT REECRITURE-OK
004260         MOVE SPACE TO pause_ws
004270         ACCEPT message-echec
004280         MOVE "ECHEC" TO resultat-ws
004290         PERFORM 7000-TRACER-DECISION THRU 7000-EXIT
004300         GO TO 2000-EXIT
004310     END-IF.
004320     IF DECISION-APPROUVEE
004330         MOVE "APPROUVE" TO resultat-ws
004340     ELSE
004350         MOVE "NON APPROUVE" TO resultat-ws
004360     END-IF.
004370     PERFORM 7000-TRACER-DECISION THRU 7000-EXIT.
004380     MOVE SPACE TO pause_ws.
004390     ACCEPT message-fait.
004400 2000-EXIT.
004410     EXIT.
004420*
004430*****************************************************************
004440*    2100-SAISIR-DECISION - FAIT SAISIR LA DECISION (V OU R) SOUS*
004450*    LE MOUVEMENT AFFICHE PUIS SA CONFIRMATION (O/N). TOUTE AUTRE*
004460*    REPONSE ABANDONNE LA DECISION, MVTATT RESTANT INCHANGE.    *
004470*****************************************************************
004480 2100-SAISIR-DECISION.
004490     MOVE "N" TO confirmation-ws.
004500     MOVE SPACE TO decision-zone.
004510     ACCEPT saisie-decision.
004520     IF decision-ws = "v" MOVE "V" TO decision-ws END-IF.
004530     IF decision-ws = "r" MOVE "R" TO decision-ws END-IF.
004540     IF NOT DECISION-APPROUVEE AND NOT DECISION-REFUSEE
004550         MOVE SPACE TO pause_ws
004560         ACCEPT erreur-decision
004570         GO TO 2100-EXIT
004580     END-IF.
004590     MOVE SPACE TO confirmation-zone.
004600     ACCEPT saisie-confirmation.
004610     IF NOT DECISION-CONFIRMEE
004620         MOVE "N" TO confirmation-ws
004630         MOVE SPACE TO pause_ws
004640         ACCEPT message-abandon
004650     END-IF.
004660 2100-EXIT.
004670     EXIT.
004680*
004690*****************************************************************
004700*    2200-RELIRE-MVTATT - RECHARGE MVTATT JUSTE AVANT LA MISE A *
004710*    JOUR ET Y RETROUVE L'ENTREE AFFICHEE, INCHANGEE ET TOUJOURS*
004720*    EN ATTENTE, POUR QU'UNE DECISION PRISE ENTRE-TEMPS PAR UN  *
004730*    AUTRE SUPERVISEUR OU UN PASSAGE DE MVTLIBER NE SOIT PAS    *
004740*    ECRASEE PAR LA REECRITURE COMPLETE DU FICHIER.             *
004750*****************************************************************
004760 2200-RELIRE-MVTATT.
004770     MOVE "N" TO trouve-sw.
004780     PERFORM 0600-CHARGER-TABLE THRU 0600-EXIT.
004790     IF TABLE-SATUREE
004800         GO TO 2200-EXIT
004810     END-IF.
004820     MOVE ZERO TO indice-ws.
004830     MOVE ZERO TO indice-trouve-ws.
004840     PERFORM 2210-RETROUVER-UN THRU 2210-EXIT
004850         UNTIL MOUVEMENT-TROUVE
004860         OR indice-ws >= nombre-attente-ws.
004870 2200-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910*    2210-RETROUVER-UN - COMPARE UNE ENTREE RECHARGEE A L'ENTREE*
004920*    AFFICHEE AU SUPERVISEUR.                                   *
004930*****************************************************************
004940 2210-RETROUVER-UN.
004950     ADD 1 TO indice-ws.
004960     IF tatt-enreg(indice-ws) = choisi-enreg-ws
004970         SET MOUVEMENT-TROUVE TO TRUE
004980         MOVE indice-ws TO indice-trouve-ws
004990     END-IF.
005000 2210-EXIT.
005010     EXIT.
005020*
005030*****************************************************************
005040*    4000-CHOISIR-MOUVEMENT - SAISIT LE FICHIER ET LE NUMERO DU *
005050*    MOUVEMENT ET CHERCHE LA PREMIERE ENTREE EN ATTENTE QUI Y   *
005060*    CORRESPOND (ORDRE DE SAISIE). L'ENTREE TROUVEE EST RANGEE  *
005070*    DANS ATT-RECORD.                                           *
005080*****************************************************************
005090 4000-CHOISIR-MOUVEMENT.
005100     MOVE "N" TO trouve-sw.
005110     MOVE SPACES TO fichier-zone.
005120     MOVE SPACES TO numero-zone.
005130     ACCEPT saisie-mouvement.
005140     EVALUATE TRUE
005150         WHEN saisie-fichier-ws = "E" OR saisie-fichier-ws = "e"
005160             MOVE "ECP " TO cible-ws
005170         WHEN saisie-fichier-ws = "A" OR saisie-fichier-ws = "a"
005180             MOVE "ATBB" TO cible-ws
005190         WHEN OTHER
005200             MOVE SPACE TO pause_ws
005210             ACCEPT erreur-mouvement
005220             GO TO 4000-EXIT
005230     END-EVALUATE.
005240     MOVE ZERO TO indice-ws.
005250     MOVE ZERO TO indice-trouve-ws.
005260     PERFORM 4010-COMPARER-UN THRU 4010-EXIT
005270         UNTIL MOUVEMENT-TROUVE
005280         OR indice-ws >= nombre-attente-ws.
005290     IF NOT MOUVEMENT-TROUVE
005300         MOVE SPACE TO pause_ws
005310         ACCEPT erreur-mouvement
005320         GO TO 4000-EXIT
005330     END-IF.
005340     MOVE entree-attente(indice-trouve-ws) TO ATT-RECORD.
005350 4000-EXIT.
005360     EXIT.
005370*
005380*****************************************************************
005390*    4010-COMPARER-UN - COMPARE UNE ENTREE DE LA TABLE AU       *
005400*    FICHIER ET AU NUMERO SAISIS (ENTREES EN ATTENTE SEULES).   *
005410*****************************************************************
005420 4010-COMPARER-UN.
005430     ADD 1 TO indice-ws.
005440     MOVE entree-attente(indice-ws) TO ATT-RECORD.
005450     IF ATT-EN-ATTENTE
005460         AND ATT-FICHIER = cible-ws
005470         AND ATT-NUMERO = saisie-numero-ws
005480         SET MOUVEMENT-TROUVE TO TRUE
005490         MOVE indice-ws TO indice-trouve-ws
005500     END-IF.
005510 4010-EXIT.
005520     EXIT.
005530*
005540*****************************************************************
005550*    4100-PREPARER-AFFICHAGE - PREPARE LES ZONES AFFICHEES A    *
005560*    PARTIR DE L'IMAGE MVTREC ET DES ZONES DE MISE EN ATTENTE.  *
005570*****************************************************************
005580 4100-PREPARER-AFFICHAGE.
005590     MOVE ATT-ACTION TO affiche-action-ws.
005600     MOVE ATT-LIBELLE TO affiche-libelle-ws.
005610     MOVE ATT-DATE-MVT TO affiche-date-ws.
005620     MOVE ATT-MONTANT TO affiche-montant-ws.
005630     MOVE ATT-DEVISE TO affiche-devise-ws.
005640     MOVE ATT-MONTANT-CONVERTI TO affiche-converti-ws.
005650     MOVE ATT-SEUIL TO affiche-seuil-ws.
005660     MOVE ATT-SAISI-PAR TO affiche-auteur-ws.
005670     MOVE ATT-DATE-SAISIE TO affiche-saisie-ws.
005680 4100-EXIT.
005690     EXIT.
005700*
005710*****************************************************************
005720*    7000-TRACER-DECISION - ENREGISTRE LA DECISION OU LA        *
005730*    TENTATIVE REFUSEE DANS LE JOURNAL D'AUDIT : SUPERVISEUR EN *
005740*    AUDIT-OPERATEUR, ACTION ET NUMERO EN AUDIT-CHOIX, RESULTAT *
005750*    PUIS AUTEUR DE LA SAISIE (COLONNES 13 A 20) EN             *
005760*    AUDIT-RESULTAT.                                            *
005770*****************************************************************
005780 7000-TRACER-DECISION.
005790     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
005800     ACCEPT AUDIT-HEURE FROM TIME.
005810     MOVE superviseur-id-ws TO AUDIT-OPERATEUR.
005820     MOVE "APPROB" TO AUDIT-CHOIX.
005830     MOVE decision-ws TO AUDIT-CHOIX(8:1).
005840     MOVE ATT-NUMERO TO AUDIT-CHOIX(10:7).
005850     IF ATT-CIBLE-ECP
005860         MOVE "APPECP" TO AUDIT-RAPPORT
005870     ELSE
005880         MOVE "APPATBB" TO AUDIT-RAPPORT
005890     END-IF.
005900     MOVE SPACES TO AUDIT-RESULTAT.
005910     MOVE resultat-ws TO AUDIT-RESULTAT(1:12).
005920     MOVE ATT-SAISI-PAR TO AUDIT-RESULTAT(13:8).
005930     PERFORM 0710-ECRIRE-AUDIT THRU 0710-EXIT.
005940 7000-EXIT.
005950     EXIT.
005960*
005970*****************************************************************
005980*    8000-REECRIRE-MVTATT - REECRIT LE FICHIER MVTATT COMPLET A *
005990*    PARTIR DE LA TABLE EN MEMOIRE APRES CHAQUE DECISION.       *
006000*****************************************************************
006010 8000-REECRIRE-MVTATT.
006020     MOVE "N" TO reecriture-ok-sw.
006030     OPEN OUTPUT MVT-ATTENTE.
006040     IF att-statut-ws NOT = "00"
006050         DISPLAY "MVTAPPR - REECRITURE MVTATT IMPOSSIBLE - "
006060             att-statut-ws
006070         MOVE 12 TO RETURN-CODE
006080         GO TO 8000-EXIT
006090     END-IF.
006100     MOVE ZERO TO indice-ws.
006110     PERFORM 8010-ECRIRE-UN THRU 8010-EXIT
006120         UNTIL indice-ws >= nombre-attente-ws.
006130     CLOSE MVT-ATTENTE.
006140     MOVE "O" TO reecriture-ok-sw.
006150 8000-EXIT.
006160     EXIT.
006170*
006180*****************************************************************
006190*    8010-ECRIRE-UN - ECRIT UNE ENTREE DE LA TABLE EN MEMOIRE   *
006200*    DANS LE FICHIER MVTATT.                                    *
006210*****************************************************************
006220 8010-ECRIRE-UN.
006230     ADD 1 TO indice-ws.
006240     MOVE entree-attente(indice-ws) TO ATT-RECORD.
006250     WRITE ATT-RECORD.
006260 8010-EXIT.
006270     EXIT.
006280*
006290 END PROGRAM MVTAPPR.
