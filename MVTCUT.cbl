000220*   MODIFICATION HISTORY                                       *
000230*   --------------------                                       *
000240*   2026-09-02 JF  VERSION INITIALE.                            *
000241*   2026-10-15 JF  EQUILIBRAGE DES STATUTS : LES ANCIENS        *
000242*                  MAITRES (ECPIN, ATBBIN, INCHANGES JUSQU'A LA *
000243*                  BASCULE) SONT RELUS ET LES MOUVEMENTS CLOS   *
000244*                  ET EXTOURNES DENOMBRES DE PART ET D'AUTRE.   *
000245*                  IL FAUT CLOS APRES = CLOS AVANT + CLOTURES - *
000246*                  REOUVERTURES - EXTOURNES DE MOUVEMENTS CLOS  *
000247*                  ET EXTOURNES APRES = EXTOURNES AVANT +       *
000248*                  EXTOURNES, COMPTEURS PRIS SUR CTRLTOT.       *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS ATBB-CLE
000471         FILE STATUS IS WS-ATBBN-STATUT.
000472     SELECT ECP-ANCIEN ASSIGN TO "ECPIN"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS SEQUENTIAL
000475         RECORD KEY IS ECP-ANCIEN-CLE
000476         FILE STATUS IS WS-ECPA-STATUT.
000477     SELECT ATBB-ANCIEN ASSIGN TO "ATBBIN"
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS ATBB-ANCIEN-CLE
000481         FILE STATUS IS WS-ATBBA-STATUT.
000490     SELECT CUT-LISTE ASSIGN TO "CUTOUT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-LISTE-STATUT.
000650 COPY ECPREC.
000660 FD  ATBB-NOUVEAU
000670     LABEL RECORDS ARE STANDARD.
000671 COPY ATBBREC.
000672 FD  ECP-ANCIEN
000673     LABEL RECORDS ARE STANDARD.
000674 01  ECP-ANCIEN-ENREG.
000675     05  ECP-ANCIEN-CLE.
000676         10  ECP-ANCIEN-NUMERO   PIC 9(07).
000677     05  FILLER                  PIC X(56).
000678 FD  ATBB-ANCIEN
000679     LABEL RECORDS ARE STANDARD.
000680 01  ATBB-ANCIEN-ENREG.
000681     05  ATBB-ANCIEN-CLE.
000682         10  ATBB-ANCIEN-NUMERO  PIC 9(07).
000683     05  FILLER                  PIC X(56).
000690 FD  CUT-LISTE
000700     LABEL RECORDS ARE STANDARD.
000710 01  CUT-LIGNE-IMP               PIC X(132).
000830     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000840     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000850     05  WS-RUN-STATUT           PIC X(02) VALUE SPACES.
000851     05  WS-ECPA-STATUT          PIC X(02) VALUE SPACES.
000852     05  WS-ATBBA-STATUT         PIC X(02) VALUE SPACES.
000860     05  WS-FIN-CTL-SW           PIC X(01) VALUE "N".
000870         88  FIN-FICHIER-CTL             VALUE "O".
000880     05  WS-FIN-ECP-SW           PIC X(01) VALUE "N".
000890         88  FIN-FICHIER-ECP             VALUE "O".
000900     05  WS-FIN-ATBB-SW          PIC X(01) VALUE "N".
000910         88  FIN-FICHIER-ATBB            VALUE "O".
000911     05  WS-FIN-ECPA-SW          PIC X(01) VALUE "N".
000912         88  FIN-FICHIER-ECPA            VALUE "O".
000913     05  WS-FIN-ATBBA-SW         PIC X(01) VALUE "N".
000914         88  FIN-FICHIER-ATBBA           VALUE "O".
000920     05  WS-CTL-ECP-SW           PIC X(01) VALUE "N".
000930         88  WS-CTL-ECP-RECU             VALUE "O".
000940     05  WS-CTL-ATBB-SW          PIC X(01) VALUE "N".
000950         88  WS-CTL-ATBB-RECU            VALUE "O".
000960     05  WS-DESEQUILIBRE-SW      PIC X(01) VALUE "N".
000970         88  WS-RUN-DESEQUILIBRE         VALUE "O".
000971     05  WS-STATUTS-SW           PIC X(01) VALUE "N".
000972         88  WS-STATUTS-EQUILIBRES       VALUE "O".
000980 77  WS-FICHIERS-EQUILIBRES      PIC 9(01) VALUE ZERO.
000990 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
001000 77  WS-COMPTEUR-RELEVE          PIC 9(07) COMP VALUE ZERO.
001010 77  WS-MONTANT-RELEVE           PIC S9(13)V99 COMP-3 VALUE ZERO.
001011 77  WS-CLOS-ANCIEN              PIC 9(07) COMP VALUE ZERO.
001012 77  WS-CLOS-RELEVE              PIC 9(07) COMP VALUE ZERO.
001013 77  WS-CLOS-ATTENDU             PIC S9(08) COMP VALUE ZERO.
001014 77  WS-EXTOURNES-ANCIEN         PIC 9(07) COMP VALUE ZERO.
001015 77  WS-EXTOURNES-RELEVE         PIC 9(07) COMP VALUE ZERO.
001016 77  WS-EXTOURNES-ATTENDU        PIC S9(08) COMP VALUE ZERO.
001020 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
001030 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
001040 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001080     05  WS-CE-COMPTEUR-APRES    PIC 9(07) VALUE ZERO.
001090     05  WS-CE-MONTANT-APRES     PIC S9(13)V99 COMP-3 VALUE ZERO.
001100     05  WS-CE-AJOUTS            PIC 9(07) VALUE ZERO.
001101     05  WS-CE-CLOTURES          PIC 9(07) VALUE ZERO.
001102     05  WS-CE-REOUVERTURES      PIC 9(07) VALUE ZERO.
001103     05  WS-CE-EXTOURNES         PIC 9(07) VALUE ZERO.
001104     05  WS-CE-EXT-CLOS          PIC 9(07) VALUE ZERO.
001110 01  WS-CTL-ATBB.
001120     05  WS-CA-COMPTEUR-AVANT    PIC 9(07) VALUE ZERO.
001130     05  WS-CA-COMPTEUR-APRES    PIC 9(07) VALUE ZERO.
001140     05  WS-CA-MONTANT-APRES     PIC S9(13)V99 COMP-3 VALUE ZERO.
001141     05  WS-CA-AJOUTS            PIC 9(07) VALUE ZERO.
001142     05  WS-CA-CLOTURES          PIC 9(07) VALUE ZERO.
001143     05  WS-CA-REOUVERTURES      PIC 9(07) VALUE ZERO.
001144     05  WS-CA-EXTOURNES         PIC 9(07) VALUE ZERO.
001145     05  WS-CA-EXT-CLOS          PIC 9(07) VALUE ZERO.
001146 01  WS-ANCIEN-TRAVAIL.
001147     05  FILLER                  PIC X(51).
001148     05  WS-A-CODE-STATUT        PIC X(02).
001149         88  WS-A-STATUT-CLOS            VALUE "CL".
001150         88  WS-A-STATUT-EXTOURNE        VALUE "EX".
001151     05  FILLER                  PIC X(10).
001160 01  WS-LIGNE-ENTETE.
001170     05  FILLER                  PIC X(50)
001180         VALUE "EQUILIBRAGE AVANT BASCULE DES NOUVEAUX MAITRES".
001270     05  WS-C-COMPTEUR           PIC ZZZ,ZZZ,ZZ9.
001280     05  FILLER                  PIC X(11)
001290         VALUE "  MONTANT :".
001291     05  WS-C-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001292 01  WS-LIGNE-STATUTS.
001293     05  WS-S-FICHIER            PIC X(04).
001294     05  WS-S-NATURE             PIC X(11).
001295     05  FILLER                  PIC X(09) VALUE " AVANT : ".
001296     05  WS-S-AVANT              PIC ZZZ,ZZZ,ZZ9.
001297     05  FILLER                  PIC X(12)
001298         VALUE "  ATTENDU : ".
001299     05  WS-S-ATTENDU            PIC ZZZ,ZZZ,ZZ9-.
001300     05  FILLER                  PIC X(11)
001301         VALUE "  RELEVE : ".
001302     05  WS-S-RELEVE             PIC ZZZ,ZZZ,ZZ9.
001310 01  WS-LIGNE-VERDICT.
001320     05  WS-V-FICHIER            PIC X(04).
001330     05  FILLER                  PIC X(03) VALUE SPACES.
002370             MOVE CTL-COMPTEUR-APRES TO WS-CE-COMPTEUR-APRES
002380             MOVE CTL-MONTANT-APRES TO WS-CE-MONTANT-APRES
002390             MOVE CTL-AJOUTS TO WS-CE-AJOUTS
002391             MOVE CTL-CLOTURES TO WS-CE-CLOTURES
002392             MOVE CTL-REOUVERTURES TO WS-CE-REOUVERTURES
002393             MOVE CTL-EXTOURNES TO WS-CE-EXTOURNES
002394             MOVE CTL-EXTOURNES-CLOS TO WS-CE-EXT-CLOS
002400         WHEN "ATBB"
002410             SET WS-CTL-ATBB-RECU TO TRUE
002420             MOVE CTL-COMPTEUR-AVANT TO WS-CA-COMPTEUR-AVANT
002430             MOVE CTL-COMPTEUR-APRES TO WS-CA-COMPTEUR-APRES
002440             MOVE CTL-MONTANT-APRES TO WS-CA-MONTANT-APRES
002450             MOVE CTL-AJOUTS TO WS-CA-AJOUTS
002451             MOVE CTL-CLOTURES TO WS-CA-CLOTURES
002452             MOVE CTL-REOUVERTURES TO WS-CA-REOUVERTURES
002453             MOVE CTL-EXTOURNES TO WS-CA-EXTOURNES
002454             MOVE CTL-EXTOURNES-CLOS TO WS-CA-EXT-CLOS
002460         WHEN OTHER
002470             CONTINUE
002480     END-EVALUATE.
002550 2000-EQUILIBRER-ECP.
002560     MOVE ZERO TO WS-COMPTEUR-RELEVE.
002570     MOVE ZERO TO WS-MONTANT-RELEVE.
002571     MOVE ZERO TO WS-CLOS-RELEVE.
002572     MOVE ZERO TO WS-EXTOURNES-RELEVE.
002573     PERFORM 2050-RELEVER-ANCIEN-ECP THRU 2050-EXIT.
002574     IF WS-ECPA-STATUT NOT = "00"
002575         GO TO 2000-EXIT
002576     END-IF.
002580     OPEN INPUT ECP-NOUVEAU.
002590     IF WS-ECPN-STATUT NOT = "00"
002600         DISPLAY "MVTCUT - OUVERTURE ECPNEW IMPOSSIBLE - "
002680     CLOSE ECP-NOUVEAU.
002690     MOVE "ECP " TO WS-C-FICHIER.
002700     MOVE "ECP " TO WS-V-FICHIER.
002701     PERFORM 5000-COMPARER-ECP THRU 5000-EXIT.
002702 2000-EXIT.
002703     EXIT.
002704*****************************************************************
002705*    2050-RELEVER-ANCIEN-ECP - DENOMBRE LES MOUVEMENTS CLOS ET  *
002706*    EXTOURNES DE L'ANCIEN MAITRE ECP (ECPIN, ENCORE INTACT     *
002707*    AVANT LA BASCULE).                                         *
002708*****************************************************************
002709 2050-RELEVER-ANCIEN-ECP.
002710     MOVE ZERO TO WS-CLOS-ANCIEN.
002711     MOVE ZERO TO WS-EXTOURNES-ANCIEN.
002712     OPEN INPUT ECP-ANCIEN.
002713     IF WS-ECPA-STATUT NOT = "00"
002714         DISPLAY "MVTCUT - OUVERTURE ECPIN IMPOSSIBLE - "
002715             WS-ECPA-STATUT
002716         MOVE 12 TO RETURN-CODE
002717         SET WS-RUN-DESEQUILIBRE TO TRUE
002718         GO TO 2050-EXIT
002719     END-IF.
002720     PERFORM 2060-CUMULER-ANCIEN-ECP THRU 2060-EXIT
002721         UNTIL FIN-FICHIER-ECPA.
002722     CLOSE ECP-ANCIEN.
002723     MOVE "00" TO WS-ECPA-STATUT.
002724 2050-EXIT.
002725     EXIT.
002726*****************************************************************
002727*    2060-CUMULER-ANCIEN-ECP - LIT UN ENREGISTREMENT DE L'ANCIEN*
002728*    MAITRE ECP ET COMPTE SON STATUT.                           *
002729*****************************************************************
002730 2060-CUMULER-ANCIEN-ECP.
002731     READ ECP-ANCIEN INTO WS-ANCIEN-TRAVAIL
002732         AT END
002733             SET FIN-FICHIER-ECPA TO TRUE
002734             GO TO 2060-EXIT
002735     END-READ.
002736     IF WS-A-STATUT-CLOS
002737         ADD 1 TO WS-CLOS-ANCIEN
002738     END-IF.
002739     IF WS-A-STATUT-EXTOURNE
002740         ADD 1 TO WS-EXTOURNES-ANCIEN
002741     END-IF.
002742 2060-EXIT.
002743     EXIT.
002744*****************************************************************
002750*    2100-CUMULER-ECP - LIT UN ENREGISTREMENT DU NOUVEAU        *
002760*    MAITRE ECP ET CUMULE COMPTEUR ET MONTANT.                  *
002770*****************************************************************
002840     ADD 1 TO WS-COMPTEUR-RELEVE.
002850     ADD 1 TO WS-COMPTEUR-LUS.
002860     ADD ECP-MONTANT TO WS-MONTANT-RELEVE.
002861     IF ECP-STATUT-CLOS
002862         ADD 1 TO WS-CLOS-RELEVE
002863     END-IF.
002864     IF ECP-STATUT-EXTOURNE
002865         ADD 1 TO WS-EXTOURNES-RELEVE
002866     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890*****************************************************************
003010     MOVE WS-MONTANT-RELEVE TO WS-C-MONTANT.
003020     MOVE WS-LIGNE-COMPARE TO CUT-LIGNE-IMP.
003030     WRITE CUT-LIGNE-IMP.
003031     COMPUTE WS-CLOS-ATTENDU = WS-CLOS-ANCIEN + WS-CE-CLOTURES
003032         - WS-CE-REOUVERTURES - WS-CE-EXT-CLOS.
003033     COMPUTE WS-EXTOURNES-ATTENDU = WS-EXTOURNES-ANCIEN
003034         + WS-CE-EXTOURNES.
003035     PERFORM 5200-COMPARER-STATUTS THRU 5200-EXIT.
003040     IF WS-COMPTEUR-RELEVE = WS-CE-COMPTEUR-APRES
003050         AND WS-MONTANT-RELEVE = WS-CE-MONTANT-APRES
003060         AND WS-CE-COMPTEUR-APRES =
003070             WS-CE-COMPTEUR-AVANT + WS-CE-AJOUTS
003071         AND WS-STATUTS-EQUILIBRES
003080         MOVE "EQUILIBRE" TO WS-V-VERDICT
003090         ADD 1 TO WS-FICHIERS-EQUILIBRES
003100     ELSE
003220 3000-EQUILIBRER-ATBB.
003230     MOVE ZERO TO WS-COMPTEUR-RELEVE.
003240     MOVE ZERO TO WS-MONTANT-RELEVE.
003241     MOVE ZERO TO WS-CLOS-RELEVE.
003242     MOVE ZERO TO WS-EXTOURNES-RELEVE.
003243     PERFORM 3050-RELEVER-ANCIEN-ATBB THRU 3050-EXIT.
003244     IF WS-ATBBA-STATUT NOT = "00"
003245         GO TO 3000-EXIT
003246     END-IF.
003250     OPEN INPUT ATBB-NOUVEAU.
003260     IF WS-ATBBN-STATUT NOT = "00"
003270         DISPLAY "MVTCUT - OUVERTURE ATBBNEW IMPOSSIBLE - "
003350     CLOSE ATBB-NOUVEAU.
003360     MOVE "ATBB" TO WS-C-FICHIER.
003370     MOVE "ATBB" TO WS-V-FICHIER.
003371     PERFORM 5100-COMPARER-ATBB THRU 5100-EXIT.
003372 3000-EXIT.
003373     EXIT.
003374*****************************************************************
003375*    3050-RELEVER-ANCIEN-ATBB - DENOMBRE LES MOUVEMENTS CLOS ET *
003376*    EXTOURNES DE L'ANCIEN MAITRE ATBB (ATBBIN, ENCORE INTACT   *
003377*    AVANT LA BASCULE).                                         *
003378*****************************************************************
003379 3050-RELEVER-ANCIEN-ATBB.
003380     MOVE ZERO TO WS-CLOS-ANCIEN.
003381     MOVE ZERO TO WS-EXTOURNES-ANCIEN.
003382     OPEN INPUT ATBB-ANCIEN.
003383     IF WS-ATBBA-STATUT NOT = "00"
003384         DISPLAY "MVTCUT - OUVERTURE ATBBIN IMPOSSIBLE - "
003385             WS-ATBBA-STATUT
003386         MOVE 12 TO RETURN-CODE
003387         SET WS-RUN-DESEQUILIBRE TO TRUE
003388         GO TO 3050-EXIT
003389     END-IF.
003390     PERFORM 3060-CUMULER-ANCIEN-ATBB THRU 3060-EXIT
003391         UNTIL FIN-FICHIER-ATBBA.
003392     CLOSE ATBB-ANCIEN.
003393     MOVE "00" TO WS-ATBBA-STATUT.
003394 3050-EXIT.
003395     EXIT.
003396*****************************************************************
003397*    3060-CUMULER-ANCIEN-ATBB - LIT UN ENREGISTREMENT DE L'ANCIEN*
003398*    MAITRE ATBB ET COMPTE SON STATUT.                          *
003399*****************************************************************
003400 3060-CUMULER-ANCIEN-ATBB.
003401     READ ATBB-ANCIEN INTO WS-ANCIEN-TRAVAIL
003402         AT END
003403             SET FIN-FICHIER-ATBBA TO TRUE
003404             GO TO 3060-EXIT
003405     END-READ.
003406     IF WS-A-STATUT-CLOS
003407         ADD 1 TO WS-CLOS-ANCIEN
003408     END-IF.
003409     IF WS-A-STATUT-EXTOURNE
003410         ADD 1 TO WS-EXTOURNES-ANCIEN
003411     END-IF.
003412 3060-EXIT.
003413     EXIT.
003414*****************************************************************
003420*    3100-CUMULER-ATBB - LIT UN ENREGISTREMENT DU NOUVEAU       *
003430*    MAITRE ATBB ET CUMULE COMPTEUR ET MONTANT.                 *
003440*****************************************************************
003510     ADD 1 TO WS-COMPTEUR-RELEVE.
003520     ADD 1 TO WS-COMPTEUR-LUS.
003530     ADD ATBB-MONTANT TO WS-MONTANT-RELEVE.
003531     IF ATBB-STATUT-CLOS
003532         ADD 1 TO WS-CLOS-RELEVE
003533     END-IF.
003534     IF ATBB-STATUT-EXTOURNE
003535         ADD 1 TO WS-EXTOURNES-RELEVE
003536     END-IF.
003540 3100-EXIT.
003550     EXIT.
003560*****************************************************************
003680     MOVE WS-MONTANT-RELEVE TO WS-C-MONTANT.
003690     MOVE WS-LIGNE-COMPARE TO CUT-LIGNE-IMP.
003700     WRITE CUT-LIGNE-IMP.
003701     COMPUTE WS-CLOS-ATTENDU = WS-CLOS-ANCIEN + WS-CA-CLOTURES
003702         - WS-CA-REOUVERTURES - WS-CA-EXT-CLOS.
003703     COMPUTE WS-EXTOURNES-ATTENDU = WS-EXTOURNES-ANCIEN
003704         + WS-CA-EXTOURNES.
003705     PERFORM 5200-COMPARER-STATUTS THRU 5200-EXIT.
003710     IF WS-COMPTEUR-RELEVE = WS-CA-COMPTEUR-APRES
003720         AND WS-MONTANT-RELEVE = WS-CA-MONTANT-APRES
003730         AND WS-CA-COMPTEUR-APRES =
003740             WS-CA-COMPTEUR-AVANT + WS-CA-AJOUTS
003741         AND WS-STATUTS-EQUILIBRES
003750         MOVE "EQUILIBRE" TO WS-V-VERDICT
003760         ADD 1 TO WS-FICHIERS-EQUILIBRES
003770     ELSE
003790         SET WS-RUN-DESEQUILIBRE TO TRUE
003800     END-IF.
003810     MOVE WS-LIGNE-VERDICT TO CUT-LIGNE-IMP.
003811     WRITE CUT-LIGNE-IMP.
003812 5100-EXIT.
003813     EXIT.
003814*****************************************************************
003815*    5200-COMPARER-STATUTS - EDITE LES LIGNES CLOS ET EXTOURNES *
003816*    (AVANT, ATTENDU, RELEVE) DU FICHIER EN COURS ET POSITIONNE *
003817*    L'INDICATEUR D'EQUILIBRE DES STATUTS.                      *
003818*****************************************************************
003819 5200-COMPARER-STATUTS.
003820     MOVE "N" TO WS-STATUTS-SW.
003821     MOVE WS-C-FICHIER TO WS-S-FICHIER.
003822     MOVE " CLOS      " TO WS-S-NATURE.
003823     MOVE WS-CLOS-ANCIEN TO WS-S-AVANT.
003824     MOVE WS-CLOS-ATTENDU TO WS-S-ATTENDU.
003825     MOVE WS-CLOS-RELEVE TO WS-S-RELEVE.
003826     MOVE WS-LIGNE-STATUTS TO CUT-LIGNE-IMP.
003827     WRITE CUT-LIGNE-IMP.
003828     MOVE " EXTOURNES " TO WS-S-NATURE.
003829     MOVE WS-EXTOURNES-ANCIEN TO WS-S-AVANT.
003830     MOVE WS-EXTOURNES-ATTENDU TO WS-S-ATTENDU.
003831     MOVE WS-EXTOURNES-RELEVE TO WS-S-RELEVE.
003832     MOVE WS-LIGNE-STATUTS TO CUT-LIGNE-IMP.
003833     WRITE CUT-LIGNE-IMP.
003834     IF WS-CLOS-RELEVE = WS-CLOS-ATTENDU
003835         AND WS-EXTOURNES-RELEVE = WS-EXTOURNES-ATTENDU
003836         SET WS-STATUTS-EQUILIBRES TO TRUE
003837     END-IF.
003838 5200-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    4000-FINALISATION - POSITIONNE LE CODE RETOUR, FERME       *
