000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : RECERT                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   RECERTIFICATION TRIMESTRIELLE DES HABILITATIONS ET          *
000090*   CONTROLE DE SEPARATION DES TACHES, A VISER PAR L'OFFICIER   *
000100*   DE SECURITE. CROISE OPERTAB, OPERHIST, AUDITLOG ET MVTJRN : *
000110*   - LISTE DE TOUS LES OPERATEURS (NIVEAU, STATUT, DERNIERE    *
000120*     CONNEXION REUSSIE, CHANGEMENTS DE NIVEAU DU TRIMESTRE);   *
000130*   - DETAIL DES CHANGEMENTS DE NIVEAU DU TRIMESTRE;            *
000140*   - EXCEPTIONS : COMPTES DORMANTS (AUCUNE CONNEXION DEPUIS 90 *
000150*     JOURS A LA FIN DU TRIMESTRE, CONVENTION 30/360 COMME DANS *
000160*     REJRPT), TENTATIVES DE CONNEXION D'IDENTIFIANTS           *
000170*     DESACTIVES, MODIFICATIONS PAR UN SUPERVISEUR DE SA PROPRE *
000180*     ENTREE OPERTAB, ET OPERATEURS AYANT A LA FOIS SAISI UN    *
000190*     MOUVEMENT (MVTSAIS, TRACE SAISIE DE AUDITLOG) ET CORRIGE  *
000200*     OU ANNULE SON REJET (ACTIONS R/V DE REJMNT DANS MVTJRN);  *
000210*   - BLOC DE VISA.                                             *
000220*   LE TRIMESTRE EST PRIS SUR LA CARTE PARMIN (BORNES DE DATES  *
000230*   DU DESSIN PARMREC); SANS CARTE, LE DERNIER TRIMESTRE CIVIL  *
000240*   ECOULE. CODE RETOUR 4 DES QU'UNE EXCEPTION EST EDITEE, POUR *
000250*   QUE L'ETAT NE PUISSE PAS ETRE CLASSE SANS LECTURE.          *
000260*                                                               *
000270*   MODIFICATION HISTORY                                        *
000280*   --------------------                                        *
000290*   2026-10-15 JF  VERSION INITIALE.                            *
000300*   2026-10-15 JF  UNE ERREUR D'OUVERTURE NE S'APPRECIE PLUS    *
000310*                  QUE SUR LE STATUT DU FICHIER QUI VIENT       *
000320*                  D'ETRE OUVERT, NOMME DANS LE MESSAGE.        *
000330*                                                               *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RECERT.
000370 AUTHOR. J. FAVREAU.
000380 INSTALLATION. SERVICE EXPLOITATION.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPER-FICHIER ASSIGN TO "OPERTAB"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-OPER-STATUT.
000470     SELECT HIST-FICHIER ASSIGN TO "OPERHIST"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-HIST-STATUT.
000500     SELECT AUDIT-FICHIER ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUT.
000530     SELECT MVT-JOURNAL ASSIGN TO "MVTJRN"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-JRN-STATUT.
000560     SELECT CERT-LISTE ASSIGN TO "CERTOUT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-LISTE-STATUT.
000590     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  OPER-FICHIER
000650     LABEL RECORDS ARE STANDARD.
000660 COPY OPERTAB.
000670 FD  HIST-FICHIER
000680     LABEL RECORDS ARE STANDARD.
000690 COPY OPERHREC.
000700 FD  AUDIT-FICHIER
000710     LABEL RECORDS ARE STANDARD.
000720 COPY AUDITREC.
000730 FD  MVT-JOURNAL
000740     LABEL RECORDS ARE STANDARD.
000750 COPY MVTJREC.
000760 FD  CERT-LISTE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CERT-LIGNE-IMP              PIC X(132).
000790 FD  PARM-FICHIER
000800     LABEL RECORDS ARE STANDARD.
000810 COPY PARMREC.
000820 WORKING-STORAGE SECTION.
000830 01  WS-FICHIERS-SWITCHES.
000840     05  WS-OPER-STATUT          PIC X(02) VALUE SPACES.
000850     05  WS-OUV-STATUT           PIC X(02) VALUE SPACES.
000860     05  WS-OUV-FICHIER          PIC X(08) VALUE SPACES.
000870     05  WS-HIST-STATUT          PIC X(02) VALUE SPACES.
000880     05  WS-AUDIT-STATUT         PIC X(02) VALUE SPACES.
000890     05  WS-JRN-STATUT           PIC X(02) VALUE SPACES.
000900     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
000910     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
000920     05  WS-FIN-OPER-SW          PIC X(01) VALUE "N".
000930         88  FIN-FICHIER-OPER            VALUE "O".
000940     05  WS-FIN-HIST-SW          PIC X(01) VALUE "N".
000950         88  FIN-FICHIER-HIST            VALUE "O".
000960     05  WS-FIN-AUDIT-SW         PIC X(01) VALUE "N".
000970         88  FIN-FICHIER-AUDIT           VALUE "O".
000980     05  WS-FIN-JRN-SW           PIC X(01) VALUE "N".
000990         88  FIN-FICHIER-JRN             VALUE "O".
001000     05  WS-TROUVE-SW            PIC X(01) VALUE "N".
001010         88  WS-OPERATEUR-TROUVE         VALUE "O".
001020     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
001030         88  WS-TABLE-SATUREE            VALUE "O".
001040     05  WS-DORMANT-SW           PIC X(01) VALUE "N".
001050         88  WS-COMPTE-DORMANT           VALUE "O".
001060 77  WS-SEL-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001070 77  WS-SEL-DATE-FIN             PIC 9(08) VALUE ZERO.
001080 77  WS-DATE-JOUR                PIC 9(08) VALUE ZERO.
001090 77  WS-DATE-REFERENCE           PIC 9(08) VALUE ZERO.
001100 77  WS-TRIMESTRE                PIC 9(01) VALUE ZERO.
001110 77  WS-JOURS-FIN                PIC 9(07) COMP VALUE ZERO.
001120 77  WS-JOURS-CALCULES           PIC 9(07) COMP VALUE ZERO.
001130 77  WS-AGE-JOURS                PIC S9(07) COMP VALUE ZERO.
001140 77  WS-SEUIL-DORMANCE           PIC 9(03) COMP VALUE 90.
001150 77  WS-CLE-OPERATEUR            PIC X(08) VALUE SPACES.
001160 77  WS-CLE-FICHIER              PIC X(04) VALUE SPACES.
001170 77  WS-CLE-NUMERO               PIC X(07) VALUE SPACES.
001180 77  WS-INDICE                   PIC 9(03) COMP VALUE ZERO.
001190 77  WS-INDICE-TROUVE            PIC 9(03) COMP VALUE ZERO.
001200 77  WS-NOMBRE-OPERATEURS        PIC 9(03) COMP VALUE ZERO.
001210 77  WS-LIMITE-TABLE             PIC 9(03) COMP VALUE 200.
001220 77  WS-INDICE-COR               PIC 9(04) COMP VALUE ZERO.
001230 77  WS-NOMBRE-CORRECTIONS       PIC 9(04) COMP VALUE ZERO.
001240 77  WS-LIMITE-CORRECTIONS       PIC 9(04) COMP VALUE 1000.
001250 77  WS-COMPTEUR-CHGT-NIVEAU     PIC 9(07) COMP VALUE ZERO.
001260 77  WS-COMPTEUR-DORMANTS        PIC 9(07) COMP VALUE ZERO.
001270 77  WS-COMPTEUR-TENTATIVES      PIC 9(07) COMP VALUE ZERO.
001280 77  WS-COMPTEUR-AUTO-MODIF      PIC 9(07) COMP VALUE ZERO.
001290 77  WS-COMPTEUR-SOD             PIC 9(07) COMP VALUE ZERO.
001300 77  WS-COMPTEUR-EXCEPTIONS      PIC 9(07) COMP VALUE ZERO.
001310 01  WS-DATE-DECOMP.
001320     05  WS-DD-AAAA              PIC 9(04).
001330     05  WS-DD-MM                PIC 9(02).
001340     05  WS-DD-JJ                PIC 9(02).
001350 01  WS-TABLE-OPERATEURS.
001360     05  WS-TOP-ENTREE OCCURS 200 TIMES.
001370         10  WS-TOP-ID           PIC X(08).
001380         10  WS-TOP-NOM          PIC X(30).
001390         10  WS-TOP-NIVEAU       PIC X(01).
001400         10  WS-TOP-STATUT       PIC X(01).
001410         10  WS-TOP-DERNIERE-CX  PIC 9(08).
001420         10  WS-TOP-DATE-CREATION
001430                                 PIC 9(08).
001440         10  WS-TOP-DATE-DESACT  PIC 9(08).
001450         10  WS-TOP-CHGT-NIVEAU  PIC 9(05) COMP.
001460         10  WS-TOP-TENTATIVES   PIC 9(05) COMP.
001470         10  WS-TOP-AUTO-MODIF   PIC 9(05) COMP.
001480         10  WS-TOP-SOD          PIC 9(05) COMP.
001490 01  WS-TABLE-CORRECTIONS.
001500     05  WS-TCO-ENTREE OCCURS 1000 TIMES.
001510         10  WS-TCO-OPERATEUR    PIC X(08).
001520         10  WS-TCO-FICHIER      PIC X(04).
001530         10  WS-TCO-NUMERO       PIC X(07).
001540         10  WS-TCO-ACTION       PIC X(01).
001550         10  WS-TCO-DATE         PIC 9(08).
001560         10  WS-TCO-DATE-SAISIE  PIC 9(08).
001570         10  WS-TCO-CONFLIT-SW   PIC X(01).
001580             88  WS-TCO-CONFLIT          VALUE "O".
001590 01  WS-LIGNE-ENTETE-1.
001600     05  FILLER                  PIC X(36)
001610         VALUE "RECERTIFICATION DES HABILITATIONS - ".
001620     05  FILLER                  PIC X(30)
001630         VALUE "SEPARATION DES TACHES".
001640 01  WS-LIGNE-PERIODE.
001650     05  FILLER                  PIC X(12)
001660         VALUE "PERIODE DU ".
001670     05  WS-P-DATE-DEBUT         PIC 9(08).
001680     05  FILLER                  PIC X(04) VALUE " AU ".
001690     05  WS-P-DATE-FIN           PIC 9(08).
001700     05  FILLER                  PIC X(15)
001710         VALUE "   EDITE LE : ".
001720     05  WS-P-DATE-JOUR          PIC 9(08).
001730 01  WS-LIGNE-TITRE.
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  WS-TI-TITRE             PIC X(60).
001760 01  WS-LIGNE-ENTETE-OPER.
001770     05  FILLER                  PIC X(08) VALUE "OPERAT.".
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  FILLER                  PIC X(30) VALUE "NOM".
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  FILLER                  PIC X(03) VALUE "NIV".
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  FILLER                  PIC X(04) VALUE "STAT".
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  FILLER                  PIC X(10) VALUE "DERN. CX".
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  FILLER                  PIC X(08) VALUE "CHGT NIV".
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  FILLER                  PIC X(36) VALUE "EXCEPTIONS".
001900 01  WS-LIGNE-OPERATEUR.
001910     05  WS-O-ID                 PIC X(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-O-NOM                PIC X(30).
001940     05  FILLER                  PIC X(03) VALUE SPACES.
001950     05  WS-O-NIVEAU             PIC X(01).
001960     05  FILLER                  PIC X(04) VALUE SPACES.
001970     05  WS-O-STATUT             PIC X(01).
001980     05  FILLER                  PIC X(03) VALUE SPACES.
001990     05  WS-O-DERNIERE-CX        PIC 9(08).
002000     05  WS-O-DERNIERE-CX-X REDEFINES WS-O-DERNIERE-CX
002010                                 PIC X(08).
002020     05  FILLER                  PIC X(04) VALUE SPACES.
002030     05  WS-O-CHGT-NIVEAU        PIC ZZZ,ZZ9.
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  WS-O-DORMANT            PIC X(08).
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  WS-O-INACTIF            PIC X(08).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  WS-O-AUTO-MODIF         PIC X(08).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  WS-O-SOD                PIC X(08).
002120 01  WS-LIGNE-ENTETE-HIST.
002130     05  FILLER                  PIC X(08) VALUE "DATE".
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  FILLER                  PIC X(08) VALUE "HEURE".
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FILLER                  PIC X(08) VALUE "AUTEUR".
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(08) VALUE "OPERAT.".
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  FILLER                  PIC X(10) VALUE "ACTION".
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FILLER                  PIC X(10) VALUE "ZONE".
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  FILLER                  PIC X(20)
002260         VALUE "ANCIENNE VALEUR".
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  FILLER                  PIC X(20)
002290         VALUE "NOUVELLE VALEUR".
002300 01  WS-LIGNE-HIST.
002310     05  WS-H-DATE               PIC 9(08).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-H-HEURE              PIC 9(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  WS-H-AUTEUR             PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  WS-H-OPER-ID            PIC X(08).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  WS-H-ACTION             PIC X(10).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  WS-H-ZONE               PIC X(10).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  WS-H-ANC-VALEUR         PIC X(20).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  WS-H-NOUV-VALEUR        PIC X(20).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-H-MARQUE             PIC X(18).
002480 01  WS-LIGNE-ENTETE-DORM.
002490     05  FILLER                  PIC X(08) VALUE "OPERAT.".
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  FILLER                  PIC X(30) VALUE "NOM".
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  FILLER                  PIC X(03) VALUE "NIV".
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  FILLER                  PIC X(10) VALUE "DERN. CX".
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  FILLER                  PIC X(10) VALUE "CREE LE".
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  FILLER                  PIC X(09) VALUE "AGE JOURS".
002600 01  WS-LIGNE-DORMANT.
002610     05  WS-DO-ID                PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-DO-NOM               PIC X(30).
002640     05  FILLER                  PIC X(03) VALUE SPACES.
002650     05  WS-DO-NIVEAU            PIC X(01).
002660     05  FILLER                  PIC X(03) VALUE SPACES.
002670     05  WS-DO-DERNIERE-CX       PIC 9(08).
002680     05  WS-DO-DERNIERE-CX-X REDEFINES WS-DO-DERNIERE-CX
002690                                 PIC X(08).
002700     05  FILLER                  PIC X(04) VALUE SPACES.
002710     05  WS-DO-CREATION          PIC 9(08).
002720     05  WS-DO-CREATION-X REDEFINES WS-DO-CREATION
002730                                 PIC X(08).
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  WS-DO-AGE               PIC ZZZ,ZZ9.
002760     05  WS-DO-AGE-X REDEFINES WS-DO-AGE
002770                                 PIC X(07).
002780 01  WS-LIGNE-ENTETE-TENT.
002790     05  FILLER                  PIC X(08) VALUE "DATE".
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  FILLER                  PIC X(08) VALUE "HEURE".
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  FILLER                  PIC X(08) VALUE "OPERAT.".
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  FILLER                  PIC X(10) VALUE "DESACTIVE".
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  FILLER                  PIC X(10) VALUE "RAPPORT".
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  FILLER                  PIC X(20) VALUE "RESULTAT".
002900 01  WS-LIGNE-TENTATIVE.
002910     05  WS-TE-DATE              PIC 9(08).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  WS-TE-HEURE             PIC 9(08).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-TE-OPERATEUR         PIC X(08).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  WS-TE-DESACT            PIC 9(08).
002980     05  WS-TE-DESACT-X REDEFINES WS-TE-DESACT
002990                                 PIC X(08).
003000     05  FILLER                  PIC X(04) VALUE SPACES.
003010     05  WS-TE-RAPPORT           PIC X(10).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  WS-TE-RESULTAT          PIC X(20).
003040 01  WS-LIGNE-ENTETE-SOD.
003050     05  FILLER                  PIC X(08) VALUE "OPERAT.".
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  FILLER                  PIC X(04) VALUE "FICH".
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  FILLER                  PIC X(07) VALUE "NUMERO".
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  FILLER                  PIC X(10) VALUE "SAISI LE".
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  FILLER                  PIC X(10) VALUE "REJMNT".
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  FILLER                  PIC X(10) VALUE "LE".
003160 01  WS-LIGNE-SOD.
003170     05  WS-SO-OPERATEUR         PIC X(08).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-SO-FICHIER           PIC X(04).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-SO-NUMERO            PIC X(07).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-SO-DATE-SAISIE       PIC 9(08).
003240     05  FILLER                  PIC X(04) VALUE SPACES.
003250     05  WS-SO-ACTION            PIC X(10).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  WS-SO-DATE              PIC 9(08).
003280 01  WS-LIGNE-AUCUNE.
003290     05  FILLER                  PIC X(10) VALUE SPACES.
003300     05  FILLER                  PIC X(20) VALUE "NEANT".
003310 01  WS-LIGNE-DEBORDEMENT.
003320     05  FILLER                  PIC X(52) VALUE
003330         "** TABLE DES OPERATEURS OU DES CORRECTIONS SATUREE".
003340     05  FILLER                  PIC X(22) VALUE
003350         " - ETAT INCOMPLET **".
003360 01  WS-LIGNE-BILAN.
003370     05  WS-B-LIBELLE            PIC X(40).
003380     05  FILLER                  PIC X(03) VALUE " : ".
003390     05  WS-B-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
003400 01  WS-LIGNE-VISA-1.
003410     05  FILLER                  PIC X(30)
003420         VALUE "VISA DE L'OFFICIER DE SECURITE".
003430     05  FILLER                  PIC X(29)
003440         VALUE " (EXCEPTIONS EXAMINEES) :".
003450 01  WS-LIGNE-VISA-2.
003460     05  FILLER                  PIC X(40)
003470         VALUE "NOM : ______________________________".
003480     05  FILLER                  PIC X(32)
003490         VALUE "SIGNATURE : __________________".
003500     05  FILLER                  PIC X(20)
003510         VALUE "DATE : __________".
003520*****************************************************************
003530*                                                               *
003540*   PROCEDURE DIVISION                                          *
003550*                                                               *
003560*****************************************************************
003570 PROCEDURE DIVISION.
003580*****************************************************************
003590*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
003600*****************************************************************
003610 0000-MAINLINE.
003620     MOVE ZERO TO RETURN-CODE.
003630     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003640     PERFORM 1200-CHARGER-OPERATEURS THRU 1200-EXIT.
003650     PERFORM 2000-CUMULER-HISTORIQUE THRU 2000-EXIT.
003660     PERFORM 2500-CHARGER-CORRECTIONS THRU 2500-EXIT.
003670     PERFORM 3000-CUMULER-AUDIT THRU 3000-EXIT.
003680     PERFORM 4000-EDITER-OPERATEURS THRU 4000-EXIT.
003690     PERFORM 5000-EDITER-CHANGEMENTS THRU 5000-EXIT.
003700     PERFORM 6000-EDITER-EXCEPTIONS THRU 6000-EXIT.
003710     PERFORM 9000-FINALISATION THRU 9000-EXIT.
003720     GOBACK.
003730*****************************************************************
003740*    1000-INITIALISATION - DATE DU JOUR, TRIMESTRE A CERTIFIER  *
003750*    ET OUVERTURE DE L'ETAT.                                    *
003760*****************************************************************
003770 1000-INITIALISATION.
003780     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003790     PERFORM 1100-LIRE-PERIODE THRU 1100-EXIT.
003800     MOVE WS-SEL-DATE-FIN TO WS-DATE-DECOMP.
003810     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
003820     MOVE WS-JOURS-CALCULES TO WS-JOURS-FIN.
003830     OPEN OUTPUT CERT-LISTE.
003840     IF WS-LISTE-STATUT NOT = "00"
003850         DISPLAY "RECERT - OUVERTURE CERT-LISTE IMPOSSIBLE - "
003860             WS-LISTE-STATUT
003870         MOVE 12 TO RETURN-CODE
003880         GOBACK
003890     END-IF.
003900     MOVE WS-LIGNE-ENTETE-1 TO CERT-LIGNE-IMP.
003910     WRITE CERT-LIGNE-IMP.
003920     MOVE WS-SEL-DATE-DEBUT TO WS-P-DATE-DEBUT.
003930     MOVE WS-SEL-DATE-FIN TO WS-P-DATE-FIN.
003940     MOVE WS-DATE-JOUR TO WS-P-DATE-JOUR.
003950     MOVE WS-LIGNE-PERIODE TO CERT-LIGNE-IMP.
003960     WRITE CERT-LIGNE-IMP.
003970 1000-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    1100-LIRE-PERIODE - PAR DEFAUT LE DERNIER TRIMESTRE CIVIL  *
004010*    ECOULE; LES BORNES DE LA CARTE PARMIN, SI ELLE EXISTE,     *
004020*    LE REMPLACENT.                                             *
004030*****************************************************************
004040 1100-LIRE-PERIODE.
004050     MOVE WS-DATE-JOUR TO WS-DATE-DECOMP.
004060     COMPUTE WS-TRIMESTRE = (WS-DD-MM - 1) / 3.
004070     IF WS-TRIMESTRE = ZERO
004080         SUBTRACT 1 FROM WS-DD-AAAA
004090         MOVE 4 TO WS-TRIMESTRE
004100     END-IF.
004110     COMPUTE WS-SEL-DATE-DEBUT = (WS-DD-AAAA * 10000)
004120         + (((WS-TRIMESTRE - 1) * 3 + 1) * 100) + 1.
004130     IF WS-TRIMESTRE = 1 OR WS-TRIMESTRE = 4
004140         MOVE 31 TO WS-DD-JJ
004150     ELSE
004160         MOVE 30 TO WS-DD-JJ
004170     END-IF.
004180     COMPUTE WS-SEL-DATE-FIN = (WS-DD-AAAA * 10000)
004190         + (WS-TRIMESTRE * 300) + WS-DD-JJ.
004200     OPEN INPUT PARM-FICHIER.
004210     IF WS-PARM-STATUT NOT = "00"
004220         GO TO 1100-EXIT
004230     END-IF.
004240     READ PARM-FICHIER
004250         AT END
004260             CLOSE PARM-FICHIER
004270             GO TO 1100-EXIT
004280     END-READ.
004290     IF PARM-DATE-DEBUT IS NUMERIC
004300         AND PARM-DATE-DEBUT NOT = "00000000"
004310         MOVE PARM-DATE-DEBUT TO WS-SEL-DATE-DEBUT
004320     END-IF.
004330     IF PARM-DATE-FIN IS NUMERIC
004340         AND PARM-DATE-FIN NOT = "00000000"
004350         MOVE PARM-DATE-FIN TO WS-SEL-DATE-FIN
004360     END-IF.
004370     CLOSE PARM-FICHIER.
004380 1100-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    1200-CHARGER-OPERATEURS - CHARGE OPERTAB EN TABLE. SANS    *
004420*    OPERTAB IL N'Y A RIEN A CERTIFIER : CODE RETOUR 12.        *
004430*****************************************************************
004440 1200-CHARGER-OPERATEURS.
004450     OPEN INPUT OPER-FICHIER.
004460     IF WS-OPER-STATUT NOT = "00"
004470         DISPLAY "RECERT - OUVERTURE OPERTAB IMPOSSIBLE - "
004480             WS-OPER-STATUT
004490         MOVE 12 TO RETURN-CODE
004500         CLOSE CERT-LISTE
004510         GOBACK
004520     END-IF.
004530     PERFORM 1210-CHARGER-UN THRU 1210-EXIT
004540         UNTIL FIN-FICHIER-OPER.
004550     CLOSE OPER-FICHIER.
004560 1200-EXIT.
004570     EXIT.
004580*****************************************************************
004590*    1210-CHARGER-UN - LIT UN OPERATEUR ET LE RANGE EN TABLE.   *
004600*****************************************************************
004610 1210-CHARGER-UN.
004620     READ OPER-FICHIER
004630         AT END
004640             SET FIN-FICHIER-OPER TO TRUE
004650             GO TO 1210-EXIT
004660     END-READ.
004670     IF WS-NOMBRE-OPERATEURS >= WS-LIMITE-TABLE
004680         SET WS-TABLE-SATUREE TO TRUE
004690         GO TO 1210-EXIT
004700     END-IF.
004710     ADD 1 TO WS-NOMBRE-OPERATEURS.
004720     MOVE OPER-ID TO WS-TOP-ID(WS-NOMBRE-OPERATEURS).
004730     MOVE OPER-NOM TO WS-TOP-NOM(WS-NOMBRE-OPERATEURS).
004740     MOVE OPER-NIVEAU-HABIL
004750         TO WS-TOP-NIVEAU(WS-NOMBRE-OPERATEURS).
004760     MOVE OPER-STATUT TO WS-TOP-STATUT(WS-NOMBRE-OPERATEURS).
004770     IF OPER-STATUT = SPACE
004780         MOVE "A" TO WS-TOP-STATUT(WS-NOMBRE-OPERATEURS)
004790     END-IF.
004800     MOVE ZERO TO WS-TOP-DERNIERE-CX(WS-NOMBRE-OPERATEURS).
004810     MOVE ZERO TO WS-TOP-DATE-CREATION(WS-NOMBRE-OPERATEURS).
004820     MOVE ZERO TO WS-TOP-DATE-DESACT(WS-NOMBRE-OPERATEURS).
004830     MOVE ZERO TO WS-TOP-CHGT-NIVEAU(WS-NOMBRE-OPERATEURS).
004840     MOVE ZERO TO WS-TOP-TENTATIVES(WS-NOMBRE-OPERATEURS).
004850     MOVE ZERO TO WS-TOP-AUTO-MODIF(WS-NOMBRE-OPERATEURS).
004860     MOVE ZERO TO WS-TOP-SOD(WS-NOMBRE-OPERATEURS).
004870 1210-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    2000-CUMULER-HISTORIQUE - PREMIERE PASSE SUR OPERHIST :    *
004910*    DATES DE CREATION ET DE DESACTIVATION, CHANGEMENTS DE      *
004920*    NIVEAU ET AUTO-MODIFICATIONS DU TRIMESTRE.                 *
004930*****************************************************************
004940 2000-CUMULER-HISTORIQUE.
004950     MOVE "N" TO WS-FIN-HIST-SW.
004960     OPEN INPUT HIST-FICHIER.
004970     IF WS-HIST-STATUT NOT = "00"
004980         MOVE WS-HIST-STATUT TO WS-OUV-STATUT
004990         MOVE "OPERHIST" TO WS-OUV-FICHIER
005000         PERFORM 8800-SIGNALER-ABSENCE THRU 8800-EXIT
005010         GO TO 2000-EXIT
005020     END-IF.
005030     PERFORM 2100-CUMULER-UN THRU 2100-EXIT
005040         UNTIL FIN-FICHIER-HIST.
005050     CLOSE HIST-FICHIER.
005060 2000-EXIT.
005070     EXIT.
005080*****************************************************************
005090*    2100-CUMULER-UN - CUMULE UN ENREGISTREMENT D'OPERHIST SUR  *
005100*    L'OPERATEUR MODIFIE.                                       *
005110*****************************************************************
005120 2100-CUMULER-UN.
005130     READ HIST-FICHIER
005140         AT END
005150             SET FIN-FICHIER-HIST TO TRUE
005160             GO TO 2100-EXIT
005170     END-READ.
005180     IF HIST-DATE > WS-SEL-DATE-FIN
005190         GO TO 2100-EXIT
005200     END-IF.
005210     MOVE HIST-OPER-ID TO WS-CLE-OPERATEUR.
005220     PERFORM 8000-CHERCHER-OPERATEUR THRU 8000-EXIT.
005230     IF WS-INDICE-TROUVE = ZERO
005240         GO TO 2100-EXIT
005250     END-IF.
005260     IF HIST-ACTION = "AJOUT"
005270         AND HIST-DATE > WS-TOP-DATE-CREATION(WS-INDICE-TROUVE)
005280         MOVE HIST-DATE TO WS-TOP-DATE-CREATION(WS-INDICE-TROUVE)
005290     END-IF.
005300     IF HIST-ACTION = "DESACTIV"
005310         AND HIST-DATE > WS-TOP-DATE-DESACT(WS-INDICE-TROUVE)
005320         MOVE HIST-DATE TO WS-TOP-DATE-DESACT(WS-INDICE-TROUVE)
005330     END-IF.
005340     IF HIST-DATE < WS-SEL-DATE-DEBUT
005350         GO TO 2100-EXIT
005360     END-IF.
005370     IF HIST-ZONE = "NIVEAU"
005380         ADD 1 TO WS-TOP-CHGT-NIVEAU(WS-INDICE-TROUVE)
005390         ADD 1 TO WS-COMPTEUR-CHGT-NIVEAU
005400     END-IF.
005410     IF HIST-AUTEUR = HIST-OPER-ID
005420         ADD 1 TO WS-TOP-AUTO-MODIF(WS-INDICE-TROUVE)
005430     END-IF.
005440 2100-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    2500-CHARGER-CORRECTIONS - CHARGE EN TABLE LES CORRECTIONS *
005480*    (R) ET ANNULATIONS (V) DE REJETS FAITES PAR REJMNT DANS LE *
005490*    TRIMESTRE ET JOURNALISEES DANS MVTJRN.                     *
005500*****************************************************************
005510 2500-CHARGER-CORRECTIONS.
005520     OPEN INPUT MVT-JOURNAL.
005530     IF WS-JRN-STATUT NOT = "00"
005540         MOVE WS-JRN-STATUT TO WS-OUV-STATUT
005550         MOVE "MVTJRN" TO WS-OUV-FICHIER
005560         PERFORM 8800-SIGNALER-ABSENCE THRU 8800-EXIT
005570         GO TO 2500-EXIT
005580     END-IF.
005590     PERFORM 2510-CHARGER-UN THRU 2510-EXIT
005600         UNTIL FIN-FICHIER-JRN.
005610     CLOSE MVT-JOURNAL.
005620 2500-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    2510-CHARGER-UN - LIT UNE ENTREE DU JOURNAL ET RANGE EN    *
005660*    TABLE LES CORRECTIONS ET ANNULATIONS DU TRIMESTRE.         *
005670*****************************************************************
005680 2510-CHARGER-UN.
005690     READ MVT-JOURNAL
005700         AT END
005710             SET FIN-FICHIER-JRN TO TRUE
005720             GO TO 2510-EXIT
005730     END-READ.
005740     IF NOT JRN-CORRECTION
005750         AND NOT JRN-ANNULATION
005760         GO TO 2510-EXIT
005770     END-IF.
005780     IF JRN-DATE < WS-SEL-DATE-DEBUT
005790         OR JRN-DATE > WS-SEL-DATE-FIN
005800         OR JRN-NUMERO = ZERO
005810         GO TO 2510-EXIT
005820     END-IF.
005830     IF WS-NOMBRE-CORRECTIONS >= WS-LIMITE-CORRECTIONS
005840         SET WS-TABLE-SATUREE TO TRUE
005850         GO TO 2510-EXIT
005860     END-IF.
005870     ADD 1 TO WS-NOMBRE-CORRECTIONS.
005880     MOVE JRN-OPERATEUR
005890         TO WS-TCO-OPERATEUR(WS-NOMBRE-CORRECTIONS).
005900     MOVE JRN-FICHIER TO WS-TCO-FICHIER(WS-NOMBRE-CORRECTIONS).
005910     MOVE JRN-NUMERO TO WS-TCO-NUMERO(WS-NOMBRE-CORRECTIONS).
005920     MOVE JRN-ACTION TO WS-TCO-ACTION(WS-NOMBRE-CORRECTIONS).
005930     MOVE JRN-DATE TO WS-TCO-DATE(WS-NOMBRE-CORRECTIONS).
005940     MOVE ZERO TO WS-TCO-DATE-SAISIE(WS-NOMBRE-CORRECTIONS).
005950     MOVE "N" TO WS-TCO-CONFLIT-SW(WS-NOMBRE-CORRECTIONS).
005960 2510-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    3000-CUMULER-AUDIT - PASSE SUR AUDITLOG JUSQU'A LA FIN DU  *
006000*    TRIMESTRE : DERNIERE CONNEXION REUSSIE, TENTATIVES DES     *
006010*    IDENTIFIANTS DESACTIVES, RAPPROCHEMENT DES SAISIES MVTSAIS *
006020*    AVEC LES CORRECTIONS DE REJETS DU MEME OPERATEUR.          *
006030*****************************************************************
006040 3000-CUMULER-AUDIT.
006050     MOVE "N" TO WS-FIN-AUDIT-SW.
006060     OPEN INPUT AUDIT-FICHIER.
006070     IF WS-AUDIT-STATUT NOT = "00"
006080         MOVE WS-AUDIT-STATUT TO WS-OUV-STATUT
006090         MOVE "AUDITLOG" TO WS-OUV-FICHIER
006100         PERFORM 8800-SIGNALER-ABSENCE THRU 8800-EXIT
006110         GO TO 3000-EXIT
006120     END-IF.
006130     PERFORM 3100-CUMULER-UN THRU 3100-EXIT
006140         UNTIL FIN-FICHIER-AUDIT.
006150     CLOSE AUDIT-FICHIER.
006160 3000-EXIT.
006170     EXIT.
006180*****************************************************************
006190*    3100-CUMULER-UN - TRAITE UN ENREGISTREMENT D'AUDIT.        *
006200*****************************************************************
006210 3100-CUMULER-UN.
006220     READ AUDIT-FICHIER
006230         AT END
006240             SET FIN-FICHIER-AUDIT TO TRUE
006250             GO TO 3100-EXIT
006260     END-READ.
006270     IF AUDIT-DATE > WS-SEL-DATE-FIN
006280         GO TO 3100-EXIT
006290     END-IF.
006300     IF AUDIT-CHOIX(1:6) = "SAISIE"
006310         AND (AUDIT-RESULTAT = "ACCEPTE"
006320         OR AUDIT-RESULTAT = "EN ATTENTE")
006330         PERFORM 3200-RAPPROCHER-SAISIE THRU 3200-EXIT
006340         GO TO 3100-EXIT
006350     END-IF.
006360     IF AUDIT-CHOIX NOT = "LOGIN"
006370         GO TO 3100-EXIT
006380     END-IF.
006390     MOVE AUDIT-OPERATEUR TO WS-CLE-OPERATEUR.
006400     PERFORM 8000-CHERCHER-OPERATEUR THRU 8000-EXIT.
006410     IF WS-INDICE-TROUVE = ZERO
006420         GO TO 3100-EXIT
006430     END-IF.
006440     IF AUDIT-RESULTAT = "AUTORISE"
006450         AND AUDIT-DATE > WS-TOP-DERNIERE-CX(WS-INDICE-TROUVE)
006460         MOVE AUDIT-DATE TO WS-TOP-DERNIERE-CX(WS-INDICE-TROUVE)
006470     END-IF.
006480     IF WS-TOP-STATUT(WS-INDICE-TROUVE) = "I"
006490         AND AUDIT-DATE NOT < WS-SEL-DATE-DEBUT
006500         AND AUDIT-DATE NOT < WS-TOP-DATE-DESACT(WS-INDICE-TROUVE)
006510         ADD 1 TO WS-TOP-TENTATIVES(WS-INDICE-TROUVE)
006520     END-IF.
006530 3100-EXIT.
006540     EXIT.
006550*****************************************************************
006560*    3200-RAPPROCHER-SAISIE - MARQUE LES CORRECTIONS OU         *
006570*    ANNULATIONS DE REJET FAITES PAR L'OPERATEUR QUI AVAIT      *
006580*    SAISI LE MOUVEMENT (MEME FICHIER, MEME NUMERO, SAISIE      *
006590*    ANTERIEURE OU DU MEME JOUR).                               *
006600*****************************************************************
006610 3200-RAPPROCHER-SAISIE.
006620     EVALUATE AUDIT-RAPPORT
006630         WHEN "SAIECP"
006640             MOVE "ECP " TO WS-CLE-FICHIER
006650         WHEN "SAIATBB"
006660             MOVE "ATBB" TO WS-CLE-FICHIER
006670         WHEN OTHER
006680             GO TO 3200-EXIT
006690     END-EVALUATE.
006700     MOVE AUDIT-OPERATEUR TO WS-CLE-OPERATEUR.
006710     MOVE AUDIT-CHOIX(10:7) TO WS-CLE-NUMERO.
006720     MOVE ZERO TO WS-INDICE-COR.
006730     PERFORM 3210-RAPPROCHER-UN THRU 3210-EXIT
006740         UNTIL WS-INDICE-COR >= WS-NOMBRE-CORRECTIONS.
006750 3200-EXIT.
006760     EXIT.
006770*****************************************************************
006780*    3210-RAPPROCHER-UN - COMPARE UNE CORRECTION DE LA TABLE A  *
006790*    LA SAISIE COURANTE.                                        *
006800*****************************************************************
006810 3210-RAPPROCHER-UN.
006820     ADD 1 TO WS-INDICE-COR.
006830     IF WS-TCO-OPERATEUR(WS-INDICE-COR) NOT = WS-CLE-OPERATEUR
006840         OR WS-TCO-FICHIER(WS-INDICE-COR) NOT = WS-CLE-FICHIER
006850         OR WS-TCO-NUMERO(WS-INDICE-COR) NOT = WS-CLE-NUMERO
006860         OR WS-TCO-DATE(WS-INDICE-COR) < AUDIT-DATE
006870         GO TO 3210-EXIT
006880     END-IF.
006890     IF WS-TCO-CONFLIT(WS-INDICE-COR)
006900         GO TO 3210-EXIT
006910     END-IF.
006920     SET WS-TCO-CONFLIT(WS-INDICE-COR) TO TRUE.
006930     MOVE AUDIT-DATE TO WS-TCO-DATE-SAISIE(WS-INDICE-COR).
006940     PERFORM 8000-CHERCHER-OPERATEUR THRU 8000-EXIT.
006950     IF WS-INDICE-TROUVE NOT = ZERO
006960         ADD 1 TO WS-TOP-SOD(WS-INDICE-TROUVE)
006970     END-IF.
006980 3210-EXIT.
006990     EXIT.
007000*****************************************************************
007010*    4000-EDITER-OPERATEURS - SECTION 1 : UNE LIGNE PAR         *
007020*    OPERATEUR D'OPERTAB AVEC SES EXCEPTIONS EN CLAIR.          *
007030*****************************************************************
007040 4000-EDITER-OPERATEURS.
007050     MOVE SPACES TO CERT-LIGNE-IMP.
007060     WRITE CERT-LIGNE-IMP.
007070     MOVE "1. OPERATEURS HABILITES" TO WS-TI-TITRE.
007080     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
007090     WRITE CERT-LIGNE-IMP.
007100     MOVE WS-LIGNE-ENTETE-OPER TO CERT-LIGNE-IMP.
007110     WRITE CERT-LIGNE-IMP.
007120     MOVE ZERO TO WS-INDICE.
007130     PERFORM 4100-EDITER-UN THRU 4100-EXIT
007140         UNTIL WS-INDICE >= WS-NOMBRE-OPERATEURS.
007150     IF WS-TABLE-SATUREE
007160         MOVE WS-LIGNE-DEBORDEMENT TO CERT-LIGNE-IMP
007170         WRITE CERT-LIGNE-IMP
007180     END-IF.
007190 4000-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    4100-EDITER-UN - EDITE LA LIGNE D'UN OPERATEUR.            *
007230*****************************************************************
007240 4100-EDITER-UN.
007250     ADD 1 TO WS-INDICE.
007260     PERFORM 8600-EVALUER-DORMANCE THRU 8600-EXIT.
007270     MOVE WS-TOP-ID(WS-INDICE) TO WS-O-ID.
007280     MOVE WS-TOP-NOM(WS-INDICE) TO WS-O-NOM.
007290     MOVE WS-TOP-NIVEAU(WS-INDICE) TO WS-O-NIVEAU.
007300     MOVE WS-TOP-STATUT(WS-INDICE) TO WS-O-STATUT.
007310     IF WS-TOP-DERNIERE-CX(WS-INDICE) = ZERO
007320         MOVE "JAMAIS" TO WS-O-DERNIERE-CX-X
007330     ELSE
007340         MOVE WS-TOP-DERNIERE-CX(WS-INDICE) TO WS-O-DERNIERE-CX
007350     END-IF.
007360     MOVE WS-TOP-CHGT-NIVEAU(WS-INDICE) TO WS-O-CHGT-NIVEAU.
007370     MOVE SPACES TO WS-O-DORMANT WS-O-INACTIF
007380                    WS-O-AUTO-MODIF WS-O-SOD.
007390     IF WS-COMPTE-DORMANT
007400         MOVE "DORMANT" TO WS-O-DORMANT
007410     END-IF.
007420     IF WS-TOP-TENTATIVES(WS-INDICE) > ZERO
007430         MOVE "CX DESAC" TO WS-O-INACTIF
007440     END-IF.
007450     IF WS-TOP-AUTO-MODIF(WS-INDICE) > ZERO
007460         MOVE "AUTOMOD" TO WS-O-AUTO-MODIF
007470     END-IF.
007480     IF WS-TOP-SOD(WS-INDICE) > ZERO
007490         MOVE "SAI+CORR" TO WS-O-SOD
007500     END-IF.
007510     MOVE WS-LIGNE-OPERATEUR TO CERT-LIGNE-IMP.
007520     WRITE CERT-LIGNE-IMP.
007530 4100-EXIT.
007540     EXIT.
007550*****************************************************************
007560*    5000-EDITER-CHANGEMENTS - SECTION 2 : SECONDE PASSE SUR    *
007570*    OPERHIST, DETAIL DES CHANGEMENTS DE NIVEAU DU TRIMESTRE.   *
007580*****************************************************************
007590 5000-EDITER-CHANGEMENTS.
007600     MOVE SPACES TO CERT-LIGNE-IMP.
007610     WRITE CERT-LIGNE-IMP.
007620     MOVE "2. CHANGEMENTS DE NIVEAU D'HABILITATION DU TRIMESTRE"
007630         TO WS-TI-TITRE.
007640     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
007650     WRITE CERT-LIGNE-IMP.
007660     MOVE WS-LIGNE-ENTETE-HIST TO CERT-LIGNE-IMP.
007670     WRITE CERT-LIGNE-IMP.
007680     IF WS-COMPTEUR-CHGT-NIVEAU = ZERO
007690         MOVE WS-LIGNE-AUCUNE TO CERT-LIGNE-IMP
007700         WRITE CERT-LIGNE-IMP
007710         GO TO 5000-EXIT
007720     END-IF.
007730     MOVE "N" TO WS-FIN-HIST-SW.
007740     OPEN INPUT HIST-FICHIER.
007750     IF WS-HIST-STATUT NOT = "00"
007760         GO TO 5000-EXIT
007770     END-IF.
007780     PERFORM 5100-EDITER-UN THRU 5100-EXIT
007790         UNTIL FIN-FICHIER-HIST.
007800     CLOSE HIST-FICHIER.
007810 5000-EXIT.
007820     EXIT.
007830*****************************************************************
007840*    5100-EDITER-UN - EDITE UN CHANGEMENT DE NIVEAU DU          *
007850*    TRIMESTRE.                                                 *
007860*****************************************************************
007870 5100-EDITER-UN.
007880     READ HIST-FICHIER
007890         AT END
007900             SET FIN-FICHIER-HIST TO TRUE
007910             GO TO 5100-EXIT
007920     END-READ.
007930     IF HIST-DATE < WS-SEL-DATE-DEBUT
007940         OR HIST-DATE > WS-SEL-DATE-FIN
007950         OR HIST-ZONE NOT = "NIVEAU"
007960         GO TO 5100-EXIT
007970     END-IF.
007980     PERFORM 8700-PREPARER-LIGNE-HIST THRU 8700-EXIT.
007990     MOVE WS-LIGNE-HIST TO CERT-LIGNE-IMP.
008000     WRITE CERT-LIGNE-IMP.
008010 5100-EXIT.
008020     EXIT.
008030*****************************************************************
008040*    6000-EDITER-EXCEPTIONS - SECTION 3 : LES QUATRE FAMILLES   *
008050*    D'EXCEPTIONS A EXAMINER AVANT VISA.                        *
008060*****************************************************************
008070 6000-EDITER-EXCEPTIONS.
008080     MOVE SPACES TO CERT-LIGNE-IMP.
008090     WRITE CERT-LIGNE-IMP.
008100     MOVE "3. EXCEPTIONS" TO WS-TI-TITRE.
008110     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
008120     WRITE CERT-LIGNE-IMP.
008130     PERFORM 6100-EDITER-DORMANTS THRU 6100-EXIT.
008140     PERFORM 6200-EDITER-TENTATIVES THRU 6200-EXIT.
008150     PERFORM 6300-EDITER-AUTO-MODIF THRU 6300-EXIT.
008160     PERFORM 6400-EDITER-SOD THRU 6400-EXIT.
008170 6000-EXIT.
008180     EXIT.
008190*****************************************************************
008200*    6100-EDITER-DORMANTS - COMPTES ACTIFS SANS CONNEXION       *
008210*    REUSSIE DEPUIS PLUS DE 90 JOURS A LA FIN DU TRIMESTRE.     *
008220*****************************************************************
008230 6100-EDITER-DORMANTS.
008240     MOVE SPACES TO CERT-LIGNE-IMP.
008250     WRITE CERT-LIGNE-IMP.
008260     MOVE "3.1 COMPTES DORMANTS (AUCUNE CONNEXION DEPUIS 90 J)"
008270         TO WS-TI-TITRE.
008280     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
008290     WRITE CERT-LIGNE-IMP.
008300     MOVE WS-LIGNE-ENTETE-DORM TO CERT-LIGNE-IMP.
008310     WRITE CERT-LIGNE-IMP.
008320     MOVE ZERO TO WS-INDICE.
008330     PERFORM 6110-EDITER-UN THRU 6110-EXIT
008340         UNTIL WS-INDICE >= WS-NOMBRE-OPERATEURS.
008350     IF WS-COMPTEUR-DORMANTS = ZERO
008360         MOVE WS-LIGNE-AUCUNE TO CERT-LIGNE-IMP
008370         WRITE CERT-LIGNE-IMP
008380     END-IF.
008390 6100-EXIT.
008400     EXIT.
008410*****************************************************************
008420*    6110-EDITER-UN - EDITE L'OPERATEUR COURANT S'IL EST        *
008430*    DORMANT.                                                   *
008440*****************************************************************
008450 6110-EDITER-UN.
008460     ADD 1 TO WS-INDICE.
008470     PERFORM 8600-EVALUER-DORMANCE THRU 8600-EXIT.
008480     IF NOT WS-COMPTE-DORMANT
008490         GO TO 6110-EXIT
008500     END-IF.
008510     ADD 1 TO WS-COMPTEUR-DORMANTS.
008520     MOVE WS-TOP-ID(WS-INDICE) TO WS-DO-ID.
008530     MOVE WS-TOP-NOM(WS-INDICE) TO WS-DO-NOM.
008540     MOVE WS-TOP-NIVEAU(WS-INDICE) TO WS-DO-NIVEAU.
008550     IF WS-TOP-DERNIERE-CX(WS-INDICE) = ZERO
008560         MOVE "JAMAIS" TO WS-DO-DERNIERE-CX-X
008570     ELSE
008580         MOVE WS-TOP-DERNIERE-CX(WS-INDICE) TO WS-DO-DERNIERE-CX
008590     END-IF.
008600     IF WS-TOP-DATE-CREATION(WS-INDICE) = ZERO
008610         MOVE "INCONNUE" TO WS-DO-CREATION-X
008620     ELSE
008630         MOVE WS-TOP-DATE-CREATION(WS-INDICE) TO WS-DO-CREATION
008640     END-IF.
008650     IF WS-DATE-REFERENCE = ZERO
008660         MOVE SPACES TO WS-DO-AGE-X
008670     ELSE
008680         MOVE WS-AGE-JOURS TO WS-DO-AGE
008690     END-IF.
008700     MOVE WS-LIGNE-DORMANT TO CERT-LIGNE-IMP.
008710     WRITE CERT-LIGNE-IMP.
008720 6110-EXIT.
008730     EXIT.
008740*****************************************************************
008750*    6200-EDITER-TENTATIVES - SECONDE PASSE SUR AUDITLOG :      *
008760*    TENTATIVES DE CONNEXION DU TRIMESTRE PAR UN IDENTIFIANT    *
008770*    DESACTIVE, POSTERIEURES A SA DESACTIVATION.                *
008780*****************************************************************
008790 6200-EDITER-TENTATIVES.
008800     MOVE SPACES TO CERT-LIGNE-IMP.
008810     WRITE CERT-LIGNE-IMP.
008820     MOVE "3.2 CONNEXIONS D'IDENTIFIANTS DESACTIVES"
008830         TO WS-TI-TITRE.
008840     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
008850     WRITE CERT-LIGNE-IMP.
008860     MOVE WS-LIGNE-ENTETE-TENT TO CERT-LIGNE-IMP.
008870     WRITE CERT-LIGNE-IMP.
008880     MOVE "N" TO WS-FIN-AUDIT-SW.
008890     OPEN INPUT AUDIT-FICHIER.
008900     IF WS-AUDIT-STATUT NOT = "00"
008910         GO TO 6200-NEANT
008920     END-IF.
008930     PERFORM 6210-EDITER-UN THRU 6210-EXIT
008940         UNTIL FIN-FICHIER-AUDIT.
008950     CLOSE AUDIT-FICHIER.
008960 6200-NEANT.
008970     IF WS-COMPTEUR-TENTATIVES = ZERO
008980         MOVE WS-LIGNE-AUCUNE TO CERT-LIGNE-IMP
008990         WRITE CERT-LIGNE-IMP
009000     END-IF.
009010 6200-EXIT.
009020     EXIT.
009030*****************************************************************
009040*    6210-EDITER-UN - EDITE L'ENREGISTREMENT D'AUDIT COURANT    *
009050*    S'IL S'AGIT D'UNE TENTATIVE D'UN IDENTIFIANT DESACTIVE.    *
009060*****************************************************************
009070 6210-EDITER-UN.
009080     READ AUDIT-FICHIER
009090         AT END
009100             SET FIN-FICHIER-AUDIT TO TRUE
009110             GO TO 6210-EXIT
009120     END-READ.
009130     IF AUDIT-CHOIX NOT = "LOGIN"
009140         OR AUDIT-DATE < WS-SEL-DATE-DEBUT
009150         OR AUDIT-DATE > WS-SEL-DATE-FIN
009160         GO TO 6210-EXIT
009170     END-IF.
009180     MOVE AUDIT-OPERATEUR TO WS-CLE-OPERATEUR.
009190     PERFORM 8000-CHERCHER-OPERATEUR THRU 8000-EXIT.
009200     IF WS-INDICE-TROUVE = ZERO
009210         GO TO 6210-EXIT
009220     END-IF.
009230     IF WS-TOP-STATUT(WS-INDICE-TROUVE) NOT = "I"
009240         OR AUDIT-DATE < WS-TOP-DATE-DESACT(WS-INDICE-TROUVE)
009250         GO TO 6210-EXIT
009260     END-IF.
009270     ADD 1 TO WS-COMPTEUR-TENTATIVES.
009280     MOVE AUDIT-DATE TO WS-TE-DATE.
009290     MOVE AUDIT-HEURE TO WS-TE-HEURE.
009300     MOVE AUDIT-OPERATEUR TO WS-TE-OPERATEUR.
009310     IF WS-TOP-DATE-DESACT(WS-INDICE-TROUVE) = ZERO
009320         MOVE "INCONNUE" TO WS-TE-DESACT-X
009330     ELSE
009340         MOVE WS-TOP-DATE-DESACT(WS-INDICE-TROUVE) TO WS-TE-DESACT
009350     END-IF.
009360     MOVE AUDIT-RAPPORT TO WS-TE-RAPPORT.
009370     MOVE AUDIT-RESULTAT TO WS-TE-RESULTAT.
009380     MOVE WS-LIGNE-TENTATIVE TO CERT-LIGNE-IMP.
009390     WRITE CERT-LIGNE-IMP.
009400 6210-EXIT.
009410     EXIT.
009420*****************************************************************
009430*    6300-EDITER-AUTO-MODIF - TROISIEME PASSE SUR OPERHIST :    *
009440*    MODIFICATIONS DU TRIMESTRE FAITES PAR UN SUPERVISEUR SUR   *
009450*    SA PROPRE ENTREE OPERTAB.                                  *
009460*****************************************************************
009470 6300-EDITER-AUTO-MODIF.
009480     MOVE SPACES TO CERT-LIGNE-IMP.
009490     WRITE CERT-LIGNE-IMP.
009500     MOVE "3.3 MODIFICATIONS DE SA PROPRE ENTREE OPERTAB"
009510         TO WS-TI-TITRE.
009520     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
009530     WRITE CERT-LIGNE-IMP.
009540     MOVE WS-LIGNE-ENTETE-HIST TO CERT-LIGNE-IMP.
009550     WRITE CERT-LIGNE-IMP.
009560     MOVE "N" TO WS-FIN-HIST-SW.
009570     OPEN INPUT HIST-FICHIER.
009580     IF WS-HIST-STATUT NOT = "00"
009590         GO TO 6300-NEANT
009600     END-IF.
009610     PERFORM 6310-EDITER-UN THRU 6310-EXIT
009620         UNTIL FIN-FICHIER-HIST.
009630     CLOSE HIST-FICHIER.
009640 6300-NEANT.
009650     IF WS-COMPTEUR-AUTO-MODIF = ZERO
009660         MOVE WS-LIGNE-AUCUNE TO CERT-LIGNE-IMP
009670         WRITE CERT-LIGNE-IMP
009680     END-IF.
009690 6300-EXIT.
009700     EXIT.
009710*****************************************************************
009720*    6310-EDITER-UN - EDITE L'ENREGISTREMENT D'OPERHIST COURANT *
009730*    SI SON AUTEUR EST L'OPERATEUR MODIFIE.                     *
009740*****************************************************************
009750 6310-EDITER-UN.
009760     READ HIST-FICHIER
009770         AT END
009780             SET FIN-FICHIER-HIST TO TRUE
009790             GO TO 6310-EXIT
009800     END-READ.
009810     IF HIST-DATE < WS-SEL-DATE-DEBUT
009820         OR HIST-DATE > WS-SEL-DATE-FIN
009830         OR HIST-AUTEUR NOT = HIST-OPER-ID
009840         GO TO 6310-EXIT
009850     END-IF.
009860     ADD 1 TO WS-COMPTEUR-AUTO-MODIF.
009870     PERFORM 8700-PREPARER-LIGNE-HIST THRU 8700-EXIT.
009880     MOVE WS-LIGNE-HIST TO CERT-LIGNE-IMP.
009890     WRITE CERT-LIGNE-IMP.
009900 6310-EXIT.
009910     EXIT.
009920*****************************************************************
009930*    6400-EDITER-SOD - CORRECTIONS OU ANNULATIONS DE REJET DU   *
009940*    TRIMESTRE FAITES PAR L'OPERATEUR QUI AVAIT SAISI LE        *
009950*    MOUVEMENT.                                                 *
009960*****************************************************************
009970 6400-EDITER-SOD.
009980     MOVE SPACES TO CERT-LIGNE-IMP.
009990     WRITE CERT-LIGNE-IMP.
010000     MOVE "3.4 REJET CORRIGE OU ANNULE PAR L'AUTEUR DE LA SAISIE"
010010         TO WS-TI-TITRE.
010020     MOVE WS-LIGNE-TITRE TO CERT-LIGNE-IMP.
010030     WRITE CERT-LIGNE-IMP.
010040     MOVE WS-LIGNE-ENTETE-SOD TO CERT-LIGNE-IMP.
010050     WRITE CERT-LIGNE-IMP.
010060     MOVE ZERO TO WS-INDICE-COR.
010070     PERFORM 6410-EDITER-UN THRU 6410-EXIT
010080         UNTIL WS-INDICE-COR >= WS-NOMBRE-CORRECTIONS.
010090     IF WS-COMPTEUR-SOD = ZERO
010100         MOVE WS-LIGNE-AUCUNE TO CERT-LIGNE-IMP
010110         WRITE CERT-LIGNE-IMP
010120     END-IF.
010130 6400-EXIT.
010140     EXIT.
010150*****************************************************************
010160*    6410-EDITER-UN - EDITE LA CORRECTION COURANTE SI ELLE EST  *
010170*    EN CONFLIT AVEC UNE SAISIE DU MEME OPERATEUR.              *
010180*****************************************************************
010190 6410-EDITER-UN.
010200     ADD 1 TO WS-INDICE-COR.
010210     IF NOT WS-TCO-CONFLIT(WS-INDICE-COR)
010220         GO TO 6410-EXIT
010230     END-IF.
010240     ADD 1 TO WS-COMPTEUR-SOD.
010250     MOVE WS-TCO-OPERATEUR(WS-INDICE-COR) TO WS-SO-OPERATEUR.
010260     MOVE WS-TCO-FICHIER(WS-INDICE-COR) TO WS-SO-FICHIER.
010270     MOVE WS-TCO-NUMERO(WS-INDICE-COR) TO WS-SO-NUMERO.
010280     MOVE WS-TCO-DATE-SAISIE(WS-INDICE-COR) TO WS-SO-DATE-SAISIE.
010290     IF WS-TCO-ACTION(WS-INDICE-COR) = "R"
010300         MOVE "CORRECTION" TO WS-SO-ACTION
010310     ELSE
010320         MOVE "ANNULATION" TO WS-SO-ACTION
010330     END-IF.
010340     MOVE WS-TCO-DATE(WS-INDICE-COR) TO WS-SO-DATE.
010350     MOVE WS-LIGNE-SOD TO CERT-LIGNE-IMP.
010360     WRITE CERT-LIGNE-IMP.
010370 6410-EXIT.
010380     EXIT.
010390*****************************************************************
010400*    8000-CHERCHER-OPERATEUR - RECHERCHE WS-CLE-OPERATEUR DANS  *
010410*    LA TABLE DES OPERATEURS (ZERO SI ABSENT).                  *
010420*****************************************************************
010430 8000-CHERCHER-OPERATEUR.
010440     MOVE "N" TO WS-TROUVE-SW.
010450     MOVE ZERO TO WS-INDICE-TROUVE.
010460     MOVE ZERO TO WS-INDICE.
010470     PERFORM 8010-CHERCHER-UN THRU 8010-EXIT
010480         UNTIL WS-OPERATEUR-TROUVE
010490         OR WS-INDICE >= WS-NOMBRE-OPERATEURS.
010500 8000-EXIT.
010510     EXIT.
010520*****************************************************************
010530*    8010-CHERCHER-UN - COMPARE UNE ENTREE DE LA TABLE A        *
010540*    L'OPERATEUR RECHERCHE.                                     *
010550*****************************************************************
010560 8010-CHERCHER-UN.
010570     ADD 1 TO WS-INDICE.
010580     IF WS-TOP-ID(WS-INDICE) = WS-CLE-OPERATEUR
010590         SET WS-OPERATEUR-TROUVE TO TRUE
010600         MOVE WS-INDICE TO WS-INDICE-TROUVE
010610     END-IF.
010620 8010-EXIT.
010630     EXIT.
010640*****************************************************************
010650*    8500-DECOMPTER-JOURS - CONVERTIT LA DATE DE WS-DATE-DECOMP *
010660*    EN NOMBRE DE JOURS EN CONVENTION 30/360, COMME REJRPT.     *
010670*****************************************************************
010680 8500-DECOMPTER-JOURS.
010690     COMPUTE WS-JOURS-CALCULES =
010700         (WS-DD-AAAA * 360) + (WS-DD-MM * 30) + WS-DD-JJ.
010710 8500-EXIT.
010720     EXIT.
010730*****************************************************************
010740*    8600-EVALUER-DORMANCE - UN COMPTE ACTIF EST DORMANT SI SA  *
010750*    DERNIERE CONNEXION REUSSIE (OU, A DEFAUT, SA CREATION) A   *
010760*    PLUS DE 90 JOURS A LA FIN DU TRIMESTRE, OU S'IL NE S'EST   *
010770*    JAMAIS CONNECTE ET QUE SA CREATION EST INCONNUE.           *
010780*****************************************************************
010790 8600-EVALUER-DORMANCE.
010800     MOVE "N" TO WS-DORMANT-SW.
010810     MOVE ZERO TO WS-AGE-JOURS.
010820     IF WS-TOP-STATUT(WS-INDICE) = "I"
010830         GO TO 8600-EXIT
010840     END-IF.
010850     MOVE WS-TOP-DERNIERE-CX(WS-INDICE) TO WS-DATE-REFERENCE.
010860     IF WS-TOP-DATE-CREATION(WS-INDICE) > WS-DATE-REFERENCE
010870         MOVE WS-TOP-DATE-CREATION(WS-INDICE) TO WS-DATE-REFERENCE
010880     END-IF.
010890     IF WS-DATE-REFERENCE = ZERO
010900         SET WS-COMPTE-DORMANT TO TRUE
010910         GO TO 8600-EXIT
010920     END-IF.
010930     MOVE WS-DATE-REFERENCE TO WS-DATE-DECOMP.
010940     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
010950     COMPUTE WS-AGE-JOURS = WS-JOURS-FIN - WS-JOURS-CALCULES.
010960     IF WS-AGE-JOURS > WS-SEUIL-DORMANCE
010970         SET WS-COMPTE-DORMANT TO TRUE
010980     END-IF.
010990 8600-EXIT.
011000     EXIT.
011010*****************************************************************
011020*    8700-PREPARER-LIGNE-HIST - PREPARE LA LIGNE DE DETAIL D'UN *
011030*    ENREGISTREMENT D'OPERHIST.                                 *
011040*****************************************************************
011050 8700-PREPARER-LIGNE-HIST.
011060     MOVE HIST-DATE TO WS-H-DATE.
011070     MOVE HIST-HEURE TO WS-H-HEURE.
011080     MOVE HIST-AUTEUR TO WS-H-AUTEUR.
011090     MOVE HIST-OPER-ID TO WS-H-OPER-ID.
011100     MOVE HIST-ACTION TO WS-H-ACTION.
011110     MOVE HIST-ZONE TO WS-H-ZONE.
011120     MOVE HIST-ANC-VALEUR TO WS-H-ANC-VALEUR.
011130     MOVE HIST-NOUV-VALEUR TO WS-H-NOUV-VALEUR.
011140     MOVE SPACES TO WS-H-MARQUE.
011150     IF HIST-AUTEUR = HIST-OPER-ID
011160         MOVE "** AUTO-MODIF **" TO WS-H-MARQUE
011170     END-IF.
011180 8700-EXIT.
011190     EXIT.
011200*****************************************************************
011210*    8800-SIGNALER-ABSENCE - UN FICHIER D'ENTREE ABSENT (35)    *
011220*    EST TRAITE COMME VIDE; TOUTE AUTRE ERREUR D'OUVERTURE REND *
011230*    L'ETAT INCOMPLET : CODE RETOUR 12. L'APPELANT POSE LE      *
011240*    STATUT ET LE NOM DU FICHIER QU'IL VIENT D'OUVRIR.          *
011250*****************************************************************
011260 8800-SIGNALER-ABSENCE.
011270     IF WS-OUV-STATUT = "35"
011280         DISPLAY "RECERT - " WS-OUV-FICHIER " ABSENT - TRAITE "
011290             "COMME VIDE"
011300     ELSE
011310         DISPLAY "RECERT - OUVERTURE IMPOSSIBLE - "
011320             WS-OUV-FICHIER " " WS-OUV-STATUT
011330         MOVE 12 TO RETURN-CODE
011340     END-IF.
011350 8800-EXIT.
011360     EXIT.
011370*****************************************************************
011380*    9000-FINALISATION - BILAN DES EXCEPTIONS, BLOC DE VISA,    *
011390*    FERMETURE DE L'ETAT ET CODE RETOUR 4 S'IL Y A LIEU.        *
011400*****************************************************************
011410 9000-FINALISATION.
011420     COMPUTE WS-COMPTEUR-EXCEPTIONS = WS-COMPTEUR-DORMANTS
011430         + WS-COMPTEUR-TENTATIVES + WS-COMPTEUR-AUTO-MODIF
011440         + WS-COMPTEUR-SOD.
011450     MOVE SPACES TO CERT-LIGNE-IMP.
011460     WRITE CERT-LIGNE-IMP.
011470     MOVE "OPERATEURS EXAMINES" TO WS-B-LIBELLE.
011480     MOVE WS-NOMBRE-OPERATEURS TO WS-B-NOMBRE.
011490     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011500     WRITE CERT-LIGNE-IMP.
011510     MOVE "CHANGEMENTS DE NIVEAU" TO WS-B-LIBELLE.
011520     MOVE WS-COMPTEUR-CHGT-NIVEAU TO WS-B-NOMBRE.
011530     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011540     WRITE CERT-LIGNE-IMP.
011550     MOVE "COMPTES DORMANTS" TO WS-B-LIBELLE.
011560     MOVE WS-COMPTEUR-DORMANTS TO WS-B-NOMBRE.
011570     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011580     WRITE CERT-LIGNE-IMP.
011590     MOVE "CONNEXIONS D'IDENTIFIANTS DESACTIVES" TO WS-B-LIBELLE.
011600     MOVE WS-COMPTEUR-TENTATIVES TO WS-B-NOMBRE.
011610     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011620     WRITE CERT-LIGNE-IMP.
011630     MOVE "AUTO-MODIFICATIONS OPERTAB" TO WS-B-LIBELLE.
011640     MOVE WS-COMPTEUR-AUTO-MODIF TO WS-B-NOMBRE.
011650     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011660     WRITE CERT-LIGNE-IMP.
011670     MOVE "REJETS CORRIGES/ANNULES PAR LEUR AUTEUR"
011680         TO WS-B-LIBELLE.
011690     MOVE WS-COMPTEUR-SOD TO WS-B-NOMBRE.
011700     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011710     WRITE CERT-LIGNE-IMP.
011720     MOVE "TOTAL DES EXCEPTIONS" TO WS-B-LIBELLE.
011730     MOVE WS-COMPTEUR-EXCEPTIONS TO WS-B-NOMBRE.
011740     MOVE WS-LIGNE-BILAN TO CERT-LIGNE-IMP.
011750     WRITE CERT-LIGNE-IMP.
011760     MOVE SPACES TO CERT-LIGNE-IMP.
011770     WRITE CERT-LIGNE-IMP.
011780     MOVE WS-LIGNE-VISA-1 TO CERT-LIGNE-IMP.
011790     WRITE CERT-LIGNE-IMP.
011800     MOVE SPACES TO CERT-LIGNE-IMP.
011810     WRITE CERT-LIGNE-IMP.
011820     MOVE WS-LIGNE-VISA-2 TO CERT-LIGNE-IMP.
011830     WRITE CERT-LIGNE-IMP.
011840     CLOSE CERT-LISTE.
011850     IF (WS-COMPTEUR-EXCEPTIONS > ZERO OR WS-TABLE-SATUREE)
011860         AND RETURN-CODE = ZERO
011870         MOVE 4 TO RETURN-CODE
011880     END-IF.
011890 9000-EXIT.
011900     EXIT.
011910 END PROGRAM RECERT.
