000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTDUP                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   BALAYAGE NOCTURNE DES DOUBLONS ET MOUVEMENTS SUSPECTS.      *
000090*   MVTEDIT ET MVTMAJ N'ARRETENT QUE LES NUMEROS EN DOUBLE; UN  *
000100*   MEME MOUVEMENT SAISI DEUX FOIS SOUS DEUX NUMEROS, OU DANS   *
000110*   ECP ET DANS ATBB, PASSE. LE PROGRAMME CHARGE LES MAITRES    *
000120*   VIVANTS (ECPIN, ATBBIN) ET LES MAITRES D'ARCHIVE (ECPARCH,  *
000130*   ATBBARCH) DONT LA DATE DU MOUVEMENT TOMBE DANS LE RECUL DE  *
000140*   LA CARTE DUPPARM, HORS MOUVEMENTS EXTOURNES OU A MONTANT    *
000150*   NUL, ET APPLIQUE TROIS REGLES :                             *
000160*   DB DOUBLON PROBABLE - DEUX MOUVEMENTS, DONT UN AU MOINS     *
000170*      VIVANT, DE MEME MONTANT EN MONNAIE DE RESTITUTION        *
000180*      (DEVTAUX), DE LIBELLE IDENTIQUE OU VOISIN ET DONT LES    *
000190*      DATES SONT ECARTEES D'AU PLUS LA FENETRE DE LA CARTE     *
000200*      (JOURS 30/360), DANS UN MEME FICHIER OU D'ECP A ATBB.    *
000210*      DEUX LIBELLES SONT VOISINS QUAND, REDUITS A LEURS        *
000220*      LETTRES ET CHIFFRES, ILS SONT EGAUX OU QUE LE PLUS COURT *
000230*      (SIX CARACTERES AU MOINS) COMMENCE LE PLUS LONG.         *
000240*   AR MONTANT ROND - MOUVEMENT VIVANT DONT LE MONTANT, DANS SA *
000250*      DEVISE, EST UN MULTIPLE EXACT DE L'UNITE D'ARRONDI.      *
000260*   SS SOUS LE SEUIL - MOUVEMENT VIVANT DONT LE MONTANT CONVERTI*
000270*      EST AU PLUS EGAL AU SEUIL DU DOUBLE CONTROLE (MVTSEUIL,  *
000280*      MEME RECHERCHE QUE MVTSAIS) ET A MOINS DE LA MARGE EN    *
000290*      POURCENTAGE EN DESSOUS.                                  *
000300*   CHAQUE SUSPECT EST TENU DANS LE REGISTRE SUSPREG (DESSIN    *
000310*   SUSPREC) : CREE A LA PREMIERE CONSTATATION, DATE DE DERNIERE*
000320*   CONSTATATION MISE A JOUR ENSUITE, MARQUE DISPARU QUAND LE   *
000330*   BALAYAGE NE LE TROUVE PLUS. UN SUSPECT CLASSE PAR UN        *
000340*   ANALYSTE DANS SUSPMNT N'EST PLUS JAMAIS SIGNALE NI ROUVERT. *
000350*   L'ETAT DE REVUE (DUPOUT) DONNE LES SUSPECTS NOUVEAUX, CEUX  *
000360*   DES NUITS PRECEDENTES ENCORE A EXAMINER ET CEUX DISPARUS    *
000370*   DANS LA NUIT.                                               *
000380*   CARTE DUPPARM (FACULTATIVE, ZONE A BLANC = DEFAUT) :        *
000390*   COLONNES 1-3 RECUL SUR LES ARCHIVES EN JOURS (090), 4-6     *
000400*   FENETRE DES DOUBLONS EN JOURS (005), 7-13 UNITE D'ARRONDI   *
000410*   EN UNITES DE DEVISE (0001000), 14-15 MARGE SOUS LE SEUIL    *
000420*   EN POURCENTAGE (10).                                        *
000430*   CODES RETOUR : 0 AUCUN SUSPECT NOUVEAU; 4 SUSPECTS NOUVEAUX *
000440*   OU TABLE DES MOUVEMENTS SATUREE (BALAYAGE INCOMPLET, LES    *
000450*   SUSPECTS NON RETROUVES NE SONT ALORS PAS MARQUES            *
000460*   DISPARUS); 12 OUVERTURE OU MISE A JOUR IMPOSSIBLE.          *
000470*                                                               *
000480*   MODIFICATION HISTORY                                        *
000490*   --------------------                                        *
000500*   2026-10-15 JF  VERSION INITIALE.                            *
000510*                                                               *
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. MVTDUP.
000550 AUTHOR. J. FAVREAU.
000560 INSTALLATION. SERVICE EXPLOITATION.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ECP-FICHIER ASSIGN TO "ECPIN"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS ECP-CLE
000660         FILE STATUS IS WS-ECP-STATUT.
000670     SELECT ATBB-FICHIER ASSIGN TO "ATBBIN"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS ATBB-CLE
000710         FILE STATUS IS WS-ATBB-STATUT.
000720     SELECT ECP-ARCHIVE ASSIGN TO "ECPARCH"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS ECP-ARCH-CLE
000760         FILE STATUS IS WS-ECPA-STATUT.
000770     SELECT ATBB-ARCHIVE ASSIGN TO "ATBBARCH"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS ATBB-ARCH-CLE
000810         FILE STATUS IS WS-ATBBA-STATUT.
000820     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-DEV-STATUT.
000850     SELECT SEUIL-CARTES ASSIGN TO "MVTSEUIL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-SEUIL-STATUT.
000880     SELECT DUP-PARM ASSIGN TO "DUPPARM"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-DUPP-STATUT.
000910     SELECT SUSP-FICHIER ASSIGN TO "SUSPREG"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS SUSP-CLE
000950         FILE STATUS IS WS-SUSP-STATUT.
000960     SELECT DUP-LISTE ASSIGN TO "DUPOUT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-LISTE-STATUT.
000990     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-PARM-STATUT.
001020     SELECT RUN-FICHIER ASSIGN TO "RUNREG"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-RUN-STATUT.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ECP-FICHIER
001080     LABEL RECORDS ARE STANDARD.
001090 COPY ECPREC.
001100 FD  ATBB-FICHIER
001110     LABEL RECORDS ARE STANDARD.
001120 COPY ATBBREC.
001130 FD  ECP-ARCHIVE
001140     LABEL RECORDS ARE STANDARD.
001150 01  ECP-ARCH-ENREG.
001160     05  ECP-ARCH-CLE.
001170         10  ECP-ARCH-NUMERO     PIC 9(07).
001180     05  ECP-ARCH-LIBELLE        PIC X(30).
001190     05  ECP-ARCH-DATE-MVT       PIC 9(08).
001200     05  ECP-ARCH-MONTANT        PIC S9(09)V99 COMP-3.
001210     05  ECP-ARCH-STATUT         PIC X(02).
001220     05  ECP-ARCH-DEVISE         PIC X(03).
001230     05  FILLER                  PIC X(07).
001240 FD  ATBB-ARCHIVE
001250     LABEL RECORDS ARE STANDARD.
001260 01  ATBB-ARCH-ENREG.
001270     05  ATBB-ARCH-CLE.
001280         10  ATBB-ARCH-NUMERO    PIC 9(07).
001290     05  ATBB-ARCH-LIBELLE       PIC X(30).
001300     05  ATBB-ARCH-DATE-MVT      PIC 9(08).
001310     05  ATBB-ARCH-MONTANT       PIC S9(09)V99 COMP-3.
001320     05  ATBB-ARCH-STATUT        PIC X(02).
001330     05  ATBB-ARCH-DEVISE        PIC X(03).
001340     05  FILLER                  PIC X(07).
001350 FD  DEV-FICHIER
001360     LABEL RECORDS ARE STANDARD.
001370 COPY DEVREC.
001380 FD  SEUIL-CARTES
001390     LABEL RECORDS ARE STANDARD.
001400 COPY SEUILREC.
001410 FD  DUP-PARM
001420     LABEL RECORDS ARE STANDARD.
001430 01  DUP-PARM-ENREG.
001440     05  DUPPARM-RECUL           PIC X(03).
001450     05  DUPPARM-FENETRE         PIC X(03).
001460     05  DUPPARM-ARRONDI         PIC X(07).
001470     05  DUPPARM-MARGE           PIC X(02).
001480     05  FILLER                  PIC X(65).
001490 FD  SUSP-FICHIER
001500     LABEL RECORDS ARE STANDARD.
001510 COPY SUSPREC.
001520 FD  DUP-LISTE
001530     LABEL RECORDS ARE STANDARD.
001540 01  DUP-LIGNE-IMP               PIC X(132).
001550 FD  PARM-FICHIER
001560     LABEL RECORDS ARE STANDARD.
001570 COPY PARMREC.
001580 FD  RUN-FICHIER
001590     LABEL RECORDS ARE STANDARD.
001600 COPY RUNREC.
001610 WORKING-STORAGE SECTION.
001620 01  WS-FICHIERS-SWITCHES.
001630     05  WS-ECP-STATUT           PIC X(02) VALUE SPACES.
001640     05  WS-ATBB-STATUT          PIC X(02) VALUE SPACES.
001650     05  WS-ECPA-STATUT          PIC X(02) VALUE SPACES.
001660     05  WS-ATBBA-STATUT         PIC X(02) VALUE SPACES.
001670     05  WS-DEV-STATUT           PIC X(02) VALUE SPACES.
001680     05  WS-SEUIL-STATUT         PIC X(02) VALUE SPACES.
001690     05  WS-DUPP-STATUT          PIC X(02) VALUE SPACES.
001700     05  WS-SUSP-STATUT          PIC X(02) VALUE SPACES.
001710     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
001720     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
001730     05  WS-RUN-STATUT           PIC X(02) VALUE SPACES.
001740     05  WS-FIN-MAITRE-SW        PIC X(01) VALUE "N".
001750         88  FIN-FICHIER-MAITRE          VALUE "O".
001760     05  WS-FIN-DEV-SW           PIC X(01) VALUE "N".
001770         88  FIN-FICHIER-DEV             VALUE "O".
001780     05  WS-FIN-SEUIL-SW         PIC X(01) VALUE "N".
001790         88  FIN-FICHIER-SEUIL           VALUE "O".
001800     05  WS-FIN-SUSP-SW          PIC X(01) VALUE "N".
001810         88  FIN-FICHIER-SUSP            VALUE "O".
001820     05  WS-DEVISE-SW            PIC X(01) VALUE "N".
001830         88  WS-DEVISE-TROUVEE           VALUE "O".
001840     05  WS-SEUIL-SW             PIC X(01) VALUE "N".
001850         88  WS-SEUIL-TROUVE             VALUE "O".
001860     05  WS-SIMILAIRE-SW         PIC X(01) VALUE "N".
001870         88  WS-LIBELLES-VOISINS         VALUE "O".
001880     05  WS-RETENU-SW            PIC X(01) VALUE "N".
001890         88  WS-SUSPECT-RETENU           VALUE "O".
001900     05  WS-SUSP-OUVERT-SW       PIC X(01) VALUE "N".
001910         88  WS-REGISTRE-OUVERT          VALUE "O".
001920     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
001930         88  WS-TABLE-SATUREE            VALUE "O".
001940     05  WS-SECTION-SW           PIC X(01) VALUE SPACE.
001950         88  WS-SECTION-NOUVEAUX         VALUE "N".
001960         88  WS-SECTION-A-EXAMINER       VALUE "E".
001970         88  WS-SECTION-DISPARUS         VALUE "D".
001980 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
001990 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
002000 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
002010 77  WS-RUN-HEURE-DEBUT          PIC 9(08) VALUE ZERO.
002020 77  WS-RECUL                    PIC 9(03) VALUE 90.
002030 77  WS-FENETRE                  PIC 9(03) VALUE 5.
002040 77  WS-ARRONDI                  PIC 9(07) VALUE 1000.
002050 77  WS-MARGE                    PIC 9(02) VALUE 10.
002060 77  WS-LONG-PREFIXE             PIC 9(02) COMP VALUE 6.
002070 77  WS-JOURS-JOUR               PIC 9(07) COMP VALUE ZERO.
002080 77  WS-JOURS-LIMITE             PIC S9(07) COMP VALUE ZERO.
002090 77  WS-JOURS-CALCULES           PIC 9(07) COMP VALUE ZERO.
002100 77  WS-ECART-JOURS              PIC S9(07) COMP VALUE ZERO.
002110 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
002120 77  WS-COMPTEUR-VIVANTS         PIC 9(07) COMP VALUE ZERO.
002130 77  WS-COMPTEUR-ARCHIVES        PIC 9(07) COMP VALUE ZERO.
002140 77  WS-COMPTEUR-NOUVEAUX        PIC 9(07) COMP VALUE ZERO.
002150 77  WS-COMPTEUR-A-EXAMINER      PIC 9(07) COMP VALUE ZERO.
002160 77  WS-COMPTEUR-DISPARUS        PIC 9(07) COMP VALUE ZERO.
002170 77  WS-COMPTEUR-CLASSES         PIC 9(07) COMP VALUE ZERO.
002180 77  WS-COMPTEUR-SECTION         PIC 9(07) COMP VALUE ZERO.
002190 77  WS-INDICE-DEV               PIC 9(04) COMP VALUE ZERO.
002200 77  WS-NOMBRE-DEVISES           PIC 9(04) COMP VALUE ZERO.
002210 77  WS-LIMITE-DEVISES           PIC 9(04) COMP VALUE 50.
002220 77  WS-INDICE-SEUIL             PIC 9(04) COMP VALUE ZERO.
002230 77  WS-NOMBRE-SEUILS            PIC 9(04) COMP VALUE ZERO.
002240 77  WS-LIMITE-SEUILS            PIC 9(04) COMP VALUE 50.
002250 77  WS-INDICE-I                 PIC 9(05) COMP VALUE ZERO.
002260 77  WS-INDICE-J                 PIC 9(05) COMP VALUE ZERO.
002270 77  WS-NOMBRE-MVTS              PIC 9(05) COMP VALUE ZERO.
002280 77  WS-LIMITE-MVTS              PIC 9(05) COMP VALUE 5000.
002290 77  WS-INDICE-P1                PIC 9(05) COMP VALUE ZERO.
002300 77  WS-INDICE-P2                PIC 9(05) COMP VALUE ZERO.
002310 77  WS-INDICE-CAR               PIC 9(02) COMP VALUE ZERO.
002320 77  WS-LONG-MINI                PIC 9(02) COMP VALUE ZERO.
002330 77  WS-CAR                      PIC X(01) VALUE SPACE.
002340 77  WS-DEVISE-CHERCHEE          PIC X(03) VALUE SPACES.
002350 77  WS-MONTANT-ABSOLU           PIC 9(11)V99 COMP-3 VALUE ZERO.
002360 77  WS-QUOTIENT                 PIC 9(11) COMP-3 VALUE ZERO.
002370 77  WS-RESTE                    PIC 9(11)V99 COMP-3 VALUE ZERO.
002380 77  WS-SEUIL-APPLICABLE         PIC 9(11)V99 COMP-3 VALUE ZERO.
002390 77  WS-SEUIL-BAS                PIC 9(11)V99 COMP-3 VALUE ZERO.
002400 01  WS-DATE-DECOMP.
002410     05  WS-DD-AAAA              PIC 9(04).
002420     05  WS-DD-MM                PIC 9(02).
002430     05  WS-DD-JJ                PIC 9(02).
002440 01  WS-DATE-DECOMP-N REDEFINES WS-DATE-DECOMP
002450                                 PIC 9(08).
002460 01  WS-MOUVEMENT-COURANT.
002470     05  WS-MVT-FICHIER          PIC X(04).
002480     05  WS-MVT-NUMERO           PIC 9(07).
002490     05  WS-MVT-ORIGINE          PIC X(01).
002500         88  WS-MVT-VIVANT               VALUE "V".
002510         88  WS-MVT-ARCHIVE              VALUE "A".
002520     05  WS-MVT-LIBELLE          PIC X(30).
002530     05  WS-MVT-COMPACT          PIC X(30).
002540     05  WS-MVT-LONGUEUR         PIC 9(02) COMP.
002550     05  WS-MVT-DATE             PIC 9(08).
002560     05  WS-MVT-JOURS            PIC 9(07) COMP.
002570     05  WS-MVT-MONTANT          PIC S9(09)V99 COMP-3.
002580     05  WS-MVT-DEVISE           PIC X(03).
002590     05  WS-MVT-CONVERTI         PIC S9(11)V99 COMP-3.
002600 01  WS-SUSPECT-COURANT.
002610     05  WS-SUS-CLE.
002620         10  WS-SUS-REGLE        PIC X(02).
002630         10  WS-SUS-FICHIER-1    PIC X(04).
002640         10  WS-SUS-NUMERO-1     PIC 9(07).
002650         10  WS-SUS-FICHIER-2    PIC X(04).
002660         10  WS-SUS-NUMERO-2     PIC 9(07).
002670     05  WS-SUS-DATE-MVT-1       PIC 9(08).
002680     05  WS-SUS-DATE-MVT-2       PIC 9(08).
002690     05  WS-SUS-MONTANT-1        PIC S9(11)V99 COMP-3.
002700     05  WS-SUS-MONTANT-2        PIC S9(11)V99 COMP-3.
002710     05  WS-SUS-LIBELLE-1        PIC X(30).
002720     05  WS-SUS-LIBELLE-2        PIC X(30).
002730 01  WS-TABLE-DEVISES.
002740     05  WS-DEV-ENTREE OCCURS 50 TIMES.
002750         10  WS-DEV-CODE         PIC X(03).
002760         10  WS-DEV-TAUX         PIC 9(05)V9(06).
002770 01  WS-TABLE-SEUILS.
002780     05  WS-TSE-ENTREE OCCURS 50 TIMES.
002790         10  WS-TSE-FICHIER      PIC X(04).
002800         10  WS-TSE-DEVISE       PIC X(03).
002810         10  WS-TSE-MONTANT      PIC 9(11)V99.
002820 01  WS-TABLE-MOUVEMENTS.
002830     05  WS-TMV-ENTREE OCCURS 5000 TIMES.
002840         10  WS-TMV-FICHIER      PIC X(04).
002850         10  WS-TMV-NUMERO       PIC 9(07).
002860         10  WS-TMV-ORIGINE      PIC X(01).
002870         10  WS-TMV-LIBELLE      PIC X(30).
002880         10  WS-TMV-COMPACT      PIC X(30).
002890         10  WS-TMV-LONGUEUR     PIC 9(02) COMP.
002900         10  WS-TMV-DATE         PIC 9(08).
002910         10  WS-TMV-JOURS        PIC 9(07) COMP.
002920         10  WS-TMV-CONVERTI     PIC S9(11)V99 COMP-3.
002930 01  WS-LIGNE-ENTETE.
002940     05  FILLER                  PIC X(50)
002950         VALUE "BALAYAGE DES DOUBLONS ET MOUVEMENTS SUSPECTS".
002960     05  FILLER                  PIC X(25)
002970         VALUE "   DATE DE TRAITEMENT : ".
002980     05  WS-H-DATE               PIC 9(08).
002990     05  FILLER                  PIC X(15)
003000         VALUE "   EDITE LE : ".
003010     05  WS-H-DATE-JOUR          PIC 9(08).
003020 01  WS-LIGNE-PARAMETRES.
003030     05  FILLER                  PIC X(08) VALUE "RECUL : ".
003040     05  WS-P-RECUL              PIC ZZ9.
003050     05  FILLER                  PIC X(14) VALUE " J   FENETRE :".
003060     05  WS-P-FENETRE            PIC ZZ9.
003070     05  FILLER                  PIC X(22)
003080         VALUE " J   UNITE D'ARRONDI :".
003090     05  WS-P-ARRONDI            PIC Z,ZZZ,ZZ9.
003100     05  FILLER                  PIC X(23)
003110         VALUE "   MARGE SOUS SEUIL : ".
003120     05  WS-P-MARGE              PIC Z9.
003130     05  FILLER                  PIC X(02) VALUE " %".
003140 01  WS-LIGNE-SECTION.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  WS-S-TITRE              PIC X(60).
003170 01  WS-LIGNE-ENTETE-SUSPECT.
003180     05  FILLER                  PIC X(15) VALUE "REGLE".
003190     05  FILLER                  PIC X(05) VALUE "FICH".
003200     05  FILLER                  PIC X(08) VALUE "NUMERO".
003210     05  FILLER                  PIC X(09) VALUE "DATE MVT".
003220     05  FILLER                  PIC X(21) VALUE
003230         "   MONTANT CONVERTI ".
003240     05  FILLER                  PIC X(32) VALUE "LIBELLE".
003250     05  FILLER                  PIC X(10) VALUE "VU LE".
003260     05  FILLER                  PIC X(10) VALUE "DERNIER".
003270 01  WS-LIGNE-SUSPECT.
003280     05  WS-L-REGLE              PIC X(02).
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  WS-L-NATURE             PIC X(12).
003310     05  WS-L-FICHIER            PIC X(04).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  WS-L-NUMERO             PIC 9(07).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  WS-L-DATE-MVT           PIC 9(08).
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  WS-L-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  WS-L-LIBELLE            PIC X(30).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-L-PREMIERE           PIC X(08).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-L-DERNIERE           PIC X(08).
003440 01  WS-LIGNE-SECTION-TOTAL.
003450     05  FILLER                  PIC X(10) VALUE SPACES.
003460     05  FILLER                  PIC X(20) VALUE "NOMBRE : ".
003470     05  WS-T-NOMBRE             PIC ZZZ,ZZ9.
003480 01  WS-LIGNE-COMPTEUR.
003490     05  WS-C-LIBELLE            PIC X(50).
003500     05  FILLER                  PIC X(03) VALUE " : ".
003510     05  WS-C-NOMBRE             PIC ZZZ,ZZ9.
003520 01  WS-LIGNE-SATUREE.
003530     05  FILLER                  PIC X(60) VALUE
003540         "*** TABLE DES MOUVEMENTS SATUREE - BALAYAGE INCOMPLET".
003550*****************************************************************
003560*                                                               *
003570*   PROCEDURE DIVISION                                          *
003580*                                                               *
003590*****************************************************************
003600 PROCEDURE DIVISION.
003610*****************************************************************
003620*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
003630*****************************************************************
003640 0000-MAINLINE.
003650     MOVE ZERO TO RETURN-CODE.
003660     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
003670     IF RETURN-CODE = ZERO
003680         PERFORM 2000-CHARGER-MAITRES THRU 2000-EXIT
003690     END-IF.
003700     IF RETURN-CODE = ZERO
003710         PERFORM 4000-CHERCHER-DOUBLONS THRU 4000-EXIT
003720     END-IF.
003730     IF RETURN-CODE = ZERO AND NOT WS-TABLE-SATUREE
003740         PERFORM 6000-CLORE-DISPARUS THRU 6000-EXIT
003750     END-IF.
003760     IF RETURN-CODE = ZERO
003770         PERFORM 7000-EDITER-SUIVI THRU 7000-EXIT
003780     END-IF.
003790     PERFORM 9000-FINALISATION THRU 9000-EXIT.
003800     GOBACK.
003810*****************************************************************
003820*    1000-INITIALISATION - LECTURE DES CARTES PARMIN ET DUPPARM,*
003830*    CHARGEMENT DES TAUX ET DES SEUILS, OUVERTURE DE L'ETAT DE  *
003840*    REVUE ET DU REGISTRE DES SUSPECTS.                         *
003850*****************************************************************
003860 1000-INITIALISATION.
003870     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
003880     ACCEPT WS-RUN-DATE-DEBUT FROM DATE YYYYMMDD.
003890     ACCEPT WS-RUN-HEURE-DEBUT FROM TIME.
003900     IF WS-RUN-DATE-TRAITEMENT = ZERO
003910         MOVE WS-RUN-DATE-DEBUT TO WS-RUN-DATE-TRAITEMENT
003920     END-IF.
003930     PERFORM 1100-LIRE-CARTE-DUP THRU 1100-EXIT.
003940     MOVE WS-RUN-DATE-TRAITEMENT TO WS-DATE-DECOMP-N.
003950     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
003960     MOVE WS-JOURS-CALCULES TO WS-JOURS-JOUR.
003970     COMPUTE WS-JOURS-LIMITE = WS-JOURS-JOUR - WS-RECUL.
003980     PERFORM 1200-CHARGER-DEVISES THRU 1200-EXIT.
003990     PERFORM 1300-CHARGER-SEUILS THRU 1300-EXIT.
004000     OPEN OUTPUT DUP-LISTE.
004010     IF WS-LISTE-STATUT NOT = "00"
004020         DISPLAY "MVTDUP - OUVERTURE DUP-LISTE IMPOSSIBLE - "
004030             WS-LISTE-STATUT
004040         MOVE 12 TO RETURN-CODE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     MOVE WS-RUN-DATE-TRAITEMENT TO WS-H-DATE.
004080     MOVE WS-RUN-DATE-DEBUT TO WS-H-DATE-JOUR.
004090     MOVE WS-LIGNE-ENTETE TO DUP-LIGNE-IMP.
004100     WRITE DUP-LIGNE-IMP.
004110     MOVE WS-RECUL TO WS-P-RECUL.
004120     MOVE WS-FENETRE TO WS-P-FENETRE.
004130     MOVE WS-ARRONDI TO WS-P-ARRONDI.
004140     MOVE WS-MARGE TO WS-P-MARGE.
004150     MOVE WS-LIGNE-PARAMETRES TO DUP-LIGNE-IMP.
004160     WRITE DUP-LIGNE-IMP.
004170     OPEN I-O SUSP-FICHIER.
004180     IF WS-SUSP-STATUT = "35"
004190         OPEN OUTPUT SUSP-FICHIER
004200         CLOSE SUSP-FICHIER
004210         OPEN I-O SUSP-FICHIER
004220     END-IF.
004230     IF WS-SUSP-STATUT NOT = "00"
004240         DISPLAY "MVTDUP - OUVERTURE SUSPREG IMPOSSIBLE - "
004250             WS-SUSP-STATUT
004260         MOVE 12 TO RETURN-CODE
004270         GO TO 1000-EXIT
004280     END-IF.
004290     SET WS-REGISTRE-OUVERT TO TRUE.
004300 1000-EXIT.
004310     EXIT.
004320*****************************************************************
004330*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
004340*    OPERATEUR ET DATE DE TRAITEMENT.                           *
004350*****************************************************************
004360 1050-LIRE-PARAMETRE.
004370     OPEN INPUT PARM-FICHIER.
004380     IF WS-PARM-STATUT NOT = "00"
004390         GO TO 1050-EXIT
004400     END-IF.
004410     READ PARM-FICHIER
004420         AT END
004430             CLOSE PARM-FICHIER
004440             GO TO 1050-EXIT
004450     END-READ.
004460     MOVE PARM-OPERATEUR TO WS-RUN-OPERATEUR.
004470     IF PARM-DATE-TRAITEMENT IS NUMERIC
004480         AND PARM-DATE-TRAITEMENT NOT = "00000000"
004490         MOVE PARM-DATE-TRAITEMENT TO WS-RUN-DATE-TRAITEMENT
004500     END-IF.
004510     CLOSE PARM-FICHIER.
004520 1050-EXIT.
004530     EXIT.
004540*****************************************************************
004550*    1100-LIRE-CARTE-DUP - LIT LA CARTE DUPPARM FACULTATIVE.    *
004560*    UNE ZONE A BLANC, NON NUMERIQUE OU NULLE GARDE SA VALEUR   *
004570*    PAR DEFAUT.                                                *
004580*****************************************************************
004590 1100-LIRE-CARTE-DUP.
004600     OPEN INPUT DUP-PARM.
004610     IF WS-DUPP-STATUT NOT = "00"
004620         GO TO 1100-EXIT
004630     END-IF.
004640     READ DUP-PARM
004650         AT END
004660             CLOSE DUP-PARM
004670             GO TO 1100-EXIT
004680     END-READ.
004690     IF DUPPARM-RECUL IS NUMERIC
004700         AND DUPPARM-RECUL NOT = "000"
004710         MOVE DUPPARM-RECUL TO WS-RECUL
004720     END-IF.
004730     IF DUPPARM-FENETRE IS NUMERIC
004740         AND DUPPARM-FENETRE NOT = "000"
004750         MOVE DUPPARM-FENETRE TO WS-FENETRE
004760     END-IF.
004770     IF DUPPARM-ARRONDI IS NUMERIC
004780         AND DUPPARM-ARRONDI NOT = "0000000"
004790         MOVE DUPPARM-ARRONDI TO WS-ARRONDI
004800     END-IF.
004810     IF DUPPARM-MARGE IS NUMERIC
004820         AND DUPPARM-MARGE NOT = "00"
004830         MOVE DUPPARM-MARGE TO WS-MARGE
004840     END-IF.
004850     CLOSE DUP-PARM.
004860 1100-EXIT.
004870     EXIT.
004880*****************************************************************
004890*    1200-CHARGER-DEVISES - CHARGE LE FICHIER DES TAUX DEVTAUX  *
004900*    EN MEMOIRE. EN SON ABSENCE LA TABLE RESTE VIDE ET TOUT     *
004910*    CODE DEVISE INCONNU EST CONVERTI AU TAUX 1.                *
004920*****************************************************************
004930 1200-CHARGER-DEVISES.
004940     MOVE ZERO TO WS-NOMBRE-DEVISES.
004950     OPEN INPUT DEV-FICHIER.
004960     IF WS-DEV-STATUT NOT = "00"
004970         GO TO 1200-EXIT
004980     END-IF.
004990     PERFORM 1210-CHARGER-UNE-DEVISE THRU 1210-EXIT
005000         UNTIL FIN-FICHIER-DEV
005010         OR WS-NOMBRE-DEVISES >= WS-LIMITE-DEVISES.
005020     CLOSE DEV-FICHIER.
005030 1200-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    1210-CHARGER-UNE-DEVISE - LIT UN ENREGISTREMENT DEVTAUX    *
005070*    ET LE RANGE DANS LA TABLE DES TAUX.                        *
005080*****************************************************************
005090 1210-CHARGER-UNE-DEVISE.
005100     READ DEV-FICHIER
005110         AT END
005120             SET FIN-FICHIER-DEV TO TRUE
005130             GO TO 1210-EXIT
005140     END-READ.
005150     IF DEV-CODE = SPACES OR DEV-TAUX NOT NUMERIC
005160         GO TO 1210-EXIT
005170     END-IF.
005180     ADD 1 TO WS-NOMBRE-DEVISES.
005190     MOVE DEV-CODE TO WS-DEV-CODE(WS-NOMBRE-DEVISES).
005200     MOVE DEV-TAUX TO WS-DEV-TAUX(WS-NOMBRE-DEVISES).
005210 1210-EXIT.
005220     EXIT.
005230*****************************************************************
005240*    1300-CHARGER-SEUILS - CHARGE LES CARTES DE SEUIL DU DOUBLE *
005250*    CONTROLE (MVTSEUIL). EN LEUR ABSENCE LA REGLE SS NE        *
005260*    S'APPLIQUE PAS.                                            *
005270*****************************************************************
005280 1300-CHARGER-SEUILS.
005290     MOVE ZERO TO WS-NOMBRE-SEUILS.
005300     OPEN INPUT SEUIL-CARTES.
005310     IF WS-SEUIL-STATUT NOT = "00"
005320         GO TO 1300-EXIT
005330     END-IF.
005340     PERFORM 1310-CHARGER-UN-SEUIL THRU 1310-EXIT
005350         UNTIL FIN-FICHIER-SEUIL
005360         OR WS-NOMBRE-SEUILS >= WS-LIMITE-SEUILS.
005370     CLOSE SEUIL-CARTES.
005380 1300-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    1310-CHARGER-UN-SEUIL - LIT UNE CARTE MVTSEUIL ET LA RANGE *
005420*    DANS LA TABLE DES SEUILS. UNE CARTE D'UN AUTRE FICHIER QUE *
005430*    ECP OU ATBB, OU DE SEUIL NON NUMERIQUE, EST IGNOREE.       *
005440*****************************************************************
005450 1310-CHARGER-UN-SEUIL.
005460     READ SEUIL-CARTES
005470         AT END
005480             SET FIN-FICHIER-SEUIL TO TRUE
005490             GO TO 1310-EXIT
005500     END-READ.
005510     IF SEUIL-FICHIER NOT = "ECP " AND SEUIL-FICHIER NOT = "ATBB"
005520         GO TO 1310-EXIT
005530     END-IF.
005540     IF SEUIL-MONTANT NOT NUMERIC
005550         GO TO 1310-EXIT
005560     END-IF.
005570     ADD 1 TO WS-NOMBRE-SEUILS.
005580     MOVE SEUIL-FICHIER TO WS-TSE-FICHIER(WS-NOMBRE-SEUILS).
005590     MOVE SEUIL-DEVISE TO WS-TSE-DEVISE(WS-NOMBRE-SEUILS).
005600     MOVE SEUIL-MONTANT TO WS-TSE-MONTANT(WS-NOMBRE-SEUILS).
005610 1310-EXIT.
005620     EXIT.
005630*****************************************************************
005640*    2000-CHARGER-MAITRES - CHARGE DANS LA TABLE DES MOUVEMENTS *
005650*    LES MAITRES VIVANTS PUIS LES ARCHIVES DU RECUL. UN FICHIER *
005660*    ABSENT EST TRAITE COMME VIDE.                              *
005670*****************************************************************
005680 2000-CHARGER-MAITRES.
005690     PERFORM 2100-CHARGER-ECP THRU 2100-EXIT.
005700     IF RETURN-CODE = ZERO
005710         PERFORM 2200-CHARGER-ATBB THRU 2200-EXIT
005720     END-IF.
005730     IF RETURN-CODE = ZERO
005740         PERFORM 2300-CHARGER-ECP-ARCHIVE THRU 2300-EXIT
005750     END-IF.
005760     IF RETURN-CODE = ZERO
005770         PERFORM 2400-CHARGER-ATBB-ARCHIVE THRU 2400-EXIT
005780     END-IF.
005790 2000-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    2100-CHARGER-ECP - PARCOURT LE MAITRE ECP VIVANT.          *
005830*****************************************************************
005840 2100-CHARGER-ECP.
005850     OPEN INPUT ECP-FICHIER.
005860     IF WS-ECP-STATUT = "35"
005870         DISPLAY "MVTDUP - ECPIN ABSENT - TRAITE COMME VIDE"
005880         GO TO 2100-EXIT
005890     END-IF.
005900     IF WS-ECP-STATUT NOT = "00"
005910         DISPLAY "MVTDUP - OUVERTURE ECPIN IMPOSSIBLE - "
005920             WS-ECP-STATUT
005930         MOVE 12 TO RETURN-CODE
005940         GO TO 2100-EXIT
005950     END-IF.
005960     MOVE "N" TO WS-FIN-MAITRE-SW.
005970     PERFORM 2110-LIRE-ECP THRU 2110-EXIT
005980         UNTIL FIN-FICHIER-MAITRE.
005990     CLOSE ECP-FICHIER.
006000 2100-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    2110-LIRE-ECP - LIT UN MOUVEMENT ECP ET LE RANGE, SAUF     *
006040*    EXTOURNE OU MONTANT NUL.                                   *
006050*****************************************************************
006060 2110-LIRE-ECP.
006070     READ ECP-FICHIER NEXT RECORD
006080         AT END
006090             SET FIN-FICHIER-MAITRE TO TRUE
006100             GO TO 2110-EXIT
006110     END-READ.
006120     ADD 1 TO WS-COMPTEUR-LUS.
006130     IF ECP-STATUT-EXTOURNE OR ECP-MONTANT = ZERO
006140         GO TO 2110-EXIT
006150     END-IF.
006160     MOVE "ECP " TO WS-MVT-FICHIER.
006170     MOVE ECP-NUMERO TO WS-MVT-NUMERO.
006180     SET WS-MVT-VIVANT TO TRUE.
006190     MOVE ECP-LIBELLE TO WS-MVT-LIBELLE.
006200     MOVE ECP-DATE-MVT TO WS-MVT-DATE.
006210     MOVE ECP-MONTANT TO WS-MVT-MONTANT.
006220     MOVE ECP-CODE-DEVISE TO WS-MVT-DEVISE.
006230     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
006240 2110-EXIT.
006250     EXIT.
006260*****************************************************************
006270*    2200-CHARGER-ATBB - PARCOURT LE MAITRE ATBB VIVANT.        *
006280*****************************************************************
006290 2200-CHARGER-ATBB.
006300     OPEN INPUT ATBB-FICHIER.
006310     IF WS-ATBB-STATUT = "35"
006320         DISPLAY "MVTDUP - ATBBIN ABSENT - TRAITE COMME VIDE"
006330         GO TO 2200-EXIT
006340     END-IF.
006350     IF WS-ATBB-STATUT NOT = "00"
006360         DISPLAY "MVTDUP - OUVERTURE ATBBIN IMPOSSIBLE - "
006370             WS-ATBB-STATUT
006380         MOVE 12 TO RETURN-CODE
006390         GO TO 2200-EXIT
006400     END-IF.
006410     MOVE "N" TO WS-FIN-MAITRE-SW.
006420     PERFORM 2210-LIRE-ATBB THRU 2210-EXIT
006430         UNTIL FIN-FICHIER-MAITRE.
006440     CLOSE ATBB-FICHIER.
006450 2200-EXIT.
006460     EXIT.
006470*****************************************************************
006480*    2210-LIRE-ATBB - LIT UN MOUVEMENT ATBB ET LE RANGE, SAUF   *
006490*    EXTOURNE OU MONTANT NUL.                                   *
006500*****************************************************************
006510 2210-LIRE-ATBB.
006520     READ ATBB-FICHIER NEXT RECORD
006530         AT END
006540             SET FIN-FICHIER-MAITRE TO TRUE
006550             GO TO 2210-EXIT
006560     END-READ.
006570     ADD 1 TO WS-COMPTEUR-LUS.
006580     IF ATBB-STATUT-EXTOURNE OR ATBB-MONTANT = ZERO
006590         GO TO 2210-EXIT
006600     END-IF.
006610     MOVE "ATBB" TO WS-MVT-FICHIER.
006620     MOVE ATBB-NUMERO TO WS-MVT-NUMERO.
006630     SET WS-MVT-VIVANT TO TRUE.
006640     MOVE ATBB-LIBELLE TO WS-MVT-LIBELLE.
006650     MOVE ATBB-DATE-MVT TO WS-MVT-DATE.
006660     MOVE ATBB-MONTANT TO WS-MVT-MONTANT.
006670     MOVE ATBB-CODE-DEVISE TO WS-MVT-DEVISE.
006680     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
006690 2210-EXIT.
006700     EXIT.
006710*****************************************************************
006720*    2300-CHARGER-ECP-ARCHIVE - PARCOURT LE MAITRE D'ARCHIVE ECP.*
006730*****************************************************************
006740 2300-CHARGER-ECP-ARCHIVE.
006750     OPEN INPUT ECP-ARCHIVE.
006760     IF WS-ECPA-STATUT = "35"
006770         DISPLAY "MVTDUP - ECPARCH ABSENT - TRAITE COMME VIDE"
006780         GO TO 2300-EXIT
006790     END-IF.
006800     IF WS-ECPA-STATUT NOT = "00"
006810         DISPLAY "MVTDUP - OUVERTURE ECPARCH IMPOSSIBLE - "
006820             WS-ECPA-STATUT
006830         MOVE 12 TO RETURN-CODE
006840         GO TO 2300-EXIT
006850     END-IF.
006860     MOVE "N" TO WS-FIN-MAITRE-SW.
006870     PERFORM 2310-LIRE-ECP-ARCHIVE THRU 2310-EXIT
006880         UNTIL FIN-FICHIER-MAITRE.
006890     CLOSE ECP-ARCHIVE.
006900 2300-EXIT.
006910     EXIT.
006920*****************************************************************
006930*    2310-LIRE-ECP-ARCHIVE - LIT UN MOUVEMENT ARCHIVE ECP ET LE *
006940*    RANGE S'IL EST DANS LE RECUL, SAUF EXTOURNE OU NUL.        *
006950*****************************************************************
006960 2310-LIRE-ECP-ARCHIVE.
006970     READ ECP-ARCHIVE NEXT RECORD
006980         AT END
006990             SET FIN-FICHIER-MAITRE TO TRUE
007000             GO TO 2310-EXIT
007010     END-READ.
007020     ADD 1 TO WS-COMPTEUR-LUS.
007030     IF ECP-ARCH-STATUT = "EX" OR ECP-ARCH-MONTANT = ZERO
007040         GO TO 2310-EXIT
007050     END-IF.
007060     MOVE ECP-ARCH-DATE-MVT TO WS-DATE-DECOMP-N.
007070     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
007080     IF WS-JOURS-CALCULES < WS-JOURS-LIMITE
007090         GO TO 2310-EXIT
007100     END-IF.
007110     MOVE "ECP " TO WS-MVT-FICHIER.
007120     MOVE ECP-ARCH-NUMERO TO WS-MVT-NUMERO.
007130     SET WS-MVT-ARCHIVE TO TRUE.
007140     MOVE ECP-ARCH-LIBELLE TO WS-MVT-LIBELLE.
007150     MOVE ECP-ARCH-DATE-MVT TO WS-MVT-DATE.
007160     MOVE ECP-ARCH-MONTANT TO WS-MVT-MONTANT.
007170     MOVE ECP-ARCH-DEVISE TO WS-MVT-DEVISE.
007180     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
007190 2310-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    2400-CHARGER-ATBB-ARCHIVE - PARCOURT LE MAITRE D'ARCHIVE   *
007230*    ATBB.                                                      *
007240*****************************************************************
007250 2400-CHARGER-ATBB-ARCHIVE.
007260     OPEN INPUT ATBB-ARCHIVE.
007270     IF WS-ATBBA-STATUT = "35"
007280         DISPLAY "MVTDUP - ATBBARCH ABSENT - TRAITE COMME VIDE"
007290         GO TO 2400-EXIT
007300     END-IF.
007310     IF WS-ATBBA-STATUT NOT = "00"
007320         DISPLAY "MVTDUP - OUVERTURE ATBBARCH IMPOSSIBLE - "
007330             WS-ATBBA-STATUT
007340         MOVE 12 TO RETURN-CODE
007350         GO TO 2400-EXIT
007360     END-IF.
007370     MOVE "N" TO WS-FIN-MAITRE-SW.
007380     PERFORM 2410-LIRE-ATBB-ARCHIVE THRU 2410-EXIT
007390         UNTIL FIN-FICHIER-MAITRE.
007400     CLOSE ATBB-ARCHIVE.
007410 2400-EXIT.
007420     EXIT.
007430*****************************************************************
007440*    2410-LIRE-ATBB-ARCHIVE - LIT UN MOUVEMENT ARCHIVE ATBB ET LE*
007450*    RANGE S'IL EST DANS LE RECUL, SAUF EXTOURNE OU NUL.        *
007460*****************************************************************
007470 2410-LIRE-ATBB-ARCHIVE.
007480     READ ATBB-ARCHIVE NEXT RECORD
007490         AT END
007500             SET FIN-FICHIER-MAITRE TO TRUE
007510             GO TO 2410-EXIT
007520     END-READ.
007530     ADD 1 TO WS-COMPTEUR-LUS.
007540     IF ATBB-ARCH-STATUT = "EX" OR ATBB-ARCH-MONTANT = ZERO
007550         GO TO 2410-EXIT
007560     END-IF.
007570     MOVE ATBB-ARCH-DATE-MVT TO WS-DATE-DECOMP-N.
007580     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
007590     IF WS-JOURS-CALCULES < WS-JOURS-LIMITE
007600         GO TO 2410-EXIT
007610     END-IF.
007620     MOVE "ATBB" TO WS-MVT-FICHIER.
007630     MOVE ATBB-ARCH-NUMERO TO WS-MVT-NUMERO.
007640     SET WS-MVT-ARCHIVE TO TRUE.
007650     MOVE ATBB-ARCH-LIBELLE TO WS-MVT-LIBELLE.
007660     MOVE ATBB-ARCH-DATE-MVT TO WS-MVT-DATE.
007670     MOVE ATBB-ARCH-MONTANT TO WS-MVT-MONTANT.
007680     MOVE ATBB-ARCH-DEVISE TO WS-MVT-DEVISE.
007690     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
007700 2410-EXIT.
007710     EXIT.
007720*****************************************************************
007730*    2500-RANGER-MOUVEMENT - CONVERTIT LE MOUVEMENT COURANT,    *
007740*    COMPTE SES JOURS, REDUIT SON LIBELLE ET LE RANGE DANS LA   *
007750*    TABLE. UN MOUVEMENT VIVANT PASSE EN OUTRE LES REGLES AR ET *
007760*    SS, MEME SI LA TABLE EST SATUREE.                          *
007770*****************************************************************
007780 2500-RANGER-MOUVEMENT.
007790     PERFORM 8000-CONVERTIR THRU 8000-EXIT.
007800     IF WS-MVT-VIVANT
007810         ADD 1 TO WS-COMPTEUR-VIVANTS
007820         PERFORM 3000-CONTROLER-MONTANT THRU 3000-EXIT
007830     ELSE
007840         ADD 1 TO WS-COMPTEUR-ARCHIVES
007850     END-IF.
007860     IF WS-NOMBRE-MVTS >= WS-LIMITE-MVTS
007870         SET WS-TABLE-SATUREE TO TRUE
007880         GO TO 2500-EXIT
007890     END-IF.
007900     MOVE WS-MVT-DATE TO WS-DATE-DECOMP-N.
007910     PERFORM 8500-DECOMPTER-JOURS THRU 8500-EXIT.
007920     MOVE WS-JOURS-CALCULES TO WS-MVT-JOURS.
007930     PERFORM 2600-COMPACTER-LIBELLE THRU 2600-EXIT.
007940     ADD 1 TO WS-NOMBRE-MVTS.
007950     MOVE WS-MVT-FICHIER TO WS-TMV-FICHIER(WS-NOMBRE-MVTS).
007960     MOVE WS-MVT-NUMERO TO WS-TMV-NUMERO(WS-NOMBRE-MVTS).
007970     MOVE WS-MVT-ORIGINE TO WS-TMV-ORIGINE(WS-NOMBRE-MVTS).
007980     MOVE WS-MVT-LIBELLE TO WS-TMV-LIBELLE(WS-NOMBRE-MVTS).
007990     MOVE WS-MVT-COMPACT TO WS-TMV-COMPACT(WS-NOMBRE-MVTS).
008000     MOVE WS-MVT-LONGUEUR TO WS-TMV-LONGUEUR(WS-NOMBRE-MVTS).
008010     MOVE WS-MVT-DATE TO WS-TMV-DATE(WS-NOMBRE-MVTS).
008020     MOVE WS-MVT-JOURS TO WS-TMV-JOURS(WS-NOMBRE-MVTS).
008030     MOVE WS-MVT-CONVERTI TO WS-TMV-CONVERTI(WS-NOMBRE-MVTS).
008040 2500-EXIT.
008050     EXIT.
008060*****************************************************************
008070*    2600-COMPACTER-LIBELLE - REDUIT LE LIBELLE COURANT A SES   *
008080*    LETTRES ET CHIFFRES (BLANCS ET PONCTUATION OTES) POUR LA   *
008090*    COMPARAISON DES LIBELLES VOISINS.                          *
008100*****************************************************************
008110 2600-COMPACTER-LIBELLE.
008120     MOVE SPACES TO WS-MVT-COMPACT.
008130     MOVE ZERO TO WS-MVT-LONGUEUR.
008140     MOVE ZERO TO WS-INDICE-CAR.
008150     PERFORM 2610-COMPACTER-UN THRU 2610-EXIT
008160         UNTIL WS-INDICE-CAR >= 30.
008170 2600-EXIT.
008180     EXIT.
008190*****************************************************************
008200*    2610-COMPACTER-UN - RECOPIE UN CARACTERE DU LIBELLE S'IL   *
008210*    EST UNE LETTRE OU UN CHIFFRE.                              *
008220*****************************************************************
008230 2610-COMPACTER-UN.
008240     ADD 1 TO WS-INDICE-CAR.
008250     MOVE WS-MVT-LIBELLE(WS-INDICE-CAR:1) TO WS-CAR.
008260     IF WS-CAR = SPACE
008270         GO TO 2610-EXIT
008280     END-IF.
008290     IF WS-CAR IS ALPHABETIC OR WS-CAR IS NUMERIC
008300         ADD 1 TO WS-MVT-LONGUEUR
008310         MOVE WS-CAR TO WS-MVT-COMPACT(WS-MVT-LONGUEUR:1)
008320     END-IF.
008330 2610-EXIT.
008340     EXIT.
008350*****************************************************************
008360*    3000-CONTROLER-MONTANT - REGLES SUR UN MOUVEMENT VIVANT    *
008370*    SEUL : MONTANT ROND (AR) ET MONTANT JUSTE SOUS LE SEUIL DU *
008380*    DOUBLE CONTROLE (SS).                                      *
008390*****************************************************************
008400 3000-CONTROLER-MONTANT.
008410     IF WS-MVT-MONTANT < ZERO
008420         COMPUTE WS-MONTANT-ABSOLU = ZERO - WS-MVT-MONTANT
008430     ELSE
008440         MOVE WS-MVT-MONTANT TO WS-MONTANT-ABSOLU
008450     END-IF.
008460     DIVIDE WS-MONTANT-ABSOLU BY WS-ARRONDI
008470         GIVING WS-QUOTIENT REMAINDER WS-RESTE.
008480     IF WS-RESTE = ZERO
008490         MOVE "AR" TO WS-SUS-REGLE
008500         PERFORM 3100-SUSPECT-SEUL THRU 3100-EXIT
008510     END-IF.
008520     PERFORM 3200-CONTROLER-SEUIL THRU 3200-EXIT.
008530 3000-EXIT.
008540     EXIT.
008550*****************************************************************
008560*    3100-SUSPECT-SEUL - PREPARE UN SUSPECT PORTANT SUR LE SEUL *
008570*    MOUVEMENT COURANT ET LE TIENT AU REGISTRE.                 *
008580*****************************************************************
008590 3100-SUSPECT-SEUL.
008600     MOVE WS-MVT-FICHIER TO WS-SUS-FICHIER-1.
008610     MOVE WS-MVT-NUMERO TO WS-SUS-NUMERO-1.
008620     MOVE WS-MVT-DATE TO WS-SUS-DATE-MVT-1.
008630     MOVE WS-MVT-CONVERTI TO WS-SUS-MONTANT-1.
008640     MOVE WS-MVT-LIBELLE TO WS-SUS-LIBELLE-1.
008650     MOVE SPACES TO WS-SUS-FICHIER-2.
008660     MOVE ZERO TO WS-SUS-NUMERO-2.
008670     MOVE ZERO TO WS-SUS-DATE-MVT-2.
008680     MOVE ZERO TO WS-SUS-MONTANT-2.
008690     MOVE SPACES TO WS-SUS-LIBELLE-2.
008700     PERFORM 5000-TENIR-REGISTRE THRU 5000-EXIT.
008710 3100-EXIT.
008720     EXIT.
008730*****************************************************************
008740*    3200-CONTROLER-SEUIL - CHERCHE LE SEUIL DU FICHIER POUR LA *
008750*    DEVISE DU MOUVEMENT (A DEFAUT LA CARTE A DEVISE BLANCHE)   *
008760*    ET SIGNALE LE MONTANT CONVERTI, EN VALEUR ABSOLUE, QUI     *
008770*    N'EXCEDE PAS LE SEUIL DE MOINS DE LA MARGE.                *
008780*****************************************************************
008790 3200-CONTROLER-SEUIL.
008800     IF WS-NOMBRE-SEUILS = ZERO
008810         GO TO 3200-EXIT
008820     END-IF.
008830     MOVE WS-MVT-DEVISE TO WS-DEVISE-CHERCHEE.
008840     PERFORM 3210-CHERCHER-SEUIL THRU 3210-EXIT.
008850     IF NOT WS-SEUIL-TROUVE
008860         MOVE SPACES TO WS-DEVISE-CHERCHEE
008870         PERFORM 3210-CHERCHER-SEUIL THRU 3210-EXIT
008880     END-IF.
008890     IF NOT WS-SEUIL-TROUVE
008900         GO TO 3200-EXIT
008910     END-IF.
008920     COMPUTE WS-SEUIL-BAS ROUNDED =
008930         WS-SEUIL-APPLICABLE
008940         - (WS-SEUIL-APPLICABLE * WS-MARGE / 100).
008950     IF WS-MVT-CONVERTI < ZERO
008960         COMPUTE WS-MONTANT-ABSOLU = ZERO - WS-MVT-CONVERTI
008970     ELSE
008980         MOVE WS-MVT-CONVERTI TO WS-MONTANT-ABSOLU
008990     END-IF.
009000     IF WS-MONTANT-ABSOLU > WS-SEUIL-APPLICABLE
009010         OR WS-MONTANT-ABSOLU < WS-SEUIL-BAS
009020         GO TO 3200-EXIT
009030     END-IF.
009040     MOVE "SS" TO WS-SUS-REGLE.
009050     PERFORM 3100-SUSPECT-SEUL THRU 3100-EXIT.
009060 3200-EXIT.
009070     EXIT.
009080*****************************************************************
009090*    3210-CHERCHER-SEUIL - PARCOURT LA TABLE DES SEUILS POUR LE *
009100*    FICHIER DU MOUVEMENT ET LA DEVISE DE WS-DEVISE-CHERCHEE.   *
009110*****************************************************************
009120 3210-CHERCHER-SEUIL.
009130     MOVE "N" TO WS-SEUIL-SW.
009140     MOVE ZERO TO WS-INDICE-SEUIL.
009150     PERFORM 3220-COMPARER-SEUIL THRU 3220-EXIT
009160         UNTIL WS-SEUIL-TROUVE
009170         OR WS-INDICE-SEUIL >= WS-NOMBRE-SEUILS.
009180 3210-EXIT.
009190     EXIT.
009200*****************************************************************
009210*    3220-COMPARER-SEUIL - COMPARE UNE ENTREE DE LA TABLE DES   *
009220*    SEUILS AU FICHIER ET A LA DEVISE CHERCHES.                 *
009230*****************************************************************
009240 3220-COMPARER-SEUIL.
009250     ADD 1 TO WS-INDICE-SEUIL.
009260     IF WS-TSE-FICHIER(WS-INDICE-SEUIL) = WS-MVT-FICHIER
009270         AND WS-TSE-DEVISE(WS-INDICE-SEUIL) = WS-DEVISE-CHERCHEE
009280         SET WS-SEUIL-TROUVE TO TRUE
009290         MOVE WS-TSE-MONTANT(WS-INDICE-SEUIL)
009300             TO WS-SEUIL-APPLICABLE
009310     END-IF.
009320 3220-EXIT.
009330     EXIT.
009340*****************************************************************
009350*    4000-CHERCHER-DOUBLONS - COMPARE CHAQUE MOUVEMENT DE LA    *
009360*    TABLE A TOUS CEUX QUI LE SUIVENT (REGLE DB).               *
009370*****************************************************************
009380 4000-CHERCHER-DOUBLONS.
009390     MOVE ZERO TO WS-INDICE-I.
009400     PERFORM 4010-COMPARER-SUIVANTS THRU 4010-EXIT
009410         UNTIL WS-INDICE-I >= WS-NOMBRE-MVTS
009420         OR RETURN-CODE NOT = ZERO.
009430 4000-EXIT.
009440     EXIT.
009450*****************************************************************
009460*    4010-COMPARER-SUIVANTS - COMPARE LE MOUVEMENT DE RANG I A  *
009470*    CEUX DE RANG SUPERIEUR.                                    *
009480*****************************************************************
009490 4010-COMPARER-SUIVANTS.
009500     ADD 1 TO WS-INDICE-I.
009510     MOVE WS-INDICE-I TO WS-INDICE-J.
009520     PERFORM 4020-COMPARER-PAIRE THRU 4020-EXIT
009530         UNTIL WS-INDICE-J >= WS-NOMBRE-MVTS.
009540 4010-EXIT.
009550     EXIT.
009560*****************************************************************
009570*    4020-COMPARER-PAIRE - RETIENT LA PAIRE (I, J) SI LES DEUX  *
009580*    MONTANTS CONVERTIS SONT EGAUX, QU'UN DES DEUX MOUVEMENTS AU*
009590*    MOINS EST VIVANT, QUE LEURS DATES SONT DANS LA FENETRE ET  *
009600*    QUE LEURS LIBELLES SONT VOISINS.                           *
009610*****************************************************************
009620 4020-COMPARER-PAIRE.
009630     ADD 1 TO WS-INDICE-J.
009640     IF WS-TMV-CONVERTI(WS-INDICE-I)
009650         NOT = WS-TMV-CONVERTI(WS-INDICE-J)
009660         GO TO 4020-EXIT
009670     END-IF.
009680     IF WS-TMV-ORIGINE(WS-INDICE-I) = "A"
009690         AND WS-TMV-ORIGINE(WS-INDICE-J) = "A"
009700         GO TO 4020-EXIT
009710     END-IF.
009720     IF WS-TMV-FICHIER(WS-INDICE-I) = WS-TMV-FICHIER(WS-INDICE-J)
009730         AND WS-TMV-NUMERO(WS-INDICE-I)
009740             = WS-TMV-NUMERO(WS-INDICE-J)
009750         GO TO 4020-EXIT
009760     END-IF.
009770     COMPUTE WS-ECART-JOURS = WS-TMV-JOURS(WS-INDICE-I)
009780         - WS-TMV-JOURS(WS-INDICE-J).
009790     IF WS-ECART-JOURS < ZERO
009800         COMPUTE WS-ECART-JOURS = ZERO - WS-ECART-JOURS
009810     END-IF.
009820     IF WS-ECART-JOURS > WS-FENETRE
009830         GO TO 4020-EXIT
009840     END-IF.
009850     PERFORM 4030-COMPARER-LIBELLES THRU 4030-EXIT.
009860     IF NOT WS-LIBELLES-VOISINS
009870         GO TO 4020-EXIT
009880     END-IF.
009890     PERFORM 4100-SUSPECT-PAIRE THRU 4100-EXIT.
009900 4020-EXIT.
009910     EXIT.
009920*****************************************************************
009930*    4030-COMPARER-LIBELLES - DEUX LIBELLES REDUITS SONT VOISINS*
009940*    S'ILS SONT EGAUX OU SI LE PLUS COURT, DE SIX CARACTERES AU *
009950*    MOINS, COMMENCE LE PLUS LONG.                              *
009960*****************************************************************
009970 4030-COMPARER-LIBELLES.
009980     MOVE "N" TO WS-SIMILAIRE-SW.
009990     IF WS-TMV-LONGUEUR(WS-INDICE-I) = ZERO
010000         OR WS-TMV-LONGUEUR(WS-INDICE-J) = ZERO
010010         GO TO 4030-EXIT
010020     END-IF.
010030     IF WS-TMV-COMPACT(WS-INDICE-I) = WS-TMV-COMPACT(WS-INDICE-J)
010040         SET WS-LIBELLES-VOISINS TO TRUE
010050         GO TO 4030-EXIT
010060     END-IF.
010070     IF WS-TMV-LONGUEUR(WS-INDICE-I)
010080         < WS-TMV-LONGUEUR(WS-INDICE-J)
010090         MOVE WS-TMV-LONGUEUR(WS-INDICE-I) TO WS-LONG-MINI
010100     ELSE
010110         MOVE WS-TMV-LONGUEUR(WS-INDICE-J) TO WS-LONG-MINI
010120     END-IF.
010130     IF WS-LONG-MINI < WS-LONG-PREFIXE
010140         GO TO 4030-EXIT
010150     END-IF.
010160     IF WS-TMV-COMPACT(WS-INDICE-I)(1:WS-LONG-MINI)
010170         = WS-TMV-COMPACT(WS-INDICE-J)(1:WS-LONG-MINI)
010180         SET WS-LIBELLES-VOISINS TO TRUE
010190     END-IF.
010200 4030-EXIT.
010210     EXIT.
010220*****************************************************************
010230*    4100-SUSPECT-PAIRE - PREPARE LE SUSPECT DB DE LA PAIRE     *
010240*    (I, J), LE PLUS PETIT FICHIER + NUMERO EN PREMIER POUR QUE *
010250*    LA CLE NE DEPENDE PAS DE L'ORDRE DE CHARGEMENT, ET LE TIENT*
010260*    AU REGISTRE.                                               *
010270*****************************************************************
010280 4100-SUSPECT-PAIRE.
010290     MOVE "DB" TO WS-SUS-REGLE.
010300     IF WS-TMV-FICHIER(WS-INDICE-I) < WS-TMV-FICHIER(WS-INDICE-J)
010310         OR (WS-TMV-FICHIER(WS-INDICE-I)
010320                 = WS-TMV-FICHIER(WS-INDICE-J)
010330             AND WS-TMV-NUMERO(WS-INDICE-I)
010340                 < WS-TMV-NUMERO(WS-INDICE-J))
010350         MOVE WS-INDICE-I TO WS-INDICE-P1
010360         MOVE WS-INDICE-J TO WS-INDICE-P2
010370     ELSE
010380         MOVE WS-INDICE-J TO WS-INDICE-P1
010390         MOVE WS-INDICE-I TO WS-INDICE-P2
010400     END-IF.
010410     MOVE WS-TMV-FICHIER(WS-INDICE-P1) TO WS-SUS-FICHIER-1.
010420     MOVE WS-TMV-NUMERO(WS-INDICE-P1) TO WS-SUS-NUMERO-1.
010430     MOVE WS-TMV-DATE(WS-INDICE-P1) TO WS-SUS-DATE-MVT-1.
010440     MOVE WS-TMV-CONVERTI(WS-INDICE-P1) TO WS-SUS-MONTANT-1.
010450     MOVE WS-TMV-LIBELLE(WS-INDICE-P1) TO WS-SUS-LIBELLE-1.
010460     MOVE WS-TMV-FICHIER(WS-INDICE-P2) TO WS-SUS-FICHIER-2.
010470     MOVE WS-TMV-NUMERO(WS-INDICE-P2) TO WS-SUS-NUMERO-2.
010480     MOVE WS-TMV-DATE(WS-INDICE-P2) TO WS-SUS-DATE-MVT-2.
010490     MOVE WS-TMV-CONVERTI(WS-INDICE-P2) TO WS-SUS-MONTANT-2.
010500     MOVE WS-TMV-LIBELLE(WS-INDICE-P2) TO WS-SUS-LIBELLE-2.
010510     PERFORM 5000-TENIR-REGISTRE THRU 5000-EXIT.
010520 4100-EXIT.
010530     EXIT.
010540*****************************************************************
010550*    5000-TENIR-REGISTRE - INSCRIT OU MET A JOUR LE SUSPECT     *
010560*    COURANT DANS LE REGISTRE SUSPREG. UN SUSPECT CLASSE PAR UN *
010570*    ANALYSTE EST LAISSE TEL QUEL ET N'EST PAS SIGNALE; UN      *
010580*    SUSPECT DISPARU QUI REAPPARAIT REPART COMME NOUVEAU.       *
010590*****************************************************************
010600 5000-TENIR-REGISTRE.
010610     MOVE WS-SUS-CLE TO SUSP-CLE.
010620     READ SUSP-FICHIER
010630         INVALID KEY
010640             PERFORM 5010-CREER-SUSPECT THRU 5010-EXIT
010650             GO TO 5000-EXIT
010660     END-READ.
010670     IF SUSP-CLASSE
010680         ADD 1 TO WS-COMPTEUR-CLASSES
010690         GO TO 5000-EXIT
010700     END-IF.
010710     IF SUSP-DISPARU
010720         PERFORM 5020-OUVRIR-SUSPECT THRU 5020-EXIT
010730     END-IF.
010740     PERFORM 5030-RELEVER-SUSPECT THRU 5030-EXIT.
010750     REWRITE SUSP-RECORD
010760         INVALID KEY
010770             DISPLAY "MVTDUP - MISE A JOUR SUSPREG IMPOSSIBLE - "
010780                 WS-SUSP-STATUT
010790             MOVE 12 TO RETURN-CODE
010800     END-REWRITE.
010810 5000-EXIT.
010820     EXIT.
010830*****************************************************************
010840*    5010-CREER-SUSPECT - CREE DANS LE REGISTRE UN SUSPECT      *
010850*    CONSTATE POUR LA PREMIERE FOIS.                            *
010860*****************************************************************
010870 5010-CREER-SUSPECT.
010880     MOVE SPACES TO SUSP-RECORD.
010890     MOVE WS-SUS-CLE TO SUSP-CLE.
010900     PERFORM 5020-OUVRIR-SUSPECT THRU 5020-EXIT.
010910     PERFORM 5030-RELEVER-SUSPECT THRU 5030-EXIT.
010920     WRITE SUSP-RECORD
010930         INVALID KEY
010940             DISPLAY "MVTDUP - ECRITURE SUSPREG IMPOSSIBLE - "
010950                 WS-SUSP-STATUT
010960             MOVE 12 TO RETURN-CODE
010970     END-WRITE.
010980 5010-EXIT.
010990     EXIT.
011000*****************************************************************
011010*    5020-OUVRIR-SUSPECT - (RE)OUVRE LE SUSPECT COURANT A LA    *
011020*    DATE DE TRAITEMENT, SANS MOTIF NI AUTEUR.                  *
011030*****************************************************************
011040 5020-OUVRIR-SUSPECT.
011050     SET SUSP-OUVERT TO TRUE.
011060     MOVE WS-RUN-DATE-TRAITEMENT TO SUSP-DATE-PREMIERE.
011070     MOVE ZERO TO SUSP-DATE-DISPARITION.
011080     MOVE SPACES TO SUSP-CODE-MOTIF.
011090     MOVE SPACES TO SUSP-COMMENTAIRE.
011100     MOVE ZERO TO SUSP-DATE-MAJ.
011110     MOVE ZERO TO SUSP-HEURE-MAJ.
011120     MOVE SPACES TO SUSP-AUTEUR.
011130 5020-EXIT.
011140     EXIT.
011150*****************************************************************
011160*    5030-RELEVER-SUSPECT - PORTE SUR LE SUSPECT LA DATE DE     *
011170*    DERNIERE CONSTATATION ET LES DONNEES DU JOUR DES           *
011180*    MOUVEMENTS CONCERNES.                                      *
011190*****************************************************************
011200 5030-RELEVER-SUSPECT.
011210     MOVE WS-RUN-DATE-TRAITEMENT TO SUSP-DATE-DERNIERE.
011220     MOVE WS-SUS-DATE-MVT-1 TO SUSP-DATE-MVT-1.
011230     MOVE WS-SUS-DATE-MVT-2 TO SUSP-DATE-MVT-2.
011240     MOVE WS-SUS-MONTANT-1 TO SUSP-MONTANT-1.
011250     MOVE WS-SUS-MONTANT-2 TO SUSP-MONTANT-2.
011260     MOVE WS-SUS-LIBELLE-1 TO SUSP-LIBELLE-1.
011270     MOVE WS-SUS-LIBELLE-2 TO SUSP-LIBELLE-2.
011280 5030-EXIT.
011290     EXIT.
011300*****************************************************************
011310*    6000-CLORE-DISPARUS - PARCOURT LE REGISTRE ET MARQUE       *
011320*    DISPARU A LA DATE DE TRAITEMENT TOUT SUSPECT OUVERT QUE LE *
011330*    BALAYAGE DU JOUR N'A PAS CONSTATE.                         *
011340*****************************************************************
011350 6000-CLORE-DISPARUS.
011360     PERFORM 8600-POSITIONNER-REGISTRE THRU 8600-EXIT.
011370     PERFORM 6010-CLORE-UN THRU 6010-EXIT
011380         UNTIL FIN-FICHIER-SUSP.
011390 6000-EXIT.
011400     EXIT.
011410*****************************************************************
011420*    6010-CLORE-UN - LIT LE SUSPECT SUIVANT ET LE MARQUE        *
011430*    DISPARU S'IL EST OUVERT ET N'A PAS ETE VU CE JOUR.         *
011440*****************************************************************
011450 6010-CLORE-UN.
011460     PERFORM 8610-LIRE-REGISTRE THRU 8610-EXIT.
011470     IF FIN-FICHIER-SUSP
011480         GO TO 6010-EXIT
011490     END-IF.
011500     IF NOT SUSP-OUVERT
011510         OR SUSP-DATE-DERNIERE NOT < WS-RUN-DATE-TRAITEMENT
011520         GO TO 6010-EXIT
011530     END-IF.
011540     SET SUSP-DISPARU TO TRUE.
011550     MOVE WS-RUN-DATE-TRAITEMENT TO SUSP-DATE-DISPARITION.
011560     REWRITE SUSP-RECORD
011570         INVALID KEY
011580             DISPLAY "MVTDUP - MISE A JOUR SUSPREG IMPOSSIBLE - "
011590                 WS-SUSP-STATUT
011600             MOVE 12 TO RETURN-CODE
011610     END-REWRITE.
011620 6010-EXIT.
011630     EXIT.
011640*****************************************************************
011650*    7000-EDITER-SUIVI - EDITE L'ETAT DE REVUE EN TROIS         *
011660*    SECTIONS (SUSPECTS NOUVEAUX, A EXAMINER DES NUITS          *
011670*    PRECEDENTES, DISPARUS CETTE NUIT) PUIS LES COMPTEURS. LES  *
011680*    SUSPECTS CLASSES N'Y FIGURENT PAS.                         *
011690*****************************************************************
011700 7000-EDITER-SUIVI.
011710     IF WS-TABLE-SATUREE
011720         MOVE WS-LIGNE-SATUREE TO DUP-LIGNE-IMP
011730         WRITE DUP-LIGNE-IMP
011740     END-IF.
011750     SET WS-SECTION-NOUVEAUX TO TRUE.
011760     MOVE "SUSPECTS NOUVEAUX" TO WS-S-TITRE.
011770     PERFORM 7100-EDITER-SECTION THRU 7100-EXIT.
011780     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-NOUVEAUX.
011790     SET WS-SECTION-A-EXAMINER TO TRUE.
011800     MOVE "SUSPECTS DES NUITS PRECEDENTES ENCORE A EXAMINER"
011810         TO WS-S-TITRE.
011820     PERFORM 7100-EDITER-SECTION THRU 7100-EXIT.
011830     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-A-EXAMINER.
011840     SET WS-SECTION-DISPARUS TO TRUE.
011850     MOVE "SUSPECTS DISPARUS CETTE NUIT" TO WS-S-TITRE.
011860     PERFORM 7100-EDITER-SECTION THRU 7100-EXIT.
011870     MOVE WS-COMPTEUR-SECTION TO WS-COMPTEUR-DISPARUS.
011880     MOVE SPACES TO DUP-LIGNE-IMP.
011890     WRITE DUP-LIGNE-IMP.
011900     MOVE "MOUVEMENTS VIVANTS EXAMINES" TO WS-C-LIBELLE.
011910     MOVE WS-COMPTEUR-VIVANTS TO WS-C-NOMBRE.
011920     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
011930     MOVE "MOUVEMENTS ARCHIVES DANS LE RECUL" TO WS-C-LIBELLE.
011940     MOVE WS-COMPTEUR-ARCHIVES TO WS-C-NOMBRE.
011950     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
011960     MOVE "SUSPECTS NOUVEAUX" TO WS-C-LIBELLE.
011970     MOVE WS-COMPTEUR-NOUVEAUX TO WS-C-NOMBRE.
011980     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
011990     MOVE "SUSPECTS ENCORE A EXAMINER" TO WS-C-LIBELLE.
012000     MOVE WS-COMPTEUR-A-EXAMINER TO WS-C-NOMBRE.
012010     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
012020     MOVE "SUSPECTS DISPARUS" TO WS-C-LIBELLE.
012030     MOVE WS-COMPTEUR-DISPARUS TO WS-C-NOMBRE.
012040     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
012050     MOVE "CONSTATATIONS DEJA CLASSEES, NON SIGNALEES"
012060         TO WS-C-LIBELLE.
012070     MOVE WS-COMPTEUR-CLASSES TO WS-C-NOMBRE.
012080     PERFORM 7200-EDITER-COMPTEUR THRU 7200-EXIT.
012090 7000-EXIT.
012100     EXIT.
012110*****************************************************************
012120*    7100-EDITER-SECTION - EDITE LE TITRE DE LA SECTION         *
012130*    COURANTE, PARCOURT LE REGISTRE POUR EN EDITER LES SUSPECTS *
012140*    PUIS LEUR NOMBRE.                                          *
012150*****************************************************************
012160 7100-EDITER-SECTION.
012170     MOVE SPACES TO DUP-LIGNE-IMP.
012180     WRITE DUP-LIGNE-IMP.
012190     MOVE WS-LIGNE-SECTION TO DUP-LIGNE-IMP.
012200     WRITE DUP-LIGNE-IMP.
012210     MOVE WS-LIGNE-ENTETE-SUSPECT TO DUP-LIGNE-IMP.
012220     WRITE DUP-LIGNE-IMP.
012230     MOVE ZERO TO WS-COMPTEUR-SECTION.
012240     PERFORM 8600-POSITIONNER-REGISTRE THRU 8600-EXIT.
012250     PERFORM 7110-EDITER-UN THRU 7110-EXIT
012260         UNTIL FIN-FICHIER-SUSP.
012270     MOVE WS-COMPTEUR-SECTION TO WS-T-NOMBRE.
012280     MOVE WS-LIGNE-SECTION-TOTAL TO DUP-LIGNE-IMP.
012290     WRITE DUP-LIGNE-IMP.
012300 7100-EXIT.
012310     EXIT.
012320*****************************************************************
012330*    7110-EDITER-UN - LIT LE SUSPECT SUIVANT ET L'EDITE S'IL    *
012340*    RELEVE DE LA SECTION COURANTE : UNE LIGNE PAR MOUVEMENT.   *
012350*****************************************************************
012360 7110-EDITER-UN.
012370     PERFORM 8610-LIRE-REGISTRE THRU 8610-EXIT.
012380     IF FIN-FICHIER-SUSP
012390         GO TO 7110-EXIT
012400     END-IF.
012410     PERFORM 7120-CLASSER-SUSPECT THRU 7120-EXIT.
012420     IF NOT WS-SUSPECT-RETENU
012430         GO TO 7110-EXIT
012440     END-IF.
012450     MOVE SUSP-REGLE TO WS-L-REGLE.
012460     EVALUATE TRUE
012470         WHEN SUSP-REGLE-DOUBLON
012480             MOVE "DOUBLON" TO WS-L-NATURE
012490         WHEN SUSP-REGLE-ARRONDI
012500             MOVE "MONTANT ROND" TO WS-L-NATURE
012510         WHEN OTHER
012520             MOVE "SOUS SEUIL" TO WS-L-NATURE
012530     END-EVALUATE.
012540     MOVE SUSP-FICHIER-1 TO WS-L-FICHIER.
012550     MOVE SUSP-NUMERO-1 TO WS-L-NUMERO.
012560     MOVE SUSP-DATE-MVT-1 TO WS-L-DATE-MVT.
012570     MOVE SUSP-MONTANT-1 TO WS-L-MONTANT.
012580     MOVE SUSP-LIBELLE-1 TO WS-L-LIBELLE.
012590     MOVE SUSP-DATE-PREMIERE TO WS-L-PREMIERE.
012600     MOVE SUSP-DATE-DERNIERE TO WS-L-DERNIERE.
012610     MOVE WS-LIGNE-SUSPECT TO DUP-LIGNE-IMP.
012620     WRITE DUP-LIGNE-IMP.
012630     IF SUSP-REGLE-DOUBLON
012640         MOVE SPACES TO WS-L-REGLE
012650         MOVE SPACES TO WS-L-NATURE
012660         MOVE SUSP-FICHIER-2 TO WS-L-FICHIER
012670         MOVE SUSP-NUMERO-2 TO WS-L-NUMERO
012680         MOVE SUSP-DATE-MVT-2 TO WS-L-DATE-MVT
012690         MOVE SUSP-MONTANT-2 TO WS-L-MONTANT
012700         MOVE SUSP-LIBELLE-2 TO WS-L-LIBELLE
012710         MOVE SPACES TO WS-L-PREMIERE
012720         MOVE SPACES TO WS-L-DERNIERE
012730         MOVE WS-LIGNE-SUSPECT TO DUP-LIGNE-IMP
012740         WRITE DUP-LIGNE-IMP
012750     END-IF.
012760     ADD 1 TO WS-COMPTEUR-SECTION.
012770 7110-EXIT.
012780     EXIT.
012790*****************************************************************
012800*    7120-CLASSER-SUSPECT - DETERMINE SI LE SUSPECT LU RELEVE DE*
012810*    LA SECTION COURANTE. NOUVEAUX : OUVERTS, VUS POUR LA       *
012820*    PREMIERE FOIS CE JOUR. A EXAMINER : LES AUTRES OUVERTS.    *
012830*    DISPARUS : MARQUES DISPARUS A LA DATE DE TRAITEMENT.       *
012840*****************************************************************
012850 7120-CLASSER-SUSPECT.
012860     MOVE "N" TO WS-RETENU-SW.
012870     EVALUATE TRUE
012880         WHEN WS-SECTION-DISPARUS
012890             IF SUSP-DISPARU
012900                 AND SUSP-DATE-DISPARITION
012910                     = WS-RUN-DATE-TRAITEMENT
012920                 SET WS-SUSPECT-RETENU TO TRUE
012930             END-IF
012940         WHEN NOT SUSP-OUVERT
012950             CONTINUE
012960         WHEN WS-SECTION-NOUVEAUX
012970             IF SUSP-DATE-PREMIERE = WS-RUN-DATE-TRAITEMENT
012980                 SET WS-SUSPECT-RETENU TO TRUE
012990             END-IF
013000         WHEN WS-SECTION-A-EXAMINER
013010             IF SUSP-DATE-PREMIERE NOT = WS-RUN-DATE-TRAITEMENT
013020                 SET WS-SUSPECT-RETENU TO TRUE
013030             END-IF
013040     END-EVALUATE.
013050 7120-EXIT.
013060     EXIT.
013070*****************************************************************
013080*    7200-EDITER-COMPTEUR - EDITE UNE LIGNE DE COMPTEUR.        *
013090*****************************************************************
013100 7200-EDITER-COMPTEUR.
013110     MOVE WS-LIGNE-COMPTEUR TO DUP-LIGNE-IMP.
013120     WRITE DUP-LIGNE-IMP.
013130 7200-EXIT.
013140     EXIT.
013150*****************************************************************
013160*    8000-CONVERTIR - CONVERTIT LE MONTANT DU MOUVEMENT COURANT *
013170*    EN MONNAIE DE RESTITUTION (TAUX 1 POUR EUR, BLANC OU UNE   *
013180*    DEVISE ABSENTE DE DEVTAUX).                                *
013190*****************************************************************
013200 8000-CONVERTIR.
013210     MOVE WS-MVT-MONTANT TO WS-MVT-CONVERTI.
013220     IF WS-MVT-DEVISE = SPACES OR WS-MVT-DEVISE = "EUR"
013230         GO TO 8000-EXIT
013240     END-IF.
013250     MOVE "N" TO WS-DEVISE-SW.
013260     MOVE ZERO TO WS-INDICE-DEV.
013270     PERFORM 8010-CHERCHER-DEVISE THRU 8010-EXIT
013280         UNTIL WS-DEVISE-TROUVEE
013290         OR WS-INDICE-DEV >= WS-NOMBRE-DEVISES.
013300     IF WS-DEVISE-TROUVEE
013310         COMPUTE WS-MVT-CONVERTI ROUNDED =
013320             WS-MVT-MONTANT * WS-DEV-TAUX(WS-INDICE-DEV)
013330     END-IF.
013340 8000-EXIT.
013350     EXIT.
013360*****************************************************************
013370*    8010-CHERCHER-DEVISE - COMPARE UNE ENTREE DE LA TABLE DES  *
013380*    TAUX A LA DEVISE DU MOUVEMENT.                             *
013390*****************************************************************
013400 8010-CHERCHER-DEVISE.
013410     ADD 1 TO WS-INDICE-DEV.
013420     IF WS-DEV-CODE(WS-INDICE-DEV) = WS-MVT-DEVISE
013430         SET WS-DEVISE-TROUVEE TO TRUE
013440     END-IF.
013450 8010-EXIT.
013460     EXIT.
013470*****************************************************************
013480*    8500-DECOMPTER-JOURS - CONVERTIT LA DATE DE WS-DATE-DECOMP *
013490*    EN NOMBRE DE JOURS EN CONVENTION 30/360, COMME DANS REJRPT *
013500*    ET RECONCIL.                                               *
013510*****************************************************************
013520 8500-DECOMPTER-JOURS.
013530     COMPUTE WS-JOURS-CALCULES =
013540         (WS-DD-AAAA * 360) + (WS-DD-MM * 30) + WS-DD-JJ.
013550 8500-EXIT.
013560     EXIT.
013570*****************************************************************
013580*    8600-POSITIONNER-REGISTRE - SE POSITIONNE SUR LE PREMIER   *
013590*    SUSPECT DU REGISTRE POUR UNE LECTURE SEQUENTIELLE.         *
013600*****************************************************************
013610 8600-POSITIONNER-REGISTRE.
013620     MOVE "N" TO WS-FIN-SUSP-SW.
013630     MOVE LOW-VALUES TO SUSP-CLE.
013640     START SUSP-FICHIER KEY IS NOT LESS THAN SUSP-CLE
013650         INVALID KEY
013660             SET FIN-FICHIER-SUSP TO TRUE
013670     END-START.
013680 8600-EXIT.
013690     EXIT.
013700*****************************************************************
013710*    8610-LIRE-REGISTRE - LECTURE SEQUENTIELLE DU REGISTRE.     *
013720*****************************************************************
013730 8610-LIRE-REGISTRE.
013740     READ SUSP-FICHIER NEXT RECORD
013750         AT END
013760             SET FIN-FICHIER-SUSP TO TRUE
013770     END-READ.
013780 8610-EXIT.
013790     EXIT.
013800*****************************************************************
013810*    9000-FINALISATION - FERME LE REGISTRE ET L'ETAT, POSITIONNE*
013820*    LE CODE RETOUR (4 SI SUSPECTS NOUVEAUX OU TABLE SATUREE) ET*
013830*    INSCRIT L'EXECUTION DANS RUNREG.                           *
013840*****************************************************************
013850 9000-FINALISATION.
013860     IF WS-REGISTRE-OUVERT
013870         CLOSE SUSP-FICHIER
013880     END-IF.
013890     IF WS-LISTE-STATUT = "00"
013900         CLOSE DUP-LISTE
013910     END-IF.
013920     IF RETURN-CODE = ZERO
013930         AND (WS-COMPTEUR-NOUVEAUX > ZERO OR WS-TABLE-SATUREE)
013940         MOVE 4 TO RETURN-CODE
013950     END-IF.
013960     PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT.
013970 9000-EXIT.
013980     EXIT.
013990*****************************************************************
014000*    9500-ENREGISTRER-RUN - INSCRIT L'EXECUTION TERMINEE DANS   *
014010*    LE REGISTRE DES TRAITEMENTS (RUNREG) : LUS = MOUVEMENTS    *
014020*    LUS DANS LES MAITRES ET ARCHIVES, TRAITES = SUSPECTS       *
014030*    SIGNALES (NOUVEAUX ET A EXAMINER), ANOMALIES = SUSPECTS    *
014040*    NOUVEAUX.                                                  *
014050*****************************************************************
014060 9500-ENREGISTRER-RUN.
014070     OPEN EXTEND RUN-FICHIER.
014080     IF WS-RUN-STATUT NOT = "00"
014090         OPEN OUTPUT RUN-FICHIER
014100     END-IF.
014110     IF WS-RUN-STATUT NOT = "00"
014120         DISPLAY "MVTDUP - ECRITURE RUNREG IMPOSSIBLE - "
014130             WS-RUN-STATUT
014140         GO TO 9500-EXIT
014150     END-IF.
014160     MOVE "MVTDUP" TO RUN-PROGRAMME.
014170     MOVE WS-RUN-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
014180     MOVE WS-RUN-DATE-DEBUT TO RUN-DATE-DEBUT.
014190     MOVE WS-RUN-HEURE-DEBUT TO RUN-HEURE-DEBUT.
014200     ACCEPT RUN-DATE-FIN FROM DATE YYYYMMDD.
014210     ACCEPT RUN-HEURE-FIN FROM TIME.
014220     MOVE WS-RUN-OPERATEUR TO RUN-OPERATEUR.
014230     MOVE RETURN-CODE TO RUN-CODE-RETOUR.
014240     MOVE WS-COMPTEUR-LUS TO RUN-COMPTEUR-LUS.
014250     COMPUTE RUN-COMPTEUR-TRAITES =
014260         WS-COMPTEUR-NOUVEAUX + WS-COMPTEUR-A-EXAMINER.
014270     MOVE WS-COMPTEUR-NOUVEAUX TO RUN-COMPTEUR-ANOMALIES.
014280     WRITE RUN-RECORD.
014290     CLOSE RUN-FICHIER.
014300 9500-EXIT.
014310     EXIT.
014320 END PROGRAM MVTDUP.
