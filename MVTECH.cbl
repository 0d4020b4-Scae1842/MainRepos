000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTECH                                         *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   TIRAGE TRIMESTRIEL DE L'ECHANTILLON DE MOUVEMENTS SOUMIS AUX*
000090*   TESTS DE L'AUDIT INTERNE. LA POPULATION COMPREND LES MAITRES*
000100*   VIVANTS ECPIN ET ATBBIN ET, SI LA CARTE PARMIN PORTE UNE    *
000110*   PERIODE (BORNES DE DATES DU DESSIN PARMREC), LES MOUVEMENTS *
000120*   MIS A JOUR DANS LA PERIODE D'APRES LE JOURNAL MVTJRN QUI NE *
000130*   SONT PLUS DANS LES MAITRES (IMAGE APRES DE LEUR DERNIERE    *
000140*   MISE A JOUR DE LA PERIODE). CHAQUE MOUVEMENT EST RANGE DANS *
000150*   UNE STRATE SELON SON MONTANT ABSOLU EN MONNAIE DE           *
000160*   RESTITUTION (DEVTAUX) : STRATES 1 A 4 DELIMITEES PAR LES    *
000170*   BORNES DE LA CARTE ECHPARM, STRATE 5 AU-DELA DU MONTANT     *
000180*   D'INCLUSION SYSTEMATIQUE, RETENUE EN TOTALITE. DANS LES     *
000190*   STRATES 1 A 4 SONT TIRES LES MOUVEMENTS DE PLUS PETITE      *
000200*   VALEUR ALEATOIRE, LES VALEURS ETANT DONNEES DANS L'ORDRE DE *
000210*   CHARGEMENT PAR UN GENERATEUR CONGRUENTIEL (X = 16807 X      *
000220*   MODULO 2**31-1) AMORCE PAR LA GRAINE DE LA CARTE : A        *
000230*   FICHIERS, CARTE ET GRAINE IDENTIQUES, LE TIRAGE EST LE      *
000240*   MEME. L'ECHANTILLON EST ECRIT DANS LE FICHIER ECHANT        *
000250*   (DESSIN ECHREC) SOUS LA CAMPAGNE = DATE DE TRAITEMENT, OU   *
000260*   LES AUDITEURS PORTENT LEURS RESULTATS (CONSOLE ECHMNT), ET  *
000270*   EDITE SUR LA FEUILLE DE TRAVAIL ECHOUT AVEC, POUR CHAQUE    *
000280*   MOUVEMENT, TOUTE SA VIE AU JOURNAL MVTJRN.                  *
000290*   CARTE ECHPARM (FACULTATIVE, ZONE A BLANC OU NULLE =         *
000300*   DEFAUT) : COLONNES 1-9 GRAINE (DATE DE TRAITEMENT), 10-18   *
000310*   MONTANT D'INCLUSION SYSTEMATIQUE EN UNITES (000100000),     *
000320*   19-27, 28-36 ET 37-45 BORNES BASSES DES STRATES 2, 3 ET 4   *
000330*   (000001000, 000010000, 000050000), 46-48, 49-51, 52-54 ET   *
000340*   55-57 TAILLES DEMANDEES DES STRATES 1 A 4 (025).            *
000350*   CODES RETOUR : 0 TIRAGE ECRIT; 4 TABLE DES EVENEMENTS       *
000360*   SATUREE (FEUILLE INCOMPLETE); 12 CARTE INCOHERENTE,         *
000370*   OUVERTURE OU ECRITURE IMPOSSIBLE; 16 TIRAGE REFUSE          *
000380*   (CAMPAGNE DEJA TIREE, TABLE DES MOUVEMENTS OU DE            *
000390*   L'ECHANTILLON SATUREE) - RIEN N'EST ECRIT DANS ECHANT.      *
000400*                                                               *
000410*   MODIFICATION HISTORY                                        *
000420*   --------------------                                        *
000430*   2026-10-15 JF  VERSION INITIALE.                            *
000440*                                                               *
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. MVTECH.
000480 AUTHOR. J. FAVREAU.
000490 INSTALLATION. SERVICE EXPLOITATION.
000500 DATE-WRITTEN. 2026-10-15.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ECP-FICHIER ASSIGN TO "ECPIN"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS ECP-CLE
000590         FILE STATUS IS WS-ECP-STATUT.
000600     SELECT ATBB-FICHIER ASSIGN TO "ATBBIN"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS ATBB-CLE
000640         FILE STATUS IS WS-ATBB-STATUT.
000650     SELECT JOURNAL-FICHIER ASSIGN TO "MVTJRN"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-JRN-STATUT.
000680     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-DEV-STATUT.
000710     SELECT ECH-PARM ASSIGN TO "ECHPARM"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ECHP-STATUT.
000740     SELECT ECHANT-FICHIER ASSIGN TO "ECHANT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ECH-CLE
000780         FILE STATUS IS WS-ECH-STATUT.
000790     SELECT ECH-LISTE ASSIGN TO "ECHOUT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-LISTE-STATUT.
000820     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PARM-STATUT.
000850     SELECT RUN-FICHIER ASSIGN TO "RUNREG"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-RUN-STATUT.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  ECP-FICHIER
000910     LABEL RECORDS ARE STANDARD.
000920 COPY ECPREC.
000930 FD  ATBB-FICHIER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ATBBREC.
000960 FD  JOURNAL-FICHIER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY MVTJREC.
000990 FD  DEV-FICHIER
001000     LABEL RECORDS ARE STANDARD.
001010 COPY DEVREC.
001020 FD  ECH-PARM
001030     LABEL RECORDS ARE STANDARD.
001040 01  ECH-PARM-ENREG.
001050     05  ECHPARM-GRAINE          PIC X(09).
001060     05  ECHPARM-SEUIL           PIC X(09).
001070     05  ECHPARM-BORNE-2         PIC X(09).
001080     05  ECHPARM-BORNE-3         PIC X(09).
001090     05  ECHPARM-BORNE-4         PIC X(09).
001100     05  ECHPARM-TAILLE-1        PIC X(03).
001110     05  ECHPARM-TAILLE-2        PIC X(03).
001120     05  ECHPARM-TAILLE-3        PIC X(03).
001130     05  ECHPARM-TAILLE-4        PIC X(03).
001140     05  FILLER                  PIC X(23).
001150 FD  ECHANT-FICHIER
001160     LABEL RECORDS ARE STANDARD.
001170 COPY ECHREC.
001180 FD  ECH-LISTE
001190     LABEL RECORDS ARE STANDARD.
001200 01  ECH-LIGNE-IMP               PIC X(132).
001210 FD  PARM-FICHIER
001220     LABEL RECORDS ARE STANDARD.
001230 COPY PARMREC.
001240 FD  RUN-FICHIER
001250     LABEL RECORDS ARE STANDARD.
001260 COPY RUNREC.
001270 WORKING-STORAGE SECTION.
001280 01  WS-FICHIERS-SWITCHES.
001290     05  WS-ECP-STATUT           PIC X(02) VALUE SPACES.
001300     05  WS-ATBB-STATUT          PIC X(02) VALUE SPACES.
001310     05  WS-JRN-STATUT           PIC X(02) VALUE SPACES.
001320     05  WS-DEV-STATUT           PIC X(02) VALUE SPACES.
001330     05  WS-ECHP-STATUT          PIC X(02) VALUE SPACES.
001340     05  WS-ECH-STATUT           PIC X(02) VALUE SPACES.
001350     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
001360     05  WS-PARM-STATUT          PIC X(02) VALUE SPACES.
001370     05  WS-RUN-STATUT           PIC X(02) VALUE SPACES.
001380     05  WS-FIN-MAITRE-SW        PIC X(01) VALUE "N".
001390         88  FIN-FICHIER-MAITRE          VALUE "O".
001400     05  WS-FIN-JRN-SW           PIC X(01) VALUE "N".
001410         88  FIN-FICHIER-JRN             VALUE "O".
001420     05  WS-FIN-DEV-SW           PIC X(01) VALUE "N".
001430         88  FIN-FICHIER-DEV             VALUE "O".
001440     05  WS-DEVISE-SW            PIC X(01) VALUE "N".
001450         88  WS-DEVISE-TROUVEE           VALUE "O".
001460     05  WS-JOURNAL-SW           PIC X(01) VALUE "N".
001470         88  WS-AVEC-JOURNAL             VALUE "O".
001480     05  WS-ECH-OUVERT-SW        PIC X(01) VALUE "N".
001490         88  WS-ECHANTILLON-OUVERT       VALUE "O".
001500     05  WS-DEBORDEMENT-SW       PIC X(01) VALUE "N".
001510         88  WS-TABLE-SATUREE            VALUE "O".
001520     05  WS-HIST-SATURE-SW       PIC X(01) VALUE "N".
001530         88  WS-HISTORIQUE-SATURE        VALUE "O".
001540     05  WS-CANDIDAT-SW          PIC X(01) VALUE "O".
001550         88  WS-CANDIDAT-RESTANT         VALUE "O".
001560 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
001570 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
001580 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001590 77  WS-RUN-HEURE-DEBUT          PIC 9(08) VALUE ZERO.
001600 77  WS-SEL-DATE-DEBUT           PIC 9(08) VALUE ZERO.
001610 77  WS-SEL-DATE-FIN             PIC 9(08) VALUE ZERO.
001620 77  WS-GRAINE                   PIC 9(09) VALUE ZERO.
001630 77  WS-SEUIL-EXHAUSTIF          PIC 9(09) VALUE 100000.
001640 77  WS-BORNE-2                  PIC 9(09) VALUE 1000.
001650 77  WS-BORNE-3                  PIC 9(09) VALUE 10000.
001660 77  WS-BORNE-4                  PIC 9(09) VALUE 50000.
001670 77  WS-TAILLE-1                 PIC 9(03) VALUE 25.
001680 77  WS-TAILLE-2                 PIC 9(03) VALUE 25.
001690 77  WS-TAILLE-3                 PIC 9(03) VALUE 25.
001700 77  WS-TAILLE-4                 PIC 9(03) VALUE 25.
001710 77  WS-ALEA                     PIC 9(10) COMP-3 VALUE ZERO.
001720 77  WS-ALEA-MIN                 PIC 9(10) COMP-3 VALUE ZERO.
001730 77  WS-MULTIPLICATEUR           PIC 9(05) COMP-3 VALUE 16807.
001740 77  WS-MODULE                   PIC 9(10) COMP-3
001750                                 VALUE 2147483647.
001760 77  WS-PRODUIT-ALEA             PIC 9(15) COMP-3 VALUE ZERO.
001770 77  WS-QUOTIENT-ALEA            PIC 9(15) COMP-3 VALUE ZERO.
001780 77  WS-MONTANT-ABSOLU           PIC 9(11)V99 COMP-3 VALUE ZERO.
001790 77  WS-COMPTEUR-LUS             PIC 9(07) COMP VALUE ZERO.
001800 77  WS-COMPTEUR-JOURNAL         PIC 9(07) COMP VALUE ZERO.
001810 77  WS-COMPTEUR-AJOUTS          PIC 9(07) COMP VALUE ZERO.
001820 77  WS-COMPTEUR-ECRITS          PIC 9(07) COMP VALUE ZERO.
001830 77  WS-INDICE                   PIC 9(05) COMP VALUE ZERO.
001840 77  WS-INDICE-TROUVE            PIC 9(05) COMP VALUE ZERO.
001850 77  WS-INDICE-MIN               PIC 9(05) COMP VALUE ZERO.
001860 77  WS-INDICE-DEV               PIC 9(04) COMP VALUE ZERO.
001870 77  WS-NOMBRE-DEVISES           PIC 9(04) COMP VALUE ZERO.
001880 77  WS-LIMITE-DEVISES           PIC 9(04) COMP VALUE 50.
001890 77  WS-NOMBRE-MVTS              PIC 9(05) COMP VALUE ZERO.
001900 77  WS-LIMITE-MVTS              PIC 9(05) COMP VALUE 20000.
001910 77  WS-FIN-ECP                  PIC 9(05) COMP VALUE ZERO.
001920 77  WS-FIN-MAITRES              PIC 9(05) COMP VALUE ZERO.
001930 77  WS-BAS                      PIC S9(05) COMP VALUE ZERO.
001940 77  WS-HAUT                     PIC S9(05) COMP VALUE ZERO.
001950 77  WS-MILIEU                   PIC S9(05) COMP VALUE ZERO.
001960 77  WS-STRATE                   PIC 9(01) COMP VALUE ZERO.
001970 77  WS-NOMBRE-ECH               PIC 9(05) COMP VALUE ZERO.
001980 77  WS-LIMITE-ECH               PIC 9(05) COMP VALUE 5000.
001990 77  WS-INDICE-ECH               PIC 9(05) COMP VALUE ZERO.
002000 77  WS-RANG                     PIC 9(05) COMP VALUE ZERO.
002010 77  WS-RANG-SUIVANT             PIC 9(05) COMP VALUE ZERO.
002020 77  WS-RANG-MIN                 PIC 9(05) COMP VALUE ZERO.
002030 77  WS-ECHANGE                  PIC 9(05) COMP VALUE ZERO.
002040 77  WS-NOMBRE-HIST              PIC 9(05) COMP VALUE ZERO.
002050 77  WS-LIMITE-HIST              PIC 9(05) COMP VALUE 10000.
002060 77  WS-INDICE-HIST              PIC 9(05) COMP VALUE ZERO.
002070 77  WS-MESSAGE-REFUS            PIC X(60) VALUE SPACES.
002080 01  WS-CLE-RECHERCHE.
002090     05  WS-CLE-FICHIER          PIC X(04).
002100     05  WS-CLE-NUMERO           PIC 9(07).
002110 01  WS-MOUVEMENT-COURANT.
002120     05  WS-MVT-FICHIER          PIC X(04).
002130     05  WS-MVT-NUMERO           PIC 9(07).
002140     05  WS-MVT-ORIGINE          PIC X(01).
002150     05  WS-MVT-LIBELLE          PIC X(30).
002160     05  WS-MVT-DATE             PIC 9(08).
002170     05  WS-MVT-MONTANT          PIC S9(09)V99 COMP-3.
002180     05  WS-MVT-DEVISE           PIC X(03).
002190     05  WS-MVT-STATUT           PIC X(02).
002200     05  WS-MVT-CONVERTI         PIC S9(11)V99 COMP-3.
002210 01  WS-TABLE-DEVISES.
002220     05  WS-DEV-ENTREE OCCURS 50 TIMES.
002230         10  WS-DEV-CODE         PIC X(03).
002240         10  WS-DEV-TAUX         PIC 9(05)V9(06).
002250 01  WS-TABLE-STRATES.
002260     05  WS-TST-ENTREE OCCURS 5 TIMES.
002270         10  WS-TST-BORNE-BASSE  PIC 9(09).
002280         10  WS-TST-BORNE-HAUTE  PIC 9(09).
002290         10  WS-TST-DEMANDE      PIC 9(05) COMP.
002300         10  WS-TST-POPULATION   PIC 9(07) COMP.
002310         10  WS-TST-TIRES        PIC 9(05) COMP.
002320 01  WS-TABLE-MOUVEMENTS.
002330     05  WS-TMV-ENTREE OCCURS 20000 TIMES.
002340         10  WS-TMV-CLE.
002350             15  WS-TMV-FICHIER  PIC X(04).
002360             15  WS-TMV-NUMERO   PIC 9(07).
002370         10  WS-TMV-ORIGINE      PIC X(01).
002380         10  WS-TMV-LIBELLE      PIC X(30).
002390         10  WS-TMV-DATE         PIC 9(08).
002400         10  WS-TMV-MONTANT      PIC S9(09)V99 COMP-3.
002410         10  WS-TMV-DEVISE       PIC X(03).
002420         10  WS-TMV-STATUT       PIC X(02).
002430         10  WS-TMV-CONVERTI     PIC S9(11)V99 COMP-3.
002440         10  WS-TMV-STRATE       PIC 9(01) COMP.
002450         10  WS-TMV-ALEA         PIC 9(10) COMP-3.
002460         10  WS-TMV-RETENU       PIC X(01).
002470 01  WS-TABLE-ECHANTILLON.
002480     05  WS-TEC-ENTREE OCCURS 5000 TIMES.
002490         10  WS-TEC-MOUVEMENT    PIC 9(05) COMP.
002500         10  WS-TEC-CLE.
002510             15  WS-TEC-FICHIER  PIC X(04).
002520             15  WS-TEC-NUMERO   PIC 9(07).
002530         10  WS-TEC-PREMIER      PIC 9(05) COMP.
002540         10  WS-TEC-DERNIER      PIC 9(05) COMP.
002550 01  WS-TABLE-TRI.
002560     05  WS-TRI-ECH              PIC 9(05) COMP
002570                                 OCCURS 5000 TIMES.
002580 01  WS-TABLE-HISTORIQUE.
002590     05  WS-THI-ENTREE OCCURS 10000 TIMES.
002600         10  WS-THI-SUIVANT      PIC 9(05) COMP.
002610         10  WS-THI-DATE         PIC 9(08).
002620         10  WS-THI-HEURE        PIC 9(08).
002630         10  WS-THI-OPERATEUR    PIC X(08).
002640         10  WS-THI-ACTION       PIC X(01).
002650         10  WS-THI-AV-LIBELLE   PIC X(30).
002660         10  WS-THI-AV-DATE      PIC 9(08).
002670         10  WS-THI-AV-MONTANT   PIC S9(09)V99 COMP-3.
002680         10  WS-THI-AV-STATUT    PIC X(02).
002690         10  WS-THI-AV-DEVISE    PIC X(03).
002700         10  WS-THI-AP-LIBELLE   PIC X(30).
002710         10  WS-THI-AP-DATE      PIC 9(08).
002720         10  WS-THI-AP-MONTANT   PIC S9(09)V99 COMP-3.
002730         10  WS-THI-AP-STATUT    PIC X(02).
002740         10  WS-THI-AP-DEVISE    PIC X(03).
002750 01  WS-LIGNE-ENTETE.
002760     05  FILLER                  PIC X(50)
002770         VALUE "ECHANTILLON D'AUDIT - FEUILLE DE TRAVAIL".
002780     05  FILLER                  PIC X(13)
002790         VALUE "CAMPAGNE : ".
002800     05  WS-H-CAMPAGNE           PIC 9(08).
002810     05  FILLER                  PIC X(15)
002820         VALUE "   EDITE LE : ".
002830     05  WS-H-DATE-JOUR          PIC 9(08).
002840 01  WS-LIGNE-PARAMETRES.
002850     05  FILLER                  PIC X(09) VALUE "GRAINE : ".
002860     05  WS-P-GRAINE             PIC 9(09).
002870     05  FILLER                  PIC X(35)
002880         VALUE "   INCLUSION SYSTEMATIQUE A PARTIR ".
002890     05  FILLER                  PIC X(05) VALUE "DE : ".
002900     05  WS-P-SEUIL              PIC ZZZ,ZZZ,ZZ9.
002910 01  WS-LIGNE-PERIODE.
002920     05  FILLER                  PIC X(29)
002930         VALUE "JOURNAL MVTJRN : PERIODE DU ".
002940     05  WS-P-DATE-DEBUT         PIC 9(08).
002950     05  FILLER                  PIC X(04) VALUE " AU ".
002960     05  WS-P-DATE-FIN           PIC 9(08).
002970 01  WS-LIGNE-SANS-JOURNAL.
002980     05  FILLER                  PIC X(60) VALUE
002990         "JOURNAL MVTJRN : AUCUNE PERIODE - MAITRES SEULS".
003000 01  WS-LIGNE-TITRE.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  WS-TI-TITRE             PIC X(60).
003030 01  WS-LIGNE-ENTETE-STRATE.
003040     05  FILLER                  PIC X(08) VALUE "STRATE".
003050     05  FILLER                  PIC X(12) VALUE "TIRAGE".
003060     05  FILLER                  PIC X(13) VALUE "  MONTANT DE".
003070     05  FILLER                  PIC X(16) VALUE "       JUSQU'A".
003080     05  FILLER                  PIC X(12) VALUE "  POPULATION".
003090     05  FILLER                  PIC X(10) VALUE "  DEMANDES".
003100     05  FILLER                  PIC X(08) VALUE "   TIRES".
003110 01  WS-LIGNE-STRATE.
003120     05  FILLER                  PIC X(03) VALUE SPACES.
003130     05  WS-S-STRATE             PIC 9(01).
003140     05  FILLER                  PIC X(04) VALUE SPACES.
003150     05  WS-S-MODE               PIC X(10).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-S-BORNE-BASSE        PIC ZZZ,ZZZ,ZZ9.
003180     05  FILLER                  PIC X(04) VALUE SPACES.
003190     05  WS-S-BORNE-HAUTE        PIC ZZZ,ZZZ,ZZ9.
003200     05  WS-S-BORNE-HAUTE-X REDEFINES WS-S-BORNE-HAUTE
003210                                 PIC X(11).
003220     05  FILLER                  PIC X(05) VALUE SPACES.
003230     05  WS-S-POPULATION         PIC Z,ZZZ,ZZ9.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  WS-S-DEMANDE            PIC ZZZ,ZZ9.
003260     05  WS-S-DEMANDE-X REDEFINES WS-S-DEMANDE
003270                                 PIC X(07).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-S-TIRES              PIC ZZ,ZZ9.
003300 01  WS-LIGNE-ITEM.
003310     05  FILLER                  PIC X(03) VALUE "NO ".
003320     05  WS-M-RANG               PIC ZZZZ9.
003330     05  FILLER                  PIC X(10) VALUE "  STRATE ".
003340     05  WS-M-STRATE             PIC 9(01).
003350     05  FILLER                  PIC X(01) VALUE SPACE.
003360     05  WS-M-MODE               PIC X(10).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  WS-M-FICHIER            PIC X(04).
003390     05  FILLER                  PIC X(01) VALUE SPACE.
003400     05  WS-M-NUMERO             PIC 9(07).
003410     05  FILLER                  PIC X(12) VALUE "  ORIGINE : ".
003420     05  WS-M-ORIGINE            PIC X(07).
003430     05  FILLER                  PIC X(09) VALUE "  ALEA : ".
003440     05  WS-M-ALEA               PIC 9(10).
003450 01  WS-LIGNE-ETAT.
003460     05  FILLER                  PIC X(10) VALUE "  ETAT  : ".
003470     05  WS-X-LIBELLE            PIC X(30).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  WS-X-DATE               PIC 9(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  WS-X-MONTANT            PIC ZZZ,ZZZ,ZZ9.99-.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  WS-X-STATUT             PIC X(02).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  WS-X-DEVISE             PIC X(03).
003560     05  FILLER                  PIC X(13) VALUE "  CONVERTI : ".
003570     05  WS-X-CONVERTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003580 01  WS-LIGNE-EVENEMENT.
003590     05  FILLER                  PIC X(04) VALUE SPACES.
003600     05  WS-V-DATE               PIC 9(08).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  WS-V-HEURE              PIC 9(08).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  WS-V-OPERATEUR          PIC X(08).
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  WS-V-ACTION             PIC X(12).
003670 01  WS-LIGNE-IMAGE.
003680     05  FILLER                  PIC X(04) VALUE SPACES.
003690     05  WS-I-NATURE             PIC X(10).
003700     05  WS-I-LIBELLE            PIC X(30).
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  WS-I-DATE               PIC 9(08).
003730     05  FILLER                  PIC X(02) VALUE SPACES.
003740     05  WS-I-MONTANT            PIC ZZZ,ZZZ,ZZ9.99-.
003750     05  FILLER                  PIC X(02) VALUE SPACES.
003760     05  WS-I-STATUT             PIC X(02).
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  WS-I-DEVISE             PIC X(03).
003790 01  WS-LIGNE-AUCUN-EVENEMENT.
003800     05  FILLER                  PIC X(04) VALUE SPACES.
003810     05  FILLER                  PIC X(48)
003820         VALUE "AUCUN EVENEMENT AU JOURNAL POUR CE MOUVEMENT".
003830 01  WS-LIGNE-A-REMPLIR.
003840     05  FILLER                  PIC X(04) VALUE SPACES.
003850     05  FILLER                  PIC X(33)
003860         VALUE "RESULTAT (C/N) : ___   AUDITEUR ".
003870     05  FILLER                  PIC X(25)
003880         VALUE ": ________   COMMENTAIRE ".
003890     05  FILLER                  PIC X(42)
003900         VALUE ": ________________________________________".
003910 01  WS-LIGNE-REFUS.
003920     05  FILLER                  PIC X(20)
003930         VALUE "*** TIRAGE REFUSE - ".
003940     05  WS-R-MESSAGE            PIC X(60).
003950 01  WS-LIGNE-HIST-SATURE.
003960     05  FILLER                  PIC X(36)
003970         VALUE "*** TABLE DES EVENEMENTS SATUREE - ".
003980     05  FILLER                  PIC X(21)
003990         VALUE "HISTORIQUE INCOMPLET".
004000 01  WS-LIGNE-COMPTEUR.
004010     05  WS-C-LIBELLE            PIC X(50).
004020     05  FILLER                  PIC X(03) VALUE " : ".
004030     05  WS-C-NOMBRE             PIC ZZZ,ZZ9.
004040*****************************************************************
004050*                                                               *
004060*   PROCEDURE DIVISION                                          *
004070*                                                               *
004080*****************************************************************
004090 PROCEDURE DIVISION.
004100*****************************************************************
004110*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
004120*****************************************************************
004130 0000-MAINLINE.
004140     MOVE ZERO TO RETURN-CODE.
004150     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
004160     IF RETURN-CODE = ZERO
004170         PERFORM 1500-CONTROLER-CAMPAGNE THRU 1500-EXIT
004180     END-IF.
004190     IF RETURN-CODE = ZERO
004200         PERFORM 2000-CHARGER-POPULATION THRU 2000-EXIT
004210     END-IF.
004220     IF RETURN-CODE = ZERO
004230         PERFORM 3000-STRATIFIER THRU 3000-EXIT
004240     END-IF.
004250     IF RETURN-CODE = ZERO
004260         PERFORM 4000-TIRER THRU 4000-EXIT
004270     END-IF.
004280     IF RETURN-CODE = ZERO
004290         PERFORM 5000-CHARGER-HISTORIQUE THRU 5000-EXIT
004300     END-IF.
004310     IF RETURN-CODE = ZERO
004320         PERFORM 6000-ECRIRE-ECHANTILLON THRU 6000-EXIT
004330     END-IF.
004340     PERFORM 9000-FINALISATION THRU 9000-EXIT.
004350     GOBACK.
004360*****************************************************************
004370*    1000-INITIALISATION - LECTURE DES CARTES PARMIN ET ECHPARM,*
004380*    PREPARATION DES STRATES, CHARGEMENT DES TAUX, OUVERTURE DE *
004390*    LA FEUILLE DE TRAVAIL ET ENTETES.                          *
004400*****************************************************************
004410 1000-INITIALISATION.
004420     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
004430     ACCEPT WS-RUN-DATE-DEBUT FROM DATE YYYYMMDD.
004440     ACCEPT WS-RUN-HEURE-DEBUT FROM TIME.
004450     IF WS-RUN-DATE-TRAITEMENT = ZERO
004460         MOVE WS-RUN-DATE-DEBUT TO WS-RUN-DATE-TRAITEMENT
004470     END-IF.
004480     IF WS-SEL-DATE-DEBUT NOT = ZERO
004490         SET WS-AVEC-JOURNAL TO TRUE
004500         IF WS-SEL-DATE-FIN = ZERO
004510             MOVE WS-RUN-DATE-TRAITEMENT TO WS-SEL-DATE-FIN
004520         END-IF
004530     END-IF.
004540     MOVE WS-RUN-DATE-TRAITEMENT TO WS-GRAINE.
004550     PERFORM 1100-LIRE-CARTE-ECH THRU 1100-EXIT.
004560     OPEN OUTPUT ECH-LISTE.
004570     IF WS-LISTE-STATUT NOT = "00"
004580         DISPLAY "MVTECH - OUVERTURE ECH-LISTE IMPOSSIBLE - "
004590             WS-LISTE-STATUT
004600         MOVE 12 TO RETURN-CODE
004610         GO TO 1000-EXIT
004620     END-IF.
004630     MOVE WS-RUN-DATE-TRAITEMENT TO WS-H-CAMPAGNE.
004640     MOVE WS-RUN-DATE-DEBUT TO WS-H-DATE-JOUR.
004650     MOVE WS-LIGNE-ENTETE TO ECH-LIGNE-IMP.
004660     WRITE ECH-LIGNE-IMP.
004670     MOVE WS-GRAINE TO WS-P-GRAINE.
004680     MOVE WS-SEUIL-EXHAUSTIF TO WS-P-SEUIL.
004690     MOVE WS-LIGNE-PARAMETRES TO ECH-LIGNE-IMP.
004700     WRITE ECH-LIGNE-IMP.
004710     IF WS-AVEC-JOURNAL
004720         MOVE WS-SEL-DATE-DEBUT TO WS-P-DATE-DEBUT
004730         MOVE WS-SEL-DATE-FIN TO WS-P-DATE-FIN
004740         MOVE WS-LIGNE-PERIODE TO ECH-LIGNE-IMP
004750     ELSE
004760         MOVE WS-LIGNE-SANS-JOURNAL TO ECH-LIGNE-IMP
004770     END-IF.
004780     WRITE ECH-LIGNE-IMP.
004790     IF WS-BORNE-2 NOT < WS-BORNE-3
004800         OR WS-BORNE-3 NOT < WS-BORNE-4
004810         OR WS-BORNE-4 NOT < WS-SEUIL-EXHAUSTIF
004820         MOVE "BORNES DE LA CARTE ECHPARM NON CROISSANTES"
004830             TO WS-MESSAGE-REFUS
004840         PERFORM 8900-REFUSER THRU 8900-EXIT
004850         MOVE 12 TO RETURN-CODE
004860         GO TO 1000-EXIT
004870     END-IF.
004880     PERFORM 1150-PREPARER-STRATES THRU 1150-EXIT.
004890     PERFORM 1200-CHARGER-DEVISES THRU 1200-EXIT.
004900 1000-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
004940*    OPERATEUR, PERIODE DU JOURNAL ET DATE DE TRAITEMENT.       *
004950*****************************************************************
004960 1050-LIRE-PARAMETRE.
004970     OPEN INPUT PARM-FICHIER.
004980     IF WS-PARM-STATUT NOT = "00"
004990         GO TO 1050-EXIT
005000     END-IF.
005010     READ PARM-FICHIER
005020         AT END
005030             CLOSE PARM-FICHIER
005040             GO TO 1050-EXIT
005050     END-READ.
005060     MOVE PARM-OPERATEUR TO WS-RUN-OPERATEUR.
005070     IF PARM-DATE-DEBUT IS NUMERIC
005080         AND PARM-DATE-DEBUT NOT = "00000000"
005090         MOVE PARM-DATE-DEBUT TO WS-SEL-DATE-DEBUT
005100     END-IF.
005110     IF PARM-DATE-FIN IS NUMERIC
005120         AND PARM-DATE-FIN NOT = "00000000"
005130         MOVE PARM-DATE-FIN TO WS-SEL-DATE-FIN
005140     END-IF.
005150     IF PARM-DATE-TRAITEMENT IS NUMERIC
005160         AND PARM-DATE-TRAITEMENT NOT = "00000000"
005170         MOVE PARM-DATE-TRAITEMENT TO WS-RUN-DATE-TRAITEMENT
005180     END-IF.
005190     CLOSE PARM-FICHIER.
005200 1050-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    1100-LIRE-CARTE-ECH - LIT LA CARTE ECHPARM FACULTATIVE.    *
005240*    UNE ZONE A BLANC, NON NUMERIQUE OU NULLE GARDE SA VALEUR   *
005250*    PAR DEFAUT.                                                *
005260*****************************************************************
005270 1100-LIRE-CARTE-ECH.
005280     OPEN INPUT ECH-PARM.
005290     IF WS-ECHP-STATUT NOT = "00"
005300         GO TO 1100-EXIT
005310     END-IF.
005320     READ ECH-PARM
005330         AT END
005340             CLOSE ECH-PARM
005350             GO TO 1100-EXIT
005360     END-READ.
005370     IF ECHPARM-GRAINE IS NUMERIC
005380         AND ECHPARM-GRAINE NOT = "000000000"
005390         MOVE ECHPARM-GRAINE TO WS-GRAINE
005400     END-IF.
005410     IF ECHPARM-SEUIL IS NUMERIC
005420         AND ECHPARM-SEUIL NOT = "000000000"
005430         MOVE ECHPARM-SEUIL TO WS-SEUIL-EXHAUSTIF
005440     END-IF.
005450     IF ECHPARM-BORNE-2 IS NUMERIC
005460         AND ECHPARM-BORNE-2 NOT = "000000000"
005470         MOVE ECHPARM-BORNE-2 TO WS-BORNE-2
005480     END-IF.
005490     IF ECHPARM-BORNE-3 IS NUMERIC
005500         AND ECHPARM-BORNE-3 NOT = "000000000"
005510         MOVE ECHPARM-BORNE-3 TO WS-BORNE-3
005520     END-IF.
005530     IF ECHPARM-BORNE-4 IS NUMERIC
005540         AND ECHPARM-BORNE-4 NOT = "000000000"
005550         MOVE ECHPARM-BORNE-4 TO WS-BORNE-4
005560     END-IF.
005570     IF ECHPARM-TAILLE-1 IS NUMERIC
005580         AND ECHPARM-TAILLE-1 NOT = "000"
005590         MOVE ECHPARM-TAILLE-1 TO WS-TAILLE-1
005600     END-IF.
005610     IF ECHPARM-TAILLE-2 IS NUMERIC
005620         AND ECHPARM-TAILLE-2 NOT = "000"
005630         MOVE ECHPARM-TAILLE-2 TO WS-TAILLE-2
005640     END-IF.
005650     IF ECHPARM-TAILLE-3 IS NUMERIC
005660         AND ECHPARM-TAILLE-3 NOT = "000"
005670         MOVE ECHPARM-TAILLE-3 TO WS-TAILLE-3
005680     END-IF.
005690     IF ECHPARM-TAILLE-4 IS NUMERIC
005700         AND ECHPARM-TAILLE-4 NOT = "000"
005710         MOVE ECHPARM-TAILLE-4 TO WS-TAILLE-4
005720     END-IF.
005730     CLOSE ECH-PARM.
005740 1100-EXIT.
005750     EXIT.
005760*****************************************************************
005770*    1150-PREPARER-STRATES - BORNES ET TAILLES DEMANDEES DES    *
005780*    CINQ STRATES. LA STRATE 5 N'A PAS DE BORNE HAUTE ET N'EST  *
005790*    PAS TIREE : ELLE EST RETENUE EN TOTALITE.                  *
005800*****************************************************************
005810 1150-PREPARER-STRATES.
005820     MOVE ZERO TO WS-TST-BORNE-BASSE(1).
005830     MOVE WS-BORNE-2 TO WS-TST-BORNE-HAUTE(1).
005840     MOVE WS-TAILLE-1 TO WS-TST-DEMANDE(1).
005850     MOVE WS-BORNE-2 TO WS-TST-BORNE-BASSE(2).
005860     MOVE WS-BORNE-3 TO WS-TST-BORNE-HAUTE(2).
005870     MOVE WS-TAILLE-2 TO WS-TST-DEMANDE(2).
005880     MOVE WS-BORNE-3 TO WS-TST-BORNE-BASSE(3).
005890     MOVE WS-BORNE-4 TO WS-TST-BORNE-HAUTE(3).
005900     MOVE WS-TAILLE-3 TO WS-TST-DEMANDE(3).
005910     MOVE WS-BORNE-4 TO WS-TST-BORNE-BASSE(4).
005920     MOVE WS-SEUIL-EXHAUSTIF TO WS-TST-BORNE-HAUTE(4).
005930     MOVE WS-TAILLE-4 TO WS-TST-DEMANDE(4).
005940     MOVE WS-SEUIL-EXHAUSTIF TO WS-TST-BORNE-BASSE(5).
005950     MOVE ZERO TO WS-TST-BORNE-HAUTE(5).
005960     MOVE ZERO TO WS-TST-DEMANDE(5).
005970     MOVE ZERO TO WS-STRATE.
005980     PERFORM 1160-RAZ-STRATE THRU 1160-EXIT
005990         UNTIL WS-STRATE >= 5.
006000 1150-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    1160-RAZ-STRATE - REMET A ZERO LES COMPTEURS D'UNE STRATE. *
006040*****************************************************************
006050 1160-RAZ-STRATE.
006060     ADD 1 TO WS-STRATE.
006070     MOVE ZERO TO WS-TST-POPULATION(WS-STRATE).
006080     MOVE ZERO TO WS-TST-TIRES(WS-STRATE).
006090 1160-EXIT.
006100     EXIT.
006110*****************************************************************
006120*    1200-CHARGER-DEVISES - CHARGE LE FICHIER DES TAUX DEVTAUX  *
006130*    EN MEMOIRE. EN SON ABSENCE LA TABLE RESTE VIDE ET TOUT     *
006140*    CODE DEVISE INCONNU EST CONVERTI AU TAUX 1.                *
006150*****************************************************************
006160 1200-CHARGER-DEVISES.
006170     MOVE ZERO TO WS-NOMBRE-DEVISES.
006180     OPEN INPUT DEV-FICHIER.
006190     IF WS-DEV-STATUT NOT = "00"
006200         GO TO 1200-EXIT
006210     END-IF.
006220     PERFORM 1210-CHARGER-UNE-DEVISE THRU 1210-EXIT
006230         UNTIL FIN-FICHIER-DEV
006240         OR WS-NOMBRE-DEVISES >= WS-LIMITE-DEVISES.
006250     CLOSE DEV-FICHIER.
006260 1200-EXIT.
006270     EXIT.
006280*****************************************************************
006290*    1210-CHARGER-UNE-DEVISE - LIT UN ENREGISTREMENT DEVTAUX    *
006300*    ET LE RANGE DANS LA TABLE DES TAUX.                        *
006310*****************************************************************
006320 1210-CHARGER-UNE-DEVISE.
006330     READ DEV-FICHIER
006340         AT END
006350             SET FIN-FICHIER-DEV TO TRUE
006360             GO TO 1210-EXIT
006370     END-READ.
006380     IF DEV-CODE = SPACES OR DEV-TAUX NOT NUMERIC
006390         GO TO 1210-EXIT
006400     END-IF.
006410     ADD 1 TO WS-NOMBRE-DEVISES.
006420     MOVE DEV-CODE TO WS-DEV-CODE(WS-NOMBRE-DEVISES).
006430     MOVE DEV-TAUX TO WS-DEV-TAUX(WS-NOMBRE-DEVISES).
006440 1210-EXIT.
006450     EXIT.
006460*****************************************************************
006470*    1500-CONTROLER-CAMPAGNE - OUVRE LE FICHIER DES ECHANTILLONS*
006480*    (CREE VIDE A LA PREMIERE UTILISATION) ET REFUSE LE TIRAGE  *
006490*    SI LA CAMPAGNE DU JOUR Y FIGURE DEJA : UN SECOND TIRAGE    *
006500*    REMPLACERAIT UN ECHANTILLON DEJA REMIS AUX AUDITEURS.      *
006510*****************************************************************
006520 1500-CONTROLER-CAMPAGNE.
006530     OPEN I-O ECHANT-FICHIER.
006540     IF WS-ECH-STATUT = "35"
006550         OPEN OUTPUT ECHANT-FICHIER
006560         CLOSE ECHANT-FICHIER
006570         OPEN I-O ECHANT-FICHIER
006580     END-IF.
006590     IF WS-ECH-STATUT NOT = "00"
006600         DISPLAY "MVTECH - OUVERTURE ECHANT IMPOSSIBLE - "
006610             WS-ECH-STATUT
006620         MOVE 12 TO RETURN-CODE
006630         GO TO 1500-EXIT
006640     END-IF.
006650     SET WS-ECHANTILLON-OUVERT TO TRUE.
006660     MOVE LOW-VALUES TO ECH-CLE.
006670     MOVE WS-RUN-DATE-TRAITEMENT TO ECH-CAMPAGNE.
006680     START ECHANT-FICHIER KEY IS NOT LESS THAN ECH-CLE
006690         INVALID KEY
006700             GO TO 1500-EXIT
006710     END-START.
006720     READ ECHANT-FICHIER NEXT RECORD
006730         AT END
006740             GO TO 1500-EXIT
006750     END-READ.
006760     IF ECH-CAMPAGNE = WS-RUN-DATE-TRAITEMENT
006770         MOVE "CAMPAGNE DEJA TIREE A CETTE DATE DE TRAITEMENT"
006780             TO WS-MESSAGE-REFUS
006790         PERFORM 8900-REFUSER THRU 8900-EXIT
006800     END-IF.
006810 1500-EXIT.
006820     EXIT.
006830*****************************************************************
006840*    2000-CHARGER-POPULATION - CHARGE LES MAITRES VIVANTS ECP   *
006850*    PUIS ATBB (CHACUN DANS L'ORDRE DE SA CLE) ET, S'IL Y A UNE *
006860*    PERIODE, LES MOUVEMENTS DU JOURNAL ABSENTS DES MAITRES. UN *
006870*    FICHIER ABSENT EST TRAITE COMME VIDE; UNE TABLE SATUREE    *
006880*    FAIT REFUSER LE TIRAGE (LA POPULATION SERAIT INCOMPLETE).  *
006890*****************************************************************
006900 2000-CHARGER-POPULATION.
006910     PERFORM 2100-CHARGER-ECP THRU 2100-EXIT.
006920     MOVE WS-NOMBRE-MVTS TO WS-FIN-ECP.
006930     IF RETURN-CODE = ZERO
006940         PERFORM 2200-CHARGER-ATBB THRU 2200-EXIT
006950     END-IF.
006960     MOVE WS-NOMBRE-MVTS TO WS-FIN-MAITRES.
006970     IF RETURN-CODE = ZERO AND WS-AVEC-JOURNAL
006980         PERFORM 2700-PARCOURIR-JOURNAL THRU 2700-EXIT
006990     END-IF.
007000     IF RETURN-CODE = ZERO AND WS-TABLE-SATUREE
007010         MOVE "TABLE DES MOUVEMENTS SATUREE - POPULATION TRONQUEE"
007020             TO WS-MESSAGE-REFUS
007030         PERFORM 8900-REFUSER THRU 8900-EXIT
007040     END-IF.
007050 2000-EXIT.
007060     EXIT.
007070*****************************************************************
007080*    2100-CHARGER-ECP - PARCOURT LE MAITRE ECP VIVANT.          *
007090*****************************************************************
007100 2100-CHARGER-ECP.
007110     OPEN INPUT ECP-FICHIER.
007120     IF WS-ECP-STATUT = "35"
007130         DISPLAY "MVTECH - ECPIN ABSENT - TRAITE COMME VIDE"
007140         GO TO 2100-EXIT
007150     END-IF.
007160     IF WS-ECP-STATUT NOT = "00"
007170         DISPLAY "MVTECH - OUVERTURE ECPIN IMPOSSIBLE - "
007180             WS-ECP-STATUT
007190         MOVE 12 TO RETURN-CODE
007200         GO TO 2100-EXIT
007210     END-IF.
007220     MOVE "N" TO WS-FIN-MAITRE-SW.
007230     PERFORM 2110-LIRE-ECP THRU 2110-EXIT
007240         UNTIL FIN-FICHIER-MAITRE.
007250     CLOSE ECP-FICHIER.
007260 2100-EXIT.
007270     EXIT.
007280*****************************************************************
007290*    2110-LIRE-ECP - LIT UN MOUVEMENT ECP ET LE RANGE.          *
007300*****************************************************************
007310 2110-LIRE-ECP.
007320     READ ECP-FICHIER NEXT RECORD
007330         AT END
007340             SET FIN-FICHIER-MAITRE TO TRUE
007350             GO TO 2110-EXIT
007360     END-READ.
007370     ADD 1 TO WS-COMPTEUR-LUS.
007380     MOVE "ECP " TO WS-MVT-FICHIER.
007390     MOVE ECP-NUMERO TO WS-MVT-NUMERO.
007400     MOVE "M" TO WS-MVT-ORIGINE.
007410     MOVE ECP-LIBELLE TO WS-MVT-LIBELLE.
007420     MOVE ECP-DATE-MVT TO WS-MVT-DATE.
007430     MOVE ECP-MONTANT TO WS-MVT-MONTANT.
007440     MOVE ECP-CODE-DEVISE TO WS-MVT-DEVISE.
007450     MOVE ECP-CODE-STATUT TO WS-MVT-STATUT.
007460     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
007470 2110-EXIT.
007480     EXIT.
007490*****************************************************************
007500*    2200-CHARGER-ATBB - PARCOURT LE MAITRE ATBB VIVANT.        *
007510*****************************************************************
007520 2200-CHARGER-ATBB.
007530     OPEN INPUT ATBB-FICHIER.
007540     IF WS-ATBB-STATUT = "35"
007550         DISPLAY "MVTECH - ATBBIN ABSENT - TRAITE COMME VIDE"
007560         GO TO 2200-EXIT
007570     END-IF.
007580     IF WS-ATBB-STATUT NOT = "00"
007590         DISPLAY "MVTECH - OUVERTURE ATBBIN IMPOSSIBLE - "
007600             WS-ATBB-STATUT
007610         MOVE 12 TO RETURN-CODE
007620         GO TO 2200-EXIT
007630     END-IF.
007640     MOVE "N" TO WS-FIN-MAITRE-SW.
007650     PERFORM 2210-LIRE-ATBB THRU 2210-EXIT
007660         UNTIL FIN-FICHIER-MAITRE.
007670     CLOSE ATBB-FICHIER.
007680 2200-EXIT.
007690     EXIT.
007700*****************************************************************
007710*    2210-LIRE-ATBB - LIT UN MOUVEMENT ATBB ET LE RANGE.        *
007720*****************************************************************
007730 2210-LIRE-ATBB.
007740     READ ATBB-FICHIER NEXT RECORD
007750         AT END
007760             SET FIN-FICHIER-MAITRE TO TRUE
007770             GO TO 2210-EXIT
007780     END-READ.
007790     ADD 1 TO WS-COMPTEUR-LUS.
007800     MOVE "ATBB" TO WS-MVT-FICHIER.
007810     MOVE ATBB-NUMERO TO WS-MVT-NUMERO.
007820     MOVE "M" TO WS-MVT-ORIGINE.
007830     MOVE ATBB-LIBELLE TO WS-MVT-LIBELLE.
007840     MOVE ATBB-DATE-MVT TO WS-MVT-DATE.
007850     MOVE ATBB-MONTANT TO WS-MVT-MONTANT.
007860     MOVE ATBB-CODE-DEVISE TO WS-MVT-DEVISE.
007870     MOVE ATBB-CODE-STATUT TO WS-MVT-STATUT.
007880     PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT.
007890 2210-EXIT.
007900     EXIT.
007910*****************************************************************
007920*    2500-RANGER-MOUVEMENT - CONVERTIT LE MOUVEMENT COURANT ET  *
007930*    L'AJOUTE A LA TABLE DES MOUVEMENTS.                        *
007940*****************************************************************
007950 2500-RANGER-MOUVEMENT.
007960     IF WS-NOMBRE-MVTS >= WS-LIMITE-MVTS
007970         SET WS-TABLE-SATUREE TO TRUE
007980         GO TO 2500-EXIT
007990     END-IF.
008000     ADD 1 TO WS-NOMBRE-MVTS.
008010     MOVE WS-NOMBRE-MVTS TO WS-INDICE.
008020     MOVE "N" TO WS-TMV-RETENU(WS-INDICE).
008030     PERFORM 2510-COPIER-MOUVEMENT THRU 2510-EXIT.
008040 2500-EXIT.
008050     EXIT.
008060*****************************************************************
008070*    2510-COPIER-MOUVEMENT - COPIE LE MOUVEMENT COURANT, AVEC   *
008080*    SON MONTANT CONVERTI, DANS L'ENTREE WS-INDICE DE LA TABLE. *
008090*****************************************************************
008100 2510-COPIER-MOUVEMENT.
008110     PERFORM 8000-CONVERTIR THRU 8000-EXIT.
008120     MOVE WS-MVT-FICHIER TO WS-TMV-FICHIER(WS-INDICE).
008130     MOVE WS-MVT-NUMERO TO WS-TMV-NUMERO(WS-INDICE).
008140     MOVE WS-MVT-ORIGINE TO WS-TMV-ORIGINE(WS-INDICE).
008150     MOVE WS-MVT-LIBELLE TO WS-TMV-LIBELLE(WS-INDICE).
008160     MOVE WS-MVT-DATE TO WS-TMV-DATE(WS-INDICE).
008170     MOVE WS-MVT-MONTANT TO WS-TMV-MONTANT(WS-INDICE).
008180     MOVE WS-MVT-DEVISE TO WS-TMV-DEVISE(WS-INDICE).
008190     MOVE WS-MVT-STATUT TO WS-TMV-STATUT(WS-INDICE).
008200     MOVE WS-MVT-CONVERTI TO WS-TMV-CONVERTI(WS-INDICE).
008210 2510-EXIT.
008220     EXIT.
008230*****************************************************************
008240*    2700-PARCOURIR-JOURNAL - PARCOURT LE JOURNAL MVTJRN POUR   *
008250*    LES MOUVEMENTS MIS A JOUR DANS LA PERIODE. UN JOURNAL      *
008260*    ABSENT EST TRAITE COMME VIDE.                              *
008270*****************************************************************
008280 2700-PARCOURIR-JOURNAL.
008290     OPEN INPUT JOURNAL-FICHIER.
008300     IF WS-JRN-STATUT = "35"
008310         DISPLAY "MVTECH - MVTJRN ABSENT - TRAITE COMME VIDE"
008320         GO TO 2700-EXIT
008330     END-IF.
008340     IF WS-JRN-STATUT NOT = "00"
008350         DISPLAY "MVTECH - OUVERTURE MVTJRN IMPOSSIBLE - "
008360             WS-JRN-STATUT
008370         MOVE 12 TO RETURN-CODE
008380         GO TO 2700-EXIT
008390     END-IF.
008400     MOVE "N" TO WS-FIN-JRN-SW.
008410     PERFORM 2710-LIRE-JOURNAL-PERIODE THRU 2710-EXIT
008420         UNTIL FIN-FICHIER-JRN.
008430     CLOSE JOURNAL-FICHIER.
008440 2700-EXIT.
008450     EXIT.
008460*****************************************************************
008470*    2710-LIRE-JOURNAL-PERIODE - LIT UNE ENTREE DU JOURNAL. UNE *
008480*    MISE A JOUR DU MAITRE (A, M, C, O OU E) DATEE DANS LA      *
008490*    PERIODE SUR UN MOUVEMENT ABSENT DES MAITRES VIVANTS LE FAIT*
008500*    ENTRER DANS LA POPULATION, AVEC L'IMAGE APRES DE SA        *
008510*    DERNIERE MISE A JOUR DE LA PERIODE. LES CORRECTIONS DE     *
008520*    REJETS (R, V) NE TOUCHENT PAS LES MAITRES ET SONT IGNOREES.*
008530*****************************************************************
008540 2710-LIRE-JOURNAL-PERIODE.
008550     READ JOURNAL-FICHIER
008560         AT END
008570             SET FIN-FICHIER-JRN TO TRUE
008580             GO TO 2710-EXIT
008590     END-READ.
008600     ADD 1 TO WS-COMPTEUR-JOURNAL.
008610     IF JRN-DATE < WS-SEL-DATE-DEBUT
008620         OR JRN-DATE > WS-SEL-DATE-FIN
008630         GO TO 2710-EXIT
008640     END-IF.
008650     IF JRN-CORRECTION OR JRN-ANNULATION
008660         GO TO 2710-EXIT
008670     END-IF.
008680     IF NOT JRN-CIBLE-ECP AND NOT JRN-CIBLE-ATBB
008690         GO TO 2710-EXIT
008700     END-IF.
008710     MOVE JRN-FICHIER TO WS-CLE-FICHIER.
008720     MOVE JRN-NUMERO TO WS-CLE-NUMERO.
008730     PERFORM 8100-CHERCHER-MOUVEMENT THRU 8100-EXIT.
008740     IF WS-INDICE-TROUVE NOT = ZERO
008750         AND WS-INDICE-TROUVE NOT > WS-FIN-MAITRES
008760         GO TO 2710-EXIT
008770     END-IF.
008780     MOVE JRN-FICHIER TO WS-MVT-FICHIER.
008790     MOVE JRN-NUMERO TO WS-MVT-NUMERO.
008800     MOVE "J" TO WS-MVT-ORIGINE.
008810     MOVE JRN-AP-LIBELLE TO WS-MVT-LIBELLE.
008820     MOVE JRN-AP-DATE-MVT TO WS-MVT-DATE.
008830     MOVE JRN-AP-MONTANT TO WS-MVT-MONTANT.
008840     MOVE JRN-AP-DEVISE TO WS-MVT-DEVISE.
008850     MOVE JRN-AP-STATUT TO WS-MVT-STATUT.
008860     IF WS-INDICE-TROUVE = ZERO
008870         ADD 1 TO WS-COMPTEUR-AJOUTS
008880         PERFORM 2500-RANGER-MOUVEMENT THRU 2500-EXIT
008890     ELSE
008900         MOVE WS-INDICE-TROUVE TO WS-INDICE
008910         PERFORM 2510-COPIER-MOUVEMENT THRU 2510-EXIT
008920     END-IF.
008930 2710-EXIT.
008940     EXIT.
008950*****************************************************************
008960*    3000-STRATIFIER - AMORCE LE GENERATEUR AVEC LA GRAINE PUIS *
008970*    DONNE A CHAQUE MOUVEMENT, DANS L'ORDRE DE LA TABLE, SA     *
008980*    VALEUR ALEATOIRE ET SA STRATE.                             *
008990*****************************************************************
009000 3000-STRATIFIER.
009010     MOVE WS-GRAINE TO WS-ALEA.
009020     IF WS-ALEA = ZERO
009030         MOVE 1 TO WS-ALEA
009040     END-IF.
009050     MOVE ZERO TO WS-INDICE.
009060     PERFORM 3100-STRATIFIER-UN THRU 3100-EXIT
009070         UNTIL WS-INDICE >= WS-NOMBRE-MVTS.
009080 3000-EXIT.
009090     EXIT.
009100*****************************************************************
009110*    3100-STRATIFIER-UN - VALEUR ALEATOIRE ET STRATE DU         *
009120*    MOUVEMENT SUIVANT, D'APRES SON MONTANT CONVERTI ABSOLU.    *
009130*****************************************************************
009140 3100-STRATIFIER-UN.
009150     ADD 1 TO WS-INDICE.
009160     PERFORM 8400-ALEA-SUIVANT THRU 8400-EXIT.
009170     MOVE WS-ALEA TO WS-TMV-ALEA(WS-INDICE).
009180     IF WS-TMV-CONVERTI(WS-INDICE) < ZERO
009190         COMPUTE WS-MONTANT-ABSOLU =
009200             ZERO - WS-TMV-CONVERTI(WS-INDICE)
009210     ELSE
009220         MOVE WS-TMV-CONVERTI(WS-INDICE) TO WS-MONTANT-ABSOLU
009230     END-IF.
009240     EVALUATE TRUE
009250         WHEN WS-MONTANT-ABSOLU < WS-BORNE-2
009260             MOVE 1 TO WS-STRATE
009270         WHEN WS-MONTANT-ABSOLU < WS-BORNE-3
009280             MOVE 2 TO WS-STRATE
009290         WHEN WS-MONTANT-ABSOLU < WS-BORNE-4
009300             MOVE 3 TO WS-STRATE
009310         WHEN WS-MONTANT-ABSOLU < WS-SEUIL-EXHAUSTIF
009320             MOVE 4 TO WS-STRATE
009330         WHEN OTHER
009340             MOVE 5 TO WS-STRATE
009350     END-EVALUATE.
009360     MOVE WS-STRATE TO WS-TMV-STRATE(WS-INDICE).
009370     ADD 1 TO WS-TST-POPULATION(WS-STRATE).
009380 3100-EXIT.
009390     EXIT.
009400*****************************************************************
009410*    4000-TIRER - TIRE LES STRATES 1 A 4 PUIS RETIENT TOUTE LA  *
009420*    STRATE 5. UNE TABLE D'ECHANTILLON SATUREE FAIT REFUSER LE  *
009430*    TIRAGE.                                                    *
009440*****************************************************************
009450 4000-TIRER.
009460     MOVE ZERO TO WS-STRATE.
009470     PERFORM 4100-TIRER-STRATE THRU 4100-EXIT
009480         UNTIL WS-STRATE >= 4 OR WS-TABLE-SATUREE.
009490     MOVE 5 TO WS-STRATE.
009500     MOVE ZERO TO WS-INDICE.
009510     PERFORM 4200-RETENIR-EXHAUSTIF THRU 4200-EXIT
009520         UNTIL WS-INDICE >= WS-NOMBRE-MVTS OR WS-TABLE-SATUREE.
009530     IF WS-TABLE-SATUREE
009540         MOVE "ECHANTILLON TROP GRAND - REVOIR ECHPARM"
009550             TO WS-MESSAGE-REFUS
009560         PERFORM 8900-REFUSER THRU 8900-EXIT
009570     END-IF.
009580 4000-EXIT.
009590     EXIT.
009600*****************************************************************
009610*    4100-TIRER-STRATE - TIRE DANS LA STRATE SUIVANTE AUTANT DE *
009620*    MOUVEMENTS QUE DEMANDE, OU TOUTE LA STRATE SI ELLE EST     *
009630*    PLUS PETITE.                                               *
009640*****************************************************************
009650 4100-TIRER-STRATE.
009660     ADD 1 TO WS-STRATE.
009670     SET WS-CANDIDAT-RESTANT TO TRUE.
009680     PERFORM 4110-TIRER-UN THRU 4110-EXIT
009690         UNTIL WS-TST-TIRES(WS-STRATE)
009700               >= WS-TST-DEMANDE(WS-STRATE)
009710         OR NOT WS-CANDIDAT-RESTANT
009720         OR WS-TABLE-SATUREE.
009730 4100-EXIT.
009740     EXIT.
009750*****************************************************************
009760*    4110-TIRER-UN - RETIENT LE MOUVEMENT NON ENCORE RETENU DE  *
009770*    LA STRATE QUI A LA PLUS PETITE VALEUR ALEATOIRE (A EGALITE,*
009780*    LE PREMIER DE LA TABLE).                                   *
009790*****************************************************************
009800 4110-TIRER-UN.
009810     MOVE ZERO TO WS-INDICE-MIN.
009820     MOVE 9999999999 TO WS-ALEA-MIN.
009830     MOVE ZERO TO WS-INDICE.
009840     PERFORM 4120-COMPARER-UN THRU 4120-EXIT
009850         UNTIL WS-INDICE >= WS-NOMBRE-MVTS.
009860     IF WS-INDICE-MIN = ZERO
009870         MOVE "N" TO WS-CANDIDAT-SW
009880         GO TO 4110-EXIT
009890     END-IF.
009900     MOVE WS-INDICE-MIN TO WS-INDICE-TROUVE.
009910     PERFORM 8200-AJOUTER-ECHANTILLON THRU 8200-EXIT.
009920 4110-EXIT.
009930     EXIT.
009940*****************************************************************
009950*    4120-COMPARER-UN - RETIENT LE MOUVEMENT SUIVANT S'IL EST UN*
009960*    CANDIDAT DE LA STRATE DE PLUS PETITE VALEUR ALEATOIRE.     *
009970*****************************************************************
009980 4120-COMPARER-UN.
009990     ADD 1 TO WS-INDICE.
010000     IF WS-TMV-STRATE(WS-INDICE) = WS-STRATE
010010         AND WS-TMV-RETENU(WS-INDICE) = "N"
010020         AND WS-TMV-ALEA(WS-INDICE) < WS-ALEA-MIN
010030         MOVE WS-INDICE TO WS-INDICE-MIN
010040         MOVE WS-TMV-ALEA(WS-INDICE) TO WS-ALEA-MIN
010050     END-IF.
010060 4120-EXIT.
010070     EXIT.
010080*****************************************************************
010090*    4200-RETENIR-EXHAUSTIF - RETIENT LE MOUVEMENT SUIVANT S'IL *
010100*    EST DANS LA STRATE 5.                                      *
010110*****************************************************************
010120 4200-RETENIR-EXHAUSTIF.
010130     ADD 1 TO WS-INDICE.
010140     IF WS-TMV-STRATE(WS-INDICE) = 5
010150         MOVE WS-INDICE TO WS-INDICE-TROUVE
010160         PERFORM 8200-AJOUTER-ECHANTILLON THRU 8200-EXIT
010170     END-IF.
010180 4200-EXIT.
010190     EXIT.
010200*****************************************************************
010210*    5000-CHARGER-HISTORIQUE - CLASSE L'ECHANTILLON PAR FICHIER *
010220*    ET NUMERO PUIS PARCOURT TOUT LE JOURNAL MVTJRN ET RATTACHE *
010230*    CHAQUE EVENEMENT A SON MOUVEMENT, DANS L'ORDRE DU JOURNAL. *
010240*    UN JOURNAL ABSENT LAISSE LES HISTORIQUES VIDES.            *
010250*****************************************************************
010260 5000-CHARGER-HISTORIQUE.
010270     PERFORM 5100-CLASSER-ECHANTILLON THRU 5100-EXIT.
010280     OPEN INPUT JOURNAL-FICHIER.
010290     IF WS-JRN-STATUT = "35"
010300         DISPLAY "MVTECH - MVTJRN ABSENT - HISTORIQUES VIDES"
010310         GO TO 5000-EXIT
010320     END-IF.
010330     IF WS-JRN-STATUT NOT = "00"
010340         DISPLAY "MVTECH - OUVERTURE MVTJRN IMPOSSIBLE - "
010350             WS-JRN-STATUT
010360         MOVE 12 TO RETURN-CODE
010370         GO TO 5000-EXIT
010380     END-IF.
010390     MOVE "N" TO WS-FIN-JRN-SW.
010400     PERFORM 5200-RATTACHER-EVENEMENT THRU 5200-EXIT
010410         UNTIL FIN-FICHIER-JRN.
010420     CLOSE JOURNAL-FICHIER.
010430 5000-EXIT.
010440     EXIT.
010450*****************************************************************
010460*    5100-CLASSER-ECHANTILLON - TRI PAR SELECTION DE LA TABLE   *
010470*    WS-TRI-ECH SUR LA CLE FICHIER / NUMERO DE L'ECHANTILLON,   *
010480*    POUR LA RECHERCHE DICHOTOMIQUE DES EVENEMENTS.             *
010490*****************************************************************
010500 5100-CLASSER-ECHANTILLON.
010510     MOVE ZERO TO WS-RANG.
010520     PERFORM 5110-INITIALISER-RANG THRU 5110-EXIT
010530         UNTIL WS-RANG >= WS-NOMBRE-ECH.
010540     MOVE ZERO TO WS-RANG.
010550     PERFORM 5120-PLACER-UN THRU 5120-EXIT
010560         UNTIL WS-RANG >= WS-NOMBRE-ECH.
010570 5100-EXIT.
010580     EXIT.
010590*****************************************************************
010600*    5110-INITIALISER-RANG - ORDRE INITIAL = ORDRE DU TIRAGE.   *
010610*****************************************************************
010620 5110-INITIALISER-RANG.
010630     ADD 1 TO WS-RANG.
010640     MOVE WS-RANG TO WS-TRI-ECH(WS-RANG).
010650 5110-EXIT.
010660     EXIT.
010670*****************************************************************
010680*    5120-PLACER-UN - AMENE AU RANG COURANT LA PLUS PETITE CLE  *
010690*    RESTANT A CLASSER.                                         *
010700*****************************************************************
010710 5120-PLACER-UN.
010720     ADD 1 TO WS-RANG.
010730     MOVE WS-RANG TO WS-RANG-MIN.
010740     MOVE WS-RANG TO WS-RANG-SUIVANT.
010750     PERFORM 5130-COMPARER-UN THRU 5130-EXIT
010760         UNTIL WS-RANG-SUIVANT >= WS-NOMBRE-ECH.
010770     IF WS-RANG-MIN NOT = WS-RANG
010780         MOVE WS-TRI-ECH(WS-RANG) TO WS-ECHANGE
010790         MOVE WS-TRI-ECH(WS-RANG-MIN) TO WS-TRI-ECH(WS-RANG)
010800         MOVE WS-ECHANGE TO WS-TRI-ECH(WS-RANG-MIN)
010810     END-IF.
010820 5120-EXIT.
010830     EXIT.
010840*****************************************************************
010850*    5130-COMPARER-UN - RETIENT L'ELEMENT SUIVANT SI SA CLE EST *
010860*    PLUS PETITE QUE LA PLUS PETITE RETENUE JUSQU'ICI.          *
010870*****************************************************************
010880 5130-COMPARER-UN.
010890     ADD 1 TO WS-RANG-SUIVANT.
010900     MOVE WS-TRI-ECH(WS-RANG-SUIVANT) TO WS-INDICE.
010910     MOVE WS-TRI-ECH(WS-RANG-MIN) TO WS-INDICE-MIN.
010920     IF WS-TEC-CLE(WS-INDICE) < WS-TEC-CLE(WS-INDICE-MIN)
010930         MOVE WS-RANG-SUIVANT TO WS-RANG-MIN
010940     END-IF.
010950 5130-EXIT.
010960     EXIT.
010970*****************************************************************
010980*    5200-RATTACHER-EVENEMENT - LIT UNE ENTREE DU JOURNAL ET,   *
010990*    SI ELLE PORTE SUR UN MOUVEMENT DE L'ECHANTILLON, L'AJOUTE  *
011000*    EN FIN DE SA CHAINE D'EVENEMENTS.                          *
011010*****************************************************************
011020 5200-RATTACHER-EVENEMENT.
011030     READ JOURNAL-FICHIER
011040         AT END
011050             SET FIN-FICHIER-JRN TO TRUE
011060             GO TO 5200-EXIT
011070     END-READ.
011080     MOVE JRN-FICHIER TO WS-CLE-FICHIER.
011090     MOVE JRN-NUMERO TO WS-CLE-NUMERO.
011100     PERFORM 8300-CHERCHER-ECHANTILLON THRU 8300-EXIT.
011110     IF WS-INDICE-ECH = ZERO
011120         GO TO 5200-EXIT
011130     END-IF.
011140     IF WS-NOMBRE-HIST >= WS-LIMITE-HIST
011150         SET WS-HISTORIQUE-SATURE TO TRUE
011160         GO TO 5200-EXIT
011170     END-IF.
011180     ADD 1 TO WS-NOMBRE-HIST.
011190     MOVE WS-NOMBRE-HIST TO WS-INDICE-HIST.
011200     MOVE ZERO TO WS-THI-SUIVANT(WS-INDICE-HIST).
011210     MOVE JRN-DATE TO WS-THI-DATE(WS-INDICE-HIST).
011220     MOVE JRN-HEURE TO WS-THI-HEURE(WS-INDICE-HIST).
011230     MOVE JRN-OPERATEUR TO WS-THI-OPERATEUR(WS-INDICE-HIST).
011240     MOVE JRN-ACTION TO WS-THI-ACTION(WS-INDICE-HIST).
011250     MOVE JRN-AV-LIBELLE TO WS-THI-AV-LIBELLE(WS-INDICE-HIST).
011260     MOVE JRN-AV-DATE-MVT TO WS-THI-AV-DATE(WS-INDICE-HIST).
011270     MOVE JRN-AV-MONTANT TO WS-THI-AV-MONTANT(WS-INDICE-HIST).
011280     MOVE JRN-AV-STATUT TO WS-THI-AV-STATUT(WS-INDICE-HIST).
011290     MOVE JRN-AV-DEVISE TO WS-THI-AV-DEVISE(WS-INDICE-HIST).
011300     MOVE JRN-AP-LIBELLE TO WS-THI-AP-LIBELLE(WS-INDICE-HIST).
011310     MOVE JRN-AP-DATE-MVT TO WS-THI-AP-DATE(WS-INDICE-HIST).
011320     MOVE JRN-AP-MONTANT TO WS-THI-AP-MONTANT(WS-INDICE-HIST).
011330     MOVE JRN-AP-STATUT TO WS-THI-AP-STATUT(WS-INDICE-HIST).
011340     MOVE JRN-AP-DEVISE TO WS-THI-AP-DEVISE(WS-INDICE-HIST).
011350     IF WS-TEC-PREMIER(WS-INDICE-ECH) = ZERO
011360         MOVE WS-INDICE-HIST TO WS-TEC-PREMIER(WS-INDICE-ECH)
011370     ELSE
011380         MOVE WS-TEC-DERNIER(WS-INDICE-ECH) TO WS-INDICE
011390         MOVE WS-INDICE-HIST TO WS-THI-SUIVANT(WS-INDICE)
011400     END-IF.
011410     MOVE WS-INDICE-HIST TO WS-TEC-DERNIER(WS-INDICE-ECH).
011420 5200-EXIT.
011430     EXIT.
011440*****************************************************************
011450*    6000-ECRIRE-ECHANTILLON - EDITE LE TABLEAU DES STRATES     *
011460*    PUIS, DANS L'ORDRE DU TIRAGE, ECRIT CHAQUE MOUVEMENT DE    *
011470*    L'ECHANTILLON DANS ECHANT ET L'EDITE SUR LA FEUILLE DE     *
011480*    TRAVAIL AVEC SA VIE AU JOURNAL.                            *
011490*****************************************************************
011500 6000-ECRIRE-ECHANTILLON.
011510     MOVE SPACES TO ECH-LIGNE-IMP.
011520     WRITE ECH-LIGNE-IMP.
011530     MOVE "1. STRATES" TO WS-TI-TITRE.
011540     MOVE WS-LIGNE-TITRE TO ECH-LIGNE-IMP.
011550     WRITE ECH-LIGNE-IMP.
011560     MOVE WS-LIGNE-ENTETE-STRATE TO ECH-LIGNE-IMP.
011570     WRITE ECH-LIGNE-IMP.
011580     MOVE ZERO TO WS-STRATE.
011590     PERFORM 6050-EDITER-STRATE THRU 6050-EXIT
011600         UNTIL WS-STRATE >= 5.
011610     MOVE SPACES TO ECH-LIGNE-IMP.
011620     WRITE ECH-LIGNE-IMP.
011630     MOVE "2. MOUVEMENTS TIRES ET LEUR VIE AU JOURNAL"
011640         TO WS-TI-TITRE.
011650     MOVE WS-LIGNE-TITRE TO ECH-LIGNE-IMP.
011660     WRITE ECH-LIGNE-IMP.
011670     MOVE SPACES TO ECH-LIGNE-IMP.
011680     WRITE ECH-LIGNE-IMP.
011690     MOVE ZERO TO WS-INDICE-ECH.
011700     PERFORM 6100-ECRIRE-UN THRU 6100-EXIT
011710         UNTIL WS-INDICE-ECH >= WS-NOMBRE-ECH
011720         OR RETURN-CODE NOT = ZERO.
011730 6000-EXIT.
011740     EXIT.
011750*****************************************************************
011760*    6050-EDITER-STRATE - UNE LIGNE DU TABLEAU DES STRATES.     *
011770*****************************************************************
011780 6050-EDITER-STRATE.
011790     ADD 1 TO WS-STRATE.
011800     MOVE WS-STRATE TO WS-S-STRATE.
011810     MOVE WS-TST-BORNE-BASSE(WS-STRATE) TO WS-S-BORNE-BASSE.
011820     MOVE WS-TST-POPULATION(WS-STRATE) TO WS-S-POPULATION.
011830     MOVE WS-TST-TIRES(WS-STRATE) TO WS-S-TIRES.
011840     IF WS-STRATE = 5
011850         MOVE "EXHAUSTIF" TO WS-S-MODE
011860         MOVE "    ET PLUS" TO WS-S-BORNE-HAUTE-X
011870         MOVE "   TOUS" TO WS-S-DEMANDE-X
011880     ELSE
011890         MOVE "ALEATOIRE" TO WS-S-MODE
011900         MOVE WS-TST-BORNE-HAUTE(WS-STRATE) TO WS-S-BORNE-HAUTE
011910         MOVE WS-TST-DEMANDE(WS-STRATE) TO WS-S-DEMANDE
011920     END-IF.
011930     MOVE WS-LIGNE-STRATE TO ECH-LIGNE-IMP.
011940     WRITE ECH-LIGNE-IMP.
011950 6050-EXIT.
011960     EXIT.
011970*****************************************************************
011980*    6100-ECRIRE-UN - ECRIT DANS ECHANT LE MOUVEMENT SUIVANT DE *
011990*    L'ECHANTILLON, NON ENCORE TESTE, ET L'EDITE AVEC SA VIE AU *
012000*    JOURNAL ET LA LIGNE A REMPLIR PAR L'AUDITEUR.              *
012010*****************************************************************
012020 6100-ECRIRE-UN.
012030     ADD 1 TO WS-INDICE-ECH.
012040     MOVE WS-TEC-MOUVEMENT(WS-INDICE-ECH) TO WS-INDICE.
012050     MOVE WS-TMV-STRATE(WS-INDICE) TO WS-STRATE.
012060     MOVE SPACES TO ECH-RECORD.
012070     MOVE WS-RUN-DATE-TRAITEMENT TO ECH-CAMPAGNE.
012080     MOVE WS-TMV-FICHIER(WS-INDICE) TO ECH-FICHIER.
012090     MOVE WS-TMV-NUMERO(WS-INDICE) TO ECH-NUMERO.
012100     MOVE WS-INDICE-ECH TO ECH-RANG.
012110     MOVE WS-STRATE TO ECH-STRATE.
012120     IF WS-STRATE = 5
012130         SET ECH-TIRAGE-EXHAUSTIF TO TRUE
012140     ELSE
012150         SET ECH-TIRAGE-ALEATOIRE TO TRUE
012160     END-IF.
012170     MOVE WS-TMV-ORIGINE(WS-INDICE) TO ECH-ORIGINE.
012180     MOVE WS-TST-BORNE-BASSE(WS-STRATE) TO ECH-BORNE-BASSE.
012190     MOVE WS-TST-BORNE-HAUTE(WS-STRATE) TO ECH-BORNE-HAUTE.
012200     MOVE WS-TST-POPULATION(WS-STRATE) TO ECH-POPULATION.
012210     MOVE WS-TST-TIRES(WS-STRATE) TO ECH-TAILLE.
012220     MOVE WS-GRAINE TO ECH-GRAINE.
012230     MOVE WS-TMV-ALEA(WS-INDICE) TO ECH-ALEA.
012240     MOVE WS-TMV-LIBELLE(WS-INDICE) TO ECH-LIBELLE.
012250     MOVE WS-TMV-DATE(WS-INDICE) TO ECH-DATE-MVT.
012260     MOVE WS-TMV-MONTANT(WS-INDICE) TO ECH-MONTANT.
012270     MOVE WS-TMV-DEVISE(WS-INDICE) TO ECH-DEVISE.
012280     MOVE WS-TMV-STATUT(WS-INDICE) TO ECH-STATUT.
012290     MOVE WS-TMV-CONVERTI(WS-INDICE) TO ECH-CONVERTI.
012300     SET ECH-NON-TESTE TO TRUE.
012310     MOVE ZERO TO ECH-DATE-TEST.
012320     MOVE ZERO TO ECH-HEURE-TEST.
012330     WRITE ECH-RECORD
012340         INVALID KEY
012350             DISPLAY "MVTECH - ECRITURE ECHANT EN ECHEC - "
012360                 WS-ECH-STATUT " - " ECH-FICHIER ECH-NUMERO
012370             MOVE 12 TO RETURN-CODE
012380             GO TO 6100-EXIT
012390     END-WRITE.
012400     ADD 1 TO WS-COMPTEUR-ECRITS.
012410     MOVE WS-INDICE-ECH TO WS-M-RANG.
012420     MOVE WS-STRATE TO WS-M-STRATE.
012430     IF ECH-TIRAGE-EXHAUSTIF
012440         MOVE "EXHAUSTIF" TO WS-M-MODE
012450     ELSE
012460         MOVE "ALEATOIRE" TO WS-M-MODE
012470     END-IF.
012480     MOVE ECH-FICHIER TO WS-M-FICHIER.
012490     MOVE ECH-NUMERO TO WS-M-NUMERO.
012500     IF ECH-ORIGINE-JOURNAL
012510         MOVE "JOURNAL" TO WS-M-ORIGINE
012520     ELSE
012530         MOVE "MAITRE" TO WS-M-ORIGINE
012540     END-IF.
012550     MOVE ECH-ALEA TO WS-M-ALEA.
012560     MOVE WS-LIGNE-ITEM TO ECH-LIGNE-IMP.
012570     WRITE ECH-LIGNE-IMP.
012580     MOVE ECH-LIBELLE TO WS-X-LIBELLE.
012590     MOVE ECH-DATE-MVT TO WS-X-DATE.
012600     MOVE ECH-MONTANT TO WS-X-MONTANT.
012610     MOVE ECH-STATUT TO WS-X-STATUT.
012620     MOVE ECH-DEVISE TO WS-X-DEVISE.
012630     MOVE ECH-CONVERTI TO WS-X-CONVERTI.
012640     MOVE WS-LIGNE-ETAT TO ECH-LIGNE-IMP.
012650     WRITE ECH-LIGNE-IMP.
012660     MOVE WS-TEC-PREMIER(WS-INDICE-ECH) TO WS-INDICE-HIST.
012670     IF WS-INDICE-HIST = ZERO
012680         MOVE WS-LIGNE-AUCUN-EVENEMENT TO ECH-LIGNE-IMP
012690         WRITE ECH-LIGNE-IMP
012700     END-IF.
012710     PERFORM 6200-EDITER-EVENEMENT THRU 6200-EXIT
012720         UNTIL WS-INDICE-HIST = ZERO.
012730     MOVE WS-LIGNE-A-REMPLIR TO ECH-LIGNE-IMP.
012740     WRITE ECH-LIGNE-IMP.
012750     MOVE SPACES TO ECH-LIGNE-IMP.
012760     WRITE ECH-LIGNE-IMP.
012770 6100-EXIT.
012780     EXIT.
012790*****************************************************************
012800*    6200-EDITER-EVENEMENT - EDITE UN EVENEMENT DU JOURNAL AVEC *
012810*    SES IMAGES AVANT ET APRES, COMME MVTHIST, PUIS PASSE AU    *
012820*    SUIVANT DE LA CHAINE.                                      *
012830*****************************************************************
012840 6200-EDITER-EVENEMENT.
012850     MOVE WS-THI-DATE(WS-INDICE-HIST) TO WS-V-DATE.
012860     MOVE WS-THI-HEURE(WS-INDICE-HIST) TO WS-V-HEURE.
012870     MOVE WS-THI-OPERATEUR(WS-INDICE-HIST) TO WS-V-OPERATEUR.
012880     EVALUATE WS-THI-ACTION(WS-INDICE-HIST)
012890         WHEN "A"
012900             MOVE "AJOUT" TO WS-V-ACTION
012910         WHEN "M"
012920             MOVE "MODIFICATION" TO WS-V-ACTION
012930         WHEN "C"
012940             MOVE "CLOTURE" TO WS-V-ACTION
012950         WHEN "R"
012960             MOVE "CORRECTION" TO WS-V-ACTION
012970         WHEN "V"
012980             MOVE "ANNULATION" TO WS-V-ACTION
012990         WHEN "O"
013000             MOVE "REOUVERTURE" TO WS-V-ACTION
013010         WHEN "E"
013020             MOVE "EXTOURNE" TO WS-V-ACTION
013030         WHEN OTHER
013040             MOVE WS-THI-ACTION(WS-INDICE-HIST) TO WS-V-ACTION
013050     END-EVALUATE.
013060     MOVE WS-LIGNE-EVENEMENT TO ECH-LIGNE-IMP.
013070     WRITE ECH-LIGNE-IMP.
013080     MOVE "  AVANT : " TO WS-I-NATURE.
013090     MOVE WS-THI-AV-LIBELLE(WS-INDICE-HIST) TO WS-I-LIBELLE.
013100     MOVE WS-THI-AV-DATE(WS-INDICE-HIST) TO WS-I-DATE.
013110     MOVE WS-THI-AV-MONTANT(WS-INDICE-HIST) TO WS-I-MONTANT.
013120     MOVE WS-THI-AV-STATUT(WS-INDICE-HIST) TO WS-I-STATUT.
013130     MOVE WS-THI-AV-DEVISE(WS-INDICE-HIST) TO WS-I-DEVISE.
013140     MOVE WS-LIGNE-IMAGE TO ECH-LIGNE-IMP.
013150     WRITE ECH-LIGNE-IMP.
013160     MOVE "  APRES : " TO WS-I-NATURE.
013170     MOVE WS-THI-AP-LIBELLE(WS-INDICE-HIST) TO WS-I-LIBELLE.
013180     MOVE WS-THI-AP-DATE(WS-INDICE-HIST) TO WS-I-DATE.
013190     MOVE WS-THI-AP-MONTANT(WS-INDICE-HIST) TO WS-I-MONTANT.
013200     MOVE WS-THI-AP-STATUT(WS-INDICE-HIST) TO WS-I-STATUT.
013210     MOVE WS-THI-AP-DEVISE(WS-INDICE-HIST) TO WS-I-DEVISE.
013220     MOVE WS-LIGNE-IMAGE TO ECH-LIGNE-IMP.
013230     WRITE ECH-LIGNE-IMP.
013240     MOVE WS-THI-SUIVANT(WS-INDICE-HIST) TO WS-INDICE-HIST.
013250 6200-EXIT.
013260     EXIT.
013270*****************************************************************
013280*    8000-CONVERTIR - CONVERTIT LE MONTANT DU MOUVEMENT COURANT *
013290*    EN MONNAIE DE RESTITUTION (TAUX 1 POUR EUR, BLANC OU UNE   *
013300*    DEVISE ABSENTE DE DEVTAUX), COMME MVTDUP.                  *
013310*****************************************************************
013320 8000-CONVERTIR.
013330     MOVE WS-MVT-MONTANT TO WS-MVT-CONVERTI.
013340     IF WS-MVT-DEVISE = SPACES OR WS-MVT-DEVISE = "EUR"
013350         GO TO 8000-EXIT
013360     END-IF.
013370     MOVE "N" TO WS-DEVISE-SW.
013380     MOVE ZERO TO WS-INDICE-DEV.
013390     PERFORM 8010-CHERCHER-DEVISE THRU 8010-EXIT
013400         UNTIL WS-DEVISE-TROUVEE
013410         OR WS-INDICE-DEV >= WS-NOMBRE-DEVISES.
013420     IF WS-DEVISE-TROUVEE
013430         COMPUTE WS-MVT-CONVERTI ROUNDED =
013440             WS-MVT-MONTANT * WS-DEV-TAUX(WS-INDICE-DEV)
013450     END-IF.
013460 8000-EXIT.
013470     EXIT.
013480*****************************************************************
013490*    8010-CHERCHER-DEVISE - COMPARE UNE ENTREE DE LA TABLE DES  *
013500*    TAUX A LA DEVISE DU MOUVEMENT.                             *
013510*****************************************************************
013520 8010-CHERCHER-DEVISE.
013530     ADD 1 TO WS-INDICE-DEV.
013540     IF WS-DEV-CODE(WS-INDICE-DEV) = WS-MVT-DEVISE
013550         SET WS-DEVISE-TROUVEE TO TRUE
013560     END-IF.
013570 8010-EXIT.
013580     EXIT.
013590*****************************************************************
013600*    8100-CHERCHER-MOUVEMENT - RECHERCHE WS-CLE-RECHERCHE DANS  *
013610*    LA TABLE DES MOUVEMENTS : PAR DICHOTOMIE DANS LE BLOC DU   *
013620*    MAITRE DE SON FICHIER (CHARGE DANS L'ORDRE DE LA CLE), PUIS*
013630*    EN SEQUENCE DANS LES MOUVEMENTS AJOUTES DEPUIS LE JOURNAL. *
013640*    WS-INDICE-TROUVE VAUT ZERO S'IL EST ABSENT.                *
013650*****************************************************************
013660 8100-CHERCHER-MOUVEMENT.
013670     MOVE ZERO TO WS-INDICE-TROUVE.
013680     IF WS-CLE-FICHIER = "ECP "
013690         MOVE 1 TO WS-BAS
013700         MOVE WS-FIN-ECP TO WS-HAUT
013710     ELSE
013720         COMPUTE WS-BAS = WS-FIN-ECP + 1
013730         MOVE WS-FIN-MAITRES TO WS-HAUT
013740     END-IF.
013750     PERFORM 8110-DICHOTOMIE-UN THRU 8110-EXIT
013760         UNTIL WS-INDICE-TROUVE NOT = ZERO
013770         OR WS-BAS > WS-HAUT.
013780     IF WS-INDICE-TROUVE NOT = ZERO
013790         GO TO 8100-EXIT
013800     END-IF.
013810     MOVE WS-FIN-MAITRES TO WS-INDICE.
013820     PERFORM 8120-CHERCHER-AJOUT THRU 8120-EXIT
013830         UNTIL WS-INDICE-TROUVE NOT = ZERO
013840         OR WS-INDICE >= WS-NOMBRE-MVTS.
013850 8100-EXIT.
013860     EXIT.
013870*****************************************************************
013880*    8110-DICHOTOMIE-UN - COMPARE LE MILIEU DE L'INTERVALLE AU  *
013890*    NUMERO CHERCHE ET RESSERRE L'INTERVALLE.                   *
013900*****************************************************************
013910 8110-DICHOTOMIE-UN.
013920     COMPUTE WS-MILIEU = (WS-BAS + WS-HAUT) / 2.
013930     IF WS-TMV-NUMERO(WS-MILIEU) = WS-CLE-NUMERO
013940         MOVE WS-MILIEU TO WS-INDICE-TROUVE
013950         GO TO 8110-EXIT
013960     END-IF.
013970     IF WS-TMV-NUMERO(WS-MILIEU) < WS-CLE-NUMERO
013980         COMPUTE WS-BAS = WS-MILIEU + 1
013990     ELSE
014000         COMPUTE WS-HAUT = WS-MILIEU - 1
014010     END-IF.
014020 8110-EXIT.
014030     EXIT.
014040*****************************************************************
014050*    8120-CHERCHER-AJOUT - COMPARE UN MOUVEMENT AJOUTE DEPUIS LE*
014060*    JOURNAL A LA CLE CHERCHEE.                                 *
014070*****************************************************************
014080 8120-CHERCHER-AJOUT.
014090     ADD 1 TO WS-INDICE.
014100     IF WS-TMV-CLE(WS-INDICE) = WS-CLE-RECHERCHE
014110         MOVE WS-INDICE TO WS-INDICE-TROUVE
014120     END-IF.
014130 8120-EXIT.
014140     EXIT.
014150*****************************************************************
014160*    8200-AJOUTER-ECHANTILLON - AJOUTE A L'ECHANTILLON LE       *
014170*    MOUVEMENT WS-INDICE-TROUVE DE LA STRATE COURANTE.          *
014180*****************************************************************
014190 8200-AJOUTER-ECHANTILLON.
014200     IF WS-NOMBRE-ECH >= WS-LIMITE-ECH
014210         SET WS-TABLE-SATUREE TO TRUE
014220         GO TO 8200-EXIT
014230     END-IF.
014240     ADD 1 TO WS-NOMBRE-ECH.
014250     MOVE "O" TO WS-TMV-RETENU(WS-INDICE-TROUVE).
014260     MOVE WS-INDICE-TROUVE TO WS-TEC-MOUVEMENT(WS-NOMBRE-ECH).
014270     MOVE WS-TMV-CLE(WS-INDICE-TROUVE)
014280         TO WS-TEC-CLE(WS-NOMBRE-ECH).
014290     MOVE ZERO TO WS-TEC-PREMIER(WS-NOMBRE-ECH).
014300     MOVE ZERO TO WS-TEC-DERNIER(WS-NOMBRE-ECH).
014310     ADD 1 TO WS-TST-TIRES(WS-STRATE).
014320 8200-EXIT.
014330     EXIT.
014340*****************************************************************
014350*    8300-CHERCHER-ECHANTILLON - RECHERCHE DICHOTOMIQUE DE      *
014360*    WS-CLE-RECHERCHE DANS L'ECHANTILLON CLASSE. WS-INDICE-ECH  *
014370*    VAUT ZERO SI LE MOUVEMENT N'A PAS ETE TIRE.                *
014380*****************************************************************
014390 8300-CHERCHER-ECHANTILLON.
014400     MOVE ZERO TO WS-INDICE-ECH.
014410     MOVE 1 TO WS-BAS.
014420     MOVE WS-NOMBRE-ECH TO WS-HAUT.
014430     PERFORM 8310-DICHOTOMIE-ECH THRU 8310-EXIT
014440         UNTIL WS-INDICE-ECH NOT = ZERO
014450         OR WS-BAS > WS-HAUT.
014460 8300-EXIT.
014470     EXIT.
014480*****************************************************************
014490*    8310-DICHOTOMIE-ECH - COMPARE LE MILIEU DE L'INTERVALLE A  *
014500*    LA CLE CHERCHEE ET RESSERRE L'INTERVALLE.                  *
014510*****************************************************************
014520 8310-DICHOTOMIE-ECH.
014530     COMPUTE WS-MILIEU = (WS-BAS + WS-HAUT) / 2.
014540     MOVE WS-TRI-ECH(WS-MILIEU) TO WS-INDICE.
014550     IF WS-TEC-CLE(WS-INDICE) = WS-CLE-RECHERCHE
014560         MOVE WS-INDICE TO WS-INDICE-ECH
014570         GO TO 8310-EXIT
014580     END-IF.
014590     IF WS-TEC-CLE(WS-INDICE) < WS-CLE-RECHERCHE
014600         COMPUTE WS-BAS = WS-MILIEU + 1
014610     ELSE
014620         COMPUTE WS-HAUT = WS-MILIEU - 1
014630     END-IF.
014640 8310-EXIT.
014650     EXIT.
014660*****************************************************************
014670*    8400-ALEA-SUIVANT - VALEUR SUIVANTE DU GENERATEUR          *
014680*    CONGRUENTIEL : X = (16807 * X) MODULO 2147483647.          *
014690*****************************************************************
014700 8400-ALEA-SUIVANT.
014710     COMPUTE WS-PRODUIT-ALEA = WS-ALEA * WS-MULTIPLICATEUR.
014720     DIVIDE WS-PRODUIT-ALEA BY WS-MODULE
014730         GIVING WS-QUOTIENT-ALEA REMAINDER WS-ALEA.
014740 8400-EXIT.
014750     EXIT.
014760*****************************************************************
014770*    8900-REFUSER - EDITE LE MOTIF DU REFUS SUR LA FEUILLE DE   *
014780*    TRAVAIL ET POSITIONNE LE CODE RETOUR 16 : RIEN N'EST ECRIT *
014790*    DANS ECHANT.                                               *
014800*****************************************************************
014810 8900-REFUSER.
014820     DISPLAY "MVTECH - TIRAGE REFUSE - " WS-MESSAGE-REFUS.
014830     MOVE WS-MESSAGE-REFUS TO WS-R-MESSAGE.
014840     MOVE SPACES TO ECH-LIGNE-IMP.
014850     WRITE ECH-LIGNE-IMP.
014860     MOVE WS-LIGNE-REFUS TO ECH-LIGNE-IMP.
014870     WRITE ECH-LIGNE-IMP.
014880     MOVE 16 TO RETURN-CODE.
014890 8900-EXIT.
014900     EXIT.
014910*****************************************************************
014920*    9000-FINALISATION - BILAN, FERMETURE DES FICHIERS, CODE    *
014930*    RETOUR 4 SI LA TABLE DES EVENEMENTS A ETE SATUREE ET       *
014940*    INSCRIPTION DE L'EXECUTION DANS RUNREG.                    *
014950*****************************************************************
014960 9000-FINALISATION.
014970     IF WS-LISTE-STATUT = "00"
014980         PERFORM 9100-EDITER-BILAN THRU 9100-EXIT
014990         CLOSE ECH-LISTE
015000     END-IF.
015010     IF WS-ECHANTILLON-OUVERT
015020         CLOSE ECHANT-FICHIER
015030     END-IF.
015040     IF RETURN-CODE = ZERO AND WS-HISTORIQUE-SATURE
015050         MOVE 4 TO RETURN-CODE
015060     END-IF.
015070     PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT.
015080 9000-EXIT.
015090     EXIT.
015100*****************************************************************
015110*    9100-EDITER-BILAN - COMPTEURS DE FIN DE FEUILLE.           *
015120*****************************************************************
015130 9100-EDITER-BILAN.
015140     MOVE SPACES TO ECH-LIGNE-IMP.
015150     WRITE ECH-LIGNE-IMP.
015160     IF WS-HISTORIQUE-SATURE
015170         MOVE WS-LIGNE-HIST-SATURE TO ECH-LIGNE-IMP
015180         WRITE ECH-LIGNE-IMP
015190     END-IF.
015200     MOVE "MOUVEMENTS LUS DANS LES MAITRES" TO WS-C-LIBELLE.
015210     MOVE WS-COMPTEUR-LUS TO WS-C-NOMBRE.
015220     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015230     MOVE "ENTREES LUES DANS LE JOURNAL (PERIODE)"
015240         TO WS-C-LIBELLE.
015250     MOVE WS-COMPTEUR-JOURNAL TO WS-C-NOMBRE.
015260     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015270     MOVE "MOUVEMENTS AJOUTES DEPUIS LE JOURNAL" TO WS-C-LIBELLE.
015280     MOVE WS-COMPTEUR-AJOUTS TO WS-C-NOMBRE.
015290     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015300     MOVE "POPULATION" TO WS-C-LIBELLE.
015310     MOVE WS-NOMBRE-MVTS TO WS-C-NOMBRE.
015320     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015330     MOVE "MOUVEMENTS ECRITS DANS ECHANT" TO WS-C-LIBELLE.
015340     MOVE WS-COMPTEUR-ECRITS TO WS-C-NOMBRE.
015350     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015360     MOVE "EVENEMENTS DU JOURNAL EDITES" TO WS-C-LIBELLE.
015370     MOVE WS-NOMBRE-HIST TO WS-C-NOMBRE.
015380     PERFORM 9110-EDITER-COMPTEUR THRU 9110-EXIT.
015390 9100-EXIT.
015400     EXIT.
015410*****************************************************************
015420*    9110-EDITER-COMPTEUR - EDITE UNE LIGNE DE COMPTEUR.        *
015430*****************************************************************
015440 9110-EDITER-COMPTEUR.
015450     MOVE WS-LIGNE-COMPTEUR TO ECH-LIGNE-IMP.
015460     WRITE ECH-LIGNE-IMP.
015470 9110-EXIT.
015480     EXIT.
015490*****************************************************************
015500*    9500-ENREGISTRER-RUN - INSCRIT L'EXECUTION TERMINEE DANS   *
015510*    LE REGISTRE DES TRAITEMENTS (RUNREG) : LUS = POPULATION,   *
015520*    TRAITES = MOUVEMENTS ECRITS DANS ECHANT.                   *
015530*****************************************************************
015540 9500-ENREGISTRER-RUN.
015550     OPEN EXTEND RUN-FICHIER.
015560     IF WS-RUN-STATUT NOT = "00"
015570         OPEN OUTPUT RUN-FICHIER
015580     END-IF.
015590     IF WS-RUN-STATUT NOT = "00"
015600         DISPLAY "MVTECH - ECRITURE RUNREG IMPOSSIBLE - "
015610             WS-RUN-STATUT
015620         GO TO 9500-EXIT
015630     END-IF.
015640     MOVE "MVTECH" TO RUN-PROGRAMME.
015650     MOVE WS-RUN-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
015660     MOVE WS-RUN-DATE-DEBUT TO RUN-DATE-DEBUT.
015670     MOVE WS-RUN-HEURE-DEBUT TO RUN-HEURE-DEBUT.
015680     ACCEPT RUN-DATE-FIN FROM DATE YYYYMMDD.
015690     ACCEPT RUN-HEURE-FIN FROM TIME.
015700     MOVE WS-RUN-OPERATEUR TO RUN-OPERATEUR.
015710     MOVE RETURN-CODE TO RUN-CODE-RETOUR.
015720     MOVE WS-NOMBRE-MVTS TO RUN-COMPTEUR-LUS.
015730     MOVE WS-COMPTEUR-ECRITS TO RUN-COMPTEUR-TRAITES.
015740     MOVE ZERO TO RUN-COMPTEUR-ANOMALIES.
015750     WRITE RUN-RECORD.
015760     CLOSE RUN-FICHIER.
015770 9500-EXIT.
015780     EXIT.
015790 END PROGRAM MVTECH.
