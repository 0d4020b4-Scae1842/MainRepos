000010*****************************************************************
000020*                                                               *
000030*   PROGRAM    : MVTSITU                                        *
000040*   AUTHOR     : J. FAVREAU                                     *
000050*   INSTALLATION : SERVICE EXPLOITATION                         *
000060*   DATE-WRITTEN : 2026-10-15                                   *
000070*                                                               *
000080*   SITUATION A DATE DES FICHIERS MAITRES ECP ET ATBB. LE       *
000090*   PROGRAMME PART D'UNE GENERATION DE SAUVEGARDE PRISE PAR     *
000100*   MVTCUT (ETAPE STEP020, GDG ECPBKP/ATBBBKP) ET REJOUE LES    *
000110*   IMAGES AVANT/APRES DU JOURNAL DES MOUVEMENTS (MVTJRN)       *
000120*   JUSQU'A LA DATE DE SITUATION DEMANDEE : EN AVANT (IMAGE     *
000130*   APRES DU DERNIER EVENEMENT DATE ENTRE LA SAUVEGARDE ET LA   *
000140*   DATE DE SITUATION) OU EN ARRIERE (IMAGE AVANT DU PREMIER    *
000150*   EVENEMENT POSTERIEUR A LA DATE DE SITUATION, ENREGISTREMENT *
000160*   INEXISTANT SI CET EVENEMENT EST UN AJOUT). LA SITUATION     *
000170*   COMPREND TOUT EVENEMENT DATE DU JOUR DE SITUATION OU        *
000180*   AVANT; LA SAUVEGARDE DU JOUR J NE CONTIENT AUCUN EVENEMENT  *
000190*   JOURNALISE LE JOUR J (ELLE EST PRISE AVANT LA BASCULE DES   *
000200*   NOUVEAUX MAITRES). LES ACTIONS R ET V (CORRECTION ET        *
000210*   ANNULATION DE REJETS PAR REJMNT) NE TOUCHENT PAS LES        *
000220*   MAITRES ET SONT IGNOREES.                                   *
000230*   LA LISTE SUIT LA PRESENTATION D'ECPEXT/ATBBEXT, SUIVIE DES  *
000240*   TOTAUX PAR STATUT ET PAR DEVISE (MONNAIE DE RESTITUTION,    *
000250*   TAUX DU FICHIER DEVTAUX). EN PARALLELE, LA SAUVEGARDE       *
000260*   REJOUEE JUSQU'AU BOUT DU JOURNAL EST RAPPROCHEE DU MAITRE   *
000270*   VIVANT (ECPIN/ATBBIN) : TOUTE DIFFERENCE TRAHIT UNE         *
000280*   MODIFICATION FAITE EN DEHORS DE MVTMAJ ET SORT SUR L'ETAT   *
000290*   DES ECARTS (RC 4). UN MOUVEMENT CLOS ABSENT DU MAITRE MAIS  *
000300*   PRESENT DANS L'ARCHIVE (ECPARCH/ATBBARCH, MVTARC) N'EST     *
000310*   PAS UN ECART. LES ENREGISTREMENTS ARCHIVES AVANT LA         *
000320*   SAUVEGARDE NE FIGURENT PAS DANS LA SITUATION.               *
000330*   CARTE SITUPARM : DATE DE SITUATION (COLS 1-8, AAAAMMJJ) ET  *
000340*   DATE DE LA GENERATION DE SAUVEGARDE (COLS 9-16).            *
000350*                                                               *
000360*   MODIFICATION HISTORY                                        *
000370*   --------------------                                        *
000380*   2026-10-15 JF  VERSION INITIALE.                            *
000381*   2026-10-15 JF  REOUVERTURES ET EXTOURNES DU JOURNAL REJOUEES*
000382*                  COMME LES AUTRES MISES A JOUR DU MAITRE.     *
000390*                                                               *
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MVTSITU.
000430 AUTHOR. J. FAVREAU.
000440 INSTALLATION. SERVICE EXPLOITATION.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ECP-SAUVE ASSIGN TO "ECPBKP"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-ECPS-STATUT.
000530     SELECT ATBB-SAUVE ASSIGN TO "ATBBBKP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ATBBS-STATUT.
000560     SELECT ECP-MAITRE ASSIGN TO "ECPIN"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS ECP-CLE
000600         FILE STATUS IS WS-ECP-STATUT.
000610     SELECT ATBB-MAITRE ASSIGN TO "ATBBIN"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS ATBB-CLE
000650         FILE STATUS IS WS-ATBB-STATUT.
000660     SELECT ECP-ARCHIVE ASSIGN TO "ECPARCH"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS ECP-ARCH-CLE
000700         FILE STATUS IS WS-ECPA-STATUT.
000710     SELECT ATBB-ARCHIVE ASSIGN TO "ATBBARCH"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS ATBB-ARCH-CLE
000750         FILE STATUS IS WS-ATBBA-STATUT.
000760     SELECT MVT-JOURNAL ASSIGN TO "MVTJRN"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-JRN-STATUT.
000790     SELECT SITU-LISTE ASSIGN TO "SITUOUT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-LISTE-STATUT.
000820     SELECT ECART-LISTE ASSIGN TO "SITUECA"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-ECART-STATUT.
000850     SELECT SITU-PARM ASSIGN TO "SITUPARM"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-SPARM-STATUT.
000880     SELECT PARM-FICHIER ASSIGN TO "PARMIN"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-PARMIN-STATUT.
000910     SELECT RUN-FICHIER ASSIGN TO "RUNREG"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RUN-STATUT.
000940     SELECT DEV-FICHIER ASSIGN TO "DEVTAUX"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-DEV-STATUT.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ECP-SAUVE
001000     LABEL RECORDS ARE STANDARD.
001010 01  ECP-SAUVE-ENREG             PIC X(63).
001020 FD  ATBB-SAUVE
001030     LABEL RECORDS ARE STANDARD.
001040 01  ATBB-SAUVE-ENREG            PIC X(63).
001050 FD  ECP-MAITRE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY ECPREC.
001080 FD  ATBB-MAITRE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY ATBBREC.
001110 FD  ECP-ARCHIVE
001120     LABEL RECORDS ARE STANDARD.
001130 01  ECP-ARCH-ENREG.
001140     05  ECP-ARCH-CLE.
001150         10  ECP-ARCH-NUMERO     PIC 9(07).
001160     05  FILLER                  PIC X(56).
001170 FD  ATBB-ARCHIVE
001180     LABEL RECORDS ARE STANDARD.
001190 01  ATBB-ARCH-ENREG.
001200     05  ATBB-ARCH-CLE.
001210         10  ATBB-ARCH-NUMERO    PIC 9(07).
001220     05  FILLER                  PIC X(56).
001230 FD  MVT-JOURNAL
001240     LABEL RECORDS ARE STANDARD.
001250 COPY MVTJREC.
001260 FD  SITU-LISTE
001270     LABEL RECORDS ARE STANDARD.
001280 01  SITU-LIGNE-IMP              PIC X(132).
001290 FD  ECART-LISTE
001300     LABEL RECORDS ARE STANDARD.
001310 01  ECART-LIGNE-IMP             PIC X(132).
001320 FD  SITU-PARM
001330     LABEL RECORDS ARE STANDARD.
001340 01  SITU-PARM-ENREG.
001350     05  SITUPARM-DATE-SITUATION PIC X(08).
001360     05  SITUPARM-DATE-SAUVE     PIC X(08).
001370     05  FILLER                  PIC X(64).
001380 FD  PARM-FICHIER
001390     LABEL RECORDS ARE STANDARD.
001400 COPY PARMREC.
001410 FD  RUN-FICHIER
001420     LABEL RECORDS ARE STANDARD.
001430 COPY RUNREC.
001440 FD  DEV-FICHIER
001450     LABEL RECORDS ARE STANDARD.
001460 COPY DEVREC.
001470 WORKING-STORAGE SECTION.
001480 01  WS-FICHIERS-SWITCHES.
001490     05  WS-ECPS-STATUT          PIC X(02) VALUE SPACES.
001500     05  WS-ATBBS-STATUT         PIC X(02) VALUE SPACES.
001510     05  WS-ECP-STATUT           PIC X(02) VALUE SPACES.
001520     05  WS-ATBB-STATUT          PIC X(02) VALUE SPACES.
001530     05  WS-ECPA-STATUT          PIC X(02) VALUE SPACES.
001540     05  WS-ATBBA-STATUT         PIC X(02) VALUE SPACES.
001550     05  WS-JRN-STATUT           PIC X(02) VALUE SPACES.
001560     05  WS-LISTE-STATUT         PIC X(02) VALUE SPACES.
001570     05  WS-ECART-STATUT         PIC X(02) VALUE SPACES.
001580     05  WS-SPARM-STATUT         PIC X(02) VALUE SPACES.
001590     05  WS-PARMIN-STATUT        PIC X(02) VALUE SPACES.
001600     05  WS-RUN-STATUT           PIC X(02) VALUE SPACES.
001610     05  WS-DEV-STATUT           PIC X(02) VALUE SPACES.
001620     05  WS-FIN-JRN-SW           PIC X(01) VALUE "N".
001630         88  FIN-FICHIER-JRN             VALUE "O".
001640     05  WS-FIN-DEV-SW           PIC X(01) VALUE "N".
001650         88  FIN-FICHIER-DEV             VALUE "O".
001660     05  WS-DEVISE-SW            PIC X(01) VALUE "N".
001670         88  WS-DEVISE-TROUVEE           VALUE "O".
001680     05  WS-DEVTAB-SW            PIC X(01) VALUE "N".
001690         88  WS-DEVTAB-TROUVEE           VALUE "O".
001700     05  WS-PARAM-VALIDE-SW      PIC X(01) VALUE "N".
001710         88  WS-PARAM-VALIDE             VALUE "O".
001720     05  WS-PASSE-VALIDE-SW      PIC X(01) VALUE "N".
001730         88  WS-PASSE-VALIDE             VALUE "O".
001740     05  WS-TABLE-SW             PIC X(01) VALUE "N".
001750         88  WS-TABLE-SATUREE            VALUE "O".
001760     05  WS-POSITION-SW          PIC X(01) VALUE "N".
001770         88  WS-POSITION-TROUVEE         VALUE "O".
001780     05  WS-ARCHIVE-OUVERTE-SW   PIC X(01) VALUE "N".
001790         88  WS-ARCHIVE-OUVERTE          VALUE "O".
001800     05  WS-ARCHIVE-SW           PIC X(01) VALUE "N".
001810         88  WS-ARCHIVE-TROUVEE          VALUE "O".
001820     05  WS-SITU-PRESENT-SW      PIC X(01) VALUE "N".
001830         88  WS-SITU-PRESENT             VALUE "O".
001840     05  WS-ATTENDU-PRESENT-SW   PIC X(01) VALUE "N".
001850         88  WS-ATTENDU-PRESENT          VALUE "O".
001860     05  WS-VIF-PRESENT-SW       PIC X(01) VALUE "N".
001870         88  WS-VIF-PRESENT              VALUE "O".
001880     05  WS-SENS-SW              PIC X(01) VALUE "V".
001890         88  WS-SENS-ARRIERE             VALUE "A".
001900     05  WS-PASSE-SW             PIC X(04) VALUE SPACES.
001910         88  WS-PASSE-ECP                VALUE "ECP ".
001920         88  WS-PASSE-ATBB               VALUE "ATBB".
001930 77  WS-DATE-SITUATION           PIC 9(08) VALUE ZERO.
001940 77  WS-DATE-SAUVEGARDE          PIC 9(08) VALUE ZERO.
001950 77  WS-COMPTEUR-SAUVE           PIC 9(07) COMP VALUE ZERO.
001960 77  WS-COMPTEUR-JRN-LUS         PIC 9(07) COMP VALUE ZERO.
001970 77  WS-COMPTEUR-JRN-RETENUS     PIC 9(07) COMP VALUE ZERO.
001980 77  WS-COMPTEUR-SITUES          PIC 9(07) COMP VALUE ZERO.
001990 77  WS-COMPTEUR-ECARTS          PIC 9(07) COMP VALUE ZERO.
002000 77  WS-CPT-SAUVE-PASSE          PIC 9(07) COMP VALUE ZERO.
002010 77  WS-CPT-ECARTS-PASSE         PIC 9(07) COMP VALUE ZERO.
002020 77  WS-CPT-ARCHIVES-PASSE       PIC 9(07) COMP VALUE ZERO.
002030 77  WS-CLE-SAUVE                PIC 9(08) VALUE ZERO.
002040 77  WS-CLE-TABLE                PIC 9(08) VALUE ZERO.
002050 77  WS-CLE-VIF                  PIC 9(08) VALUE ZERO.
002060 77  WS-CLE-COURANTE             PIC 9(08) VALUE ZERO.
002070 77  WS-CLE-FIN                  PIC 9(08) VALUE 99999999.
002080 77  WS-INDICE                   PIC 9(05) COMP VALUE ZERO.
002090 77  WS-INDICE-SUIVANT           PIC 9(05) COMP VALUE ZERO.
002100 77  WS-INDICE-TROUVE            PIC 9(05) COMP VALUE ZERO.
002110 77  WS-INDICE-LECTURE           PIC 9(05) COMP VALUE ZERO.
002120 77  WS-NOMBRE-ENTREES           PIC 9(05) COMP VALUE ZERO.
002130 77  WS-LIMITE-TABLE             PIC 9(05) COMP VALUE 2000.
002140 77  WS-LIMITE-DEVTAB            PIC 9(03) COMP VALUE 10.
002150 77  WS-MONTANT-CONVERTI         PIC S9(11)V99 COMP-3 VALUE ZERO.
002160 77  WS-DEVISE-CTRL              PIC X(03) VALUE SPACES.
002170 77  WS-INDICE-DEV               PIC 9(03) COMP VALUE ZERO.
002180 77  WS-NOMBRE-DEVISES           PIC 9(03) COMP VALUE ZERO.
002190 77  WS-LIMITE-DEVISES           PIC 9(03) COMP VALUE 30.
002200 77  WS-RUN-OPERATEUR            PIC X(08) VALUE SPACES.
002210 77  WS-RUN-DATE-TRAITEMENT      PIC 9(08) VALUE ZERO.
002220 77  WS-RUN-DATE-DEBUT           PIC 9(08) VALUE ZERO.
002230 77  WS-RUN-HEURE-DEBUT          PIC 9(08) VALUE ZERO.
002240 01  WS-TABLE-DEVISES.
002250     05  WS-DEV-ENTREE OCCURS 30 TIMES.
002260         10  WS-DEV-CODE         PIC X(03).
002270         10  WS-DEV-TAUX         PIC 9(05)V9(06).
002280 01  WS-TABLE-JOURNAL.
002290     05  WS-TJ-ENTREE OCCURS 2000 TIMES.
002300         10  WS-TJ-NUMERO        PIC 9(07).
002310         10  WS-TJ-SIT-SW        PIC X(01).
002320         10  WS-TJ-SIT-IMAGE.
002330             15  WS-TJ-SIT-LIBELLE   PIC X(30).
002340             15  WS-TJ-SIT-DATE-MVT  PIC 9(08).
002350             15  WS-TJ-SIT-MONTANT   PIC S9(09)V99 COMP-3.
002360             15  WS-TJ-SIT-STATUT    PIC X(02).
002370             15  WS-TJ-SIT-DEVISE    PIC X(03).
002380         10  WS-TJ-FIN-SW        PIC X(01).
002390         10  WS-TJ-FIN-IMAGE.
002400             15  WS-TJ-FIN-LIBELLE   PIC X(30).
002410             15  WS-TJ-FIN-DATE-MVT  PIC 9(08).
002420             15  WS-TJ-FIN-MONTANT   PIC S9(09)V99 COMP-3.
002430             15  WS-TJ-FIN-STATUT    PIC X(02).
002440             15  WS-TJ-FIN-DEVISE    PIC X(03).
002450 01  WS-SAUVE-TRAVAIL.
002460     05  WS-SV-NUMERO            PIC 9(07).
002470     05  WS-SV-IMAGE.
002480         10  WS-SV-LIBELLE       PIC X(30).
002490         10  WS-SV-DATE-MVT      PIC 9(08).
002500         10  WS-SV-MONTANT       PIC S9(09)V99 COMP-3.
002510         10  WS-SV-CODE-STATUT   PIC X(02).
002520         10  WS-SV-CODE-DEVISE   PIC X(03).
002530     05  FILLER                  PIC X(07).
002540 01  WS-VIF-TRAVAIL.
002550     05  WS-VF-NUMERO            PIC 9(07).
002560     05  WS-VF-IMAGE.
002570         10  WS-VF-LIBELLE       PIC X(30).
002580         10  WS-VF-DATE-MVT      PIC 9(08).
002590         10  WS-VF-MONTANT       PIC S9(09)V99 COMP-3.
002600         10  WS-VF-CODE-STATUT   PIC X(02).
002610         10  WS-VF-CODE-DEVISE   PIC X(03).
002620     05  FILLER                  PIC X(07).
002630 01  WS-SITU-TRAVAIL.
002640     05  WS-SI-NUMERO            PIC 9(07).
002650     05  WS-SI-IMAGE.
002660         10  WS-SI-LIBELLE       PIC X(30).
002670         10  WS-SI-DATE-MVT      PIC 9(08).
002680         10  WS-SI-MONTANT       PIC S9(09)V99 COMP-3.
002690         10  WS-SI-CODE-STATUT   PIC X(02).
002700             88  WS-SI-STATUT-OUVERT     VALUE "OU".
002710             88  WS-SI-STATUT-CLOS       VALUE "CL".
002720         10  WS-SI-CODE-DEVISE   PIC X(03).
002730     05  FILLER                  PIC X(07).
002740 01  WS-ATTENDU-TRAVAIL.
002750     05  WS-AT-NUMERO            PIC 9(07).
002760     05  WS-AT-IMAGE.
002770         10  WS-AT-LIBELLE       PIC X(30).
002780         10  WS-AT-DATE-MVT      PIC 9(08).
002790         10  WS-AT-MONTANT       PIC S9(09)V99 COMP-3.
002800         10  WS-AT-CODE-STATUT   PIC X(02).
002810             88  WS-AT-STATUT-CLOS       VALUE "CL".
002820         10  WS-AT-CODE-DEVISE   PIC X(03).
002830     05  FILLER                  PIC X(07).
002840 01  WS-SECTION-COURANTE.
002850     05  WS-SC-NOMBRE-OU         PIC 9(07) COMP VALUE ZERO.
002860     05  WS-SC-MONTANT-OU        PIC S9(13)V99 COMP-3 VALUE ZERO.
002870     05  WS-SC-NOMBRE-CL         PIC 9(07) COMP VALUE ZERO.
002880     05  WS-SC-MONTANT-CL        PIC S9(13)V99 COMP-3 VALUE ZERO.
002890     05  WS-SC-NOMBRE-AUT        PIC 9(07) COMP VALUE ZERO.
002900     05  WS-SC-MONTANT-AUT       PIC S9(13)V99 COMP-3 VALUE ZERO.
002910     05  WS-SC-NOMBRE-TOT        PIC 9(07) COMP VALUE ZERO.
002920     05  WS-SC-MONTANT-TOT       PIC S9(13)V99 COMP-3 VALUE ZERO.
002930     05  WS-SC-NOMBRE-DEV        PIC 9(03) COMP VALUE ZERO.
002940 01  WS-TABLE-DEV-SECTION.
002950     05  WS-DSC-ENTREE OCCURS 10 TIMES.
002960         10  WS-DSC-CODE         PIC X(03).
002970         10  WS-DSC-NOMBRE       PIC 9(07) COMP.
002980         10  WS-DSC-MT-ORIG      PIC S9(13)V99 COMP-3.
002990         10  WS-DSC-MT-CONV      PIC S9(13)V99 COMP-3.
003000 01  WS-LIGNE-ENTETE-1.
003010     05  FILLER                  PIC X(25)
003020         VALUE "SITUATION DES MOUVEMENTS ".
003030     05  WS-H-FICHIER            PIC X(04).
003040     05  FILLER                  PIC X(04) VALUE " AU ".
003050     05  WS-H-DATE-SITUATION     PIC 9(08).
003060 01  WS-LIGNE-ENTETE-SAUVE.
003070     05  FILLER                  PIC X(37)
003080         VALUE "RECONSTITUEE DEPUIS LA SAUVEGARDE DU ".
003090     05  WS-H-DATE-SAUVE         PIC 9(08).
003100     05  FILLER                  PIC X(21)
003110         VALUE " - JOURNAL REJOUE EN ".
003120     05  WS-H-SENS               PIC X(07).
003130 01  WS-LIGNE-ENTETE-2.
003140     05  FILLER                  PIC X(07) VALUE "NUMERO".
003150     05  FILLER                  PIC X(03) VALUE SPACES.
003160     05  FILLER                  PIC X(30) VALUE "LIBELLE".
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  FILLER                  PIC X(08) VALUE "DATE".
003190     05  FILLER                  PIC X(04) VALUE SPACES.
003200     05  FILLER                  PIC X(14) VALUE "MONTANT".
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  FILLER                  PIC X(02) VALUE "ST".
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  FILLER                  PIC X(03) VALUE "DEV".
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  FILLER                  PIC X(11) VALUE "MONTANT RST".
003270 01  WS-LIGNE-DETAIL.
003280     05  WS-D-NUMERO             PIC 9(07).
003290     05  FILLER                  PIC X(03) VALUE SPACES.
003300     05  WS-D-LIBELLE            PIC X(30).
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  WS-D-DATE               PIC 9(08).
003330     05  FILLER                  PIC X(04) VALUE SPACES.
003340     05  WS-D-MONTANT            PIC ZZZ,ZZZ,ZZ9.99-.
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  WS-D-STATUT             PIC X(02).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  WS-D-DEVISE             PIC X(03).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  WS-D-CONVERTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003410 01  WS-LIGNE-STATUT.
003420     05  FILLER                  PIC X(09)
003430         VALUE "STATUT ".
003440     05  WS-S-STATUT             PIC X(06).
003450     05  FILLER                  PIC X(10)
003460         VALUE " NOMBRE : ".
003470     05  WS-S-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
003480     05  FILLER                  PIC X(11)
003490         VALUE "  MONTANT :".
003500     05  WS-S-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003510 01  WS-LIGNE-DEVISE.
003520     05  FILLER                  PIC X(07)
003530         VALUE "DEVISE ".
003540     05  WS-V-DEVISE             PIC X(03).
003550     05  FILLER                  PIC X(10)
003560         VALUE " NOMBRE : ".
003570     05  WS-V-NOMBRE             PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER                  PIC X(12)
003590         VALUE "  ORIGINE : ".
003600     05  WS-V-ORIGINE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003610     05  FILLER                  PIC X(13)
003620         VALUE "  CONVERTI : ".
003630     05  WS-V-CONVERTI           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003640 01  WS-LIGNE-TOTAL.
003650     05  FILLER                  PIC X(27)
003660         VALUE "ENREGISTREMENTS SAUVES   : ".
003670     05  WS-T-SAUVES             PIC ZZZ,ZZZ,ZZ9.
003680     05  FILLER                  PIC X(18)
003690         VALUE "  A LA DATE     : ".
003700     05  WS-T-SITUES             PIC ZZZ,ZZZ,ZZ9.
003710     05  FILLER                  PIC X(11)
003720         VALUE "  MONTANT :".
003730     05  WS-T-MONTANT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003740 01  WS-LIGNE-ECA-ENTETE.
003750     05  FILLER                  PIC X(43)
003760         VALUE "ECARTS ENTRE LE MAITRE VIVANT ET LE JOURNAL".
003770     05  FILLER                  PIC X(03) VALUE " - ".
003780     05  WS-EH-FICHIER           PIC X(04).
003790     05  FILLER                  PIC X(15)
003800         VALUE " - SAUVEGARDE ".
003810     05  WS-EH-DATE-SAUVE        PIC 9(08).
003820 01  WS-LIGNE-ECA-COLONNES.
003830     05  FILLER                  PIC X(07) VALUE "NUMERO".
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  FILLER                  PIC X(22) VALUE "NATURE".
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  FILLER                  PIC X(07) VALUE "SOURCE".
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  FILLER                  PIC X(30) VALUE "LIBELLE".
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  FILLER                  PIC X(08) VALUE "DATE".
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  FILLER                  PIC X(15) VALUE "MONTANT".
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  FILLER                  PIC X(02) VALUE "ST".
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  FILLER                  PIC X(03) VALUE "DEV".
003980 01  WS-LIGNE-ECART.
003990     05  WS-E-NUMERO             PIC 9(07).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  WS-E-NATURE             PIC X(22).
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  WS-E-SOURCE             PIC X(07).
004040     05  FILLER                  PIC X(02) VALUE SPACES.
004050     05  WS-E-LIBELLE            PIC X(30).
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  WS-E-DATE               PIC 9(08).
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  WS-E-MONTANT            PIC ZZZ,ZZZ,ZZ9.99-.
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  WS-E-STATUT             PIC X(02).
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  WS-E-DEVISE             PIC X(03).
004140 01  WS-LIGNE-ECA-TOTAL.
004150     05  FILLER                  PIC X(09) VALUE "ECARTS : ".
004160     05  WS-ET-ECARTS            PIC ZZZ,ZZZ,ZZ9.
004170     05  FILLER                  PIC X(42)
004180         VALUE "  CLOS ARCHIVES PAR MVTARC (SANS ECART) : ".
004190     05  WS-ET-ARCHIVES          PIC ZZZ,ZZZ,ZZ9.
004200 01  WS-LIGNE-SAUT.
004210     05  FILLER                  PIC X(132) VALUE ALL "-".
004220*****************************************************************
004230*                                                               *
004240*   PROCEDURE DIVISION                                          *
004250*                                                               *
004260*****************************************************************
004270 PROCEDURE DIVISION.
004280*****************************************************************
004290*    0000-MAINLINE - POINT D'ENTREE DU PROGRAMME.               *
004300*****************************************************************
004310 0000-MAINLINE.
004320     MOVE ZERO TO RETURN-CODE.
004330     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
004340     IF WS-PARAM-VALIDE
004350         MOVE "ECP " TO WS-PASSE-SW
004360         PERFORM 2000-TRAITER-PASSE THRU 2000-EXIT
004370         MOVE "ATBB" TO WS-PASSE-SW
004380         PERFORM 2000-TRAITER-PASSE THRU 2000-EXIT
004390         PERFORM 4000-FINALISATION THRU 4000-EXIT
004400     END-IF.
004410     PERFORM 9500-ENREGISTRER-RUN THRU 9500-EXIT.
004420     GOBACK.
004430*****************************************************************
004440*    1000-INITIALISATION - LIT LES CARTES PARAMETRES, CHARGE    *
004450*    LES TAUX ET OUVRE LES DEUX ETATS.                          *
004460*****************************************************************
004470 1000-INITIALISATION.
004480     PERFORM 1050-LIRE-PARAMETRE THRU 1050-EXIT.
004490     ACCEPT WS-RUN-DATE-DEBUT FROM DATE YYYYMMDD.
004500     ACCEPT WS-RUN-HEURE-DEBUT FROM TIME.
004510     IF WS-RUN-DATE-TRAITEMENT = ZERO
004520         MOVE WS-RUN-DATE-DEBUT TO WS-RUN-DATE-TRAITEMENT
004530     END-IF.
004540     PERFORM 1100-LIRE-SITUPARM THRU 1100-EXIT.
004550     IF NOT WS-PARAM-VALIDE
004560         DISPLAY "MVTSITU - CARTE SITUPARM ABSENTE OU INVALIDE"
004570         MOVE 12 TO RETURN-CODE
004580         GO TO 1000-EXIT
004590     END-IF.
004600     IF WS-DATE-SITUATION < WS-DATE-SAUVEGARDE
004610         SET WS-SENS-ARRIERE TO TRUE
004620     END-IF.
004630     PERFORM 1200-CHARGER-DEVISES THRU 1200-EXIT.
004640     OPEN OUTPUT SITU-LISTE.
004650     IF WS-LISTE-STATUT NOT = "00"
004660         DISPLAY "MVTSITU - OUVERTURE SITU-LISTE IMPOSSIBLE - "
004670             WS-LISTE-STATUT
004680         MOVE 12 TO RETURN-CODE
004690         MOVE "N" TO WS-PARAM-VALIDE-SW
004700         GO TO 1000-EXIT
004710     END-IF.
004720     OPEN OUTPUT ECART-LISTE.
004730     IF WS-ECART-STATUT NOT = "00"
004740         DISPLAY "MVTSITU - OUVERTURE ECART-LISTE IMPOSSIBLE - "
004750             WS-ECART-STATUT
004760         MOVE 12 TO RETURN-CODE
004770         MOVE "N" TO WS-PARAM-VALIDE-SW
004780         CLOSE SITU-LISTE
004790         GO TO 1000-EXIT
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    1050-LIRE-PARAMETRE - LIT LA CARTE PARMIN FACULTATIVE :    *
004850*    OPERATEUR ET DATE DE TRAITEMENT POUR LE REGISTRE.          *
004860*****************************************************************
004870 1050-LIRE-PARAMETRE.
004880     OPEN INPUT PARM-FICHIER.
004890     IF WS-PARMIN-STATUT NOT = "00"
004900         GO TO 1050-EXIT
004910     END-IF.
004920     READ PARM-FICHIER
004930         AT END
004940             CLOSE PARM-FICHIER
004950             GO TO 1050-EXIT
004960     END-READ.
004970     MOVE PARM-OPERATEUR TO WS-RUN-OPERATEUR.
004980     IF PARM-DATE-TRAITEMENT IS NUMERIC
004990         AND PARM-DATE-TRAITEMENT NOT = "00000000"
005000         MOVE PARM-DATE-TRAITEMENT TO WS-RUN-DATE-TRAITEMENT
005010     END-IF.
005020     CLOSE PARM-FICHIER.
005030 1050-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    1100-LIRE-SITUPARM - LIT LA CARTE SITUPARM : DATE DE       *
005070*    SITUATION ET DATE DE LA GENERATION DE SAUVEGARDE. SANS     *
005080*    CARTE VALIDE, RIEN N'EST EDITE.                            *
005090*****************************************************************
005100 1100-LIRE-SITUPARM.
005110     OPEN INPUT SITU-PARM.
005120     IF WS-SPARM-STATUT NOT = "00"
005130         GO TO 1100-EXIT
005140     END-IF.
005150     READ SITU-PARM
005160         AT END
005170             CLOSE SITU-PARM
005180             GO TO 1100-EXIT
005190     END-READ.
005200     IF SITUPARM-DATE-SITUATION IS NUMERIC
005210         AND SITUPARM-DATE-SITUATION NOT = "00000000"
005220         AND SITUPARM-DATE-SAUVE IS NUMERIC
005230         AND SITUPARM-DATE-SAUVE NOT = "00000000"
005240         MOVE SITUPARM-DATE-SITUATION TO WS-DATE-SITUATION
005250         MOVE SITUPARM-DATE-SAUVE TO WS-DATE-SAUVEGARDE
005260         SET WS-PARAM-VALIDE TO TRUE
005270     END-IF.
005280     CLOSE SITU-PARM.
005290 1100-EXIT.
005300     EXIT.
005310*****************************************************************
005320*    1200-CHARGER-DEVISES - CHARGE LE FICHIER DES TAUX DU JOUR  *
005330*    EN MEMOIRE. EN SON ABSENCE LA TABLE RESTE VIDE ET TOUT     *
005340*    CODE DEVISE INCONNU EST CONVERTI AU TAUX 1.                *
005350*****************************************************************
005360 1200-CHARGER-DEVISES.
005370     MOVE ZERO TO WS-NOMBRE-DEVISES.
005380     OPEN INPUT DEV-FICHIER.
005390     IF WS-DEV-STATUT NOT = "00"
005400         GO TO 1200-EXIT
005410     END-IF.
005420     PERFORM 1210-CHARGER-UNE-DEVISE THRU 1210-EXIT
005430         UNTIL FIN-FICHIER-DEV
005440         OR WS-NOMBRE-DEVISES >= WS-LIMITE-DEVISES.
005450     CLOSE DEV-FICHIER.
005460 1200-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    1210-CHARGER-UNE-DEVISE - LIT UN ENREGISTREMENT DEVTAUX    *
005500*    ET LE RANGE DANS LA TABLE DES TAUX.                        *
005510*****************************************************************
005520 1210-CHARGER-UNE-DEVISE.
005530     READ DEV-FICHIER
005540         AT END
005550             SET FIN-FICHIER-DEV TO TRUE
005560             GO TO 1210-EXIT
005570     END-READ.
005580     IF DEV-CODE = SPACES OR DEV-TAUX NOT NUMERIC
005590         GO TO 1210-EXIT
005600     END-IF.
005610     ADD 1 TO WS-NOMBRE-DEVISES.
005620     MOVE DEV-CODE TO WS-DEV-CODE(WS-NOMBRE-DEVISES).
005630     MOVE DEV-TAUX TO WS-DEV-TAUX(WS-NOMBRE-DEVISES).
005640 1210-EXIT.
005650     EXIT.
005660*****************************************************************
005670*    2000-TRAITER-PASSE - SITUATION D'UN FICHIER (ECP OU ATBB   *
005680*    SELON WS-PASSE-SW) : CHARGE L'EFFET NET DU JOURNAL PAR     *
005690*    NUMERO, PUIS FUSIONNE SAUVEGARDE, TABLE ET MAITRE VIVANT   *
005700*    DANS L'ORDRE DES CLES.                                     *
005710*****************************************************************
005720 2000-TRAITER-PASSE.
005730     PERFORM 5600-RAZ-SECTION THRU 5600-EXIT.
005740     PERFORM 2100-CHARGER-JOURNAL THRU 2100-EXIT.
005750     IF NOT WS-PASSE-VALIDE
005760         GO TO 2000-EXIT
005770     END-IF.
005780     IF WS-TABLE-SATUREE
005790         DISPLAY "MVTSITU - JOURNAL " WS-PASSE-SW
005800             " - PLUS DE " WS-LIMITE-TABLE
005810             " NUMEROS A REJOUER - SITUATION NON EDITEE"
005820         MOVE 12 TO RETURN-CODE
005830         GO TO 2000-EXIT
005840     END-IF.
005850     PERFORM 2300-OUVRIR-PASSE THRU 2300-EXIT.
005860     IF NOT WS-PASSE-VALIDE
005870         GO TO 2000-EXIT
005880     END-IF.
005890     PERFORM 2400-EDITER-ENTETES THRU 2400-EXIT.
005900     MOVE ZERO TO WS-INDICE-LECTURE.
005910     PERFORM 5100-LIRE-SAUVE THRU 5100-EXIT.
005920     PERFORM 5200-AVANCER-TABLE THRU 5200-EXIT.
005930     PERFORM 5300-LIRE-VIF THRU 5300-EXIT.
005940     PERFORM 3000-FUSIONNER THRU 3000-EXIT
005950         UNTIL WS-CLE-SAUVE = WS-CLE-FIN
005960         AND WS-CLE-TABLE = WS-CLE-FIN
005970         AND WS-CLE-VIF = WS-CLE-FIN.
005980     PERFORM 2500-FERMER-PASSE THRU 2500-EXIT.
005990     PERFORM 6000-EDITER-TOTAUX THRU 6000-EXIT.
006000 2000-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    2100-CHARGER-JOURNAL - PASSE LE JOURNAL ET RANGE, PAR      *
006040*    NUMERO DU FICHIER COURANT ET DANS L'ORDRE DES CLES, L'IMAGE*
006050*    A LA DATE DE SITUATION ET L'IMAGE EN FIN DE JOURNAL.       *
006060*****************************************************************
006070 2100-CHARGER-JOURNAL.
006080     MOVE ZERO TO WS-NOMBRE-ENTREES.
006090     MOVE "N" TO WS-TABLE-SW.
006100     MOVE "N" TO WS-FIN-JRN-SW.
006110     MOVE "O" TO WS-PASSE-VALIDE-SW.
006120     OPEN INPUT MVT-JOURNAL.
006130     IF WS-JRN-STATUT NOT = "00"
006140         DISPLAY "MVTSITU - OUVERTURE MVTJRN IMPOSSIBLE - "
006150             WS-JRN-STATUT
006160         MOVE 12 TO RETURN-CODE
006170         MOVE "N" TO WS-PASSE-VALIDE-SW
006180         GO TO 2100-EXIT
006190     END-IF.
006200     PERFORM 2110-LIRE-JOURNAL THRU 2110-EXIT
006210         UNTIL FIN-FICHIER-JRN OR WS-TABLE-SATUREE.
006220     CLOSE MVT-JOURNAL.
006230 2100-EXIT.
006240     EXIT.
006250*****************************************************************
006260*    2110-LIRE-JOURNAL - LIT UN EVENEMENT DU JOURNAL ET EN      *
006270*    REPORTE L'EFFET DANS LA TABLE : EVENEMENT POSTERIEUR A LA  *
006280*    SAUVEGARDE = NOUVELLE IMAGE DE FIN (ET DE SITUATION EN     *
006290*    AVANT); EVENEMENT ENTRE SITUATION ET SAUVEGARDE EN ARRIERE *
006300*    = IMAGE AVANT DU PREMIER EVENEMENT DU NUMERO.              *
006310*****************************************************************
006320 2110-LIRE-JOURNAL.
006330     READ MVT-JOURNAL
006340         AT END
006350             SET FIN-FICHIER-JRN TO TRUE
006360             GO TO 2110-EXIT
006370     END-READ.
006380     ADD 1 TO WS-COMPTEUR-JRN-LUS.
006390     IF JRN-FICHIER NOT = WS-PASSE-SW
006400         GO TO 2110-EXIT
006410     END-IF.
006420     IF NOT JRN-AJOUT AND NOT JRN-MODIF AND NOT JRN-CLOTURE
006421         AND NOT JRN-REOUVERTURE AND NOT JRN-EXTOURNE
006430         GO TO 2110-EXIT
006440     END-IF.
006450     IF JRN-DATE NOT < WS-DATE-SAUVEGARDE
006460         PERFORM 2200-TROUVER-ENTREE THRU 2200-EXIT
006470         IF WS-TABLE-SATUREE
006480             GO TO 2110-EXIT
006490         END-IF
006500         PERFORM 2210-IMAGE-FIN THRU 2210-EXIT
006510         IF NOT WS-SENS-ARRIERE
006520             AND JRN-DATE NOT > WS-DATE-SITUATION
006530             PERFORM 2220-IMAGE-APRES-SITU THRU 2220-EXIT
006540         END-IF
006550         ADD 1 TO WS-COMPTEUR-JRN-RETENUS
006560         GO TO 2110-EXIT
006570     END-IF.
006580     IF WS-SENS-ARRIERE
006590         AND JRN-DATE > WS-DATE-SITUATION
006600         PERFORM 2200-TROUVER-ENTREE THRU 2200-EXIT
006610         IF WS-TABLE-SATUREE
006620             GO TO 2110-EXIT
006630         END-IF
006640         IF WS-TJ-SIT-SW(WS-INDICE-TROUVE) = "B"
006650             PERFORM 2230-IMAGE-AVANT-SITU THRU 2230-EXIT
006660         END-IF
006670         ADD 1 TO WS-COMPTEUR-JRN-RETENUS
006680     END-IF.
006690 2110-EXIT.
006700     EXIT.
006710*****************************************************************
006720*    2200-TROUVER-ENTREE - RECHERCHE LE NUMERO DE L'EVENEMENT   *
006730*    DANS LA TABLE TRIEE ET L'Y INSERE A SA PLACE S'IL EST      *
006740*    ABSENT (IMAGES A "B" = SAUVEGARDE INCHANGEE). L'INDICE DE  *
006750*    L'ENTREE EST RENDU DANS WS-INDICE-TROUVE.                  *
006760*****************************************************************
006770 2200-TROUVER-ENTREE.
006780     MOVE "N" TO WS-POSITION-SW.
006790     MOVE 1 TO WS-INDICE-TROUVE.
006800     PERFORM 2240-AVANCER-POSITION THRU 2240-EXIT
006810         UNTIL WS-POSITION-TROUVEE
006820         OR WS-INDICE-TROUVE > WS-NOMBRE-ENTREES.
006830     IF WS-POSITION-TROUVEE
006840         IF WS-TJ-NUMERO(WS-INDICE-TROUVE) = JRN-NUMERO
006850             GO TO 2200-EXIT
006860         END-IF
006870     END-IF.
006880     IF WS-NOMBRE-ENTREES >= WS-LIMITE-TABLE
006890         SET WS-TABLE-SATUREE TO TRUE
006900         GO TO 2200-EXIT
006910     END-IF.
006920     MOVE WS-NOMBRE-ENTREES TO WS-INDICE.
006930     ADD 1 TO WS-NOMBRE-ENTREES.
006940     PERFORM 2250-DECALER-ENTREE THRU 2250-EXIT
006950         UNTIL WS-INDICE < WS-INDICE-TROUVE.
006960     MOVE JRN-NUMERO TO WS-TJ-NUMERO(WS-INDICE-TROUVE).
006970     MOVE "B" TO WS-TJ-SIT-SW(WS-INDICE-TROUVE).
006980     MOVE "B" TO WS-TJ-FIN-SW(WS-INDICE-TROUVE).
006990     MOVE SPACES TO WS-TJ-SIT-IMAGE(WS-INDICE-TROUVE).
007000     MOVE SPACES TO WS-TJ-FIN-IMAGE(WS-INDICE-TROUVE).
007010 2200-EXIT.
007020     EXIT.
007030*****************************************************************
007040*    2210-IMAGE-FIN - L'IMAGE APRES DE L'EVENEMENT DEVIENT      *
007050*    L'IMAGE ATTENDUE EN FIN DE JOURNAL.                        *
007060*****************************************************************
007070 2210-IMAGE-FIN.
007080     MOVE "J" TO WS-TJ-FIN-SW(WS-INDICE-TROUVE).
007090     MOVE JRN-AP-LIBELLE TO WS-TJ-FIN-LIBELLE(WS-INDICE-TROUVE).
007100     MOVE JRN-AP-DATE-MVT TO WS-TJ-FIN-DATE-MVT(WS-INDICE-TROUVE).
007110     MOVE JRN-AP-MONTANT TO WS-TJ-FIN-MONTANT(WS-INDICE-TROUVE).
007120     MOVE JRN-AP-STATUT TO WS-TJ-FIN-STATUT(WS-INDICE-TROUVE).
007130     MOVE JRN-AP-DEVISE TO WS-TJ-FIN-DEVISE(WS-INDICE-TROUVE).
007140 2210-EXIT.
007150     EXIT.
007160*****************************************************************
007170*    2220-IMAGE-APRES-SITU - EN AVANT, L'IMAGE APRES DE         *
007180*    L'EVENEMENT DEVIENT L'IMAGE A LA DATE DE SITUATION.        *
007190*****************************************************************
007200 2220-IMAGE-APRES-SITU.
007210     MOVE "J" TO WS-TJ-SIT-SW(WS-INDICE-TROUVE).
007220     MOVE JRN-AP-LIBELLE TO WS-TJ-SIT-LIBELLE(WS-INDICE-TROUVE).
007230     MOVE JRN-AP-DATE-MVT TO WS-TJ-SIT-DATE-MVT(WS-INDICE-TROUVE).
007240     MOVE JRN-AP-MONTANT TO WS-TJ-SIT-MONTANT(WS-INDICE-TROUVE).
007250     MOVE JRN-AP-STATUT TO WS-TJ-SIT-STATUT(WS-INDICE-TROUVE).
007260     MOVE JRN-AP-DEVISE TO WS-TJ-SIT-DEVISE(WS-INDICE-TROUVE).
007270 2220-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    2230-IMAGE-AVANT-SITU - EN ARRIERE, L'IMAGE AVANT DU       *
007310*    PREMIER EVENEMENT POSTERIEUR A LA DATE DE SITUATION EST    *
007320*    L'IMAGE A CETTE DATE; UN AJOUT SIGNIFIE QUE LE NUMERO      *
007330*    N'EXISTAIT PAS ENCORE ("X").                               *
007340*****************************************************************
007350 2230-IMAGE-AVANT-SITU.
007360     IF JRN-AJOUT
007370         MOVE "X" TO WS-TJ-SIT-SW(WS-INDICE-TROUVE)
007380         GO TO 2230-EXIT
007390     END-IF.
007400     MOVE "J" TO WS-TJ-SIT-SW(WS-INDICE-TROUVE).
007410     MOVE JRN-AV-LIBELLE TO WS-TJ-SIT-LIBELLE(WS-INDICE-TROUVE).
007420     MOVE JRN-AV-DATE-MVT TO WS-TJ-SIT-DATE-MVT(WS-INDICE-TROUVE).
007430     MOVE JRN-AV-MONTANT TO WS-TJ-SIT-MONTANT(WS-INDICE-TROUVE).
007440     MOVE JRN-AV-STATUT TO WS-TJ-SIT-STATUT(WS-INDICE-TROUVE).
007450     MOVE JRN-AV-DEVISE TO WS-TJ-SIT-DEVISE(WS-INDICE-TROUVE).
007460 2230-EXIT.
007470     EXIT.
007480*****************************************************************
007490*    2240-AVANCER-POSITION - AVANCE DANS LA TABLE TRIEE TANT    *
007500*    QUE LE NUMERO DE L'ENTREE EST INFERIEUR AU NUMERO CHERCHE. *
007510*****************************************************************
007520 2240-AVANCER-POSITION.
007530     IF WS-TJ-NUMERO(WS-INDICE-TROUVE) < JRN-NUMERO
007540         ADD 1 TO WS-INDICE-TROUVE
007550     ELSE
007560         SET WS-POSITION-TROUVEE TO TRUE
007570     END-IF.
007580 2240-EXIT.
007590     EXIT.
007600*****************************************************************
007610*    2250-DECALER-ENTREE - DECALE UNE ENTREE D'UN RANG VERS LE  *
007620*    BAS POUR LIBERER LA PLACE DU NOUVEAU NUMERO.               *
007630*****************************************************************
007640 2250-DECALER-ENTREE.
007650     COMPUTE WS-INDICE-SUIVANT = WS-INDICE + 1.
007660     MOVE WS-TJ-ENTREE(WS-INDICE)
007670         TO WS-TJ-ENTREE(WS-INDICE-SUIVANT).
007680     SUBTRACT 1 FROM WS-INDICE.
007690 2250-EXIT.
007700     EXIT.
007710*****************************************************************
007720*    2300-OUVRIR-PASSE - OUVRE LA SAUVEGARDE, LE MAITRE VIVANT  *
007730*    ET L'ARCHIVE DU FICHIER COURANT. L'ARCHIVE EST FACULTATIVE.*
007740*****************************************************************
007750 2300-OUVRIR-PASSE.
007760     MOVE "N" TO WS-ARCHIVE-OUVERTE-SW.
007770     IF WS-PASSE-ATBB
007780         GO TO 2350-OUVRIR-ATBB
007790     END-IF.
007800     OPEN INPUT ECP-SAUVE.
007810     IF WS-ECPS-STATUT NOT = "00"
007820         DISPLAY "MVTSITU - OUVERTURE ECPBKP IMPOSSIBLE - "
007830             WS-ECPS-STATUT
007840         MOVE 12 TO RETURN-CODE
007850         MOVE "N" TO WS-PASSE-VALIDE-SW
007860         GO TO 2300-EXIT
007870     END-IF.
007880     OPEN INPUT ECP-MAITRE.
007890     IF WS-ECP-STATUT NOT = "00"
007900         DISPLAY "MVTSITU - OUVERTURE ECPIN IMPOSSIBLE - "
007910             WS-ECP-STATUT
007920         MOVE 12 TO RETURN-CODE
007930         MOVE "N" TO WS-PASSE-VALIDE-SW
007940         CLOSE ECP-SAUVE
007950         GO TO 2300-EXIT
007960     END-IF.
007970     OPEN INPUT ECP-ARCHIVE.
007980     IF WS-ECPA-STATUT = "00"
007990         SET WS-ARCHIVE-OUVERTE TO TRUE
008000     END-IF.
008010     GO TO 2300-EXIT.
008020 2350-OUVRIR-ATBB.
008030     OPEN INPUT ATBB-SAUVE.
008040     IF WS-ATBBS-STATUT NOT = "00"
008050         DISPLAY "MVTSITU - OUVERTURE ATBBBKP IMPOSSIBLE - "
008060             WS-ATBBS-STATUT
008070         MOVE 12 TO RETURN-CODE
008080         MOVE "N" TO WS-PASSE-VALIDE-SW
008090         GO TO 2300-EXIT
008100     END-IF.
008110     OPEN INPUT ATBB-MAITRE.
008120     IF WS-ATBB-STATUT NOT = "00"
008130         DISPLAY "MVTSITU - OUVERTURE ATBBIN IMPOSSIBLE - "
008140             WS-ATBB-STATUT
008150         MOVE 12 TO RETURN-CODE
008160         MOVE "N" TO WS-PASSE-VALIDE-SW
008170         CLOSE ATBB-SAUVE
008180         GO TO 2300-EXIT
008190     END-IF.
008200     OPEN INPUT ATBB-ARCHIVE.
008210     IF WS-ATBBA-STATUT = "00"
008220         SET WS-ARCHIVE-OUVERTE TO TRUE
008230     END-IF.
008240 2300-EXIT.
008250     EXIT.
008260*****************************************************************
008270*    2400-EDITER-ENTETES - ENTETES DE LA SITUATION ET DE L'ETAT *
008280*    DES ECARTS POUR LE FICHIER COURANT.                        *
008290*****************************************************************
008300 2400-EDITER-ENTETES.
008310     MOVE WS-LIGNE-SAUT TO SITU-LIGNE-IMP.
008320     WRITE SITU-LIGNE-IMP.
008330     MOVE WS-PASSE-SW TO WS-H-FICHIER.
008340     MOVE WS-DATE-SITUATION TO WS-H-DATE-SITUATION.
008350     MOVE WS-LIGNE-ENTETE-1 TO SITU-LIGNE-IMP.
008360     WRITE SITU-LIGNE-IMP.
008370     MOVE WS-DATE-SAUVEGARDE TO WS-H-DATE-SAUVE.
008380     IF WS-SENS-ARRIERE
008390         MOVE "ARRIERE" TO WS-H-SENS
008400     ELSE
008410         MOVE "AVANT" TO WS-H-SENS
008420     END-IF.
008430     MOVE WS-LIGNE-ENTETE-SAUVE TO SITU-LIGNE-IMP.
008440     WRITE SITU-LIGNE-IMP.
008450     MOVE WS-LIGNE-ENTETE-2 TO SITU-LIGNE-IMP.
008460     WRITE SITU-LIGNE-IMP.
008470     MOVE WS-LIGNE-SAUT TO ECART-LIGNE-IMP.
008480     WRITE ECART-LIGNE-IMP.
008490     MOVE WS-PASSE-SW TO WS-EH-FICHIER.
008500     MOVE WS-DATE-SAUVEGARDE TO WS-EH-DATE-SAUVE.
008510     MOVE WS-LIGNE-ECA-ENTETE TO ECART-LIGNE-IMP.
008520     WRITE ECART-LIGNE-IMP.
008530     MOVE WS-LIGNE-ECA-COLONNES TO ECART-LIGNE-IMP.
008540     WRITE ECART-LIGNE-IMP.
008550 2400-EXIT.
008560     EXIT.
008570*****************************************************************
008580*    2500-FERMER-PASSE - FERME LES FICHIERS DU FICHIER COURANT. *
008590*****************************************************************
008600 2500-FERMER-PASSE.
008610     IF WS-PASSE-ECP
008620         CLOSE ECP-SAUVE
008630         CLOSE ECP-MAITRE
008640         IF WS-ARCHIVE-OUVERTE
008650             CLOSE ECP-ARCHIVE
008660         END-IF
008670     ELSE
008680         CLOSE ATBB-SAUVE
008690         CLOSE ATBB-MAITRE
008700         IF WS-ARCHIVE-OUVERTE
008710             CLOSE ATBB-ARCHIVE
008720         END-IF
008730     END-IF.
008740 2500-EXIT.
008750     EXIT.
008760*****************************************************************
008770*    3000-FUSIONNER - TRAITE LA PLUS PETITE CLE DES TROIS       *
008780*    SOURCES : CALCULE L'IMAGE A LA DATE DE SITUATION ET        *
008790*    L'IMAGE ATTENDUE EN FIN DE JOURNAL, EDITE LA PREMIERE ET   *
008800*    RAPPROCHE LA SECONDE DU MAITRE VIVANT.                     *
008810*****************************************************************
008820 3000-FUSIONNER.
008830     MOVE WS-CLE-SAUVE TO WS-CLE-COURANTE.
008840     IF WS-CLE-TABLE < WS-CLE-COURANTE
008850         MOVE WS-CLE-TABLE TO WS-CLE-COURANTE
008860     END-IF.
008870     IF WS-CLE-VIF < WS-CLE-COURANTE
008880         MOVE WS-CLE-VIF TO WS-CLE-COURANTE
008890     END-IF.
008900     MOVE "N" TO WS-SITU-PRESENT-SW.
008910     MOVE "N" TO WS-ATTENDU-PRESENT-SW.
008920     MOVE "N" TO WS-VIF-PRESENT-SW.
008930     IF WS-CLE-SAUVE = WS-CLE-COURANTE
008940         SET WS-SITU-PRESENT TO TRUE
008950         SET WS-ATTENDU-PRESENT TO TRUE
008960         MOVE WS-SAUVE-TRAVAIL TO WS-SITU-TRAVAIL
008970         MOVE WS-SAUVE-TRAVAIL TO WS-ATTENDU-TRAVAIL
008980         PERFORM 5100-LIRE-SAUVE THRU 5100-EXIT
008990     END-IF.
009000     IF WS-CLE-TABLE = WS-CLE-COURANTE
009010         PERFORM 3100-APPLIQUER-TABLE THRU 3100-EXIT
009020         PERFORM 5200-AVANCER-TABLE THRU 5200-EXIT
009030     END-IF.
009040     IF WS-CLE-VIF = WS-CLE-COURANTE
009050         SET WS-VIF-PRESENT TO TRUE
009060     END-IF.
009070     IF WS-SITU-PRESENT
009080         PERFORM 3200-EDITER-SITUATION THRU 3200-EXIT
009090     END-IF.
009100     PERFORM 3300-CONTROLER-VIF THRU 3300-EXIT.
009110     IF WS-VIF-PRESENT
009120         PERFORM 5300-LIRE-VIF THRU 5300-EXIT
009130     END-IF.
009140 3000-EXIT.
009150     EXIT.
009160*****************************************************************
009170*    3100-APPLIQUER-TABLE - REPORTE SUR LES IMAGES DE           *
009180*    SITUATION ET DE FIN L'EFFET NET DU JOURNAL POUR LA CLE     *
009190*    COURANTE.                                                  *
009200*****************************************************************
009210 3100-APPLIQUER-TABLE.
009220     EVALUATE WS-TJ-SIT-SW(WS-INDICE-LECTURE)
009230         WHEN "J"
009240             SET WS-SITU-PRESENT TO TRUE
009250             MOVE WS-TJ-NUMERO(WS-INDICE-LECTURE) TO WS-SI-NUMERO
009260             MOVE WS-TJ-SIT-IMAGE(WS-INDICE-LECTURE)
009270                 TO WS-SI-IMAGE
009280         WHEN "X"
009290             MOVE "N" TO WS-SITU-PRESENT-SW
009300         WHEN OTHER
009310             CONTINUE
009320     END-EVALUATE.
009330     IF WS-TJ-FIN-SW(WS-INDICE-LECTURE) = "J"
009340         SET WS-ATTENDU-PRESENT TO TRUE
009350         MOVE WS-TJ-NUMERO(WS-INDICE-LECTURE) TO WS-AT-NUMERO
009360         MOVE WS-TJ-FIN-IMAGE(WS-INDICE-LECTURE) TO WS-AT-IMAGE
009370     END-IF.
009380 3100-EXIT.
009390     EXIT.
009400*****************************************************************
009410*    3200-EDITER-SITUATION - EDITE L'ENREGISTREMENT A LA DATE   *
009420*    DE SITUATION ET LE CUMULE PAR STATUT ET PAR DEVISE.        *
009430*****************************************************************
009440 3200-EDITER-SITUATION.
009450     MOVE WS-SI-NUMERO TO WS-D-NUMERO.
009460     MOVE WS-SI-LIBELLE TO WS-D-LIBELLE.
009470     MOVE WS-SI-DATE-MVT TO WS-D-DATE.
009480     MOVE WS-SI-MONTANT TO WS-D-MONTANT.
009490     MOVE WS-SI-CODE-STATUT TO WS-D-STATUT.
009500     MOVE WS-SI-CODE-DEVISE TO WS-D-DEVISE.
009510     MOVE WS-SI-CODE-DEVISE TO WS-DEVISE-CTRL.
009520     MOVE WS-SI-MONTANT TO WS-MONTANT-CONVERTI.
009530     PERFORM 5800-CONVERTIR THRU 5800-EXIT.
009540     MOVE WS-MONTANT-CONVERTI TO WS-D-CONVERTI.
009550     MOVE WS-LIGNE-DETAIL TO SITU-LIGNE-IMP.
009560     WRITE SITU-LIGNE-IMP.
009570     ADD 1 TO WS-COMPTEUR-SITUES.
009580     ADD 1 TO WS-SC-NOMBRE-TOT.
009590     ADD WS-MONTANT-CONVERTI TO WS-SC-MONTANT-TOT.
009600     EVALUATE TRUE
009610         WHEN WS-SI-STATUT-OUVERT
009620             ADD 1 TO WS-SC-NOMBRE-OU
009630             ADD WS-MONTANT-CONVERTI TO WS-SC-MONTANT-OU
009640         WHEN WS-SI-STATUT-CLOS
009650             ADD 1 TO WS-SC-NOMBRE-CL
009660             ADD WS-MONTANT-CONVERTI TO WS-SC-MONTANT-CL
009670         WHEN OTHER
009680             ADD 1 TO WS-SC-NOMBRE-AUT
009690             ADD WS-MONTANT-CONVERTI TO WS-SC-MONTANT-AUT
009700     END-EVALUATE.
009710     PERFORM 5400-CUMULER-DEVISE THRU 5400-EXIT.
009720 3200-EXIT.
009730     EXIT.
009740*****************************************************************
009750*    3300-CONTROLER-VIF - RAPPROCHE L'IMAGE ATTENDUE EN FIN DE  *
009760*    JOURNAL DU MAITRE VIVANT : ENREGISTREMENT MODIFIE, ABSENT  *
009770*    (SAUF CLOS ARCHIVE) OU CREE EN DEHORS DE MVTMAJ.           *
009780*****************************************************************
009790 3300-CONTROLER-VIF.
009800     IF WS-ATTENDU-PRESENT AND WS-VIF-PRESENT
009810         IF WS-AT-LIBELLE NOT = WS-VF-LIBELLE
009820             OR WS-AT-DATE-MVT NOT = WS-VF-DATE-MVT
009830             OR WS-AT-MONTANT NOT = WS-VF-MONTANT
009840             OR WS-AT-CODE-STATUT NOT = WS-VF-CODE-STATUT
009850             OR WS-AT-CODE-DEVISE NOT = WS-VF-CODE-DEVISE
009860             MOVE "MODIFIE HORS MVTMAJ" TO WS-E-NATURE
009870             PERFORM 3500-ECRIRE-ATTENDU THRU 3500-EXIT
009880             PERFORM 3600-ECRIRE-VIF THRU 3600-EXIT
009890             PERFORM 3700-COMPTER-ECART THRU 3700-EXIT
009900         END-IF
009910         GO TO 3300-EXIT
009920     END-IF.
009930     IF WS-ATTENDU-PRESENT
009940         IF WS-AT-STATUT-CLOS
009950             PERFORM 3400-CHERCHER-ARCHIVE THRU 3400-EXIT
009960             IF WS-ARCHIVE-TROUVEE
009970                 ADD 1 TO WS-CPT-ARCHIVES-PASSE
009980                 GO TO 3300-EXIT
009990             END-IF
010000         END-IF
010010         MOVE "ABSENT DU MAITRE" TO WS-E-NATURE
010020         PERFORM 3500-ECRIRE-ATTENDU THRU 3500-EXIT
010030         PERFORM 3700-COMPTER-ECART THRU 3700-EXIT
010040         GO TO 3300-EXIT
010050     END-IF.
010060     IF WS-VIF-PRESENT
010070         MOVE "CREE HORS MVTMAJ" TO WS-E-NATURE
010080         PERFORM 3600-ECRIRE-VIF THRU 3600-EXIT
010090         PERFORM 3700-COMPTER-ECART THRU 3700-EXIT
010100     END-IF.
010110 3300-EXIT.
010120     EXIT.
010130*****************************************************************
010140*    3400-CHERCHER-ARCHIVE - RECHERCHE LA CLE COURANTE DANS LE  *
010150*    MAITRE D'ARCHIVE DU FICHIER COURANT.                       *
010160*****************************************************************
010170 3400-CHERCHER-ARCHIVE.
010180     MOVE "N" TO WS-ARCHIVE-SW.
010190     IF NOT WS-ARCHIVE-OUVERTE
010200         GO TO 3400-EXIT
010210     END-IF.
010220     IF WS-PASSE-ECP
010230         MOVE WS-CLE-COURANTE TO ECP-ARCH-NUMERO
010240         READ ECP-ARCHIVE
010250             INVALID KEY
010260                 CONTINUE
010270             NOT INVALID KEY
010280                 SET WS-ARCHIVE-TROUVEE TO TRUE
010290         END-READ
010300     ELSE
010310         MOVE WS-CLE-COURANTE TO ATBB-ARCH-NUMERO
010320         READ ATBB-ARCHIVE
010330             INVALID KEY
010340                 CONTINUE
010350             NOT INVALID KEY
010360                 SET WS-ARCHIVE-TROUVEE TO TRUE
010370         END-READ
010380     END-IF.
010390 3400-EXIT.
010400     EXIT.
010410*****************************************************************
010420*    3500-ECRIRE-ATTENDU - EDITE L'IMAGE ATTENDUE SELON LE      *
010430*    JOURNAL SUR L'ETAT DES ECARTS.                             *
010440*****************************************************************
010450 3500-ECRIRE-ATTENDU.
010460     MOVE WS-CLE-COURANTE TO WS-E-NUMERO.
010470     MOVE "JOURNAL" TO WS-E-SOURCE.
010480     MOVE WS-AT-LIBELLE TO WS-E-LIBELLE.
010490     MOVE WS-AT-DATE-MVT TO WS-E-DATE.
010500     MOVE WS-AT-MONTANT TO WS-E-MONTANT.
010510     MOVE WS-AT-CODE-STATUT TO WS-E-STATUT.
010520     MOVE WS-AT-CODE-DEVISE TO WS-E-DEVISE.
010530     MOVE WS-LIGNE-ECART TO ECART-LIGNE-IMP.
010540     WRITE ECART-LIGNE-IMP.
010550     MOVE SPACES TO WS-E-NATURE.
010560 3500-EXIT.
010570     EXIT.
010580*****************************************************************
010590*    3600-ECRIRE-VIF - EDITE L'IMAGE DU MAITRE VIVANT SUR       *
010600*    L'ETAT DES ECARTS.                                         *
010610*****************************************************************
010620 3600-ECRIRE-VIF.
010630     MOVE WS-CLE-COURANTE TO WS-E-NUMERO.
010640     MOVE "MAITRE" TO WS-E-SOURCE.
010650     MOVE WS-VF-LIBELLE TO WS-E-LIBELLE.
010660     MOVE WS-VF-DATE-MVT TO WS-E-DATE.
010670     MOVE WS-VF-MONTANT TO WS-E-MONTANT.
010680     MOVE WS-VF-CODE-STATUT TO WS-E-STATUT.
010690     MOVE WS-VF-CODE-DEVISE TO WS-E-DEVISE.
010700     MOVE WS-LIGNE-ECART TO ECART-LIGNE-IMP.
010710     WRITE ECART-LIGNE-IMP.
010720     MOVE SPACES TO WS-E-NATURE.
010730 3600-EXIT.
010740     EXIT.
010750*****************************************************************
010760*    3700-COMPTER-ECART - COMPTE UN ECART DU FICHIER COURANT.   *
010770*****************************************************************
010780 3700-COMPTER-ECART.
010790     ADD 1 TO WS-COMPTEUR-ECARTS.
010800     ADD 1 TO WS-CPT-ECARTS-PASSE.
010810 3700-EXIT.
010820     EXIT.
010830*****************************************************************
010840*    4000-FINALISATION - FERME LES ETATS ET POSITIONNE LE CODE  *
010850*    RETOUR (4 QUAND DES ECARTS ONT ETE TROUVES).               *
010860*****************************************************************
010870 4000-FINALISATION.
010880     CLOSE SITU-LISTE.
010890     CLOSE ECART-LISTE.
010900     IF WS-COMPTEUR-ECARTS > ZERO
010910         AND RETURN-CODE < 4
010920         MOVE 4 TO RETURN-CODE
010930     END-IF.
010940 4000-EXIT.
010950     EXIT.
010960*****************************************************************
010970*    5100-LIRE-SAUVE - LIT L'ENREGISTREMENT SUIVANT DE LA       *
010980*    SAUVEGARDE DU FICHIER COURANT (CLE 99999999 EN FIN).       *
010990*****************************************************************
011000 5100-LIRE-SAUVE.
011010     IF WS-PASSE-ECP
011020         READ ECP-SAUVE INTO WS-SAUVE-TRAVAIL
011030             AT END
011040                 MOVE WS-CLE-FIN TO WS-CLE-SAUVE
011050                 GO TO 5100-EXIT
011060         END-READ
011070     ELSE
011080         READ ATBB-SAUVE INTO WS-SAUVE-TRAVAIL
011090             AT END
011100                 MOVE WS-CLE-FIN TO WS-CLE-SAUVE
011110                 GO TO 5100-EXIT
011120         END-READ
011130     END-IF.
011140     ADD 1 TO WS-COMPTEUR-SAUVE.
011150     ADD 1 TO WS-CPT-SAUVE-PASSE.
011160     MOVE WS-SV-NUMERO TO WS-CLE-SAUVE.
011170 5100-EXIT.
011180     EXIT.
011190*****************************************************************
011200*    5200-AVANCER-TABLE - PASSE A L'ENTREE SUIVANTE DE LA TABLE *
011210*    DU JOURNAL (CLE 99999999 EN FIN).                          *
011220*****************************************************************
011230 5200-AVANCER-TABLE.
011240     ADD 1 TO WS-INDICE-LECTURE.
011250     IF WS-INDICE-LECTURE > WS-NOMBRE-ENTREES
011260         MOVE WS-CLE-FIN TO WS-CLE-TABLE
011270     ELSE
011280         MOVE WS-TJ-NUMERO(WS-INDICE-LECTURE) TO WS-CLE-TABLE
011290     END-IF.
011300 5200-EXIT.
011310     EXIT.
011320*****************************************************************
011330*    5300-LIRE-VIF - LIT L'ENREGISTREMENT SUIVANT DU MAITRE     *
011340*    VIVANT DU FICHIER COURANT (CLE 99999999 EN FIN).           *
011350*****************************************************************
011360 5300-LIRE-VIF.
011370     IF WS-PASSE-ECP
011380         READ ECP-MAITRE INTO WS-VIF-TRAVAIL
011390             AT END
011400                 MOVE WS-CLE-FIN TO WS-CLE-VIF
011410                 GO TO 5300-EXIT
011420         END-READ
011430     ELSE
011440         READ ATBB-MAITRE INTO WS-VIF-TRAVAIL
011450             AT END
011460                 MOVE WS-CLE-FIN TO WS-CLE-VIF
011470                 GO TO 5300-EXIT
011480         END-READ
011490     END-IF.
011500     MOVE WS-VF-NUMERO TO WS-CLE-VIF.
011510 5300-EXIT.
011520     EXIT.
011530*****************************************************************
011540*    5400-CUMULER-DEVISE - CUMULE L'ENREGISTREMENT EDITE DANS   *
011550*    LA TABLE PAR DEVISE DU FICHIER COURANT, EN CREANT L'ENTREE *
011560*    DE LA DEVISE SI NECESSAIRE (BLANC = MONNAIE DE             *
011570*    RESTITUTION).                                              *
011580*****************************************************************
011590 5400-CUMULER-DEVISE.
011600     MOVE "N" TO WS-DEVTAB-SW.
011610     MOVE ZERO TO WS-INDICE-TROUVE.
011620     MOVE ZERO TO WS-INDICE.
011630     PERFORM 5410-CHERCHER-DEVISE-SEC THRU 5410-EXIT
011640         UNTIL WS-DEVTAB-TROUVEE
011650         OR WS-INDICE >= WS-SC-NOMBRE-DEV.
011660     IF NOT WS-DEVTAB-TROUVEE
011670         IF WS-SC-NOMBRE-DEV >= WS-LIMITE-DEVTAB
011680             GO TO 5400-EXIT
011690         END-IF
011700         ADD 1 TO WS-SC-NOMBRE-DEV
011710         MOVE WS-SC-NOMBRE-DEV TO WS-INDICE-TROUVE
011720         MOVE WS-SI-CODE-DEVISE TO WS-DSC-CODE(WS-INDICE-TROUVE)
011730         MOVE ZERO TO WS-DSC-NOMBRE(WS-INDICE-TROUVE)
011740         MOVE ZERO TO WS-DSC-MT-ORIG(WS-INDICE-TROUVE)
011750         MOVE ZERO TO WS-DSC-MT-CONV(WS-INDICE-TROUVE)
011760     END-IF.
011770     ADD 1 TO WS-DSC-NOMBRE(WS-INDICE-TROUVE).
011780     ADD WS-SI-MONTANT TO WS-DSC-MT-ORIG(WS-INDICE-TROUVE).
011790     ADD WS-MONTANT-CONVERTI TO WS-DSC-MT-CONV(WS-INDICE-TROUVE).
011800 5400-EXIT.
011810     EXIT.
011820*****************************************************************
011830*    5410-CHERCHER-DEVISE-SEC - COMPARE UNE ENTREE DE LA TABLE  *
011840*    PAR DEVISE A LA DEVISE DE L'ENREGISTREMENT EDITE.          *
011850*****************************************************************
011860 5410-CHERCHER-DEVISE-SEC.
011870     ADD 1 TO WS-INDICE.
011880     IF WS-DSC-CODE(WS-INDICE) = WS-SI-CODE-DEVISE
011890         SET WS-DEVTAB-TROUVEE TO TRUE
011900         MOVE WS-INDICE TO WS-INDICE-TROUVE
011910     END-IF.
011920 5410-EXIT.
011930     EXIT.
011940*****************************************************************
011950*    5600-RAZ-SECTION - REMET A ZERO LES CUMULS DU FICHIER      *
011960*    COURANT.                                                   *
011970*****************************************************************
011980 5600-RAZ-SECTION.
011990     MOVE ZERO TO WS-SC-NOMBRE-OU.
012000     MOVE ZERO TO WS-SC-MONTANT-OU.
012010     MOVE ZERO TO WS-SC-NOMBRE-CL.
012020     MOVE ZERO TO WS-SC-MONTANT-CL.
012030     MOVE ZERO TO WS-SC-NOMBRE-AUT.
012040     MOVE ZERO TO WS-SC-MONTANT-AUT.
012050     MOVE ZERO TO WS-SC-NOMBRE-TOT.
012060     MOVE ZERO TO WS-SC-MONTANT-TOT.
012070     MOVE ZERO TO WS-SC-NOMBRE-DEV.
012080     MOVE ZERO TO WS-CPT-SAUVE-PASSE.
012090     MOVE ZERO TO WS-CPT-ECARTS-PASSE.
012100     MOVE ZERO TO WS-CPT-ARCHIVES-PASSE.
012110 5600-EXIT.
012120     EXIT.
012130*****************************************************************
012140*    5800-CONVERTIR - CONVERTIT WS-MONTANT-CONVERTI (CHARGE DU  *
012150*    MONTANT D'ORIGINE) EN MONNAIE DE RESTITUTION AU TAUX DE    *
012160*    LA DEVISE DE WS-DEVISE-CTRL. DEVISE BLANCHE, EUR OU        *
012170*    INCONNUE DE LA TABLE : TAUX 1, MONTANT INCHANGE.           *
012180*****************************************************************
012190 5800-CONVERTIR.
012200     IF WS-DEVISE-CTRL = SPACES OR WS-DEVISE-CTRL = "EUR"
012210         GO TO 5800-EXIT
012220     END-IF.
012230     MOVE "N" TO WS-DEVISE-SW.
012240     MOVE ZERO TO WS-INDICE-DEV.
012250     PERFORM 5810-CHERCHER-DEVISE THRU 5810-EXIT
012260         UNTIL WS-DEVISE-TROUVEE
012270         OR WS-INDICE-DEV >= WS-NOMBRE-DEVISES.
012280     IF WS-DEVISE-TROUVEE
012290         COMPUTE WS-MONTANT-CONVERTI ROUNDED =
012300             WS-MONTANT-CONVERTI
012310             * WS-DEV-TAUX(WS-INDICE-DEV)
012320     END-IF.
012330 5800-EXIT.
012340     EXIT.
012350*****************************************************************
012360*    5810-CHERCHER-DEVISE - COMPARE UNE ENTREE DE LA TABLE DES  *
012370*    TAUX AU CODE RECHERCHE.                                    *
012380*****************************************************************
012390 5810-CHERCHER-DEVISE.
012400     ADD 1 TO WS-INDICE-DEV.
012410     IF WS-DEV-CODE(WS-INDICE-DEV) = WS-DEVISE-CTRL
012420         SET WS-DEVISE-TROUVEE TO TRUE
012430     END-IF.
012440 5810-EXIT.
012450     EXIT.
012460*****************************************************************
012470*    6000-EDITER-TOTAUX - EDITE LES TOTAUX PAR STATUT ET PAR    *
012480*    DEVISE DE LA SITUATION ET LE BILAN DES ECARTS DU FICHIER   *
012490*    COURANT.                                                   *
012500*****************************************************************
012510 6000-EDITER-TOTAUX.
012520     MOVE "OUVERT" TO WS-S-STATUT.
012530     MOVE WS-SC-NOMBRE-OU TO WS-S-NOMBRE.
012540     MOVE WS-SC-MONTANT-OU TO WS-S-MONTANT.
012550     MOVE WS-LIGNE-STATUT TO SITU-LIGNE-IMP.
012560     WRITE SITU-LIGNE-IMP.
012570     MOVE "CLOS  " TO WS-S-STATUT.
012580     MOVE WS-SC-NOMBRE-CL TO WS-S-NOMBRE.
012590     MOVE WS-SC-MONTANT-CL TO WS-S-MONTANT.
012600     MOVE WS-LIGNE-STATUT TO SITU-LIGNE-IMP.
012610     WRITE SITU-LIGNE-IMP.
012620     IF WS-SC-NOMBRE-AUT > ZERO
012630         MOVE "AUTRES" TO WS-S-STATUT
012640         MOVE WS-SC-NOMBRE-AUT TO WS-S-NOMBRE
012650         MOVE WS-SC-MONTANT-AUT TO WS-S-MONTANT
012660         MOVE WS-LIGNE-STATUT TO SITU-LIGNE-IMP
012670         WRITE SITU-LIGNE-IMP
012680     END-IF.
012690     MOVE ZERO TO WS-INDICE.
012700     PERFORM 6100-EDITER-DEVISE THRU 6100-EXIT
012710         UNTIL WS-INDICE >= WS-SC-NOMBRE-DEV.
012720     MOVE WS-CPT-SAUVE-PASSE TO WS-T-SAUVES.
012730     MOVE WS-SC-NOMBRE-TOT TO WS-T-SITUES.
012740     MOVE WS-SC-MONTANT-TOT TO WS-T-MONTANT.
012750     MOVE WS-LIGNE-TOTAL TO SITU-LIGNE-IMP.
012760     WRITE SITU-LIGNE-IMP.
012770     MOVE WS-CPT-ECARTS-PASSE TO WS-ET-ECARTS.
012780     MOVE WS-CPT-ARCHIVES-PASSE TO WS-ET-ARCHIVES.
012790     MOVE WS-LIGNE-ECA-TOTAL TO ECART-LIGNE-IMP.
012800     WRITE ECART-LIGNE-IMP.
012810 6000-EXIT.
012820     EXIT.
012830*****************************************************************
012840*    6100-EDITER-DEVISE - EDITE LA LIGNE D'UNE DEVISE DU        *
012850*    FICHIER COURANT (BLANC = MONNAIE DE RESTITUTION).          *
012860*****************************************************************
012870 6100-EDITER-DEVISE.
012880     ADD 1 TO WS-INDICE.
012890     MOVE WS-DSC-CODE(WS-INDICE) TO WS-V-DEVISE.
012900     MOVE WS-DSC-NOMBRE(WS-INDICE) TO WS-V-NOMBRE.
012910     MOVE WS-DSC-MT-ORIG(WS-INDICE) TO WS-V-ORIGINE.
012920     MOVE WS-DSC-MT-CONV(WS-INDICE) TO WS-V-CONVERTI.
012930     MOVE WS-LIGNE-DEVISE TO SITU-LIGNE-IMP.
012940     WRITE SITU-LIGNE-IMP.
012950 6100-EXIT.
012960     EXIT.
012970*****************************************************************
012980*    9500-ENREGISTRER-RUN - INSCRIT L'EXECUTION TERMINEE DANS   *
012990*    LE REGISTRE DES TRAITEMENTS (RUNREG, LUS = ENREGISTREMENTS *
013000*    SAUVEGARDES, TRAITES = ENREGISTREMENTS A LA DATE,          *
013010*    ANOMALIES = ECARTS AVEC LE MAITRE VIVANT).                 *
013020*****************************************************************
013030 9500-ENREGISTRER-RUN.
013040     OPEN EXTEND RUN-FICHIER.
013050     IF WS-RUN-STATUT NOT = "00"
013060         OPEN OUTPUT RUN-FICHIER
013070     END-IF.
013080     IF WS-RUN-STATUT NOT = "00"
013090         DISPLAY "MVTSITU - ECRITURE RUNREG IMPOSSIBLE - "
013100             WS-RUN-STATUT
013110         GO TO 9500-EXIT
013120     END-IF.
013130     MOVE "MVTSITU" TO RUN-PROGRAMME.
013140     MOVE WS-RUN-DATE-TRAITEMENT TO RUN-DATE-TRAITEMENT.
013150     MOVE WS-RUN-DATE-DEBUT TO RUN-DATE-DEBUT.
013160     MOVE WS-RUN-HEURE-DEBUT TO RUN-HEURE-DEBUT.
013170     ACCEPT RUN-DATE-FIN FROM DATE YYYYMMDD.
013180     ACCEPT RUN-HEURE-FIN FROM TIME.
013190     MOVE WS-RUN-OPERATEUR TO RUN-OPERATEUR.
013200     MOVE RETURN-CODE TO RUN-CODE-RETOUR.
013210     MOVE WS-COMPTEUR-SAUVE TO RUN-COMPTEUR-LUS.
013220     MOVE WS-COMPTEUR-SITUES TO RUN-COMPTEUR-TRAITES.
013230     MOVE WS-COMPTEUR-ECARTS TO RUN-COMPTEUR-ANOMALIES.
013240     WRITE RUN-RECORD.
013250     CLOSE RUN-FICHIER.
013260 9500-EXIT.
013270     EXIT.
013280 END PROGRAM MVTSITU.
