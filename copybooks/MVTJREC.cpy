000174*   2026-09-02 JF  CODE DEVISE PORTE SUR CHAQUE IMAGE (CARVE    *
000175*                  DU FILLER, LRECL INCHANGE) DEPUIS L'AJOUT    *
000176*                  DU CODE DEVISE AUX DESSINS MAITRES.          *
000177*   2026-10-15 JF  ACTIONS O (REOUVERTURE) ET E (EXTOURNE)      *
000178*                  AJOUTEES, JOURNALISEES PAR MVTMAJ COMME LES  *
000179*                  AUTRES MISES A JOUR DU MAITRE.               *
000180*   2026-10-15 JF  DATE DE TRAITEMENT DU RUN (CARTE PARMIN) ET  *
000181*                  DATE COMPTABLE DE L'EXTOURNE (ACTION E)      *
000182*                  AJOUTEES, LRECL 150 -> 170 (CONVERSION       *
000183*                  UNIQUE PAR JRNMIG). A BLANC SUR LES ENTREES  *
000184*                  ANTERIEURES.                                 *
000185*                                                                *
000190*****************************************************************
000200 01  JRN-RECORD.
000210     05  JRN-DATE                    PIC 9(08).
000300         88  JRN-CLOTURE                     VALUE "C".
000301         88  JRN-CORRECTION                  VALUE "R".
000302         88  JRN-ANNULATION                  VALUE "V".
000303         88  JRN-REOUVERTURE                 VALUE "O".
000304         88  JRN-EXTOURNE                    VALUE "E".
000310     05  JRN-NUMERO                  PIC 9(07).
000320     05  JRN-AVANT.
000330         10  JRN-AV-LIBELLE          PIC X(30).
000430         10  JRN-AP-STATUT           PIC X(02).
000431         10  JRN-AP-DEVISE           PIC X(03).
000440     05  FILLER                      PIC X(04).
000450     05  JRN-DATE-TRAITEMENT         PIC 9(08).
000460     05  JRN-DATE-EXTOURNE           PIC 9(08).
000470     05  FILLER                      PIC X(04).
