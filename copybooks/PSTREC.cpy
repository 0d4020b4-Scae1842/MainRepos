000010*****************************************************************
000020*                                                                *
000030*   PSTREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE PRODUCER SEGMENT STATISTICS FILE      *
000050*   (PRODSTAT)                                                  *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER H/T SEGMENT *
000130*                  RECEIVED ON MVTIN, ECPBRUT OR ATBBBRUT,      *
000140*                  WRITTEN EACH NIGHT BY FLXPROD FROM THE FILES *
000150*                  AS THEY ARRIVED (BEFORE THE REJMERGE SORTS), *
000160*                  WITH THE PRODUCER, THE DETAIL COUNT AND      *
000170*                  TOTAL, THE TRAILER FIGURES AND THE VERDICT   *
000180*                  THE SEGMENT WOULD GET ON ITS OWN FROM THE    *
000190*                  MVTEDIT / MVTMAJ COMPLETENESS CHECK. DETAILS *
000200*                  AHEAD OF ANY HEADER FORM A SEGMENT OF THEIR  *
000210*                  OWN WITH A BLANK PRODUCER. THE FILE IS       *
000220*                  CUMULATIVE; PRODRPT READS IT FOR THE MONTHLY *
000230*                  PRODUCER SCORECARD.                          *
000240*                                                                *
000250*****************************************************************
000260 01  PST-RECORD.
000270     05  PST-DATE-TRAITEMENT         PIC 9(08).
000280     05  PST-FLUX                    PIC X(08).
000290     05  PST-EMETTEUR                PIC X(08).
000300     05  PST-RANG-SEGMENT            PIC 9(05).
000310     05  PST-DATE-ENTETE             PIC X(08).
000320     05  PST-CPT-DETAILS             PIC 9(07).
000330     05  PST-MT-DETAILS              PIC S9(13)V99 COMP-3.
000340     05  PST-CPT-REMORQUE            PIC 9(07).
000350     05  PST-MT-REMORQUE             PIC S9(13)V99 COMP-3.
000360     05  PST-VERDICT                 PIC X(02).
000370         88  PST-SEGMENT-ACCEPTE             VALUE SPACES.
000380         88  PST-REFUS-DATE                  VALUE "DT".
000390         88  PST-REFUS-ECART                 VALUE "CP" "MT"
000400                                                   "EA" "RA".
000410         88  PST-ECART-COMPTEUR              VALUE "CP".
000420         88  PST-ECART-MONTANT               VALUE "MT".
000430         88  PST-ENTETE-ABSENT               VALUE "EA".
000440         88  PST-REMORQUE-ABSENTE            VALUE "RA".
000450     05  FILLER                      PIC X(11).
