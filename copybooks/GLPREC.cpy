000010*****************************************************************
000020*                                                                *
000030*   GLPREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE GENERAL-LEDGER POSTING FILE (GLPOST)  *
000050*                                                                *
000060*   WRITTEN    : J. FAVREAU                                     *
000070*   DATE       : 2026-10-15                                     *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-10-15 JF  INITIAL VERSION - BUILT BY MVTGL ONCE AN     *
000120*                  ACCOUNTING MONTH IS CLOSED. ONE SEGMENT PER  *
000130*                  TARGET FILE (ECP, THEN ATBB) : A HEADER H    *
000140*                  (FILE IDENTIFIER, BUSINESS DATE, EMITTER AND *
000150*                  POSTED MONTH), THE DETAIL LINES D AND A      *
000160*                  TRAILER T WITH THE DETAIL COUNT AND THE DEBIT*
000170*                  AND CREDIT HASH TOTALS, ON THE FLXREC PATTERN.*
000180*                  EVERY AMOUNT EFFECT (FILE, MOVEMENT MONTH,   *
000190*                  CURRENCY, NATURE) GIVES ONE DEBIT AND ONE    *
000200*                  CREDIT LINE FOR THE SAME UNSIGNED AMOUNT, SO *
000210*                  EACH SEGMENT BALANCES (DEBIT = CREDIT). A FILE*
000220*                  WITH NO ACTIVITY STILL GETS ITS H/T PAIR.    *
000230*                                                                *
000240*****************************************************************
000250 01  GLP-RECORD.
000260     05  GLP-TYPE                    PIC X(01).
000270         88  GLP-ENTETE                      VALUE "H".
000280         88  GLP-DETAIL                      VALUE "D".
000290         88  GLP-REMORQUE                    VALUE "T".
000300     05  GLP-ENTETE-ZONES.
000310         10  GLP-FICHIER-ID          PIC X(08).
000320         10  GLP-DATE-TRAITEMENT     PIC 9(08).
000330         10  GLP-EMETTEUR            PIC X(08).
000340         10  GLP-MOIS-COMPTABLE      PIC 9(06).
000350         10  FILLER                  PIC X(49).
000360     05  GLP-DETAIL-ZONES REDEFINES GLP-ENTETE-ZONES.
000370         10  GLP-FICHIER             PIC X(04).
000380         10  GLP-MOIS-MVT            PIC 9(06).
000390         10  GLP-DEVISE              PIC X(03).
000400         10  GLP-NATURE              PIC X(01).
000410         10  GLP-SENS                PIC X(01).
000420             88  GLP-SENS-DEBIT              VALUE "D".
000430             88  GLP-SENS-CREDIT             VALUE "C".
000440         10  GLP-COMPTE              PIC X(10).
000450         10  GLP-MONTANT             PIC 9(11)V99.
000460         10  GLP-LIBELLE             PIC X(30).
000470         10  FILLER                  PIC X(11).
000480     05  GLP-REMORQUE-ZONES REDEFINES GLP-ENTETE-ZONES.
000490         10  GLP-COMPTEUR            PIC 9(07).
000500         10  GLP-TOTAL-DEBIT         PIC S9(11)V99
000510                                     SIGN LEADING SEPARATE.
000520         10  GLP-TOTAL-CREDIT        PIC S9(11)V99
000530                                     SIGN LEADING SEPARATE.
000540         10  FILLER                  PIC X(44).
