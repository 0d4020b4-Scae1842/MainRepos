000010*****************************************************************
000020*                                                                *
000030*   GLCREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE GENERAL-LEDGER ACCOUNT MAP (GLCPTE)   *
000050*                                                                *
000060*   WRITTEN    : J. FAVREAU                                     *
000070*   DATE       : 2026-10-15                                     *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-10-15 JF  INITIAL VERSION - ONE CARD PER TARGET FILE   *
000120*                  (ECP OR ATBB), NATURE OF AMOUNT EFFECT AND   *
000130*                  CURRENCY, GIVING THE GENERAL-LEDGER ACCOUNTS *
000140*                  MVTGL POSTS TO AT MONTH CLOSE : A = ADDITIONS,*
000150*                  M = AMENDMENTS, E = REVERSALS, C = CLOSURES  *
000160*                  (NET OF REOPENS). A POSITIVE NET EFFECT DEBITS*
000170*                  THE DEBIT ACCOUNT AND CREDITS THE CREDIT     *
000180*                  ACCOUNT, A NEGATIVE ONE THE OTHER WAY ROUND. A*
000190*                  BLANK CURRENCY IS THE DEFAULT CARD FOR EVERY *
000200*                  CURRENCY OF THAT FILE AND NATURE WITHOUT ITS *
000210*                  OWN CARD. AN EFFECT WITH NO CARD AT ALL STOPS*
000220*                  THE POSTING RUN.                             *
000230*                                                                *
000240*****************************************************************
000250 01  GLC-RECORD.
000260     05  GLC-FICHIER                 PIC X(04).
000270     05  GLC-NATURE                  PIC X(01).
000280         88  GLC-NATURE-VALIDE               VALUE "A" "M"
000285                                                   "E" "C".
000290     05  GLC-DEVISE                  PIC X(03).
000300     05  GLC-COMPTE-DEBIT            PIC X(10).
000310     05  GLC-COMPTE-CREDIT           PIC X(10).
000320     05  GLC-LIBELLE                 PIC X(30).
000330     05  FILLER                      PIC X(22).
