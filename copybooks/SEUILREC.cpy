000010*****************************************************************
000020*                                                                *
000030*   SEUILREC.CPY                                                *
000040*   RECORD LAYOUT FOR THE DUAL-CONTROL THRESHOLD CARDS          *
000050*   (MVTSEUIL)                                                  *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - ONE CARD PER TARGET FILE   *
000130*                  (ECP OR ATBB) AND CURRENCY. A MOVEMENT KEYED *
000140*                  IN MVTSAIS WHOSE AMOUNT, CONVERTED TO THE    *
000150*                  REPORTING CURRENCY THROUGH DEVTAUX, EXCEEDS  *
000160*                  THE THRESHOLD IN ABSOLUTE VALUE GOES TO THE  *
000170*                  PENDING-APPROVAL FILE (MVTATT) INSTEAD OF    *
000180*                  MVTIN. A BLANK CURRENCY IS THE DEFAULT CARD  *
000190*                  FOR EVERY CURRENCY OF THAT FILE WITHOUT ITS  *
000200*                  OWN CARD; A FILE WITH NO CARD AT ALL HAS NO  *
000210*                  DUAL CONTROL. THRESHOLD IN REPORTING         *
000220*                  CURRENCY, 11 INTEGER DIGITS AND 2 DECIMALS.  *
000230*                                                                *
000240*****************************************************************
000250 01  SEUIL-RECORD.
000260     05  SEUIL-FICHIER               PIC X(04).
000270     05  SEUIL-DEVISE                PIC X(03).
000280     05  SEUIL-MONTANT-X             PIC X(13).
000290     05  SEUIL-MONTANT REDEFINES SEUIL-MONTANT-X
000300                                     PIC 9(11)V99.
000310     05  FILLER                      PIC X(60).
