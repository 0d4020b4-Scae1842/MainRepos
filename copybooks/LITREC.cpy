000010*****************************************************************
000020*                                                                *
000030*   LITREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE DISPUTE REGISTER (LITREG)             *
000050*                                                                *
000060*   WRITTEN    : J. FAVREAU                                     *
000070*   DATE       : 2026-10-15                                     *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER MOVEMENT PUT*
000120*                  UNDER DISPUTE BY THE BUREAU D'ORDRES, KEYED  *
000130*                  BY TARGET FILE (ECP OR ATBB) AND NUMERO. KEPT*
000140*                  BY THE LITMNT CONSOLE (OPEN, AMEND, RESOLVE),*
000150*                  EVERY CHANGE JOURNALED ON LITHIST. WHILE A   *
000160*                  DISPUTE IS OPEN, MVTMAJ REJECTS A CLOSURE OF *
000170*                  THE MOVEMENT (REASON 15) AND MVTARC KEEPS IT *
000180*                  OUT OF THE ARCHIVE MASTERS. MVTINQ SHOWS THE *
000190*                  FLAG, LITRPT AGES OPEN DISPUTES BY OWNER. THE*
000200*                  DISPUTED AMOUNT IS IN THE MOVEMENT CURRENCY. *
000210*                  A RESOLVED DISPUTE MAY BE OPENED AGAIN ON THE*
000220*                  SAME KEY; THE EARLIER ONE REMAINS ON LITHIST.*
000230*                                                                *
000240*****************************************************************
000250 01  LIT-RECORD.
000260     05  LIT-CLE.
000270         10  LIT-FICHIER             PIC X(04).
000280             88  LIT-CIBLE-ECP               VALUE "ECP ".
000290             88  LIT-CIBLE-ATBB              VALUE "ATBB".
000300         10  LIT-NUMERO              PIC 9(07).
000310     05  LIT-ETAT                    PIC X(01).
000320         88  LIT-OUVERT                      VALUE "O".
000330         88  LIT-RESOLU                      VALUE "R".
000340     05  LIT-DATE-OUVERTURE          PIC 9(08).
000350     05  LIT-CODE-MOTIF              PIC X(02).
000360     05  LIT-MOTIF                   PIC X(40).
000370     05  LIT-MONTANT                 PIC S9(11)V99 COMP-3.
000380     05  LIT-DEVISE                  PIC X(03).
000390     05  LIT-RESPONSABLE             PIC X(08).
000400     05  LIT-DATE-RESOLUTION         PIC 9(08).
000410     05  LIT-CODE-RESOLUTION         PIC X(02).
000420     05  LIT-RESOLUTION              PIC X(40).
000430     05  LIT-DATE-MAJ                PIC 9(08).
000440     05  LIT-HEURE-MAJ               PIC 9(08).
000450     05  LIT-AUTEUR                  PIC X(08).
000460     05  FILLER                      PIC X(46).
