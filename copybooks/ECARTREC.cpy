000010*****************************************************************
000020*                                                                *
000030*   ECARTREC.CPY                                                *
000040*   RECORD LAYOUT FOR THE RECONCILIATION DISCREPANCY REGISTER   *
000050*   (ECARTREG)                                                  *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER BREAK       *
000130*                  FOUND BY RECONCIL, KEYED BY NUMERO AND       *
000140*                  BREAK TYPE (ES = ECP ONLY, AS = ATBB ONLY,   *
000150*                  EM = AMOUNT MISMATCH). RECONCIL KEEPS THE    *
000160*                  FIRST-SEEN AND LAST-SEEN BUSINESS DATES AND  *
000170*                  THE CURRENT DIFFERENCE (ECP MINUS ATBB IN    *
000180*                  REPORTING CURRENCY) AND CLOSES A BREAK THAT  *
000190*                  NO LONGER APPEARS. ECARTMNT ATTACHES A       *
000200*                  JUSTIFICATION CODE AND COMMENT OR MARKS THE  *
000210*                  BREAK ACCEPTED, EVERY CHANGE JOURNALED ON    *
000220*                  ECARTHIST.                                   *
000230*                                                                *
000240*****************************************************************
000250 01  ECART-RECORD.
000260     05  ECART-CLE.
000270         10  ECART-NUMERO            PIC 9(07).
000280         10  ECART-TYPE              PIC X(02).
000290             88  ECART-TYPE-ECP-SEUL         VALUE "ES".
000300             88  ECART-TYPE-ATBB-SEUL        VALUE "AS".
000310             88  ECART-TYPE-MONTANT          VALUE "EM".
000320     05  ECART-DATE-PREMIERE         PIC 9(08).
000330     05  ECART-DATE-DERNIERE         PIC 9(08).
000340     05  ECART-DIFFERENCE            PIC S9(11)V99 COMP-3.
000350     05  ECART-ETAT                  PIC X(01).
000360         88  ECART-OUVERT                    VALUE "O".
000370         88  ECART-RESOLU                    VALUE "R".
000380     05  ECART-DATE-RESOLUTION       PIC 9(08).
000390     05  ECART-SUIVI                 PIC X(01).
000400         88  ECART-NON-TRAITE                VALUE SPACE.
000410         88  ECART-JUSTIFIE                  VALUE "J".
000420         88  ECART-ACCEPTE                   VALUE "A".
000430     05  ECART-CODE-JUSTIF           PIC X(02).
000440     05  ECART-COMMENTAIRE           PIC X(40).
000450     05  ECART-DATE-MAJ              PIC 9(08).
000460     05  ECART-HEURE-MAJ             PIC 9(08).
000470     05  ECART-AUTEUR                PIC X(08).
000480     05  FILLER                      PIC X(12).
