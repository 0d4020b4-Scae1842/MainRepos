000010*****************************************************************
000020*                                                                *
000030*   MVTAREC.CPY                                                 *
000040*   RECORD LAYOUT FOR THE PENDING-APPROVAL FILE OF HIGH-VALUE   *
000050*   MOVEMENTS (MVTATT)                                          *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - WRITTEN BY MVTSAIS FOR EVERY*
000130*                  MOVEMENT ABOVE ITS MVTSEUIL THRESHOLD (STATUS*
000140*                  A), WITH THE KEYING OPERATOR, THE CONVERTED  *
000150*                  AMOUNT AND THE MVTREC IMAGE THAT WOULD HAVE  *
000160*                  GONE TO MVTIN. MVTAPPR SETS V (APPROVED) OR R*
000170*                  (REFUSED) WITH THE DECIDING LEVEL-3 OPERATOR,*
000180*                  WHO IS NEVER THE KEYING ONE. MVTLIBER RELEASES*
000190*                  THE V ITEMS INTO THE NIGHT'S MVTIN SEGMENT AND*
000200*                  DROPS THE DECIDED ITEMS; ITEMS STILL A STAY  *
000210*                  FOR THE NEXT DAY AND SHOW ON REJRPT.         *
000220*                                                                *
000230*****************************************************************
000240 01  ATT-RECORD.
000250     05  ATT-STATUT                  PIC X(01).
000260         88  ATT-EN-ATTENTE                  VALUE "A".
000270         88  ATT-APPROUVE                    VALUE "V".
000280         88  ATT-REFUSE                      VALUE "R".
000290     05  ATT-SAISI-PAR               PIC X(08).
000300     05  ATT-DATE-SAISIE             PIC 9(08).
000310     05  ATT-HEURE-SAISIE            PIC 9(08).
000320     05  ATT-MONTANT-CONVERTI        PIC S9(13)V99 COMP-3.
000330     05  ATT-SEUIL                   PIC 9(11)V99 COMP-3.
000340     05  ATT-DECIDE-PAR              PIC X(08).
000350     05  ATT-DATE-DECISION           PIC 9(08).
000360     05  ATT-HEURE-DECISION          PIC 9(08).
000370     05  ATT-IMAGE                   PIC X(80).
000380     05  ATT-IMAGE-MVT REDEFINES ATT-IMAGE.
000390         10  ATT-FICHIER             PIC X(04).
000400             88  ATT-CIBLE-ECP               VALUE "ECP ".
000410             88  ATT-CIBLE-ATBB              VALUE "ATBB".
000420         10  ATT-ACTION              PIC X(01).
000430         10  ATT-NUMERO              PIC X(07).
000440         10  ATT-LIBELLE             PIC X(30).
000450         10  ATT-DATE-MVT            PIC X(08).
000460         10  ATT-MONTANT             PIC S9(09)V99
000470                                     SIGN LEADING SEPARATE.
000480         10  ATT-DEVISE              PIC X(03).
000490         10  FILLER                  PIC X(15).
000500     05  FILLER                      PIC X(16).
