000010*****************************************************************
000020*                                                                *
000030*   SUSPREC.CPY                                                 *
000040*   RECORD LAYOUT FOR THE SUSPECT-MOVEMENT REGISTER (SUSPREG)   *
000050*                                                                *
000060*   WRITTEN    : J. FAVREAU                                     *
000070*   DATE       : 2026-10-15                                     *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER SUSPECT FOUND*
000120*                  BY THE MVTDUP NIGHTLY SWEEP, KEYED BY RULE AND*
000130*                  BY THE MOVEMENT(S) CONCERNED : DB = LIKELY   *
000140*                  DUPLICATE PAIR (SAME CONVERTED AMOUNT, SAME OR*
000150*                  SIMILAR LIBELLE, DATES IN THE WINDOW), AR =  *
000160*                  ROUND AMOUNT, SS = AMOUNT JUST UNDER THE     *
000170*                  DUAL-CONTROL THRESHOLD. FOR A PAIR THE LOWER *
000180*                  FILE + NUMERO COMES FIRST; AR AND SS LEAVE THE*
000190*                  SECOND MOVEMENT BLANK/ZERO. AMOUNTS ARE IN   *
000200*                  REPORTING CURRENCY (DEVTAUX). MVTDUP KEEPS THE*
000210*                  FIRST-SEEN AND LAST-SEEN BUSINESS DATES AND  *
000220*                  MARKS GONE A SUSPECT NO LONGER FOUND. SUSPMNT*
000230*                  CLEARS A SUSPECT WITH A REASON CODE AND      *
000240*                  COMMENT, JOURNALED ON SUSPHIST; A CLEARED    *
000250*                  SUSPECT IS NEVER REOPENED NOR REPORTED AGAIN.*
000260*                                                                *
000270*****************************************************************
000280 01  SUSP-RECORD.
000290     05  SUSP-CLE.
000300         10  SUSP-REGLE              PIC X(02).
000310             88  SUSP-REGLE-DOUBLON          VALUE "DB".
000320             88  SUSP-REGLE-ARRONDI          VALUE "AR".
000330             88  SUSP-REGLE-SOUS-SEUIL       VALUE "SS".
000340         10  SUSP-FICHIER-1          PIC X(04).
000350         10  SUSP-NUMERO-1           PIC 9(07).
000360         10  SUSP-FICHIER-2          PIC X(04).
000370         10  SUSP-NUMERO-2           PIC 9(07).
000380     05  SUSP-DATE-PREMIERE          PIC 9(08).
000390     05  SUSP-DATE-DERNIERE          PIC 9(08).
000400     05  SUSP-DATE-MVT-1             PIC 9(08).
000410     05  SUSP-DATE-MVT-2             PIC 9(08).
000420     05  SUSP-MONTANT-1              PIC S9(11)V99 COMP-3.
000430     05  SUSP-MONTANT-2              PIC S9(11)V99 COMP-3.
000440     05  SUSP-LIBELLE-1              PIC X(30).
000450     05  SUSP-LIBELLE-2              PIC X(30).
000460     05  SUSP-ETAT                   PIC X(01).
000470         88  SUSP-OUVERT                     VALUE "O".
000480         88  SUSP-CLASSE                     VALUE "C".
000490         88  SUSP-DISPARU                    VALUE "D".
000500     05  SUSP-DATE-DISPARITION       PIC 9(08).
000510     05  SUSP-CODE-MOTIF             PIC X(02).
000520     05  SUSP-COMMENTAIRE            PIC X(40).
000530     05  SUSP-DATE-MAJ               PIC 9(08).
000540     05  SUSP-HEURE-MAJ              PIC 9(08).
000550     05  SUSP-AUTEUR                 PIC X(08).
000560     05  FILLER                      PIC X(15).
