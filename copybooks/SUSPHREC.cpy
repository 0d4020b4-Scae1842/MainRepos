000010*****************************************************************
000020*                                                                *
000030*   SUSPHREC.CPY                                                *
000040*   RECORD LAYOUT FOR THE SUSPECT-REGISTER CHANGE-HISTORY FILE  *
000050*   (SUSPHIST)                                                  *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - EVERY CLEARANCE OF A SUSPECT*
000130*                  MOVEMENT OR PAIR DONE THROUGH SUSPMNT IS     *
000140*                  JOURNALED HERE (WHO, WHICH SUSPECT, OLD AND  *
000150*                  NEW STATE, REASON CODE AND COMMENT, WHEN),   *
000160*                  ON THE SAME PATTERN AS ECARTHIST.            *
000170*                                                                *
000180*****************************************************************
000190 01  SUSH-RECORD.
000200     05  SUSH-DATE                   PIC 9(08).
000210     05  SUSH-HEURE                  PIC 9(08).
000220     05  SUSH-AUTEUR                 PIC X(08).
000230     05  SUSH-ACTION                 PIC X(10).
000240     05  SUSH-CLE.
000250         10  SUSH-REGLE              PIC X(02).
000260         10  SUSH-FICHIER-1          PIC X(04).
000270         10  SUSH-NUMERO-1           PIC 9(07).
000280         10  SUSH-FICHIER-2          PIC X(04).
000290         10  SUSH-NUMERO-2           PIC 9(07).
000300     05  SUSH-ANC-ETAT               PIC X(01).
000310     05  SUSH-NOUV-ETAT              PIC X(01).
000320     05  SUSH-CODE-MOTIF             PIC X(02).
000330     05  SUSH-COMMENTAIRE            PIC X(40).
000340     05  FILLER                      PIC X(18).
