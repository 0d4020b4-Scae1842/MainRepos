000010*****************************************************************
000020*                                                                *
000030*   LITHREC.CPY                                                 *
000040*   RECORD LAYOUT FOR THE DISPUTE-REGISTER CHANGE-HISTORY FILE  *
000050*   (LITHIST)                                                   *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - EVERY OPENING, AMENDMENT OR*
000130*                  RESOLUTION OF A DISPUTE DONE THROUGH LITMNT  *
000140*                  IS JOURNALED HERE (WHO, WHICH MOVEMENT, OLD  *
000150*                  AND NEW STATE, OWNER, AMOUNT AND REASON CODE,*
000160*                  THE REASON OR RESOLUTION TEXT, WHEN), ON THE *
000170*                  SAME PATTERN AS ECARTHIST.                   *
000180*                  FOR A RESOLUTION, THE NEW CODE AND THE       *
000190*                  TEXT ARE THE RESOLUTION CODE AND TEXT.       *
000200*                                                                *
000210*****************************************************************
000220 01  LITH-RECORD.
000230     05  LITH-DATE                   PIC 9(08).
000240     05  LITH-HEURE                  PIC 9(08).
000250     05  LITH-AUTEUR                 PIC X(08).
000260     05  LITH-ACTION                 PIC X(10).
000270     05  LITH-CLE.
000280         10  LITH-FICHIER            PIC X(04).
000290         10  LITH-NUMERO             PIC 9(07).
000300     05  LITH-ANC-ETAT               PIC X(01).
000310     05  LITH-NOUV-ETAT              PIC X(01).
000320     05  LITH-ANC-RESPONSABLE        PIC X(08).
000330     05  LITH-NOUV-RESPONSABLE       PIC X(08).
000340     05  LITH-ANC-MONTANT            PIC S9(11)V99 COMP-3.
000350     05  LITH-NOUV-MONTANT           PIC S9(11)V99 COMP-3.
000360     05  LITH-ANC-CODE               PIC X(02).
000370     05  LITH-NOUV-CODE              PIC X(02).
000380     05  LITH-TEXTE                  PIC X(40).
000390     05  FILLER                      PIC X(16).
