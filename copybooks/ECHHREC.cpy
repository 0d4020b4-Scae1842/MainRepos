000010*****************************************************************
000020*                                                                *
000030*   ECHHREC.CPY                                                 *
000040*   RECORD LAYOUT FOR THE AUDIT-SAMPLE RESULT HISTORY FILE      *
000050*   (ECHHIST)                                                   *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - EVERY TEST RESULT KEYED    *
000130*                  THROUGH ECHMNT IS JOURNALED HERE (WHO, WHEN, *
000140*                  WHICH CAMPAIGN AND MOVEMENT, OLD AND NEW     *
000150*                  RESULT, THE OLD AUDITOR, TEST DATE AND       *
000160*                  COMMENT AND THE NEW COMMENT), ON THE SAME    *
000170*                  PATTERN AS LITHIST, SO A RESULT REPLACED ON  *
000180*                  ECHANT KEEPS ITS EARLIER EVIDENCE. ACTION    *
000190*                  SAISIE FOR A FIRST RESULT, REMPLACE FOR A    *
000200*                  CHANGE.                                      *
000210*                                                                *
000220*****************************************************************
000230 01  ECHH-RECORD.
000240     05  ECHH-DATE                   PIC 9(08).
000250     05  ECHH-HEURE                  PIC 9(08).
000260     05  ECHH-AUTEUR                 PIC X(08).
000270     05  ECHH-ACTION                 PIC X(10).
000280     05  ECHH-CLE.
000290         10  ECHH-CAMPAGNE           PIC 9(08).
000300         10  ECHH-FICHIER            PIC X(04).
000310         10  ECHH-NUMERO             PIC 9(07).
000320     05  ECHH-ANC-RESULTAT           PIC X(01).
000330     05  ECHH-NOUV-RESULTAT          PIC X(01).
000340     05  ECHH-ANC-AUDITEUR           PIC X(08).
000350     05  ECHH-ANC-DATE-TEST          PIC 9(08).
000360     05  ECHH-ANC-COMMENTAIRE        PIC X(60).
000370     05  ECHH-NOUV-COMMENTAIRE       PIC X(60).
000380     05  FILLER                      PIC X(09).
