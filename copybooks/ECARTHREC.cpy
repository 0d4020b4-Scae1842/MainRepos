000010*****************************************************************
000020*                                                                *
000030*   ECARTHREC.CPY                                               *
000040*   RECORD LAYOUT FOR THE DISCREPANCY-REGISTER CHANGE-HISTORY   *
000050*   FILE (ECARTHIST)                                            *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - EVERY JUSTIFICATION OR     *
000130*                  ACCEPTANCE OF A RECONCILIATION BREAK DONE    *
000140*                  THROUGH ECARTMNT IS JOURNALED HERE (WHO,     *
000150*                  WHICH BREAK, OLD AND NEW FOLLOW-UP STATE,    *
000160*                  CODE AND COMMENT, WHEN), ON THE SAME PATTERN *
000170*                  AS PERHIST FOR THE PERIOD-CONTROL FILE.      *
000180*                                                                *
000190*****************************************************************
000200 01  ECAH-RECORD.
000210     05  ECAH-DATE                   PIC 9(08).
000220     05  ECAH-HEURE                  PIC 9(08).
000230     05  ECAH-AUTEUR                 PIC X(08).
000240     05  ECAH-ACTION                 PIC X(10).
000250     05  ECAH-NUMERO                 PIC 9(07).
000260     05  ECAH-TYPE                   PIC X(02).
000270     05  ECAH-ANC-SUIVI              PIC X(01).
000280     05  ECAH-NOUV-SUIVI             PIC X(01).
000290     05  ECAH-ANC-CODE               PIC X(02).
000300     05  ECAH-NOUV-CODE              PIC X(02).
000310     05  ECAH-ANC-COMMENTAIRE        PIC X(40).
000320     05  ECAH-NOUV-COMMENTAIRE       PIC X(40).
000330     05  FILLER                      PIC X(11).
