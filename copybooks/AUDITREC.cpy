000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-08-09 JF  INITIAL VERSION - MENU SELECTION AUDIT TRAIL  *
000111*   2026-10-15 JF  DUAL-CONTROL DECISIONS LOGGED BY MVTAPPR :   *
000112*                  AUDIT-CHOIX 'APPROB' WITH THE DECISION (V/R) *
000113*                  IN COL 8 AND THE NUMERO IN COLS 10-16,       *
000114*                  AUDIT-RAPPORT APPECP/APPATBB, AND THE ID OF  *
000115*                  THE OPERATOR WHO KEYED THE MOVEMENT IN COLS  *
000116*                  13-20 OF AUDIT-RESULTAT. MVTSAIS LOGS A HELD *
000117*                  MOVEMENT WITH RESULT 'EN ATTENTE'.           *
000120*                                                                *
000130*****************************************************************
000140 01  AUDIT-RECORD.
