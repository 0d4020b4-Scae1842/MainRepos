000164*                  REJECTS, FINACK GAPS), WATCHED BY THE        *
000165*                  RUNMON VARIANCE MONITOR. SPACES ON THE       *
000166*                  RECORDS WRITTEN BEFORE THIS CHANGE.          *
000167*   2026-10-15 JF  FOR MVTGL (MONTH-CLOSE GENERAL-LEDGER        *
000168*                  POSTING) RUN-DATE-TRAITEMENT HOLDS THE FIRST *
000169*                  DAY OF THE POSTED MONTH : A RUN ENDED WITH   *
000170*                  RC 0 FOR THAT DATE STOPS ANY SECOND POSTING  *
000171*                  OF THE SAME MONTH.                           *
000172*                                                                *
000180*****************************************************************
000190 01  RUN-RECORD.
000200     05  RUN-PROGRAMME               PIC X(08).
