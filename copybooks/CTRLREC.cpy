000130*                  AMOUNT HASH TOTALS AS THE PRINTED CONTROL    *
000140*                  REPORT, IN A MACHINE-READABLE FORM SO THAT   *
000150*                  MVTCUT CAN BALANCE THE RUN BEFORE THE NEW    *
000151*                  MASTERS ARE SWAPPED IN.                      *
000152*   2026-10-15 JF  CTL-REOUVERTURES, CTL-EXTOURNES AND          *
000153*                  CTL-EXTOURNES-CLOS (REVERSALS APPLIED TO A   *
000154*                  CLOSED MOVEMENT, ALSO COUNTED IN             *
000155*                  CTL-EXTOURNES) ADDED SO MVTCUT CAN BALANCE   *
000156*                  THE CLOSED AND REVERSED COUNTS. NEW          *
000157*                  COUNTERS, LRECL 100 -> 110.                  *
000158*   2026-10-15 JF  THE MVTCUT JOB NOW APPENDS CTRLTOT TO THE    *
000159*                  CUMULATIVE CTRLHIST (SAME LAYOUT, CREATED AT *
000160*                  LRECL 110) ONCE THE NEW MASTERS ARE IN       *
000161*                  PLACE, SO MVTGL CAN PROVE THE MONTH-CLOSE    *
000162*                  GENERAL-LEDGER POSTING AGAINST THE MONTH'S   *
000163*                  MOVEMENT IN THE MASTER TOTALS (SUM OF AFTER  *
000164*                  - BEFORE AMOUNTS).                           *
000170*                                                                *
000180*****************************************************************
000190 01  CTL-RECORD.
000290     05  CTL-MODIFS                  PIC 9(07).
000300     05  CTL-CLOTURES                PIC 9(07).
000310     05  CTL-REJETS                  PIC 9(07).
000320     05  CTL-REOUVERTURES            PIC 9(07).
000330     05  CTL-EXTOURNES               PIC 9(07).
000340     05  CTL-EXTOURNES-CLOS          PIC 9(07).
000350     05  FILLER                      PIC X(03).
