000167*                  CURRENCY (BLANK = REPORTING CURRENCY, AS     *
000168*                  BEFORE). CHECKED AGAINST THE DAILY DEVTAUX   *
000169*                  RATES FILE ON THE WAY IN.                    *
000170*   2026-10-15 JF  ACTIONS O (REOPEN A CLOSED MOVEMENT) AND E   *
000171*                  (FULL REVERSAL OF AN OPEN OR CLOSED          *
000172*                  MOVEMENT) ADDED. A REVERSAL MAY CARRY ITS    *
000173*                  OWN ACCOUNTING DATE IN MVT-DATE-MVT (BLANK = *
000174*                  MOVEMENT DATE); THE MOVEMENT DATE ITSELF IS  *
000175*                  NEVER CHANGED.                               *
000176*                                                                *
000180*****************************************************************
000190 01  MVT-RECORD.
000200     05  MVT-FICHIER                 PIC X(04).
000240         88  MVT-AJOUT                       VALUE "A".
000250         88  MVT-MODIF                       VALUE "M".
000260         88  MVT-CLOTURE                     VALUE "C".
000261         88  MVT-REOUVERTURE                 VALUE "O".
000262         88  MVT-EXTOURNE                    VALUE "E".
000270     05  MVT-NUMERO                  PIC 9(07).
000280     05  MVT-LIBELLE                 PIC X(30).
000290     05  MVT-DATE-MVT                PIC 9(08).
