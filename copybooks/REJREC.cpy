000150*                  REJMNT CORRECTS OR VOIDS THE ITEM, REJMERGE  *
000160*                  ROUTES THE CORRECTED ONES BACK INTO THE      *
000170*                  NIGHT'S INPUT STREAM, REJRPT AGES WHAT IS    *
000171*                  STILL OUTSTANDING.                           *
000172*   2026-10-15 JF  RECORD LENGTHENED FROM 140 TO 160 (ONE-OFF   *
000173*                  CONVERSION BY JOB REJMIG). REJ-EMETTEUR IS   *
000174*                  THE PRODUCER (FLXREC EMITTER) OF THE         *
000175*                  SEGMENT THE RECORD ARRIVED IN, LOOKED UP BY  *
000176*                  MVTEDIT / MVTMAJ IN THE NIGHT'S FLXORIG      *
000177*                  CROSS-REFERENCE (BLANK = NOT KNOWN).         *
000178*                  REJ-DATE-DECISION IS THE DATE REJMNT         *
000179*                  CORRECTED OR VOIDED THE ITEM (BLANK WHILE    *
000180*                  OUTSTANDING). BOTH FEED THE PRODRPT          *
000181*                  PRODUCER SCORECARD.                          *
000190*                                                                *
000200*****************************************************************
000210 01  REJ-RECORD.
000350         88  REJ-ANNULE                      VALUE "V".
000360     05  REJ-IMAGE                   PIC X(80).
000370     05  FILLER                      PIC X(07).
000380     05  REJ-EMETTEUR                PIC X(08).
000390     05  REJ-DATE-DECISION           PIC 9(08).
000400     05  REJ-DATE-DECISION-X REDEFINES REJ-DATE-DECISION
000410                                     PIC X(08).
000420     05  FILLER                      PIC X(04).
