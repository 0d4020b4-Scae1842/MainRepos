000010*****************************************************************
000020*                                                                *
000030*   ORGREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE NIGHTLY PRODUCER CROSS-REFERENCE      *
000050*   (FLXORIG)                                                   *
000060*                                                                *
000070*   WRITTEN    : J. FAVREAU                                     *
000080*   DATE       : 2026-10-15                                     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   --------------------                                        *
000120*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER DETAIL OF   *
000130*                  MVTIN, ECPBRUT AND ATBBBRUT, WRITTEN BY      *
000140*                  FLXPROD BEFORE THE REJMERGE SORTS SCATTER    *
000150*                  THE H/T SEGMENTS, PLUS ONE PER RECYCLED ITEM *
000160*                  WRITTEN BY REJMERGE WITH THE PRODUCER CARRIED*
000170*                  ON REJCYCLE. MVTEDIT AND MVTMAJ LOOK THE     *
000180*                  PRODUCER UP HERE (INPUT FILE + TARGET FILE + *
000190*                  NUMERO, FIRST ENTRY WINS) WHEN THEY WRITE A  *
000200*                  REJECT. REBUILT EVERY NIGHT.                 *
000210*                                                                *
000220*****************************************************************
000230 01  ORG-RECORD.
000240     05  ORG-CLE.
000250         10  ORG-FLUX                PIC X(08).
000260         10  ORG-CIBLE               PIC X(04).
000270         10  ORG-NUMERO              PIC X(07).
000280     05  ORG-EMETTEUR                PIC X(08).
000290     05  FILLER                      PIC X(03).
