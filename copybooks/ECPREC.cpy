000113*                  DAILY DEVTAUX FILE). BLANK MEANS THE         *
000114*                  REPORTING CURRENCY FOR THE RECORDS WRITTEN   *
000115*                  BEFORE THIS CHANGE.                          *
000116*   2026-10-15 JF  STATUS EX (MOVEMENT FULLY REVERSED BY AN     *
000117*                  EXTOURNE, AMOUNT SET TO ZERO) ADDED.         *
000120*                                                                *
000130*****************************************************************
000140 01  ECP-RECORD.
000200     05  ECP-CODE-STATUT             PIC X(02).
000210         88  ECP-STATUT-OUVERT               VALUE "OU".
000220         88  ECP-STATUT-CLOS                 VALUE "CL".
000221         88  ECP-STATUT-EXTOURNE             VALUE "EX".
000230     05  ECP-CODE-DEVISE             PIC X(03).
000240         88  ECP-DEVISE-RESTITUTION          VALUE "EUR" SPACE.
000250     05  FILLER                      PIC X(07).
