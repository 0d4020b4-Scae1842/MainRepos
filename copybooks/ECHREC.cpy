000010*****************************************************************
000020*                                                                *
000030*   ECHREC.CPY                                                  *
000040*   RECORD LAYOUT FOR THE AUDIT SAMPLE FILE (ECHANT)            *
000050*                                                                *
000060*   WRITTEN    : J. FAVREAU                                     *
000070*   DATE       : 2026-10-15                                     *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   --------------------                                        *
000110*   2026-10-15 JF  INITIAL VERSION - ONE RECORD PER MOVEMENT    *
000120*                  DRAWN BY MVTECH FOR AN INTERNAL-AUDIT        *
000130*                  CAMPAIGN, KEYED BY CAMPAIGN (DRAW DATE),     *
000140*                  TARGET FILE AND NUMERO. THE STRATUM IS THE   *
000150*                  AMOUNT BAND IN REPORTING CURRENCY (DEVTAUX); *
000160*                  STRATA 1-4 ARE DRAWN AT RANDOM (MODE A) FROM *
000170*                  THE SEEDED SEQUENCE, STRATUM 5 HOLDS EVERY   *
000180*                  MOVEMENT AT OR ABOVE THE ALWAYS-INCLUDE      *
000190*                  AMOUNT (MODE E). BOUNDS ARE IN WHOLE UNITS,  *
000200*                  THE UPPER BOUND ZERO ON STRATUM 5. POPULATION*
000210*                  AND DRAWN SIZE OF THE STRATUM, SEED AND      *
000220*                  RANDOM VALUE ARE KEPT SO THE DRAW CAN BE     *
000230*                  CHECKED. THE AUDITORS RECORD THE RESULT (C   *
000240*                  PASS, N FAIL) AND THEIR COMMENT IN THE ECHMNT*
000250*                  CONSOLE; ECHRPT GIVES THE ERROR RATE PER     *
000260*                  STRATUM.                                     *
000270*                                                                *
000280*****************************************************************
000290 01  ECH-RECORD.
000300     05  ECH-CLE.
000310         10  ECH-CAMPAGNE            PIC 9(08).
000320         10  ECH-FICHIER             PIC X(04).
000330             88  ECH-CIBLE-ECP               VALUE "ECP ".
000340             88  ECH-CIBLE-ATBB              VALUE "ATBB".
000350         10  ECH-NUMERO              PIC 9(07).
000360     05  ECH-RANG                    PIC 9(05).
000370     05  ECH-STRATE                  PIC 9(01).
000380     05  ECH-MODE                    PIC X(01).
000390         88  ECH-TIRAGE-ALEATOIRE            VALUE "A".
000400         88  ECH-TIRAGE-EXHAUSTIF            VALUE "E".
000410     05  ECH-ORIGINE                 PIC X(01).
000420         88  ECH-ORIGINE-MAITRE              VALUE "M".
000430         88  ECH-ORIGINE-JOURNAL             VALUE "J".
000440     05  ECH-BORNE-BASSE             PIC 9(09).
000450     05  ECH-BORNE-HAUTE             PIC 9(09).
000460     05  ECH-POPULATION              PIC 9(07).
000470     05  ECH-TAILLE                  PIC 9(05).
000480     05  ECH-GRAINE                  PIC 9(09).
000490     05  ECH-ALEA                    PIC 9(10).
000500     05  ECH-LIBELLE                 PIC X(30).
000510     05  ECH-DATE-MVT                PIC 9(08).
000520     05  ECH-MONTANT                 PIC S9(09)V99 COMP-3.
000530     05  ECH-DEVISE                  PIC X(03).
000540     05  ECH-STATUT                  PIC X(02).
000550     05  ECH-CONVERTI                PIC S9(11)V99 COMP-3.
000560     05  ECH-RESULTAT                PIC X(01).
000570         88  ECH-NON-TESTE                   VALUE SPACE.
000580         88  ECH-CONFORME                    VALUE "C".
000590         88  ECH-NON-CONFORME                VALUE "N".
000600     05  ECH-COMMENTAIRE             PIC X(60).
000610     05  ECH-AUDITEUR                PIC X(08).
000620     05  ECH-DATE-TEST               PIC 9(08).
000630     05  ECH-HEURE-TEST              PIC 9(08).
000640     05  FILLER                      PIC X(33).
