000280*                  REMORQUE. LE DESSIN TIENT DANS LES 63        *
000290*                  OCTETS DES FICHIERS BRUTS; DANS MVTIN (80    *
000300*                  OCTETS) LE RESTE EST A BLANC.                *
000301*   2026-10-15 JF  MVTLIBER EST UN EMETTEUR DE MVTIN DE PLUS :  *
000302*                  LES MOUVEMENTS APPROUVES SOUS DOUBLE         *
000303*                  CONTROLE Y SONT LIBERES EN UN SEGMENT H/T    *
000304*                  PROPRE.                                      *
000310*                                                                *
000320*****************************************************************
000330 01  FLX-RECORD.
