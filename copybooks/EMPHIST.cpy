000010******************************************************************
000020*                                                                 *
000030*    COPYBOOK    :  EMPHIST                                      *
000040*    DESCRIPTION :  SYMBOLIC MAP FOR MAPSET EMPHIST, MAP EMPH1.  *
000050*                   GENERATED BY THE BMS ASSEMBLY OF              *
000060*                   BMS/EMPHIST.BMS - DO NOT HAND-MAINTAIN THE    *
000070*                   FIELD LAYOUT, REASSEMBLE THE MAP INSTEAD.     *
000080*                   THE TEN ROW FIELDS ARE IDENTICAL, SO THE      *
000090*                   SYMBOLIC VIEW CARRIES THEM AS AN OCCURS 10    *
000100*                   GROUP, HST-ROW, IN MAP FIELD ORDER.           *
000110*                   EMPIDI IS NUMERIC PER ITS PICIN.              *
000120*    AUTHOR      :  D. LEHMANN - DATA CENTER APPLICATIONS         *
000130*                                                                 *
000140*    MODIFICATION HISTORY                                        *
000150*    ----------------------------------------------------------  *
000160*    DATE       INIT  DESCRIPTION                                 *
000170*    ---------- ----  --------------------------------------      *
000180*    2026-10-10 DWL   ORIGINAL MAP.                                *
000190*                                                                 *
000200******************************************************************
000210 01  EMPH1I.
000220     02  FILLER                      PIC X(12).
000230     02  EMPIDL                      PIC S9(4) COMP.
000240     02  EMPIDF                      PIC X.
000250     02  FILLER REDEFINES EMPIDF     PIC X.
000260     02  EMPIDA                      PIC X.
000270     02  EMPIDI                      PIC 9(06).
000280     02  ENAMEL                      PIC S9(4) COMP.
000290     02  ENAMEF                      PIC X.
000300     02  FILLER REDEFINES ENAMEF     PIC X.
000310     02  ENAMEA                      PIC X.
000320     02  ENAMEI                      PIC X(50).
000330     02  HST-ROW OCCURS 10 TIMES.
000340         03  ROWL                    PIC S9(4) COMP.
000350         03  ROWF                    PIC X.
000360         03  ROWA                    PIC X.
000370         03  ROWI                    PIC X(72).
000380     02  MSGL                        PIC S9(4) COMP.
000390     02  MSGF                        PIC X.
000400     02  FILLER REDEFINES MSGF       PIC X.
000410     02  MSGA                        PIC X.
000420     02  MSGI                        PIC X(79).
000430
000440 01  EMPH1O REDEFINES EMPH1I.
000450     02  FILLER                      PIC X(12).
000460     02  FILLER                      PIC X(04).
000470     02  EMPIDO                      PIC X(06).
000480     02  FILLER                      PIC X(04).
000490     02  ENAMEO                      PIC X(50).
000500     02  HST-ROW-O OCCURS 10 TIMES.
000510         03  FILLER                  PIC X(04).
000520         03  ROWO                    PIC X(72).
000530     02  FILLER                      PIC X(04).
000540     02  MSGO                        PIC X(79).
