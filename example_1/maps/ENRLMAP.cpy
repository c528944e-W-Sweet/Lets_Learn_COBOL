000010******************************************************************
000020*    COPYBOOK   : ENRLMAP                                        *
000030*    PURPOSE    : SYMBOLIC MAP FOR MAPSET ENRLSET, MAP ENRL1.    *
000040*                 GENERATED FROM maps/ENRLMAP.bms BY THE BMS     *
000050*                 ASSEMBLE STEP - DO NOT HAND-MAINTAIN THE FIELD *
000060*                 LAYOUT, CHANGE THE .bms SOURCE AND REASSEMBLE. *
000070*    USE        : COPY ENRLMAP.                                  *
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY                                        *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  --------------------------------------------
000120*    2026-10-15 JBH   ORIGINAL SYMBOLIC MAP.                     *
000130******************************************************************
000140    01  ENRL1I.
000150        05  FILLER                  PIC X(12).
000160        05  EFUNCL                  COMP PIC S9(4).
000170        05  EFUNCF                  PIC X.
000180        05  FILLER REDEFINES EFUNCF.
000190            10  EFUNCA              PIC X.
000200        05  EFUNCI                  PIC X(01).
000210        05  ESIDL                   COMP PIC S9(4).
000220        05  ESIDF                   PIC X.
000230        05  FILLER REDEFINES ESIDF.
000240            10  ESIDA               PIC X.
000250        05  ESIDI                   PIC X(06).
000260        05  ENAMEL                  COMP PIC S9(4).
000270        05  ENAMEF                  PIC X.
000280        05  FILLER REDEFINES ENAMEF.
000290            10  ENAMEA              PIC X.
000300        05  ENAMEI                  PIC X(20).
000310        05  ECRSEL                  COMP PIC S9(4).
000320        05  ECRSEF                  PIC X.
000330        05  FILLER REDEFINES ECRSEF.
000340            10  ECRSEA              PIC X.
000350        05  ECRSEI                  PIC X(06).
000360        05  ETERML                  COMP PIC S9(4).
000370        05  ETERMF                  PIC X.
000380        05  FILLER REDEFINES ETERMF.
000390            10  ETERMA              PIC X.
000400        05  ETERMI                  PIC X(05).
000410        05  ESECTL                  COMP PIC S9(4).
000420        05  ESECTF                  PIC X.
000430        05  FILLER REDEFINES ESECTF.
000440            10  ESECTA              PIC X.
000450        05  ESECTI                  PIC X(03).
000460        05  ECSEATL                 COMP PIC S9(4).
000470        05  ECSEATF                 PIC X.
000480        05  FILLER REDEFINES ECSEATF.
000490            10  ECSEATA             PIC X.
000500        05  ECSEATI                 PIC X(08).
000510        05  ESSEATL                 COMP PIC S9(4).
000520        05  ESSEATF                 PIC X.
000530        05  FILLER REDEFINES ESSEATF.
000540            10  ESSEATA             PIC X.
000550        05  ESSEATI                 PIC X(08).
000560        05  ESCHD-ENTRY OCCURS 8.
000570            10  ESCHDL              COMP PIC S9(4).
000580            10  ESCHDF              PIC X.
000590            10  ESCHDI              PIC X(79).
000600        05  EMOREL                  COMP PIC S9(4).
000610        05  EMOREF                  PIC X.
000620        05  FILLER REDEFINES EMOREF.
000630            10  EMOREA              PIC X.
000640        05  EMOREI                  PIC X(40).
000650        05  EMSGL                   COMP PIC S9(4).
000660        05  EMSGF                   PIC X.
000670        05  FILLER REDEFINES EMSGF.
000680            10  EMSGA               PIC X.
000690        05  EMSGI                   PIC X(60).
000700
000710    01  ENRL1O REDEFINES ENRL1I.
000720        05  FILLER                  PIC X(12).
000730        05  FILLER                  PIC X(03).
000740        05  EFUNCO                  PIC X(01).
000750        05  FILLER                  PIC X(03).
000760        05  ESIDO                   PIC X(06).
000770        05  FILLER                  PIC X(03).
000780        05  ENAMEO                  PIC X(20).
000790        05  FILLER                  PIC X(03).
000800        05  ECRSEO                  PIC X(06).
000810        05  FILLER                  PIC X(03).
000820        05  ETERMO                  PIC X(05).
000830        05  FILLER                  PIC X(03).
000840        05  ESECTO                  PIC X(03).
000850        05  FILLER                  PIC X(03).
000860        05  ECSEATO                 PIC X(08).
000870        05  FILLER                  PIC X(03).
000880        05  ESSEATO                 PIC X(08).
000890        05  ESCHD-ENTRY-O OCCURS 8.
000900            10  FILLER              PIC X(03).
000910            10  ESCHDO              PIC X(79).
000920        05  FILLER                  PIC X(03).
000930        05  EMOREO                  PIC X(40).
000940        05  FILLER                  PIC X(03).
000950        05  EMSGO                   PIC X(60).
