000140*    2026-08-23 JBH   ORIGINAL SYMBOLIC MAP.                      *
000142*    2026-08-23 JBH   RSLT/CRS WIDENED TO X(79) TO MATCH THE      *
000144*                     ONE-OCCURRENCE-PER-LINE MAP DEFINITION.     *
000146*    2026-10-15 JBH   DHOLD X(42) ADDED AFTER DSTND TO MATCH THE  *
000148*                     NEW HOLDS FIELD ON INQ2.                    *
000150******************************************************************
000160    01  INQ1I.
000170        05  FILLER                  PIC X(12).
000860        05  FILLER REDEFINES DSTNDF.
000870            10  DSTNDA              PIC X.
000880        05  DSTNDI                  PIC X(02).
000881        05  DHOLDL                  COMP PIC S9(4).
000882        05  DHOLDF                  PIC X.
000883        05  FILLER REDEFINES DHOLDF.
000884            10  DHOLDA              PIC X.
000885        05  DHOLDI                  PIC X(42).
000890        05  CRS-ENTRY OCCURS 8.
000900            10  CRSL                COMP PIC S9(4).
000910            10  CRSF                PIC X.
001100        05  DGPAO                   PIC X(04).
001110        05  FILLER                  PIC X(03).
001120        05  DSTNDO                  PIC X(02).
001123        05  FILLER                  PIC X(03).
001126        05  DHOLDO                  PIC X(42).
001130        05  CRS-ENTRY-O OCCURS 8.
001140            10  FILLER              PIC X(03).
001150            10  CRSO                PIC X(79).
