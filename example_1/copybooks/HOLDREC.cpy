000010******************************************************************
000020*    COPYBOOK   : HOLDREC                                        *
000030*    PURPOSE    : ONE STUDENT-HOLD RECORD - A BURSAR, REGISTRAR,  *
000040*                 OR DEAN'S HOLD ON ONE STUDENT, WITH WHO PLACED  *
000050*                 IT, WHY, AND WHEN IT WAS PLACED AND RELEASED.   *
000060*                 KEYED BY STUDENT-ID + HOLD TYPE, SO A STUDENT   *
000070*                 CARRIES AT MOST ONE HOLD OF EACH TYPE.  A       *
000080*                 RELEASED HOLD STAYS ON FILE AS HISTORY UNTIL    *
000090*                 THE SAME TYPE IS PLACED AGAIN; A HOLD IS        *
000100*                 ACTIVE WHILE HD-RELEASED-DATE IS ZERO.          *
000110*                 PLACED AND RELEASED BY HOLDMNT, PLACED BY       *
000120*                 AGEDBAL AND RELEASED BY PAYLOAD FOR BURSAR      *
000130*                 HOLDS, AND HONORED BY ENRLLOAD, TRNSCRPT,       *
000140*                 ENRLVER, AND THE ISTU DETAIL SCREEN.            *
000150*    USE        : COPY HOLDREC.                (FD RECORD AS-IS)  *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000205*    2026-10-15 JBH   ENRLVER NOW HONORS HOLDS ON ITS             *
000207*                     CERTIFICATION LETTERS.                      *
000210******************************************************************
000220    01  STUDENT-HOLD-DATA.
000230        05  HD-KEY.
000240            10  HD-STUDENT-ID       PIC X(06).
000250            10  HD-HOLD-TYPE        PIC X(01).
000260                88  HD-HOLD-BURSAR             VALUE 'B'.
000270                88  HD-HOLD-REGISTRAR          VALUE 'R'.
000280                88  HD-HOLD-DEAN               VALUE 'D'.
000290                88  HD-HOLD-TYPE-VALID         VALUE 'B' 'R'
000300                                                     'D'.
000310        05  HD-REASON               PIC X(30).
000320        05  HD-PLACED-BY            PIC X(08).
000330        05  HD-PLACED-DATE          PIC 9(08).
000340        05  HD-RELEASED-BY          PIC X(08).
000350        05  HD-RELEASED-DATE        PIC 9(08).
000360            88  HD-HOLD-ACTIVE                 VALUE ZERO.
