000010******************************************************************
000020*    COPYBOOK   : TERMREC                                        *
000030*    PURPOSE    : ONE TERM-CONTROL RECORD - THE STATUS OF ONE     *
000040*                 ACADEMIC TERM (YYYYT, SAME FORM AS CG-TERM),    *
000050*                 WHO LAST CHANGED IT AND WHEN, AND THE CLOSE     *
000060*                 STAMP.  A TERM MOVES OPEN -> GRADING -> CLOSED  *
000070*                 AND NEVER BACK.  STATUS IS SET OPEN AND         *
000080*                 GRADING BY TERMMNT AND CLOSED ONLY BY TERMCLOS, *
000090*                 WHICH ALSO ARCHIVES THE TERM'S ENROLLMENT.      *
000100*                 GRADLOAD REFUSES ORDINARY GRADE TRANSACTIONS    *
000110*                 AGAINST A CLOSED TERM AND ENRLLOAD REFUSES      *
000120*                 ADDS TO A TERM THAT IS NO LONGER OPEN.  A TERM  *
000130*                 NOT ON FILE IS TREATED AS OPEN.                 *
000140*    USE        : COPY TERMREC.                (FD RECORD AS-IS)  *
000150*----------------------------------------------------------------*
000160*    MODIFICATION HISTORY                                        *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  --------------------------------------------
000190*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000200******************************************************************
000210    01  TERM-CONTROL-DATA.
000220        05  TC-TERM.
000230            10  TC-TERM-YEAR        PIC X(04).
000240            10  TC-TERM-CODE        PIC X(01).
000250        05  TC-TERM-STATUS          PIC X(01).
000260            88  TC-TERM-OPEN                   VALUE 'O'.
000270            88  TC-TERM-GRADING                VALUE 'G'.
000280            88  TC-TERM-CLOSED                 VALUE 'C'.
000290            88  TC-STATUS-VALID                VALUE 'O' 'G'
000300                                                     'C'.
000310        05  TC-STATUS-BY            PIC X(08).
000320        05  TC-STATUS-DATE          PIC 9(08).
000330        05  TC-CLOSED-BY            PIC X(08).
000340        05  TC-CLOSED-DATE          PIC 9(08).
000350        05  TC-SEATS-ARCHIVED       PIC 9(07).
