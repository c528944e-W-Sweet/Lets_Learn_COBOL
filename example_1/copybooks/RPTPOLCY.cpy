000010******************************************************************
000020*    COPYBOOK   : RPTPOLCY                                        *
000030*    PURPOSE    : THE COURSE REPEAT POLICY.  A STUDENT MAY        *
000040*                 ATTEMPT ONE COURSE AT MOST RP-ATTEMPT-LIMIT     *
000050*                 TIMES, COUNTING EVERY COURSE-GRADES ROW FOR IT  *
000060*                 (W INCLUDED) AND ANY SEAT HELD IN A TERM NOT    *
000070*                 YET GRADED.  OF THE ATTEMPTS, ONLY THE LATEST   *
000080*                 ONE THAT IS NOT A W COUNTS TOWARD GPA AND       *
000090*                 EARNED HOURS; IF EVERY ATTEMPT IS A W THE       *
000100*                 LATEST ONE COUNTS.  EVERY OTHER ATTEMPT CARRIES *
000110*                 CG-REPEAT-EXCLUDED.  GRADLOAD SETS THE FLAGS;   *
000120*                 GPACALC, TRNSCRPT, DEGAUDIT, AND CRSDIST HONOR  *
000130*                 THEM, AND ENRLLOAD AND ENRLSTU ENFORCE THE      *
000140*                 LIMIT ON AN ADD.                                *
000150*    USE        : COPY RPTPOLCY.               (WORKING-STORAGE)  *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-10-15 JBH   ORIGINAL COPYBOOK.                         *
000210******************************************************************
000220    01  REPEAT-POLICY.
000230        05  RP-ATTEMPT-LIMIT        PIC 9(01) VALUE 3.
