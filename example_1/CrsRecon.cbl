000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  --------------------------------------------
000190*    2026-08-23 JBH   ORIGINAL PROGRAM.                          *
000192*    2026-10-15 JBH   COURSE-GRADES IS NOW ONE ROW PER ATTEMPT,  *
000194*                     KEYED BY TERM TOO; COMMENTS ONLY - EVERY   *
000196*                     ATTEMPT'S COURSE IS CHECKED AS BEFORE.     *
000200******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290*----------------------------------------------------------------*
000300*    COURSE-GRADES   - ONE ROW PER ATTEMPT AT A COURSE, KEYED BY  *
000310*        STUDENT ID + COURSE CODE + TERM.  READ FRONT TO BACK.    *
000320*----------------------------------------------------------------*
000330     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000340         ORGANIZATION IS INDEXED
