000010******************************************************************
000020*    COPYBOOK   : SECTREC                                        *
000030*    PURPOSE    : ONE COURSE-SECTION RECORD - ONE OFFERING OF A   *
000040*                 CATALOG COURSE IN ONE TERM: WHO TEACHES IT,     *
000050*                 WHEN AND WHERE IT MEETS, AND HOW MANY SEATS IT  *
000060*                 HAS.  KEYED BY TERM + COURSE CODE + SECTION     *
000070*                 NUMBER.  MAINTAINED BY SECTMNT; ENRLLOAD SEATS  *
000080*                 STUDENTS INTO A SECTION AND REJECTS MEETING-    *
000090*                 TIME CONFLICTS, CLASSRST PRINTS ONE ROSTER PER  *
000100*                 SECTION, AND CRSDIST GROUPS GRADES BY THE       *
000110*                 SECTION'S INSTRUCTOR.                           *
000120*                                                                 *
000130*                 SEC-MEETING-DAYS IS POSITIONAL, M T W R F S U,  *
000140*                 EACH POSITION HOLDING ITS DAY LETTER OR A       *
000150*                 SPACE, E.G. 'M W F  '.  ALL SPACES MEANS THE    *
000160*                 SECTION HAS NO SET MEETING TIME (ARRANGED) AND  *
000170*                 NEVER CONFLICTS.  TIMES ARE 24-HOUR HHMM.  A    *
000180*                 SEAT LIMIT OF ZERO MEANS ONLY THE CATALOG LIMIT *
000190*                 APPLIES.                                        *
000200*    USE        : COPY SECTREC.                (FD RECORD AS-IS)  *
000210*----------------------------------------------------------------*
000220*    MODIFICATION HISTORY                                        *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    ---------- ----  --------------------------------------------
000250*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000260******************************************************************
000270    01  COURSE-SECTION-DATA.
000280        05  SEC-KEY.
000290            10  SEC-TERM            PIC X(05).
000300            10  SEC-COURSE-CODE     PIC X(06).
000310            10  SEC-SECTION-NO      PIC X(03).
000320        05  SEC-INSTRUCTOR-ID       PIC X(06).
000330        05  SEC-MEETING-DAYS        PIC X(07).
000340        05  SEC-MEETING-DAY-TABLE REDEFINES SEC-MEETING-DAYS.
000350            10  SEC-MEETING-DAY     PIC X(01) OCCURS 7.
000360        05  SEC-START-TIME          PIC 9(04).
000370        05  SEC-END-TIME            PIC 9(04).
000380        05  SEC-ROOM                PIC X(08).
000390        05  SEC-SEAT-LIMIT          PIC 9(03).
