000040*                 STUDENT TOOK, ITS CREDIT HOURS, AND THE LETTER  *
000050*                 GRADE EARNED.  GPACALC READS THESE TO DERIVE    *
000060*                 A STUDENT'S GPA INSTEAD OF IT BEING HARDCODED.  *
000062*                 KEYED BY STUDENT ID + COURSE CODE + TERM, SO A  *
000064*                 COURSE TAKEN AGAIN IS A SECOND ROW (ATTEMPT).   *
000066*                 CG-REPEAT-FLAG, KEPT BY GRADLOAD, MARKS EVERY   *
000068*                 ATTEMPT BUT THE ONE THAT COUNTS (RPTPOLCY).     *
000070*    USE        : COPY COURSREC.                 (FD RECORD AS-IS)*
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY                                        *
000126*                     1=SPRING 2=SUMMER 3=FALL, SO TERMS SORT     *
000128*                     AND COMPARE CHRONOLOGICALLY.  SPACES MEANS  *
000129*                     A ROW LOADED BEFORE TERMS WERE RECORDED.    *
000130*    2026-10-15 JBH   MOVED CG-TERM INTO CG-KEY SO EACH ATTEMPT   *
000131*                     AT A COURSE IS ITS OWN ROW, AND ADDED       *
000132*                     CG-REPEAT-FLAG - 'E' MARKS A REPEATED       *
000133*                     ATTEMPT EXCLUDED FROM GPA AND EARNED HOURS. *
000134******************************************************************
000140    01  COURSE-GRADE-DATA.
000150        05  CG-KEY.
000160            10  CG-STUDENT-ID       PIC X(06).
000170            10  CG-COURSE-CODE      PIC X(06).
000175            10  CG-TERM             PIC X(05).
000180        05  CG-CREDIT-HOURS         PIC 9(01).
000190        05  CG-LETTER-GRADE         PIC X(01).
000200        05  CG-REPEAT-FLAG          PIC X(01).
000210            88  CG-REPEAT-COUNTED              VALUE SPACE.
000220            88  CG-REPEAT-EXCLUDED             VALUE 'E'.
