000010******************************************************************
000020*    COPYBOOK   : ENRHREC                                        *
000030*    PURPOSE    : ONE ENROLLMENT-HISTORY RECORD - A SEAT COPIED   *
000040*                 OFF CURRENT-ENROLLMENT WHEN ITS TERM WAS        *
000050*                 CLOSED.  KEYED TERM FIRST SO ONE TERM'S SEATS   *
000060*                 READ TOGETHER.  WRITTEN ONLY BY TERMCLOS.       *
000070*    USE        : COPY ENRHREC.                (FD RECORD AS-IS)  *
000080*----------------------------------------------------------------*
000090*    MODIFICATION HISTORY                                        *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  --------------------------------------------
000120*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000122*    2026-10-15 JBH   ADDED EH-SECTION-NO, CARRIED FROM THE       *
000124*                     SEAT, SO CRSDIST CAN FIND WHO TAUGHT A      *
000126*                     CLOSED TERM'S GRADES.                       *
000130******************************************************************
000140    01  ENROLLMENT-HISTORY-DATA.
000150        05  EH-KEY.
000160            10  EH-TERM             PIC X(05).
000170            10  EH-STUDENT-ID       PIC X(06).
000180            10  EH-COURSE-CODE      PIC X(06).
000190        05  EH-ARCHIVED-DATE        PIC 9(08).
000200        05  EH-SECTION-NO           PIC X(03).
