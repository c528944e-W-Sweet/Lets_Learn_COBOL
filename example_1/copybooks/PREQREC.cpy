000010******************************************************************
000020*    COPYBOOK   : PREQREC                                        *
000030*    PURPOSE    : ONE COURSE-PREREQUISITE RECORD, KEYED BY THE    *
000040*                 COURSE CODE THAT HAS THE PREREQUISITES.  LISTS  *
000050*                 UP TO FIVE REQUIRED COURSES, EACH WITH THE      *
000060*                 LOWEST LETTER GRADE (A-D) THAT SATISFIES IT.    *
000070*                 A COURSE WITH NO RECORD HAS NO PREREQUISITES.   *
000080*                 UNUSED ENTRIES ARE SPACES.  MAINTAINED BY       *
000090*                 PRQMAINT, ENFORCED BY ENRLLOAD.                 *
000100*    USE        : COPY PREQREC.                (FD RECORD AS-IS)  *
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY                                        *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  --------------------------------------------
000150*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000160******************************************************************
000170    01  COURSE-PREREQ-DATA.
000180        05  PQ-COURSE-CODE          PIC X(06).
000190        05  PQ-PREREQ-LIST.
000200            10  PQ-PREREQ-ENTRY OCCURS 5.
000210                15  PQ-REQ-COURSE-CODE  PIC X(06).
000220                15  PQ-MIN-GRADE        PIC X(01).
