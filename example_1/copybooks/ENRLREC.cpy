000030*    PURPOSE    : ONE CURRENT-ENROLLMENT RECORD - A SEAT A        *
000040*                 STUDENT HOLDS IN A COURSE THIS TERM, BEFORE     *
000050*                 ANY GRADE EXISTS.  KEYED THE SAME WAY AS        *
000060*                 COURSE-GRADES (STUDENT ID + COURSE CODE + TERM) *
000065*                 SO A REPEAT OF A COURSE IS ITS OWN ROW, AND SO  *
000070*                 THE TERM-END GRADE LOAD CAN BE PREPARED         *
000080*                 STRAIGHT FROM THESE ROWS INSTEAD OF THE         *
000090*                 REGISTRAR KEYING COURSE CODES FROM SCRATCH.     *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  --------------------------------------------
000150*    2026-09-02 JBH   ORIGINAL COPYBOOK.                          *
000152*    2026-10-15 JBH   ADDED EN-SECTION-NO - THE COURSE SECTION    *
000154*                     (SECTREC) THE SEAT IS IN.  SPACES MEANS A   *
000156*                     SEAT TAKEN BEFORE SECTIONS WERE RECORDED.   *
000157*    2026-10-15 JBH   MOVED EN-TERM INTO EN-KEY SO A STUDENT CAN  *
000158*                     HOLD A SEAT TO REPEAT A COURSE ALREADY      *
000159*                     TAKEN IN AN EARLIER TERM.                   *
000160******************************************************************
000170    01  ENROLLMENT-DATA.
000180        05  EN-KEY.
000190            10  EN-STUDENT-ID       PIC X(06).
000200            10  EN-COURSE-CODE      PIC X(06).
000210            10  EN-TERM             PIC X(05).
000220        05  EN-SECTION-NO           PIC X(03).
