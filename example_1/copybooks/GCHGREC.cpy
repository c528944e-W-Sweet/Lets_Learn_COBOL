000010******************************************************************
000020*    COPYBOOK   : GCHGREC                                        *
000030*    PURPOSE    : ONE GRADE-CHANGE LOG RECORD - A CHANGE MADE TO  *
000040*                 A GRADE ALREADY ON COURSE-GRADES, WITH THE      *
000050*                 GRADE AND HOURS BEFORE AND AFTER, THE REASON    *
000060*                 CODE, WHO APPROVED IT, AND WHICH RUN MADE IT.   *
000070*                 WRITTEN BY GRADLOAD (REPLACE, DELETE, AND       *
000080*                 CLOSED-TERM GRADE CHANGE) AND BY INCLAPSE (AN   *
000090*                 INCOMPLETE LAPSED TO F); PRINTED PER TERM BY    *
000100*                 GRDCHRPT FOR THE REGISTRAR'S SIGN-OFF.  THE     *
000110*                 LOG IS APPENDED, NEVER REWRITTEN.               *
000120*    USE        : COPY GCHGREC.                (FD RECORD AS-IS)  *
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY                                        *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  --------------------------------------------
000170*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000180******************************************************************
000190    01  GRADE-CHANGE-DATA.
000200        05  GC-TERM                 PIC X(05).
000210        05  GC-STUDENT-ID           PIC X(06).
000220        05  GC-COURSE-CODE          PIC X(06).
000230        05  GC-ACTION               PIC X(01).
000240            88  GC-ACTION-REPLACE              VALUE 'R'.
000250            88  GC-ACTION-DELETE               VALUE 'D'.
000260            88  GC-ACTION-CHANGE               VALUE 'C'.
000270            88  GC-ACTION-LAPSE                VALUE 'L'.
000280        05  GC-OLD-HOURS            PIC X(01).
000290        05  GC-OLD-GRADE            PIC X(01).
000300        05  GC-NEW-HOURS            PIC X(01).
000310        05  GC-NEW-GRADE            PIC X(01).
000320        05  GC-REASON-CODE          PIC X(02).
000330            88  GC-REASON-CLERICAL             VALUE 'CE'.
000340            88  GC-REASON-APPEAL               VALUE 'GA'.
000350            88  GC-REASON-INCOMPLETE           VALUE 'IC'.
000360            88  GC-REASON-ADMIN                VALUE 'AD'.
000370            88  GC-REASON-LAPSE                VALUE 'IL'.
000380        05  GC-APPROVED-BY          PIC X(08).
000390        05  GC-PROGRAM-ID           PIC X(08).
000400        05  GC-JOB-ID               PIC X(08).
000410        05  GC-USER-ID              PIC X(08).
000420        05  GC-CHANGE-DATE          PIC 9(08).
000430        05  GC-CHANGE-TIME          PIC 9(08).
