000010******************************************************************
000020*    COPYBOOK   : ENSTREC                                        *
000030*    PURPOSE    : ONE ENROLLMENT-STATUS RECORD - THE ENROLLMENT   *
000040*                 STATUS ENRLVER LAST REPORTED FOR ONE STUDENT IN *
000050*                 ONE TERM (FULL-TIME, HALF-TIME, LESS THAN       *
000060*                 HALF-TIME, OR WITHDRAWN), THE CREDIT HOURS IT   *
000070*                 WAS FIGURED FROM, AND THE DATE IT TOOK EFFECT.  *
000080*                 KEYED BY TERM + STUDENT-ID SO ONE TERM READS    *
000090*                 FRONT TO BACK.  EACH RUN COMPARES AGAINST THIS  *
000100*                 RECORD SO ONLY A CHANGE IS SENT TO THE          *
000110*                 CLEARINGHOUSE, AND STAMPS THE RUN THAT LAST SAW *
000120*                 THE STUDENT HOLDING SEATS.                      *
000130*    USE        : COPY ENSTREC.                (FD RECORD AS-IS)  *
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  --------------------------------------------
000180*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000190******************************************************************
000200    01  ENROLLMENT-STATUS-DATA.
000210        05  ES-KEY.
000220            10  ES-TERM             PIC X(05).
000230            10  ES-STUDENT-ID       PIC X(06).
000240        05  ES-STATUS               PIC X(01).
000250            88  ES-FULL-TIME                   VALUE 'F'.
000260            88  ES-HALF-TIME                   VALUE 'H'.
000270            88  ES-LESS-THAN-HALF              VALUE 'L'.
000280            88  ES-WITHDRAWN                   VALUE 'W'.
000290        05  ES-CREDIT-HOURS         PIC 9(03).
000300        05  ES-EFFECTIVE-DATE       PIC 9(08).
000310        05  ES-PRIOR-STATUS         PIC X(01).
000320        05  ES-LAST-RUN.
000330            10  ES-LAST-RUN-DATE    PIC 9(08).
000340            10  ES-LAST-RUN-TIME    PIC 9(08).
