000010******************************************************************
000020*    COPYBOOK   : STAWREC                                        *
000030*    PURPOSE    : ONE STUDENT-AWARD RECORD - AN AWARD GRANTED TO  *
000040*                 ONE STUDENT, KEYED BY STUDENT-ID + AWARD CODE.  *
000050*                 ACTIVE UNTIL THE TERM AWARD RUN SUSPENDS IT     *
000060*                 FOR A STUDENT ON WARNING OR PROBATION; AWRDMNT  *
000070*                 GRANTS, REINSTATES, AND CANCELS IT.  CARRIES    *
000080*                 THE LAST TERM POSTED SO A RERUN OF THE SAME     *
000090*                 TERM NEVER POSTS THE CREDIT TWICE, AND THE      *
000100*                 RUNNING TOTAL CREDITED TO STUDENT-CHARGES.      *
000110*    USE        : COPY STAWREC.                (FD RECORD AS-IS)  *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  --------------------------------------------
000160*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000170******************************************************************
000180    01  STUDENT-AWARD-DATA.
000190        05  SA-KEY.
000200            10  SA-STUDENT-ID       PIC X(06).
000210            10  SA-AWARD-CODE       PIC X(04).
000220        05  SA-STATUS               PIC X(01).
000230            88  SA-ACTIVE                      VALUE 'A'.
000240            88  SA-SUSPENDED                   VALUE 'S'.
000250        05  SA-GRANTED-BY           PIC X(08).
000260        05  SA-GRANTED-DATE         PIC 9(08).
000270        05  SA-LAST-POSTED-TERM     PIC X(05).
000280        05  SA-LAST-POSTED-AMOUNT   PIC 9(05)V99.
000290        05  SA-TOTAL-POSTED         PIC 9(06)V99.
000300        05  SA-SUSPENDED-DATE       PIC 9(08).
000310        05  SA-SUSPENDED-STANDING   PIC X(02).
