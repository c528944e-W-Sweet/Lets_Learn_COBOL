000010******************************************************************
000020*    COPYBOOK   : GLACTREC                                       *
000030*    PURPOSE    : ONE GL-ACTIVITY RECORD - THE WORK FILE THE      *
000040*                 BILLING JOB'S GENERAL-LEDGER FEED IS BUILT      *
000050*                 FROM.  GLSNAP WRITES ONE OPENING RECORD WITH    *
000060*                 THE STUDENT-CHARGES TOTALS BEFORE ANYTHING      *
000070*                 POSTS.  TUITCALC, AWRDRUN, AND PAYLOAD THEN     *
000080*                 APPEND ONE ACTIVITY RECORD PER CHANGE THEY      *
000090*                 MAKE TO A STUDENT-CHARGES RECORD: C = CHANGE    *
000100*                 IN BL-CHARGES (SIGNED - A RECOMPUTED CHARGE     *
000110*                 CAN GO DOWN), A = AWARD CREDITED TO BL-AWARDS,  *
000120*                 P = PAYMENT ADDED TO BL-PAYMENTS.  GLFEED       *
000130*                 SUMMARIZES THE ACTIVITY INTO THE GL JOURNAL     *
000140*                 AND TIES IT TO THE CLOSING STUDENT-CHARGES      *
000145*                 TOTALS.                                         *
000150*    USE        : COPY GLACTREC.               (FD RECORD AS-IS)  *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000210******************************************************************
000220    01  GL-ACTIVITY-DATA.
000230        05  GA-REC-TYPE             PIC X(01).
000240            88  GA-OPENING-TOTALS              VALUE 'O'.
000250            88  GA-CHARGE-CHANGE               VALUE 'C'.
000260            88  GA-AWARD-POSTED                VALUE 'A'.
000270            88  GA-PAYMENT-APPLIED             VALUE 'P'.
000280        05  GA-SOURCE-PROGRAM       PIC X(08).
000290        05  GA-DETAIL               PIC X(51).
000300        05  GA-ACTIVITY REDEFINES GA-DETAIL.
000310            10  GA-STUDENT-ID       PIC X(06).
000320            10  GA-POSTING-DATE     PIC 9(08).
000330            10  GA-AMOUNT           PIC S9(07)V99.
000340            10  FILLER              PIC X(28).
000350        05  GA-OPENING REDEFINES GA-DETAIL.
000360            10  GA-OPEN-RUN-DATE    PIC 9(08).
000370            10  GA-OPEN-RECORD-CT   PIC 9(07).
000380            10  GA-OPEN-CHARGES     PIC 9(09)V99.
000390            10  GA-OPEN-PAYMENTS    PIC 9(09)V99.
000400            10  GA-OPEN-AWARDS      PIC 9(09)V99.
000410            10  FILLER              PIC X(03).
