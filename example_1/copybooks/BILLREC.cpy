000030*    PURPOSE    : ONE STUDENT-CHARGES RECORD - THE TUITION        *
000040*                 BILLED TO ONE STUDENT, THE PAYMENTS RECEIVED,   *
000050*                 AND THE DATES BEHIND THEM, KEYED BY             *
000060*                 STUDENT-ID.  BL-BILLED-HOURS COUNTS EVERY       *
000070*                 GRADED A-F ATTEMPT (W AND I BILL NOTHING),      *
000080*                 A REPEAT THE TRANSCRIPT FOOTER EXCLUDES         *
000090*                 INCLUDED, SO IT CAN EXCEED THE HOURS THE        *
000100*                 TRANSCRIPT PRINTS.                              *
000110*    USE        : COPY BILLREC.                (FD RECORD AS-IS)  *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  --------------------------------------------
000160*    2026-09-02 JBH   ORIGINAL COPYBOOK.                          *
000161*    2026-10-15 JBH   ADDED BL-AWARDS - SCHOLARSHIP AND AID       *
000162*                     CREDITS POSTED BY THE TERM AWARD RUN, KEPT  *
000163*                     APART FROM PAYMENTS - AND THE DATE OF THE   *
000164*                     LAST ONE.  BALANCE DUE IS NOW CHARGES LESS  *
000165*                     PAYMENTS LESS AWARDS.                       *
000166*    2026-10-15 JBH   BILLED HOURS INCLUDE REPEATS EXCLUDED FROM  *
000167*                     THE TRANSCRIPT; PURPOSE TEXT CORRECTED.     *
000170******************************************************************
000180    01  STUDENT-BILLING-DATA.
000190        05  BL-STUDENT-ID           PIC X(06).
000220        05  BL-PAYMENTS             PIC 9(05)V99.
000230        05  BL-CHARGE-DATE          PIC 9(08).
000240        05  BL-LAST-PAY-DATE        PIC 9(08).
000250        05  BL-AWARDS               PIC 9(05)V99.
000260        05  BL-LAST-AWARD-DATE      PIC 9(08).
