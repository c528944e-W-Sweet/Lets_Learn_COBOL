000080*    STMTRPT - PER-STUDENT BILLING STATEMENT.                     *
000090*    READS STUDENT-CHARGES FRONT TO BACK AND PRINTS ONE           *
000100*    STATEMENT BLOCK PER STUDENT: NAME FROM STUDENT-MASTER,       *
000110*    THE BILLED CREDIT HOURS - EVERY GRADED ATTEMPT, EXCLUDED     *
000115*    REPEATS INCLUDED, SO THEY CAN EXCEED THE TRANSCRIPT FOOTER   *
000120*    HOURS - THE CHARGES, THE PAYMENTS RECEIVED, AND              *
000126*    THE SCHOLARSHIP AND AID AWARDS CREDITED (ON A LINE OF        *
000132*    THEIR OWN, APART FROM PAYMENTS), AND THE BALANCE DUE.        *
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  --------------------------------------------
000180*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000185*    2026-10-15 JBH   AWARDS / AID LINE; BALANCE NETS AWARDS.    *
000187*    2026-10-15 JBH   HEADER NOTES BILLED HOURS INCLUDE EXCLUDED *
000188*                     REPEATS.                                   *
000190******************************************************************
000200
000210 ENVIRONMENT DIVISION.
001060         '  PAYMENTS            :  '.
001070     05  PAY-PAYMENTS             PIC ZZ,ZZ9.99.
001080
001081 01  WS-AWARDS-LINE.
001082     05  FILLER                   PIC X(25) VALUE
001083         '  AWARDS / AID        :  '.
001084     05  AWD-AWARDS               PIC ZZ,ZZ9.99.
001085
001090 01  WS-BALANCE-LINE.
001100     05  FILLER                   PIC X(25) VALUE
001110         '  BALANCE DUE         :  '.
001930     MOVE BL-PAYMENTS TO PAY-PAYMENTS
001940     WRITE STATEMENT-LINE FROM WS-PAYMENTS-LINE
001950
001952     MOVE BL-AWARDS TO AWD-AWARDS
001954     WRITE STATEMENT-LINE FROM WS-AWARDS-LINE
001956
001960     COMPUTE WS-BALANCE-DUE = BL-CHARGES - BL-PAYMENTS
001965                             - BL-AWARDS
001970     MOVE WS-BALANCE-DUE TO BAL-BALANCE-DUE
001980     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE
001990
