000070******************************************************************
000080*    TUITCALC - TUITION ASSESSMENT FROM COURSE-GRADES.            *
000090*    SWEEPS COURSE-GRADES FRONT TO BACK, TOTALS EACH STUDENT'S    *
000100*    BILLABLE CREDIT HOURS - EVERY GRADED A-F ATTEMPT, A REPEAT   *
000110*    THE TRANSCRIPT FOOTER EXCLUDES INCLUDED, SO BILLED HOURS     *
000113*    CAN EXCEED TRANSCRIPT HOURS; W AND I BILL NOTHING - AND      *
000120*    WRITES OR REWRITES THE STUDENT-CHARGES RECORD AT THE RATE    *
000130*    PER CREDIT HOUR ON THE EXEC PARM.  PAYMENTS ALREADY ON THE   *
000140*    RECORD ARE PRESERVED.  BILLING NOW COMES OFF THE SAME FILE   *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000202*    2026-10-15 JBH   A NEW CHARGES RECORD STARTS WITH ZERO      *
000204*                     AWARDS; AN EXISTING ONE KEEPS ITS AWARDS.  *
000205*    2026-10-15 JBH   EVERY CHANGE IN A STUDENT'S CHARGES IS     *
000206*                     APPENDED TO GL-ACTIVITY FOR THE GL FEED.   *
000207*    2026-10-15 JBH   REPEATS EXCLUDED FROM THE TRANSCRIPT STILL *
000208*                     BILL; COMMENTS NO LONGER CLAIM A TIE.      *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS BL-STUDENT-ID
000470         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000471*----------------------------------------------------------------*
000472*    GL-ACTIVITY      - THE BILLING RUN'S GL WORK FILE; EACH      *
000473*        CHANGE IN CHARGES IS APPENDED FOR GLFEED.                *
000474*----------------------------------------------------------------*
000475     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000476         ORGANIZATION IS SEQUENTIAL
000477         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000550 FD  STUDENT-CHARGES-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY BILLREC.
000571
000572 FD  GL-ACTIVITY-FILE
000573     RECORD CONTAINS 60 CHARACTERS
000574     LABEL RECORDS ARE STANDARD.
000575 COPY GLACTREC.
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-FILE-STATUS-FIELDS.
000610     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
000620     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
000625     05  WS-ACTIVITY-FILE-STATUS  PIC X(02) VALUE SPACES.
000630
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000730         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
000740     05  WS-CHARGES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000750         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
000753     05  WS-ACTIVITY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000756         88  WS-ACTIVITY-FILE-OPEN          VALUE 'Y'.
000760
000770 77  WS-STUDENTS-BILLED-CT        PIC S9(7) COMP VALUE ZERO.
000780 77  WS-ROWS-READ-CT              PIC S9(7) COMP VALUE ZERO.
000785 77  WS-GL-ACTIVITY-CT            PIC S9(7) COMP VALUE ZERO.
000790
000800 01  WS-RATE-X                    PIC X(05) VALUE SPACES.
000810 01  WS-RATE-N REDEFINES WS-RATE-X
000860 01  WS-BILLABLE-HOURS            PIC 9(03) VALUE ZERO.
000870
000880 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000883 01  WS-PRIOR-CHARGES             PIC 9(05)V99 VALUE ZERO.
000886 01  WS-CHARGE-CHANGE             PIC S9(07)V99 VALUE ZERO.
000890
000900 LINKAGE SECTION.
000910*----------------------------------------------------------------*
001470         GO TO 1000-EXIT
001480     END-IF
001490     SET WS-CHARGES-FILE-OPEN TO TRUE
001491
001492*    WITHOUT GL-ACTIVITY THE CHARGES STILL POST; GLFEED WILL NOT
001493*    TIE AND HOLDS THE JOURNAL.
001494     OPEN EXTEND GL-ACTIVITY-FILE
001495     IF WS-ACTIVITY-FILE-STATUS = '00'
001496         SET WS-ACTIVITY-FILE-OPEN TO TRUE
001497     ELSE
001498         DISPLAY 'TUITCALC: UNABLE TO OPEN GL-ACTIVITY, '
001499                 'STATUS = ' WS-ACTIVITY-FILE-STATUS
001500         MOVE 4 TO RETURN-CODE
001501     END-IF
001502
001510     PERFORM 2100-READ-COURSE-GRADE THRU 2100-EXIT.
001520 1000-EXIT.
001530     EXIT.
001810
001820******************************************************************
001830*    2200-ACCUMULATE-HOURS - FOLD ONE ROW'S HOURS IN.  W AND I    *
001840*        BILL NOTHING.  EVERY OTHER ATTEMPT BILLS, A REPEAT       *
001850*        EXCLUDED FROM THE TRANSCRIPT FOOTER AND GPACALC          *
001853*        INCLUDED - THE SEAT WAS TAKEN - SO THE STATEMENT HOURS   *
001856*        CAN EXCEED THE FOOTER HOURS.                             *
001860******************************************************************
001870 2200-ACCUMULATE-HOURS.
001880     ADD 1 TO WS-ROWS-READ-CT
001970
001980******************************************************************
001990*    3000-APPLY-CHARGE - WRITE OR REWRITE THE STUDENT'S CHARGES   *
002000*        RECORD.  AN EXISTING RECORD KEEPS ITS PAYMENTS,          *
002010*        PAYMENT DATE, AND AWARDS; THE HOURS, CHARGES, AND CHARGE *
002020*        DATE ARE RECOMPUTED FROM WHAT IS ON FILE TONIGHT.        *
002030******************************************************************
002040 3000-APPLY-CHARGE.
002050     MOVE 'Y' TO WS-CHARGE-FOUND-SWITCH
002090             MOVE 'N' TO WS-CHARGE-FOUND-SWITCH
002100     END-READ
002110
002115     MOVE ZERO TO WS-PRIOR-CHARGES
002120     IF NOT WS-CHARGE-ON-FILE
002130         MOVE WS-CURRENT-STUDENT TO BL-STUDENT-ID
002140         MOVE ZERO TO BL-PAYMENTS
002150         MOVE ZERO TO BL-LAST-PAY-DATE
002153         MOVE ZERO TO BL-AWARDS
002156         MOVE ZERO TO BL-LAST-AWARD-DATE
002157     ELSE
002158         MOVE BL-CHARGES TO WS-PRIOR-CHARGES
002160     END-IF
002170
002180     MOVE WS-BILLABLE-HOURS TO BL-BILLED-HOURS
002370         END-WRITE
002380     END-IF
002390
002400     ADD 1 TO WS-STUDENTS-BILLED-CT
002401
002402     COMPUTE WS-CHARGE-CHANGE = BL-CHARGES - WS-PRIOR-CHARGES
002403     IF WS-CHARGE-CHANGE NOT = ZERO
002404         PERFORM 3100-WRITE-GL-ACTIVITY THRU 3100-EXIT
002405     END-IF.
002410 3000-EXIT.
002420     EXIT.
002421
002422******************************************************************
002423*    3100-WRITE-GL-ACTIVITY - APPEND THE CHANGE IN THE STUDENT'S  *
002424*        CHARGES, UP OR DOWN, TO GL-ACTIVITY, POSTED AS OF THE    *
002425*        RUN DATE.                                                *
002426******************************************************************
002427 3100-WRITE-GL-ACTIVITY.
002428     IF NOT WS-ACTIVITY-FILE-OPEN
002429         GO TO 3100-EXIT
002430     END-IF
002431
002432     MOVE SPACES             TO GL-ACTIVITY-DATA
002433     SET GA-CHARGE-CHANGE    TO TRUE
002434     MOVE 'TUITCALC'         TO GA-SOURCE-PROGRAM
002435     MOVE BL-STUDENT-ID      TO GA-STUDENT-ID
002436     MOVE WS-RUN-DATE        TO GA-POSTING-DATE
002437     MOVE WS-CHARGE-CHANGE   TO GA-AMOUNT
002438     WRITE GL-ACTIVITY-DATA
002439     ADD 1 TO WS-GL-ACTIVITY-CT.
002440 3100-EXIT.
002441     EXIT.
002442
002443******************************************************************
002450*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
002460******************************************************************
002470 8000-TERMINATE.
002490             ' COURSE-GRADES ROWS READ'
002500     DISPLAY 'TUITCALC: ' WS-STUDENTS-BILLED-CT
002510             ' STUDENTS BILLED AT RATE ' WS-RATE-X
002513     DISPLAY 'TUITCALC: ' WS-GL-ACTIVITY-CT
002516             ' CHARGE CHANGES WRITTEN TO GL-ACTIVITY'
002520
002530     IF WS-COURSE-FILE-OPEN
002540         CLOSE COURSE-GRADES-FILE
002550     END-IF
002560     IF WS-CHARGES-FILE-OPEN
002570         CLOSE STUDENT-CHARGES-FILE
002580     END-IF
002582     IF WS-ACTIVITY-FILE-OPEN
002584         CLOSE GL-ACTIVITY-FILE
002586     END-IF.
002590 8000-EXIT.
002600     EXIT.
