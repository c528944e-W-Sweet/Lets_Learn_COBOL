000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  --------------------------------------------
000220*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000222*    2026-10-15 JBH   EVERY LAPSE IS ALSO WRITTEN TO THE GRADE-  *
000224*                     CHANGE LOG (ACTION L, REASON IL) SO IT     *
000226*                     SHOWS ON THE REGISTRAR'S SIGN-OFF REPORT   *
000228*                     WITH THE OTHER CHANGES TO CLOSED TERMS.    *
000229*    2026-10-15 JBH   COURSE-GRADES IS NOW ONE ROW PER ATTEMPT,  *
000230*                     KEYED BY TERM TOO; COMMENTS ONLY. A LAPSE  *
000231*                     TURNS AN I INTO AN F, NEITHER OF THEM A W, *
000232*                     SO THE ATTEMPT THAT COUNTS UNDER THE       *
000233*                     REPEAT POLICY DOES NOT MOVE.               *
000234******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320*----------------------------------------------------------------*
000330*    COURSE-GRADES   - ONE ROW PER ATTEMPT AT A COURSE, KEYED BY  *
000340*        STUDENT ID + COURSE CODE + TERM.  OPENED I-O SO A LAPSED *
000350*        INCOMPLETE CAN BE REWRITTEN IN PLACE.                    *
000360*----------------------------------------------------------------*
000370     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000450     SELECT LAPSE-REPORT ASSIGN TO "LAPSERPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LAPSE-FILE-STATUS.
000471*----------------------------------------------------------------*
000472*    GRADE-CHANGE-LOG - ONE LINE PER INCOMPLETE LAPSED.  THE JCL  *
000473*        GIVES THIS DD DISP=MOD SO THE ENTRIES APPEND.            *
000474*----------------------------------------------------------------*
000475     SELECT GRADE-CHANGE-LOG-FILE ASSIGN TO "GRADECHG"
000476         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS WS-GRADECHG-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000550 FD  LAPSE-REPORT
000560     LABEL RECORDS ARE STANDARD.
000570 01  LAPSE-LINE                  PIC X(80).
000572
000574 FD  GRADE-CHANGE-LOG-FILE
000576     LABEL RECORDS ARE STANDARD.
000578 COPY GCHGREC.
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-FILE-STATUS-FIELDS.
000610     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
000620     05  WS-LAPSE-FILE-STATUS     PIC X(02) VALUE SPACES.
000625     05  WS-GRADECHG-FILE-STATUS  PIC X(02) VALUE SPACES.
000630
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000710         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
000720     05  WS-LAPSE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000730         88  WS-LAPSE-FILE-OPEN             VALUE 'Y'.
000733     05  WS-GRADECHG-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000736         88  WS-GRADECHG-FILE-OPEN          VALUE 'Y'.
000740
000750 77  WS-ROWS-READ-CT              PIC S9(7) COMP VALUE ZERO.
000760 77  WS-ROWS-LAPSED-CT            PIC S9(7) COMP VALUE ZERO.
000762
000764 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
000766 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
000770
000780 01  WS-CUTOFF-TERM.
000790     05  WS-CUTOFF-YEAR           PIC X(04) VALUE SPACES.
001470         GO TO 1000-EXIT
001480     END-IF
001490     SET WS-LAPSE-FILE-OPEN TO TRUE
001491
001492*    A LAPSE THAT CANNOT BE LOGGED FOR SIGN-OFF IS NOT MADE - NO
001493*    GRADE-CHANGE LOG, NO RUN.
001494     OPEN OUTPUT GRADE-CHANGE-LOG-FILE
001495     IF WS-GRADECHG-FILE-STATUS NOT = '00'
001496         DISPLAY 'INCLAPSE: UNABLE TO OPEN GRADE-CHANGE LOG, '
001497                 'STATUS = ' WS-GRADECHG-FILE-STATUS
001498         MOVE 16 TO RETURN-CODE
001499         SET WS-EOF-COURSE-GRADES TO TRUE
001500         GO TO 1000-EXIT
001501     END-IF
001502     SET WS-GRADECHG-FILE-OPEN TO TRUE
001503
001510     WRITE LAPSE-LINE FROM WS-HEADING-1
001520     WRITE LAPSE-LINE FROM WS-HEADING-2
001530
002090*    2300-LAPSE-ROW - REWRITE THE INCOMPLETE AS AN F AND PRINT    *
002100*        IT ON THE LAPSE REPORT.  A FAILED REWRITE LEAVES THE     *
002110*        ROW ALONE AND FAILS THE STEP SO SOMEONE LOOKS.           *
002112*        THE LAPSE GOES TO THE GRADE-CHANGE LOG AS WELL, WITH     *
002114*        INCLAPSE ITSELF AS THE APPROVER - THE POLICY IS THE      *
002116*        AUTHORITY FOR THE CHANGE.                                *
002120******************************************************************
002130 2300-LAPSE-ROW.
002140     MOVE 'F' TO CG-LETTER-GRADE
002290     MOVE CG-CREDIT-HOURS TO RPT-CREDIT-HOURS
002300     MOVE 'INCOMPLETE LAPSED TO F' TO RPT-EXCEPTION
002310
002320     WRITE LAPSE-LINE FROM WS-DETAIL-LINE
002321
002322     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
002323     ACCEPT WS-STAMP-TIME FROM TIME
002324
002325     MOVE CG-TERM              TO GC-TERM
002326     MOVE CG-STUDENT-ID        TO GC-STUDENT-ID
002327     MOVE CG-COURSE-CODE       TO GC-COURSE-CODE
002328     SET GC-ACTION-LAPSE       TO TRUE
002329     MOVE CG-CREDIT-HOURS      TO GC-OLD-HOURS
002330     MOVE 'I'                  TO GC-OLD-GRADE
002331     MOVE CG-CREDIT-HOURS      TO GC-NEW-HOURS
002332     MOVE CG-LETTER-GRADE      TO GC-NEW-GRADE
002333     SET GC-REASON-LAPSE       TO TRUE
002334     MOVE 'INCLAPSE'           TO GC-APPROVED-BY
002335     MOVE 'INCLAPSE'           TO GC-PROGRAM-ID
002336     MOVE SPACES               TO GC-JOB-ID
002337     MOVE SPACES               TO GC-USER-ID
002338     MOVE WS-STAMP-DATE        TO GC-CHANGE-DATE
002339     MOVE WS-STAMP-TIME        TO GC-CHANGE-TIME
002340
002341     WRITE GRADE-CHANGE-DATA.
002342 2300-EXIT.
002343     EXIT.
002350
002360******************************************************************
002370*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
002470     END-IF
002480     IF WS-LAPSE-FILE-OPEN
002490         CLOSE LAPSE-REPORT
002492     END-IF
002494     IF WS-GRADECHG-FILE-OPEN
002496         CLOSE GRADE-CHANGE-LOG-FILE
002500     END-IF.
002510 8000-EXIT.
002520     EXIT.
