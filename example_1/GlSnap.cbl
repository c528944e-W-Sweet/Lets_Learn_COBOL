000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLSNAP.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    GLSNAP - OPENING STUDENT-CHARGES TOTALS FOR THE GL FEED.     *
000090*    RUNS AS THE FIRST STEP OF THE BILLING JOB, BEFORE ANYTHING   *
000100*    POSTS.  TOTALS THE RECORDS, CHARGES, PAYMENTS, AND AWARDS    *
000110*    ON STUDENT-CHARGES AND STARTS THE RUN'S GL-ACTIVITY FILE     *
000120*    WITH ONE OPENING RECORD CARRYING THEM.  THE POSTING STEPS    *
000130*    APPEND THEIR ACTIVITY BEHIND IT, AND GLFEED TIES THE         *
000140*    ACTIVITY TO THE CHANGE FROM THESE TOTALS TO THE CLOSING      *
000150*    ONES.                                                        *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*----------------------------------------------------------------*
000310*    STUDENT-CHARGES  - THE BILLING RECORDS, READ FRONT TO BACK.  *
000320*----------------------------------------------------------------*
000330     SELECT STUDENT-CHARGES-FILE ASSIGN TO "STUCHRG"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS BL-STUDENT-ID
000370         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000380*----------------------------------------------------------------*
000390*    GL-ACTIVITY      - THE RUN'S GL WORK FILE, STARTED HERE.     *
000400*----------------------------------------------------------------*
000410     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  STUDENT-CHARGES-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY BILLREC.
000500
000510 FD  GL-ACTIVITY-FILE
000520     RECORD CONTAINS 60 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540 COPY GLACTREC.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-FILE-STATUS-FIELDS.
000580     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
000590     05  WS-ACTIVITY-FILE-STATUS  PIC X(02) VALUE SPACES.
000600
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000630         88  WS-EOF-STUDENT-CHARGES         VALUE 'Y'.
000640
000650 77  WS-RECORDS-READ-CT           PIC S9(7) COMP VALUE ZERO.
000660
000670 01  WS-TOTAL-CHARGES             PIC 9(09)V99 VALUE ZERO.
000680 01  WS-TOTAL-PAYMENTS            PIC 9(09)V99 VALUE ZERO.
000690 01  WS-TOTAL-AWARDS              PIC 9(09)V99 VALUE ZERO.
000700 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000710
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     PERFORM 1000-TOTAL-CHARGES THRU 1000-EXIT
000750     PERFORM 2000-WRITE-OPENING THRU 2000-EXIT
000760
000770     STOP RUN.
000780
000790******************************************************************
000800*    1000-TOTAL-CHARGES - TOTAL STUDENT-CHARGES AS IT STANDS      *
000810*        BEFORE THE RUN.  AN UNREADABLE FILE FAILS THE STEP -     *
000820*        WITHOUT OPENING TOTALS THE FEED CANNOT BE RECONCILED.    *
000830******************************************************************
000840 1000-TOTAL-CHARGES.
000850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000860
000870     OPEN INPUT STUDENT-CHARGES-FILE
000880     IF WS-CHARGES-FILE-STATUS NOT = '00'
000890         DISPLAY 'GLSNAP: UNABLE TO OPEN STUDENT-CHARGES, '
000900                 'STATUS = ' WS-CHARGES-FILE-STATUS
000910         MOVE 8 TO RETURN-CODE
000920         GO TO 1000-EXIT
000930     END-IF
000940
000950     PERFORM 1100-READ-CHARGES THRU 1100-EXIT
000960
000970     PERFORM 1200-TALLY-CHARGES THRU 1200-EXIT
000980         UNTIL WS-EOF-STUDENT-CHARGES
000990
001000     CLOSE STUDENT-CHARGES-FILE.
001010 1000-EXIT.
001020     EXIT.
001030
001040******************************************************************
001050*    1100-READ-CHARGES - READ THE NEXT CHARGES RECORD.            *
001060******************************************************************
001070 1100-READ-CHARGES.
001080     READ STUDENT-CHARGES-FILE
001090         AT END
001100             SET WS-EOF-STUDENT-CHARGES TO TRUE
001110     END-READ.
001120 1100-EXIT.
001130     EXIT.
001140
001150******************************************************************
001160*    1200-TALLY-CHARGES - FOLD ONE RECORD INTO THE TOTALS.        *
001170******************************************************************
001180 1200-TALLY-CHARGES.
001190     ADD 1           TO WS-RECORDS-READ-CT
001200     ADD BL-CHARGES  TO WS-TOTAL-CHARGES
001210     ADD BL-PAYMENTS TO WS-TOTAL-PAYMENTS
001220     ADD BL-AWARDS   TO WS-TOTAL-AWARDS
001230
001240     PERFORM 1100-READ-CHARGES THRU 1100-EXIT.
001250 1200-EXIT.
001260     EXIT.
001270
001280******************************************************************
001290*    2000-WRITE-OPENING - START THE GL-ACTIVITY FILE WITH THE     *
001300*        OPENING RECORD AND REPORT THE TOTALS.                    *
001310******************************************************************
001320 2000-WRITE-OPENING.
001330     IF RETURN-CODE NOT = ZERO
001340         GO TO 2000-EXIT
001350     END-IF
001360
001370     OPEN OUTPUT GL-ACTIVITY-FILE
001380     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
001390         DISPLAY 'GLSNAP: UNABLE TO OPEN GL-ACTIVITY, '
001400                 'STATUS = ' WS-ACTIVITY-FILE-STATUS
001410         MOVE 8 TO RETURN-CODE
001420         GO TO 2000-EXIT
001430     END-IF
001440
001450     MOVE SPACES             TO GL-ACTIVITY-DATA
001460     SET GA-OPENING-TOTALS   TO TRUE
001470     MOVE 'GLSNAP'           TO GA-SOURCE-PROGRAM
001480     MOVE WS-RUN-DATE        TO GA-OPEN-RUN-DATE
001490     MOVE WS-RECORDS-READ-CT TO GA-OPEN-RECORD-CT
001500     MOVE WS-TOTAL-CHARGES   TO GA-OPEN-CHARGES
001510     MOVE WS-TOTAL-PAYMENTS  TO GA-OPEN-PAYMENTS
001520     MOVE WS-TOTAL-AWARDS    TO GA-OPEN-AWARDS
001530     WRITE GL-ACTIVITY-DATA
001540
001550     CLOSE GL-ACTIVITY-FILE
001560
001570     DISPLAY 'GLSNAP: OPENING STUDENT-CHARGES RECORDS = '
001580             WS-RECORDS-READ-CT
001590     DISPLAY 'GLSNAP: OPENING CHARGES                 = '
001600             WS-TOTAL-CHARGES
001610     DISPLAY 'GLSNAP: OPENING PAYMENTS                = '
001620             WS-TOTAL-PAYMENTS
001630     DISPLAY 'GLSNAP: OPENING AWARDS                  = '
001640             WS-TOTAL-AWARDS.
001650 2000-EXIT.
001660     EXIT.
