000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  --------------------------------------------
000190*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000192*    2026-10-15 JBH   A PAYMENT THAT BRINGS THE BALANCE TO ZERO  *
000194*                     OR BELOW NOW RELEASES THE STUDENT'S ACTIVE *
000196*                     BURSAR HOLD ON STUDENT-HOLD.               *
000197*    2026-10-15 JBH   AWARDS CREDITED (BL-AWARDS) COUNT AS       *
000198*                     PAID WHEN DECIDING TO RELEASE THE HOLD.    *
000201*    2026-10-15 JBH   EVERY PAYMENT APPLIED IS APPENDED TO       *
000204*                     GL-ACTIVITY FOR THE GL FEED.               *
000207******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000490     SELECT PAYMENT-ERRORS-FILE ASSIGN TO "PAYERR"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PAYERR-FILE-STATUS.
000511*----------------------------------------------------------------*
000512*    STUDENT-HOLD     - BURSAR HOLDS RELEASED WHEN A BALANCE IS   *
000513*        PAID, KEYED BY STUDENT ID + HOLD TYPE.                   *
000514*----------------------------------------------------------------*
000515     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS RANDOM
000518         RECORD KEY IS HD-KEY
000519         FILE STATUS IS WS-HOLD-FILE-STATUS.
000520*----------------------------------------------------------------*
000521*    GL-ACTIVITY      - THE BILLING RUN'S GL WORK FILE; EACH      *
000522*        PAYMENT APPLIED IS APPENDED FOR GLFEED.                  *
000523*----------------------------------------------------------------*
000524     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000525         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000527
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PAYMENT-TRANS-FILE
000780     05  PERR-PAY-DATE           PIC X(08).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  PERR-REASON             PIC X(30).
000802
000804 FD  STUDENT-HOLD-FILE
000806     LABEL RECORDS ARE STANDARD.
000808 COPY HOLDREC.
000809
000810 FD  GL-ACTIVITY-FILE
000811     RECORD CONTAINS 60 CHARACTERS
000812     LABEL RECORDS ARE STANDARD.
000813 COPY GLACTREC.
000814
000820 WORKING-STORAGE SECTION.
000830 01  WS-FILE-STATUS-FIELDS.
000840     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
000850     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
000860     05  WS-PAYERR-FILE-STATUS    PIC X(02) VALUE SPACES.
000865     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
000867     05  WS-ACTIVITY-FILE-STATUS  PIC X(02) VALUE SPACES.
000870
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000970         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
000980     05  WS-PAYERR-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000990         88  WS-PAYERR-FILE-OPEN            VALUE 'Y'.
000993     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000996         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
000997     05  WS-ACTIVITY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000998         88  WS-ACTIVITY-FILE-OPEN          VALUE 'Y'.
001000
001010 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001020
001030 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001040 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001050 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001052 77  WS-HOLDS-RELEASED-CT         PIC S9(7) COMP VALUE ZERO.
001053 77  WS-GL-ACTIVITY-CT            PIC S9(7) COMP VALUE ZERO.
001054
001056 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001060
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001190*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.             *
001200******************************************************************
001210 1000-INITIALIZE.
001213     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001216
001220     OPEN INPUT PAYMENT-TRANS-FILE
001230     IF WS-TRANS-FILE-STATUS NOT = '00'
001240         DISPLAY 'PAYLOAD: UNABLE TO OPEN PAYMENT-TRANS, '
001450         GO TO 1000-EXIT
001460     END-IF
001470     SET WS-PAYERR-FILE-OPEN TO TRUE
001471
001472     OPEN I-O STUDENT-HOLD-FILE
001473     IF WS-HOLD-FILE-STATUS NOT = '00'
001474         DISPLAY 'PAYLOAD: UNABLE TO OPEN STUDENT-HOLD, '
001475                 'STATUS = ' WS-HOLD-FILE-STATUS
001476         SET WS-EOF-PAYMENT-TRANS TO TRUE
001477         GO TO 1000-EXIT
001478     END-IF
001479     SET WS-HOLD-FILE-OPEN TO TRUE
001480
001481*    WITHOUT GL-ACTIVITY THE PAYMENTS STILL POST; GLFEED WILL NOT
001482*    TIE AND HOLDS THE JOURNAL.
001483     OPEN EXTEND GL-ACTIVITY-FILE
001484     IF WS-ACTIVITY-FILE-STATUS = '00'
001485         SET WS-ACTIVITY-FILE-OPEN TO TRUE
001486     ELSE
001487         DISPLAY 'PAYLOAD: UNABLE TO OPEN GL-ACTIVITY, '
001488                 'STATUS = ' WS-ACTIVITY-FILE-STATUS
001489         MOVE 4 TO RETURN-CODE
001490     END-IF
001491
001492     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001500 1000-EXIT.
001510     EXIT.
001520
002340*    3000-APPLY-PAYMENT - ADD THE PAYMENT TO THE STUDENT'S        *
002350*        CHARGES RECORD.  A PAYMENT FOR A STUDENT WITH NO         *
002360*        CHARGES RECORD IS A REJECT - THE BURSAR MUST FIND OUT    *
002370*        WHOSE MONEY THIS REALLY IS.  A PAYMENT THAT CLEARS THE   *
002375*        BALANCE RELEASES THE BURSAR HOLD.                        *
002380******************************************************************
002390 3000-APPLY-PAYMENT.
002400     MOVE PT-STUDENT-ID TO BL-STUDENT-ID
002590
002600     IF WS-VALID-TRANS
002610         ADD 1 TO WS-TRANS-APPLIED-CT
002611         PERFORM 3200-WRITE-GL-ACTIVITY THRU 3200-EXIT
002612         IF BL-PAYMENTS + BL-AWARDS NOT < BL-CHARGES
002614             PERFORM 3100-RELEASE-BURSAR-HOLD THRU 3100-EXIT
002616         END-IF
002620     END-IF.
002630 3000-EXIT.
002640     EXIT.
002641
002642******************************************************************
002643*    3100-RELEASE-BURSAR-HOLD - THE BALANCE IS PAID: IF THE       *
002644*        STUDENT HAS AN ACTIVE BURSAR HOLD, STAMP IT RELEASED.    *
002645*        NO HOLD, OR ONE ALREADY RELEASED, IS NOTHING TO DO.  A   *
002646*        FAILED REWRITE IS REPORTED BUT DOES NOT UNDO THE         *
002647*        PAYMENT - THE BURSAR RELEASES THE HOLD THROUGH HOLDMNT.  *
002648******************************************************************
002649 3100-RELEASE-BURSAR-HOLD.
002650     MOVE BL-STUDENT-ID TO HD-STUDENT-ID
002651     SET HD-HOLD-BURSAR TO TRUE
002652
002653     READ STUDENT-HOLD-FILE
002654         INVALID KEY
002655             GO TO 3100-EXIT
002656     END-READ
002657
002658     IF NOT HD-HOLD-ACTIVE
002659         GO TO 3100-EXIT
002660     END-IF
002661
002662     MOVE 'PAYLOAD'   TO HD-RELEASED-BY
002663     MOVE WS-RUN-DATE TO HD-RELEASED-DATE
002664
002665     REWRITE STUDENT-HOLD-DATA
002666         INVALID KEY
002667             DISPLAY 'PAYLOAD: BURSAR HOLD RELEASE FAILED FOR '
002668                     BL-STUDENT-ID ', STATUS = '
002669                     WS-HOLD-FILE-STATUS
002670             GO TO 3100-EXIT
002671     END-REWRITE
002672
002673     ADD 1 TO WS-HOLDS-RELEASED-CT.
002674 3100-EXIT.
002675     EXIT.
002676
002677******************************************************************
002678*    3200-WRITE-GL-ACTIVITY - APPEND THE PAYMENT JUST APPLIED TO  *
002679*        GL-ACTIVITY, POSTED AS OF THE DATE IT WAS PAID.          *
002680******************************************************************
002681 3200-WRITE-GL-ACTIVITY.
002682     IF NOT WS-ACTIVITY-FILE-OPEN
002683         GO TO 3200-EXIT
002684     END-IF
002685
002686     MOVE SPACES             TO GL-ACTIVITY-DATA
002687     SET GA-PAYMENT-APPLIED  TO TRUE
002688     MOVE 'PAYLOAD'          TO GA-SOURCE-PROGRAM
002689     MOVE BL-STUDENT-ID      TO GA-STUDENT-ID
002690     MOVE PT-PAY-DATE-N      TO GA-POSTING-DATE
002691     MOVE PT-AMOUNT-N        TO GA-AMOUNT
002692     WRITE GL-ACTIVITY-DATA
002693     ADD 1 TO WS-GL-ACTIVITY-CT.
002694 3200-EXIT.
002695     EXIT.
002696
002697******************************************************************
002698*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
002699******************************************************************
002700 8000-TERMINATE.
002701     DISPLAY 'PAYLOAD: ' WS-TRANS-READ-CT
002710             ' PAYMENT TRANSACTIONS READ'
002720     DISPLAY 'PAYLOAD: ' WS-TRANS-APPLIED-CT
002730             ' PAYMENT TRANSACTIONS APPLIED'
002740     DISPLAY 'PAYLOAD: ' WS-TRANS-REJECT-CT
002750             ' PAYMENT TRANSACTIONS REJECTED'
002753     DISPLAY 'PAYLOAD: ' WS-HOLDS-RELEASED-CT
002756             ' BURSAR HOLDS RELEASED'
002757     DISPLAY 'PAYLOAD: ' WS-GL-ACTIVITY-CT
002758             ' PAYMENTS WRITTEN TO GL-ACTIVITY'
002760
002770     IF WS-TRANS-FILE-OPEN
002780         CLOSE PAYMENT-TRANS-FILE
002820     END-IF
002830     IF WS-PAYERR-FILE-OPEN
002840         CLOSE PAYMENT-ERRORS-FILE
002844     END-IF
002848     IF WS-HOLD-FILE-OPEN
002852         CLOSE STUDENT-HOLD-FILE
002856     END-IF
002857     IF WS-ACTIVITY-FILE-OPEN
002858         CLOSE GL-ACTIVITY-FILE
002859     END-IF.
002860 8000-EXIT.
002870     EXIT.
