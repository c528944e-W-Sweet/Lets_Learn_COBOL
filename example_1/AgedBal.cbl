000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  --------------------------------------------
000190*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000191*    2026-10-15 JBH   A BALANCE IN THE 90-PLUS COLUMN NOW PLACES *
000192*                     A BURSAR HOLD ON STUDENT-HOLD UNLESS ONE   *
000193*                     IS ALREADY ACTIVE, AND THE LINE SAYS SO.   *
000194*                     PAYLOAD RELEASES THE HOLD WHEN THE         *
000195*                     BALANCE IS PAID.                           *
000196*    2026-10-15 JBH   BALANCE DUE NOW NETS SCHOLARSHIP AND AID   *
000197*                     AWARDS (BL-AWARDS) AS WELL AS PAYMENTS.    *
000200******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000400     SELECT AGING-REPORT ASSIGN TO "AGEDRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REPORT-FILE-STATUS.
000421*----------------------------------------------------------------*
000422*    STUDENT-HOLD     - BURSAR HOLDS PLACED FOR 90-PLUS BALANCES, *
000423*        KEYED BY STUDENT ID + HOLD TYPE.                         *
000424*----------------------------------------------------------------*
000425     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
000426         ORGANIZATION IS INDEXED
000427         ACCESS MODE IS RANDOM
000428         RECORD KEY IS HD-KEY
000429         FILE STATUS IS WS-HOLD-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000500 FD  AGING-REPORT
000510     LABEL RECORDS ARE STANDARD.
000520 01  AGING-LINE                  PIC X(90).
000522
000524 FD  STUDENT-HOLD-FILE
000526     LABEL RECORDS ARE STANDARD.
000528 COPY HOLDREC.
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-FILE-STATUS-FIELDS.
000560     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
000570     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE SPACES.
000575     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
000580
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000630         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
000640     05  WS-REPORT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000650         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
000652     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000654         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
000656     05  WS-HOLD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000658         88  WS-HOLD-ON-FILE                VALUE 'Y'.
000660
000670 77  WS-RECORDS-READ-CT           PIC S9(7) COMP VALUE ZERO.
000680 77  WS-BALANCES-LISTED-CT        PIC S9(7) COMP VALUE ZERO.
000683 77  WS-HOLDS-PLACED-CT           PIC S9(7) COMP VALUE ZERO.
000686 77  WS-HOLDS-FAILED-CT           PIC S9(7) COMP VALUE ZERO.
000690
000700 01  WS-BALANCE-DUE               PIC S9(06)V99 VALUE ZERO.
000710 77  WS-MONTHS-OLD                PIC S9(5) COMP VALUE ZERO.
000870 01  WS-TOTAL-60                  PIC S9(07)V99 VALUE ZERO.
000880 01  WS-TOTAL-90                  PIC S9(07)V99 VALUE ZERO.
000890
000900 01  WS-HEADING-1.
000905     05  FILLER                   PIC X(60) VALUE
000910     'STUDENT  CURRENT      30 DAYS      60 DAYS      90+ DAYS'.
000915     05  FILLER                   PIC X(30) VALUE 'HOLD'.
000920 01  WS-HEADING-2.
000925     05  FILLER                   PIC X(60) VALUE
000930     '------   ----------   ----------   ----------   ----------'.
000935     05  FILLER                   PIC X(30) VALUE '-----------'.
000940
000950 01  WS-DETAIL-LINE.
000960     05  RPT-STUDENT-ID           PIC X(06).
001020     05  RPT-60                   PIC ZZ,ZZ9.99.
001030     05  FILLER                   PIC X(04) VALUE SPACES.
001040     05  RPT-90                   PIC ZZ,ZZ9.99.
001043     05  FILLER                   PIC X(03) VALUE SPACES.
001046     05  RPT-HOLD-NOTE            PIC X(12).
001050
001060 01  WS-TOTAL-LINE.
001070     05  FILLER                   PIC X(06) VALUE 'TOTAL'.
001510         GO TO 1000-EXIT
001520     END-IF
001530     SET WS-REPORT-FILE-OPEN TO TRUE
001531
001532     OPEN I-O STUDENT-HOLD-FILE
001533     IF WS-HOLD-FILE-STATUS NOT = '00'
001534         DISPLAY 'AGEDBAL: UNABLE TO OPEN STUDENT-HOLD, '
001535                 'STATUS = ' WS-HOLD-FILE-STATUS
001536         SET WS-EOF-STUDENT-CHARGES TO TRUE
001537         GO TO 1000-EXIT
001538     END-IF
001539     SET WS-HOLD-FILE-OPEN TO TRUE
001540
001550     WRITE AGING-LINE FROM WS-HEADING-1
001560     WRITE AGING-LINE FROM WS-HEADING-2
001680     ADD 1 TO WS-RECORDS-READ-CT
001690
001700     COMPUTE WS-BALANCE-DUE = BL-CHARGES - BL-PAYMENTS
001705                             - BL-AWARDS
001710
001720     IF WS-BALANCE-DUE > ZERO
001730         PERFORM 2300-PRINT-AGED-LINE THRU 2300-EXIT
001930*        SINCE THE CHARGE DATE AND PRINT IT IN ITS COLUMN.  A     *
001940*        GARBAGE CHARGE DATE AGES AS 90-PLUS - AN UNDATEABLE      *
001950*        DEBT IS AN OLD DEBT UNTIL SOMEONE PROVES OTHERWISE.      *
001955*        EVERY 90-PLUS BALANCE PUTS THE STUDENT ON BURSAR HOLD.   *
001960******************************************************************
001970 2300-PRINT-AGED-LINE.
001980     ADD 1 TO WS-BALANCES-LISTED-CT
002110     MOVE ZERO TO RPT-30
002120     MOVE ZERO TO RPT-60
002130     MOVE ZERO TO RPT-90
002135     MOVE SPACES TO RPT-HOLD-NOTE
002140
002150     EVALUATE TRUE
002160         WHEN WS-MONTHS-OLD < 1
002250         WHEN OTHER
002260             MOVE WS-BALANCE-DUE TO RPT-90
002270             ADD WS-BALANCE-DUE TO WS-TOTAL-90
002275             PERFORM 2400-PLACE-BURSAR-HOLD THRU 2400-EXIT
002280     END-EVALUATE
002290
002300     WRITE AGING-LINE FROM WS-DETAIL-LINE.
002310 2300-EXIT.
002320     EXIT.
002321
002322******************************************************************
002323*    2400-PLACE-BURSAR-HOLD - PUT THE STUDENT ON BURSAR HOLD.     *
002324*        AN ACTIVE BURSAR HOLD IS LEFT ALONE SO ITS ORIGINAL      *
002325*        PLACED DATE STANDS; A RELEASED ONE IS REPLACED; NONE ON  *
002326*        FILE IS WRITTEN NEW.  THE REPORT LINE SAYS WHICH.        *
002327******************************************************************
002328 2400-PLACE-BURSAR-HOLD.
002329     MOVE BL-STUDENT-ID TO HD-STUDENT-ID
002330     SET HD-HOLD-BURSAR TO TRUE
002331     MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
002332
002333     READ STUDENT-HOLD-FILE
002334         INVALID KEY
002335             MOVE 'N' TO WS-HOLD-FOUND-SWITCH
002336     END-READ
002337
002338     IF WS-HOLD-ON-FILE AND HD-HOLD-ACTIVE
002339         MOVE 'ON HOLD' TO RPT-HOLD-NOTE
002340         GO TO 2400-EXIT
002341     END-IF
002342
002343     MOVE 'BALANCE 90+ DAYS PAST DUE' TO HD-REASON
002344     MOVE 'AGEDBAL'                   TO HD-PLACED-BY
002345     MOVE WS-RUN-DATE                 TO HD-PLACED-DATE
002346     MOVE SPACES                      TO HD-RELEASED-BY
002347     MOVE ZERO                        TO HD-RELEASED-DATE
002348
002349     IF WS-HOLD-ON-FILE
002350         REWRITE STUDENT-HOLD-DATA
002351             INVALID KEY
002352                 MOVE 'HOLD FAILED' TO RPT-HOLD-NOTE
002353                 ADD 1 TO WS-HOLDS-FAILED-CT
002354                 GO TO 2400-EXIT
002355         END-REWRITE
002356     ELSE
002357         WRITE STUDENT-HOLD-DATA
002358             INVALID KEY
002359                 MOVE 'HOLD FAILED' TO RPT-HOLD-NOTE
002360                 ADD 1 TO WS-HOLDS-FAILED-CT
002361                 GO TO 2400-EXIT
002362         END-WRITE
002363     END-IF
002364
002365     MOVE 'HOLD PLACED' TO RPT-HOLD-NOTE
002366     ADD 1 TO WS-HOLDS-PLACED-CT.
002367 2400-EXIT.
002368     EXIT.
002369
002370******************************************************************
002371*    8000-TERMINATE - PRINT THE COLUMN TOTALS AND CLOSE FILES.    *
002372******************************************************************
002373 8000-TERMINATE.
002380     IF WS-REPORT-FILE-OPEN
002390         MOVE WS-TOTAL-CURRENT TO TOT-CURRENT
002400         MOVE WS-TOTAL-30      TO TOT-30
002480             ' CHARGES RECORDS READ'
002490     DISPLAY 'AGEDBAL: ' WS-BALANCES-LISTED-CT
002500             ' UNPAID BALANCES LISTED'
002501     DISPLAY 'AGEDBAL: ' WS-HOLDS-PLACED-CT
002502             ' BURSAR HOLDS PLACED'
002503     IF WS-HOLDS-FAILED-CT > ZERO
002504         DISPLAY 'AGEDBAL: ' WS-HOLDS-FAILED-CT
002505                 ' BURSAR HOLDS COULD NOT BE WRITTEN'
002506         MOVE 4 TO RETURN-CODE
002507     END-IF
002510
002520     IF WS-CHARGES-FILE-OPEN
002530         CLOSE STUDENT-CHARGES-FILE
002540     END-IF
002550     IF WS-REPORT-FILE-OPEN
002560         CLOSE AGING-REPORT
002564     END-IF
002568     IF WS-HOLD-FILE-OPEN
002572         CLOSE STUDENT-HOLD-FILE
002576     END-IF.
002580 8000-EXIT.
002590     EXIT.
