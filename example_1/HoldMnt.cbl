000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HOLDMNT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    HOLDMNT - BATCH MAINTENANCE FOR THE STUDENT-HOLD FILE.       *
000090*    READS HOLD TRANSACTIONS (ONE PER LINE), EDITS THEM, PLACES   *
000100*    OR RELEASES THE HOLD, AND WRITES EVERY REJECT TO THE         *
000110*    HOLD-ERRORS REPORT.  EVERY HOLD PLACED OR RELEASED IS        *
000120*    APPENDED TO THE AUDIT LOG WITH THE OPERATOR WHO DID IT.      *
000130*    FOLLOWS THE SAME TRANSACTION-APPLY PATTERN AS PRQMAINT SO    *
000140*    THE MAINTENANCE RUNS READ ALIKE.                             *
000150*                                                                 *
000160*    P  PLACE A BURSAR (B), REGISTRAR (R), OR DEAN (D) HOLD.      *
000170*       A RELEASED HOLD OF THE SAME TYPE IS REPLACED.             *
000180*    R  RELEASE AN ACTIVE HOLD.  THE RECORD STAYS ON FILE WITH    *
000190*       THE RELEASE DATE AND OPERATOR.                            *
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY                                        *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  --------------------------------------------
000240*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000250******************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*----------------------------------------------------------------*
000350*    HOLD-TRANS       - HOLD MAINTENANCE TRANSACTIONS, ONE PER    *
000360*        LINE: ACTION (P/R), STUDENT ID, HOLD TYPE (B/R/D),       *
000370*        REASON.                                                  *
000380*----------------------------------------------------------------*
000390     SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTRAN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-FILE-STATUS.
000420*----------------------------------------------------------------*
000430*    STUDENT-HOLD     - THE HOLDS, KEYED BY STUDENT ID + TYPE.    *
000440*----------------------------------------------------------------*
000450     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS HD-KEY
000490         FILE STATUS IS WS-HOLD-FILE-STATUS.
000500*----------------------------------------------------------------*
000510*    STUDENT-MASTER   - A HOLD CAN ONLY BE PLACED ON A STUDENT    *
000520*        WHO IS ON FILE.                                          *
000530*----------------------------------------------------------------*
000540     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS STUDENT-ID
000580         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    HOLD-ERRORS      - REJECTED-TRANSACTION REPORT.              *
000610*----------------------------------------------------------------*
000620     SELECT HOLD-ERRORS-FILE ASSIGN TO "HOLDERR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-HOLDERR-FILE-STATUS.
000650*----------------------------------------------------------------*
000660*    HELLO-AUDIT-LOG  - ONE LINE PER HOLD PLACED OR RELEASED.     *
000670*        THE JCL GIVES THIS DD DISP=MOD SO THE ENTRIES APPEND.    *
000680*----------------------------------------------------------------*
000690     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HOLD-TRANS-FILE
000760     RECORD CONTAINS 38 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 01  HOLD-TRANS-RECORD.
000790     05  HT-ACTION               PIC X(01).
000800         88  HT-ACTION-PLACE                VALUE 'P'.
000810         88  HT-ACTION-RELEASE              VALUE 'R'.
000820         88  HT-ACTION-VALID                VALUE 'P' 'R'.
000830     05  HT-STUDENT-ID           PIC X(06).
000840     05  HT-HOLD-TYPE            PIC X(01).
000850         88  HT-HOLD-TYPE-VALID             VALUE 'B' 'R' 'D'.
000860     05  HT-REASON               PIC X(30).
000870
000880 FD  STUDENT-HOLD-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY HOLDREC.
000910
000920 FD  STUDENT-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY STUDREC.
000950
000960 FD  HOLD-ERRORS-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  HOLD-ERROR-LINE.
000990     05  HERR-ACTION             PIC X(01).
001000     05  FILLER                  PIC X(01) VALUE SPACE.
001010     05  HERR-STUDENT-ID         PIC X(06).
001020     05  FILLER                  PIC X(01) VALUE SPACE.
001030     05  HERR-HOLD-TYPE          PIC X(01).
001040     05  FILLER                  PIC X(01) VALUE SPACE.
001050     05  HERR-HOLD-REASON        PIC X(30).
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  HERR-REASON             PIC X(30).
001080
001090 FD  HELLO-AUDIT-LOG-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY AUDITREC.
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-FILE-STATUS-FIELDS.
001150     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001160     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001170     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001180     05  WS-HOLDERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001190     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
001200
001210 01  WS-SWITCHES.
001220     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001230         88  WS-EOF-HOLD-TRANS              VALUE 'Y'.
001240     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001250         88  WS-VALID-TRANS                 VALUE 'Y'.
001260         88  WS-INVALID-TRANS               VALUE 'N'.
001270     05  WS-HOLD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001280         88  WS-HOLD-ON-FILE                VALUE 'Y'.
001290     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001300         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001310     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001320         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
001330     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001340         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001350     05  WS-HOLDERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001360         88  WS-HOLDERR-FILE-OPEN           VALUE 'Y'.
001370     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001380         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001390
001400 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001410
001420 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001430 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001440 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001450 77  WS-HOLDS-PLACED-CT           PIC S9(7) COMP VALUE ZERO.
001460 77  WS-HOLDS-RELEASED-CT         PIC S9(7) COMP VALUE ZERO.
001470
001480 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001490 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001500
001510*----------------------------------------------------------------*
001520*    WS-HOLD-MESSAGE - AUDIT-MESSAGE TEXT FOR A PLACE OR A        *
001530*    RELEASE: WHICH KIND OF HOLD, WHAT HAPPENED, AND WHY.         *
001540*----------------------------------------------------------------*
001550 01  WS-HOLD-MESSAGE.
001560     05  HLM-TYPE-TEXT            PIC X(09) VALUE SPACES.
001570     05  FILLER                   PIC X(01) VALUE SPACE.
001580     05  HLM-ACTION-TEXT          PIC X(16) VALUE SPACES.
001590     05  HLM-REASON               PIC X(30) VALUE SPACES.
001600
001610*----------------------------------------------------------------*
001620*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S         *
001630*    LINKAGE.  HOLDS ARE STUDENT DATA, SO LEVEL 2.               *
001640*----------------------------------------------------------------*
001650 01  WS-AUTH-REQUEST.
001660     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001670     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'HOLDMNT'.
001680     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001690     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001700     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '2'.
001710     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001720         88  WS-AUTH-OK                     VALUE '00'.
001730
001740 01  WS-RUN-IDENTIFICATION.
001750     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001760     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001770
001780 LINKAGE SECTION.
001790*----------------------------------------------------------------*
001800*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.          *
001810*        FORMAT IS 'JOBID/USERID', E.G. 'HOLDS/BURSAR'.          *
001820*----------------------------------------------------------------*
001830 01  LK-PARM-AREA.
001840     05  LK-PARM-LEN              PIC S9(4) COMP.
001850     05  LK-PARM-DATA             PIC X(80).
001860
001870 PROCEDURE DIVISION USING LK-PARM-AREA.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900
001910     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001920         UNTIL WS-EOF-HOLD-TRANS
001930
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT
001950
001960     STOP RUN.
001970
001980******************************************************************
001990*    1000-INITIALIZE - VERIFY THE OPERATOR, OPEN FILES, AND       *
002000*        PRIME THE READ.                                          *
002010******************************************************************
002020 1000-INITIALIZE.
002030     IF LK-PARM-LEN > 0
002040         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
002050             INTO WS-JOB-ID WS-USER-ID
002060     END-IF
002070
002080*    A HOLD STOPS REGISTRATION AND TRANSCRIPTS - THE OPERATOR
002090*    MUST HOLD LEVEL 2 OR THE RUN ENDS BEFORE A FILE OPENS.
002100     MOVE 'V'        TO WS-AUTH-FUNCTION
002110     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
002120     MOVE WS-USER-ID TO WS-AUTH-USER-ID
002130     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
002140     END-CALL
002150     IF NOT WS-AUTH-OK
002160         DISPLAY 'HOLDMNT: USER ' WS-USER-ID
002170                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         SET WS-EOF-HOLD-TRANS TO TRUE
002200         GO TO 1000-EXIT
002210     END-IF
002220
002230     OPEN INPUT HOLD-TRANS-FILE
002240     IF WS-TRANS-FILE-STATUS NOT = '00'
002250         DISPLAY 'HOLDMNT: UNABLE TO OPEN HOLD-TRANS, '
002260                 'STATUS = ' WS-TRANS-FILE-STATUS
002270         SET WS-EOF-HOLD-TRANS TO TRUE
002280         GO TO 1000-EXIT
002290     END-IF
002300     SET WS-TRANS-FILE-OPEN TO TRUE
002310
002320     OPEN I-O STUDENT-HOLD-FILE
002330     IF WS-HOLD-FILE-STATUS NOT = '00'
002340         DISPLAY 'HOLDMNT: UNABLE TO OPEN STUDENT-HOLD, '
002350                 'STATUS = ' WS-HOLD-FILE-STATUS
002360         SET WS-EOF-HOLD-TRANS TO TRUE
002370         GO TO 1000-EXIT
002380     END-IF
002390     SET WS-HOLD-FILE-OPEN TO TRUE
002400
002410     OPEN INPUT STUDENT-MASTER-FILE
002420     IF WS-STUDENT-FILE-STATUS NOT = '00'
002430         DISPLAY 'HOLDMNT: UNABLE TO OPEN STUDENT-MASTER, '
002440                 'STATUS = ' WS-STUDENT-FILE-STATUS
002450         SET WS-EOF-HOLD-TRANS TO TRUE
002460         GO TO 1000-EXIT
002470     END-IF
002480     SET WS-STUDENT-FILE-OPEN TO TRUE
002490
002500     OPEN OUTPUT HOLD-ERRORS-FILE
002510     IF WS-HOLDERR-FILE-STATUS NOT = '00'
002520         DISPLAY 'HOLDMNT: UNABLE TO OPEN HOLD-ERRORS, '
002530                 'STATUS = ' WS-HOLDERR-FILE-STATUS
002540         SET WS-EOF-HOLD-TRANS TO TRUE
002550         GO TO 1000-EXIT
002560     END-IF
002570     SET WS-HOLDERR-FILE-OPEN TO TRUE
002580
002590*    A HOLD THAT CANNOT BE AUDITED IS NOT PLACED - NO AUDIT LOG,
002600*    NO RUN.
002610     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
002620     IF WS-AUDIT-FILE-STATUS NOT = '00'
002630         DISPLAY 'HOLDMNT: UNABLE TO OPEN AUDIT LOG, '
002640                 'STATUS = ' WS-AUDIT-FILE-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         SET WS-EOF-HOLD-TRANS TO TRUE
002670         GO TO 1000-EXIT
002680     END-IF
002690     SET WS-AUDIT-FILE-OPEN TO TRUE
002700
002710     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002720 1000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
002770******************************************************************
002780 2000-PROCESS-TRANS.
002790     ADD 1 TO WS-TRANS-READ-CT
002800
002810     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
002820
002830     IF WS-VALID-TRANS
002840         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
002850     END-IF
002860
002870     IF WS-INVALID-TRANS
002880         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
002890     END-IF
002900
002910     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    2100-READ-TRANS - READ THE NEXT HOLD TRANSACTION.            *
002970******************************************************************
002980 2100-READ-TRANS.
002990     READ HOLD-TRANS-FILE
003000         AT END
003010             SET WS-EOF-HOLD-TRANS TO TRUE
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
003080*        THE HOLD FILE.  EVERY TRANSACTION NEEDS A STUDENT AND A  *
003090*        HOLD TYPE OF B, R, OR D.  A PLACE ALSO NEEDS A REASON    *
003100*        AND A STUDENT WHO IS ON STUDENT-MASTER; A RELEASE NEEDS  *
003110*        ONLY THE KEY, SO A HOLD LEFT BEHIND BY A DELETED         *
003120*        STUDENT CAN STILL BE CLEARED.                            *
003130******************************************************************
003140 2200-VALIDATE-TRANS.
003150     SET WS-VALID-TRANS TO TRUE
003160     MOVE SPACES TO WS-REJECT-REASON
003170
003180     IF NOT HT-ACTION-VALID
003190         SET WS-INVALID-TRANS TO TRUE
003200         MOVE 'ACTION NOT P OR R' TO WS-REJECT-REASON
003210         GO TO 2200-EXIT
003220     END-IF
003230
003240     IF HT-STUDENT-ID = SPACES
003250         SET WS-INVALID-TRANS TO TRUE
003260         MOVE 'STUDENT ID MISSING' TO WS-REJECT-REASON
003270         GO TO 2200-EXIT
003280     END-IF
003290
003300     IF NOT HT-HOLD-TYPE-VALID
003310         SET WS-INVALID-TRANS TO TRUE
003320         MOVE 'HOLD TYPE NOT B, R, OR D' TO WS-REJECT-REASON
003330         GO TO 2200-EXIT
003340     END-IF
003350
003360     IF HT-ACTION-RELEASE
003370         GO TO 2200-EXIT
003380     END-IF
003390
003400     IF HT-REASON = SPACES
003410         SET WS-INVALID-TRANS TO TRUE
003420         MOVE 'HOLD REASON MISSING' TO WS-REJECT-REASON
003430         GO TO 2200-EXIT
003440     END-IF
003450
003460     MOVE HT-STUDENT-ID TO STUDENT-ID
003470     READ STUDENT-MASTER-FILE
003480         INVALID KEY
003490             SET WS-INVALID-TRANS TO TRUE
003500             MOVE 'STUDENT NOT ON FILE' TO WS-REJECT-REASON
003510     END-READ.
003520 2200-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
003570*        HOLD-ERRORS REPORT.                                      *
003580******************************************************************
003590 2250-WRITE-ERROR.
003600     ADD 1 TO WS-TRANS-REJECT-CT
003610
003620     MOVE HT-ACTION        TO HERR-ACTION
003630     MOVE HT-STUDENT-ID    TO HERR-STUDENT-ID
003640     MOVE HT-HOLD-TYPE     TO HERR-HOLD-TYPE
003650     MOVE HT-REASON        TO HERR-HOLD-REASON
003660     MOVE WS-REJECT-REASON TO HERR-REASON
003670
003680     WRITE HOLD-ERROR-LINE.
003690 2250-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    3000-APPLY-TRANS - LOOK UP ANY HOLD OF THIS TYPE ALREADY ON  *
003740*        FILE, THEN PLACE OR RELEASE.                             *
003750******************************************************************
003760 3000-APPLY-TRANS.
003770     MOVE HT-STUDENT-ID TO HD-STUDENT-ID
003780     MOVE HT-HOLD-TYPE  TO HD-HOLD-TYPE
003790     MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
003800
003810     READ STUDENT-HOLD-FILE
003820         INVALID KEY
003830             MOVE 'N' TO WS-HOLD-FOUND-SWITCH
003840     END-READ
003850
003860     EVALUATE TRUE
003870         WHEN HT-ACTION-PLACE
003880             PERFORM 3100-PLACE-HOLD THRU 3100-EXIT
003890         WHEN HT-ACTION-RELEASE
003900             PERFORM 3200-RELEASE-HOLD THRU 3200-EXIT
003910     END-EVALUATE
003920
003930     IF WS-VALID-TRANS
003940         ADD 1 TO WS-TRANS-APPLIED-CT
003950     END-IF.
003960 3000-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    3100-PLACE-HOLD - WRITE A NEW HOLD, OR REPLACE A RELEASED    *
004010*        ONE OF THE SAME TYPE, AND AUDIT IT.  A HOLD ALREADY      *
004020*        ACTIVE IS LEFT AS IT WAS - THE FIRST REASON STANDS.      *
004030******************************************************************
004040 3100-PLACE-HOLD.
004050     IF WS-HOLD-ON-FILE AND HD-HOLD-ACTIVE
004060         SET WS-INVALID-TRANS TO TRUE
004070         MOVE 'PLACE - HOLD ALREADY ACTIVE' TO WS-REJECT-REASON
004080         GO TO 3100-EXIT
004090     END-IF
004100
004110     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004120
004130     MOVE HT-REASON        TO HD-REASON
004140     MOVE WS-USER-ID       TO HD-PLACED-BY
004150     MOVE WS-STAMP-DATE    TO HD-PLACED-DATE
004160     MOVE SPACES           TO HD-RELEASED-BY
004170     MOVE ZERO             TO HD-RELEASED-DATE
004180
004190     IF WS-HOLD-ON-FILE
004200         REWRITE STUDENT-HOLD-DATA
004210             INVALID KEY
004220                 SET WS-INVALID-TRANS TO TRUE
004230                 MOVE 'PLACE - REWRITE FAILED' TO WS-REJECT-REASON
004240         END-REWRITE
004250     ELSE
004260         WRITE STUDENT-HOLD-DATA
004270             INVALID KEY
004280                 SET WS-INVALID-TRANS TO TRUE
004290                 MOVE 'PLACE - WRITE FAILED' TO WS-REJECT-REASON
004300         END-WRITE
004310     END-IF
004320     IF WS-INVALID-TRANS
004330         GO TO 3100-EXIT
004340     END-IF
004350
004360     ADD 1 TO WS-HOLDS-PLACED-CT
004370     MOVE 'HOLDPLAC'         TO AUDIT-TRAN-CODE
004380     MOVE 'HOLD PLACED -   ' TO HLM-ACTION-TEXT
004390     MOVE HT-REASON          TO HLM-REASON
004400     PERFORM 3600-WRITE-HOLD-AUDIT THRU 3600-EXIT.
004410 3100-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*    3200-RELEASE-HOLD - STAMP AN ACTIVE HOLD RELEASED AND AUDIT  *
004460*        IT.  THE REASON ON THE TRANSACTION, IF ANY, GOES TO THE  *
004470*        AUDIT LOG; THE HOLD KEEPS THE REASON IT WAS PLACED FOR.  *
004480******************************************************************
004490 3200-RELEASE-HOLD.
004500     IF NOT WS-HOLD-ON-FILE
004510         SET WS-INVALID-TRANS TO TRUE
004520         MOVE 'RELEASE - NO HOLD ON FILE' TO WS-REJECT-REASON
004530         GO TO 3200-EXIT
004540     END-IF
004550
004560     IF NOT HD-HOLD-ACTIVE
004570         SET WS-INVALID-TRANS TO TRUE
004580         MOVE 'RELEASE - HOLD ALREADY RELEASED'
004590             TO WS-REJECT-REASON
004600         GO TO 3200-EXIT
004610     END-IF
004620
004630     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004640
004650     MOVE WS-USER-ID       TO HD-RELEASED-BY
004660     MOVE WS-STAMP-DATE    TO HD-RELEASED-DATE
004670
004680     REWRITE STUDENT-HOLD-DATA
004690         INVALID KEY
004700             SET WS-INVALID-TRANS TO TRUE
004710             MOVE 'RELEASE - REWRITE FAILED' TO WS-REJECT-REASON
004720             GO TO 3200-EXIT
004730     END-REWRITE
004740
004750     ADD 1 TO WS-HOLDS-RELEASED-CT
004760     MOVE 'HOLDRLSE'         TO AUDIT-TRAN-CODE
004770     MOVE 'HOLD RELEASED - ' TO HLM-ACTION-TEXT
004780     IF HT-REASON = SPACES
004790         MOVE HD-REASON      TO HLM-REASON
004800     ELSE
004810         MOVE HT-REASON      TO HLM-REASON
004820     END-IF
004830     PERFORM 3600-WRITE-HOLD-AUDIT THRU 3600-EXIT.
004840 3200-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    3600-WRITE-HOLD-AUDIT - APPEND ONE AUDIT ENTRY FOR THE HOLD  *
004890*        JUST PLACED OR RELEASED.  THE CALLER HAS SET THE TRAN    *
004900*        CODE, THE ACTION TEXT, AND THE REASON.                   *
004910******************************************************************
004920 3600-WRITE-HOLD-AUDIT.
004930     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004940     ACCEPT WS-STAMP-TIME FROM TIME
004950
004960     EVALUATE TRUE
004970         WHEN HD-HOLD-BURSAR
004980             MOVE 'BURSAR'    TO HLM-TYPE-TEXT
004990         WHEN HD-HOLD-REGISTRAR
005000             MOVE 'REGISTRAR' TO HLM-TYPE-TEXT
005010         WHEN HD-HOLD-DEAN
005020             MOVE 'DEAN'      TO HLM-TYPE-TEXT
005030     END-EVALUATE
005040
005050     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
005060     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
005070     MOVE 'HOLDMNT'             TO AUDIT-PROGRAM-ID
005080     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
005090     MOVE WS-USER-ID            TO AUDIT-USER-ID
005100     MOVE HT-STUDENT-ID         TO AUDIT-STUDENT-ID
005110     MOVE ZERO                  TO AUDIT-RECORDS-READ
005120     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
005130     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
005140     MOVE WS-HOLD-MESSAGE       TO AUDIT-MESSAGE
005150
005160     WRITE AUDIT-LOG-RECORD.
005170 3600-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
005220******************************************************************
005230 8000-TERMINATE.
005240     DISPLAY 'HOLDMNT: ' WS-TRANS-READ-CT
005250             ' HOLD TRANSACTIONS READ'
005260     DISPLAY 'HOLDMNT: ' WS-TRANS-APPLIED-CT
005270             ' HOLD TRANSACTIONS APPLIED'
005280     DISPLAY 'HOLDMNT: ' WS-TRANS-REJECT-CT
005290             ' HOLD TRANSACTIONS REJECTED'
005300     DISPLAY 'HOLDMNT: ' WS-HOLDS-PLACED-CT
005310             ' HOLDS PLACED'
005320     DISPLAY 'HOLDMNT: ' WS-HOLDS-RELEASED-CT
005330             ' HOLDS RELEASED'
005340
005350     MOVE 'C' TO WS-AUTH-FUNCTION
005360     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
005370     END-CALL
005380
005390     IF WS-TRANS-FILE-OPEN
005400         CLOSE HOLD-TRANS-FILE
005410     END-IF
005420     IF WS-HOLD-FILE-OPEN
005430         CLOSE STUDENT-HOLD-FILE
005440     END-IF
005450     IF WS-STUDENT-FILE-OPEN
005460         CLOSE STUDENT-MASTER-FILE
005470     END-IF
005480     IF WS-HOLDERR-FILE-OPEN
005490         CLOSE HOLD-ERRORS-FILE
005500     END-IF
005510     IF WS-AUDIT-FILE-OPEN
005520         CLOSE HELLO-AUDIT-LOG-FILE
005530     END-IF.
005540 8000-EXIT.
005550     EXIT.
