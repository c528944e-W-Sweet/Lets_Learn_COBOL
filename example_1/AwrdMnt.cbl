000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AWRDMNT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    AWRDMNT - BATCH MAINTENANCE FOR THE SCHOLARSHIP AND AID      *
000090*    AWARD MASTER AND FOR THE AWARDS GRANTED TO STUDENTS.  READS  *
000100*    AWARD TRANSACTIONS (ONE PER LINE), EDITS THEM, APPLIES THE   *
000110*    GOOD ONES, AND WRITES EVERY REJECT TO THE AWARD-ERRORS       *
000120*    REPORT.  FOLLOWS THE SAME TRANSACTION-APPLY PATTERN AS       *
000130*    PRQMAINT.                                                    *
000140*                                                                 *
000150*    A/R/D ADD, REPLACE, OR DELETE AN AWARD ON THE AWARD MASTER.  *
000160*    G/C   GRANT OR CANCEL ONE STUDENT'S AWARD.  A GRANT OF AN    *
000170*          AWARD THE TERM AWARD RUN SUSPENDED REINSTATES IT.      *
000180*          EVERY GRANT, REINSTATEMENT, AND CANCEL IS APPENDED     *
000190*          TO THE AUDIT LOG.                                      *
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
000350*    AWARD-TRANS      - AWARD MAINTENANCE TRANSACTIONS, ONE PER   *
000360*        LINE: ACTION (A/R/D/G/C), AWARD CODE, THEN EITHER THE    *
000370*        AWARD'S TERMS (A/R) OR A STUDENT ID AND REASON (G/C).    *
000380*----------------------------------------------------------------*
000390     SELECT AWARD-TRANS-FILE ASSIGN TO "AWRDTRAN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-FILE-STATUS.
000420*----------------------------------------------------------------*
000430*    AWARD-MASTER     - THE AWARDS OFFERED, KEYED BY AWARD CODE.  *
000440*----------------------------------------------------------------*
000450     SELECT AWARD-MASTER-FILE ASSIGN TO "AWRDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS AW-AWARD-CODE
000490         FILE STATUS IS WS-AWARD-FILE-STATUS.
000500*----------------------------------------------------------------*
000510*    STUDENT-AWARD    - AWARDS GRANTED, KEYED BY STUDENT ID +     *
000520*        AWARD CODE.                                              *
000530*----------------------------------------------------------------*
000540     SELECT STUDENT-AWARD-FILE ASSIGN TO "STUAWRD"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SA-KEY
000580         FILE STATUS IS WS-STUAWRD-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    STUDENT-MASTER   - AN AWARD IS GRANTED ONLY TO A STUDENT ON  *
000610*        THE MASTER.                                              *
000620*----------------------------------------------------------------*
000630     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS STUDENT-ID
000670         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000680*----------------------------------------------------------------*
000690*    AWARD-ERRORS     - REJECTED-TRANSACTION REPORT.              *
000700*----------------------------------------------------------------*
000710     SELECT AWARD-ERRORS-FILE ASSIGN TO "AWRDERR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AWRDERR-FILE-STATUS.
000740*----------------------------------------------------------------*
000750*    HELLO-AUDIT-LOG  - ONE LINE PER STUDENT AWARD GRANTED,       *
000760*        REINSTATED, OR CANCELLED.  THE JCL GIVES THIS DD         *
000770*        DISP=MOD SO THE ENTRIES APPEND.                          *
000780*----------------------------------------------------------------*
000790     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  AWARD-TRANS-FILE
000860     RECORD CONTAINS 48 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  AWARD-TRANS-RECORD.
000890     05  AT-ACTION               PIC X(01).
000900         88  AT-ACTION-ADD                  VALUE 'A'.
000910         88  AT-ACTION-REPLACE              VALUE 'R'.
000920         88  AT-ACTION-DELETE               VALUE 'D'.
000930         88  AT-ACTION-GRANT                VALUE 'G'.
000940         88  AT-ACTION-CANCEL               VALUE 'C'.
000950         88  AT-ACTION-STUDENT              VALUE 'G' 'C'.
000960         88  AT-ACTION-VALID                VALUE 'A' 'R' 'D'
000970                                                  'G' 'C'.
000980     05  AT-AWARD-CODE           PIC X(04).
000990     05  AT-DETAIL               PIC X(43).
001000     05  AT-MASTER-DETAIL REDEFINES AT-DETAIL.
001010         10  AT-AWARD-NAME       PIC X(20).
001020         10  AT-AWARD-TYPE       PIC X(01).
001030             88  AT-TYPE-AMOUNT             VALUE 'A'.
001040             88  AT-TYPE-PERCENT            VALUE 'P'.
001050             88  AT-TYPE-VALID              VALUE 'A' 'P'.
001060         10  AT-AMOUNT-X         PIC X(07).
001070         10  AT-AMOUNT-N REDEFINES AT-AMOUNT-X
001080                                 PIC 9(05)V99.
001090         10  AT-PERCENT-X        PIC X(03).
001100         10  AT-PERCENT-N REDEFINES AT-PERCENT-X
001110                                 PIC 9(03).
001120         10  AT-MIN-GPA-X        PIC X(03).
001130         10  AT-MIN-GPA-N REDEFINES AT-MIN-GPA-X
001140                                 PIC 9(01)V99.
001150         10  AT-EXCLUDED-STANDINGS.
001160             15  AT-EXCLUDED-STANDING
001170                                 PIC X(02) OCCURS 4.
001180         10  AT-STATUS           PIC X(01).
001190             88  AT-STATUS-VALID            VALUE 'A' 'I'.
001200     05  AT-STUDENT-DETAIL REDEFINES AT-DETAIL.
001210         10  AT-STUDENT-ID       PIC X(06).
001220         10  AT-REASON           PIC X(37).
001230
001240 FD  AWARD-MASTER-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY AWRDREC.
001270
001280 FD  STUDENT-AWARD-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY STAWREC.
001310
001320 FD  STUDENT-MASTER-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY STUDREC.
001350
001360 FD  AWARD-ERRORS-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  AWARD-ERROR-LINE.
001390     05  AERR-ACTION             PIC X(01).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  AERR-AWARD-CODE         PIC X(04).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  AERR-DETAIL             PIC X(43).
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  AERR-REASON             PIC X(30).
001460
001470 FD  HELLO-AUDIT-LOG-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 COPY AUDITREC.
001500
001510 WORKING-STORAGE SECTION.
001520 01  WS-FILE-STATUS-FIELDS.
001530     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001540     05  WS-AWARD-FILE-STATUS     PIC X(02) VALUE SPACES.
001550     05  WS-STUAWRD-FILE-STATUS   PIC X(02) VALUE SPACES.
001560     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001570     05  WS-AWRDERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001580     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
001590
001600 01  WS-SWITCHES.
001610     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001620         88  WS-EOF-AWARD-TRANS             VALUE 'Y'.
001630     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001640         88  WS-VALID-TRANS                 VALUE 'Y'.
001650         88  WS-INVALID-TRANS               VALUE 'N'.
001660     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001670         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001680     05  WS-AWARD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001690         88  WS-AWARD-FILE-OPEN             VALUE 'Y'.
001700     05  WS-STUAWRD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001710         88  WS-STUAWRD-FILE-OPEN           VALUE 'Y'.
001720     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001730         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001740     05  WS-AWRDERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001750         88  WS-AWRDERR-FILE-OPEN           VALUE 'Y'.
001760     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001770         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001780
001790 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001800
001810 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001820 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001830 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001840 77  WS-AWARD-AUDIT-CT            PIC S9(7) COMP VALUE ZERO.
001850
001860 77  WS-STD-SUB                   PIC S9(4) COMP VALUE ZERO.
001870
001880 01  WS-EDIT-STANDING             PIC X(02) VALUE SPACES.
001890     88  WS-EDIT-STANDING-VALID             VALUE 'DL' 'GS' 'WA'
001900                                                  'PR' 'NE'.
001910
001920 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001930 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001940
001950*----------------------------------------------------------------*
001960*    WS-AWARD-MESSAGE - AUDIT-MESSAGE TEXT FOR A GRANT, A         *
001970*    REINSTATEMENT, OR A CANCEL: WHAT HAPPENED, TO WHICH AWARD,   *
001980*    AND WHY.                                                     *
001990*----------------------------------------------------------------*
002000 01  WS-AWARD-MESSAGE.
002010     05  AWM-ACTION-TEXT          PIC X(18) VALUE SPACES.
002020     05  AWM-AWARD-CODE           PIC X(04) VALUE SPACES.
002030     05  FILLER                   PIC X(01) VALUE SPACE.
002040     05  AWM-REASON               PIC X(37) VALUE SPACES.
002050
002060*----------------------------------------------------------------*
002070*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S          *
002080*    LINKAGE.  AWARDS MOVE MONEY ONTO STUDENT ACCOUNTS, SO        *
002090*    LEVEL 3.                                                     *
002100*----------------------------------------------------------------*
002110 01  WS-AUTH-REQUEST.
002120     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
002130     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'AWRDMNT'.
002140     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
002150     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
002160     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
002170     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
002180         88  WS-AUTH-OK                     VALUE '00'.
002190
002200 01  WS-RUN-IDENTIFICATION.
002210     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
002220     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
002230
002240 LINKAGE SECTION.
002250*----------------------------------------------------------------*
002260*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.           *
002270*        FORMAT IS 'JOBID/USERID', E.G. 'AWARDS/FINAID'.          *
002280*----------------------------------------------------------------*
002290 01  LK-PARM-AREA.
002300     05  LK-PARM-LEN              PIC S9(4) COMP.
002310     05  LK-PARM-DATA             PIC X(80).
002320
002330 PROCEDURE DIVISION USING LK-PARM-AREA.
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002360
002370     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002380         UNTIL WS-EOF-AWARD-TRANS
002390
002400     PERFORM 8000-TERMINATE THRU 8000-EXIT
002410
002420     STOP RUN.
002430
002440******************************************************************
002450*    1000-INITIALIZE - VERIFY THE OPERATOR, OPEN FILES, AND       *
002460*        PRIME THE READ.                                          *
002470******************************************************************
002480 1000-INITIALIZE.
002490     IF LK-PARM-LEN > 0
002500         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
002510             INTO WS-JOB-ID WS-USER-ID
002520     END-IF
002530
002540*    AWARDS TAKE MONEY OFF WHAT A STUDENT OWES - THE OPERATOR
002550*    MUST HOLD LEVEL 3 OR THE RUN ENDS BEFORE A FILE OPENS.
002560     MOVE 'V'        TO WS-AUTH-FUNCTION
002570     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
002580     MOVE WS-USER-ID TO WS-AUTH-USER-ID
002590     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
002600     END-CALL
002610     IF NOT WS-AUTH-OK
002620         DISPLAY 'AWRDMNT: USER ' WS-USER-ID
002630                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         SET WS-EOF-AWARD-TRANS TO TRUE
002660         GO TO 1000-EXIT
002670     END-IF
002680
002690     OPEN INPUT AWARD-TRANS-FILE
002700     IF WS-TRANS-FILE-STATUS NOT = '00'
002710         DISPLAY 'AWRDMNT: UNABLE TO OPEN AWARD-TRANS, '
002720                 'STATUS = ' WS-TRANS-FILE-STATUS
002730         SET WS-EOF-AWARD-TRANS TO TRUE
002740         GO TO 1000-EXIT
002750     END-IF
002760     SET WS-TRANS-FILE-OPEN TO TRUE
002770
002780     OPEN I-O AWARD-MASTER-FILE
002790     IF WS-AWARD-FILE-STATUS NOT = '00'
002800         DISPLAY 'AWRDMNT: UNABLE TO OPEN AWARD-MASTER, '
002810                 'STATUS = ' WS-AWARD-FILE-STATUS
002820         SET WS-EOF-AWARD-TRANS TO TRUE
002830         GO TO 1000-EXIT
002840     END-IF
002850     SET WS-AWARD-FILE-OPEN TO TRUE
002860
002870     OPEN I-O STUDENT-AWARD-FILE
002880     IF WS-STUAWRD-FILE-STATUS NOT = '00'
002890         DISPLAY 'AWRDMNT: UNABLE TO OPEN STUDENT-AWARD, '
002900                 'STATUS = ' WS-STUAWRD-FILE-STATUS
002910         SET WS-EOF-AWARD-TRANS TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF
002940     SET WS-STUAWRD-FILE-OPEN TO TRUE
002950
002960     OPEN INPUT STUDENT-MASTER-FILE
002970     IF WS-STUDENT-FILE-STATUS NOT = '00'
002980         DISPLAY 'AWRDMNT: UNABLE TO OPEN STUDENT-MASTER, '
002990                 'STATUS = ' WS-STUDENT-FILE-STATUS
003000         SET WS-EOF-AWARD-TRANS TO TRUE
003010         GO TO 1000-EXIT
003020     END-IF
003030     SET WS-STUDENT-FILE-OPEN TO TRUE
003040
003050     OPEN OUTPUT AWARD-ERRORS-FILE
003060     IF WS-AWRDERR-FILE-STATUS NOT = '00'
003070         DISPLAY 'AWRDMNT: UNABLE TO OPEN AWARD-ERRORS, '
003080                 'STATUS = ' WS-AWRDERR-FILE-STATUS
003090         SET WS-EOF-AWARD-TRANS TO TRUE
003100         GO TO 1000-EXIT
003110     END-IF
003120     SET WS-AWRDERR-FILE-OPEN TO TRUE
003130
003140*    A STUDENT AWARD THAT CANNOT BE AUDITED IS NOT GRANTED - NO
003150*    AUDIT LOG, NO RUN.
003160     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
003170     IF WS-AUDIT-FILE-STATUS NOT = '00'
003180         DISPLAY 'AWRDMNT: UNABLE TO OPEN AUDIT LOG, '
003190                 'STATUS = ' WS-AUDIT-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         SET WS-EOF-AWARD-TRANS TO TRUE
003220         GO TO 1000-EXIT
003230     END-IF
003240     SET WS-AUDIT-FILE-OPEN TO TRUE
003250
003260     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
003320******************************************************************
003330 2000-PROCESS-TRANS.
003340     ADD 1 TO WS-TRANS-READ-CT
003350
003360     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
003370
003380     IF WS-VALID-TRANS
003390         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
003400     END-IF
003410
003420     IF WS-INVALID-TRANS
003430         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
003440     END-IF
003450
003460     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    2100-READ-TRANS - READ THE NEXT AWARD TRANSACTION.           *
003520******************************************************************
003530 2100-READ-TRANS.
003540     READ AWARD-TRANS-FILE
003550         AT END
003560             SET WS-EOF-AWARD-TRANS TO TRUE
003570     END-READ.
003580 2100-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
003630*        EITHER FILE.  A DELETE OR CANCEL NEEDS ONLY THE KEY.  A  *
003640*        GRANT NEEDS A STUDENT ON STUDENT-MASTER AND AN ACTIVE    *
003650*        AWARD ON THE MASTER.  AN ADD OR REPLACE NEEDS A NAME, A  *
003660*        TYPE OF A (AMOUNT) WITH A NONZERO AMOUNT OR P (PERCENT)  *
003670*        WITH A PERCENT OF 1-100, A MINIMUM GPA OF 0.00-4.00,     *
003680*        ONLY KNOWN STANDINGS IN THE EXCLUDED LIST, AND A STATUS. *
003690******************************************************************
003700 2200-VALIDATE-TRANS.
003710     SET WS-VALID-TRANS TO TRUE
003720     MOVE SPACES TO WS-REJECT-REASON
003730
003740     IF NOT AT-ACTION-VALID
003750         SET WS-INVALID-TRANS TO TRUE
003760         MOVE 'ACTION NOT A, R, D, G, OR C' TO WS-REJECT-REASON
003770         GO TO 2200-EXIT
003780     END-IF
003790
003800     IF AT-AWARD-CODE = SPACES
003810         SET WS-INVALID-TRANS TO TRUE
003820         MOVE 'AWARD CODE MISSING' TO WS-REJECT-REASON
003830         GO TO 2200-EXIT
003840     END-IF
003850
003860     IF AT-ACTION-DELETE
003870         GO TO 2200-EXIT
003880     END-IF
003890
003900     IF AT-ACTION-STUDENT
003910         PERFORM 2400-EDIT-STUDENT-AWARD THRU 2400-EXIT
003920         GO TO 2200-EXIT
003930     END-IF
003940
003950     IF AT-AWARD-NAME = SPACES
003960         SET WS-INVALID-TRANS TO TRUE
003970         MOVE 'AWARD NAME MISSING' TO WS-REJECT-REASON
003980         GO TO 2200-EXIT
003990     END-IF
004000
004010     IF NOT AT-TYPE-VALID
004020         SET WS-INVALID-TRANS TO TRUE
004030         MOVE 'AWARD TYPE NOT A OR P' TO WS-REJECT-REASON
004040         GO TO 2200-EXIT
004050     END-IF
004060
004070     IF AT-TYPE-AMOUNT
004080         IF AT-AMOUNT-N NOT NUMERIC OR AT-AMOUNT-N = ZERO
004090             SET WS-INVALID-TRANS TO TRUE
004100             MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
004110             GO TO 2200-EXIT
004120         END-IF
004130         MOVE ZERO TO AT-PERCENT-N
004140     ELSE
004150         IF AT-PERCENT-N NOT NUMERIC
004160            OR AT-PERCENT-N = ZERO
004170            OR AT-PERCENT-N > 100
004180             SET WS-INVALID-TRANS TO TRUE
004190             MOVE 'PERCENT NOT 1 TO 100' TO WS-REJECT-REASON
004200             GO TO 2200-EXIT
004210         END-IF
004220         MOVE ZERO TO AT-AMOUNT-N
004230     END-IF
004240
004250     IF AT-MIN-GPA-N NOT NUMERIC OR AT-MIN-GPA-N > 4.00
004260         SET WS-INVALID-TRANS TO TRUE
004270         MOVE 'MINIMUM GPA NOT 0.00 TO 4.00' TO WS-REJECT-REASON
004280         GO TO 2200-EXIT
004290     END-IF
004300
004310     PERFORM 2300-EDIT-ONE-STANDING THRU 2300-EXIT
004320         VARYING WS-STD-SUB FROM 1 BY 1
004330         UNTIL WS-STD-SUB > 4
004340            OR WS-INVALID-TRANS
004350     IF WS-INVALID-TRANS
004360         GO TO 2200-EXIT
004370     END-IF
004380
004390     IF NOT AT-STATUS-VALID
004400         SET WS-INVALID-TRANS TO TRUE
004410         MOVE 'STATUS NOT A OR I' TO WS-REJECT-REASON
004420     END-IF.
004430 2200-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
004480*        AWARD-ERRORS REPORT.                                     *
004490******************************************************************
004500 2250-WRITE-ERROR.
004510     ADD 1 TO WS-TRANS-REJECT-CT
004520
004530     MOVE AT-ACTION        TO AERR-ACTION
004540     MOVE AT-AWARD-CODE    TO AERR-AWARD-CODE
004550     MOVE AT-DETAIL        TO AERR-DETAIL
004560     MOVE WS-REJECT-REASON TO AERR-REASON
004570
004580     WRITE AWARD-ERROR-LINE.
004590 2250-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*    2300-EDIT-ONE-STANDING - ONE SLOT OF THE EXCLUDED-STANDING   *
004640*        LIST.  A BLANK SLOT IS UNUSED; OTHERWISE IT MUST BE ONE  *
004650*        OF THE STANDINGS DL/GS/WA/PR, OR NE (NOT EVALUATED).     *
004660******************************************************************
004670 2300-EDIT-ONE-STANDING.
004680     MOVE AT-EXCLUDED-STANDING (WS-STD-SUB) TO WS-EDIT-STANDING
004690
004700     IF WS-EDIT-STANDING = SPACES
004710         GO TO 2300-EXIT
004720     END-IF
004730
004740     IF NOT WS-EDIT-STANDING-VALID
004750         SET WS-INVALID-TRANS TO TRUE
004760         MOVE 'EXCLUDED STANDING NOT KNOWN' TO WS-REJECT-REASON
004770     END-IF.
004780 2300-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*    2400-EDIT-STUDENT-AWARD - A GRANT OR CANCEL NEEDS A STUDENT. *
004830*        A GRANT ALSO NEEDS A REASON, THE STUDENT ON STUDENT-     *
004840*        MASTER, AND THE AWARD ACTIVE ON THE AWARD MASTER.        *
004850******************************************************************
004860 2400-EDIT-STUDENT-AWARD.
004870     IF AT-STUDENT-ID = SPACES
004880         SET WS-INVALID-TRANS TO TRUE
004890         MOVE 'STUDENT ID MISSING' TO WS-REJECT-REASON
004900         GO TO 2400-EXIT
004910     END-IF
004920
004930     IF AT-ACTION-CANCEL
004940         GO TO 2400-EXIT
004950     END-IF
004960
004970     IF AT-REASON = SPACES
004980         SET WS-INVALID-TRANS TO TRUE
004990         MOVE 'GRANT REASON MISSING' TO WS-REJECT-REASON
005000         GO TO 2400-EXIT
005010     END-IF
005020
005030     MOVE AT-STUDENT-ID TO STUDENT-ID
005040     READ STUDENT-MASTER-FILE
005050         INVALID KEY
005060             SET WS-INVALID-TRANS TO TRUE
005070             MOVE 'STUDENT NOT ON STUDENT-MASTER'
005075                 TO WS-REJECT-REASON
005080             GO TO 2400-EXIT
005090     END-READ
005100
005110     MOVE AT-AWARD-CODE TO AW-AWARD-CODE
005120     READ AWARD-MASTER-FILE
005130         INVALID KEY
005140             SET WS-INVALID-TRANS TO TRUE
005150             MOVE 'AWARD NOT ON AWARD MASTER' TO WS-REJECT-REASON
005160             GO TO 2400-EXIT
005170     END-READ
005180
005190     IF NOT AW-ACTIVE
005200         SET WS-INVALID-TRANS TO TRUE
005210         MOVE 'AWARD IS INACTIVE' TO WS-REJECT-REASON
005220     END-IF.
005230 2400-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    3000-APPLY-TRANS - DRIVE THE REQUESTED CHANGE AGAINST THE    *
005280*        AWARD MASTER OR THE STUDENT-AWARD FILE.                  *
005290******************************************************************
005300 3000-APPLY-TRANS.
005310     EVALUATE TRUE
005320         WHEN AT-ACTION-ADD
005330             PERFORM 3100-ADD-AWARD THRU 3100-EXIT
005340         WHEN AT-ACTION-REPLACE
005350             PERFORM 3200-REPLACE-AWARD THRU 3200-EXIT
005360         WHEN AT-ACTION-DELETE
005370             PERFORM 3300-DELETE-AWARD THRU 3300-EXIT
005380         WHEN AT-ACTION-GRANT
005390             PERFORM 3400-GRANT-AWARD THRU 3400-EXIT
005400         WHEN AT-ACTION-CANCEL
005410             PERFORM 3500-CANCEL-AWARD THRU 3500-EXIT
005420     END-EVALUATE
005430
005440     IF WS-VALID-TRANS
005450         ADD 1 TO WS-TRANS-APPLIED-CT
005460     END-IF.
005470 3000-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    3050-BUILD-AWARD - MOVE THE TRANSACTION'S TERMS INTO THE     *
005520*        AWARD-MASTER RECORD.                                     *
005530******************************************************************
005540 3050-BUILD-AWARD.
005550     MOVE AT-AWARD-CODE         TO AW-AWARD-CODE
005560     MOVE AT-AWARD-NAME         TO AW-AWARD-NAME
005570     MOVE AT-AWARD-TYPE         TO AW-AWARD-TYPE
005580     MOVE AT-AMOUNT-N           TO AW-AWARD-AMOUNT
005590     MOVE AT-PERCENT-N          TO AW-AWARD-PERCENT
005600     MOVE AT-MIN-GPA-N          TO AW-MIN-GPA
005610     MOVE AT-EXCLUDED-STANDINGS TO AW-EXCLUDED-STANDINGS
005620     MOVE AT-STATUS             TO AW-STATUS.
005630 3050-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    3100-ADD-AWARD - WRITE A NEW AWARD-MASTER RECORD.            *
005680******************************************************************
005690 3100-ADD-AWARD.
005700     PERFORM 3050-BUILD-AWARD THRU 3050-EXIT
005710
005720     WRITE AWARD-MASTER-DATA
005730         INVALID KEY
005740             SET WS-INVALID-TRANS TO TRUE
005750             MOVE 'ADD - AWARD ALREADY ON FILE'
005760                 TO WS-REJECT-REASON
005770     END-WRITE.
005780 3100-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    3200-REPLACE-AWARD - REWRITE AN AWARD WITH NEW TERMS.  THE   *
005830*        NEW TERMS APPLY FROM THE NEXT TERM AWARD RUN ON.         *
005840******************************************************************
005850 3200-REPLACE-AWARD.
005860     PERFORM 3050-BUILD-AWARD THRU 3050-EXIT
005870
005880     REWRITE AWARD-MASTER-DATA
005890         INVALID KEY
005900             SET WS-INVALID-TRANS TO TRUE
005910             MOVE 'REPLACE - AWARD NOT ON FILE'
005920                 TO WS-REJECT-REASON
005930     END-REWRITE.
005940 3200-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    3300-DELETE-AWARD - REMOVE AN AWARD FROM THE MASTER.  AN     *
005990*        AWARD STILL HELD BY STUDENTS IS BETTER MARKED INACTIVE;  *
006000*        THE TERM AWARD RUN REPORTS ANY STUDENT AWARD LEFT        *
006010*        POINTING AT A DELETED CODE.                              *
006020******************************************************************
006030 3300-DELETE-AWARD.
006040     MOVE AT-AWARD-CODE TO AW-AWARD-CODE
006050
006060     DELETE AWARD-MASTER-FILE
006070         INVALID KEY
006080             SET WS-INVALID-TRANS TO TRUE
006090             MOVE 'DELETE - AWARD NOT ON FILE'
006100                 TO WS-REJECT-REASON
006110     END-DELETE.
006120 3300-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    3400-GRANT-AWARD - GRANT THE AWARD TO THE STUDENT AND AUDIT  *
006170*        IT.  AN AWARD THE STUDENT ALREADY HOLDS IS A REJECT      *
006180*        UNLESS IT IS SUSPENDED, IN WHICH CASE THE GRANT          *
006190*        REINSTATES IT AND KEEPS ITS POSTING HISTORY.             *
006200******************************************************************
006210 3400-GRANT-AWARD.
006220     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
006230
006240     MOVE AT-STUDENT-ID TO SA-STUDENT-ID
006250     MOVE AT-AWARD-CODE TO SA-AWARD-CODE
006260     READ STUDENT-AWARD-FILE
006270         INVALID KEY
006280             GO TO 3450-GRANT-NEW
006290     END-READ
006300
006310     IF SA-ACTIVE
006320         SET WS-INVALID-TRANS TO TRUE
006330         MOVE 'GRANT - AWARD ALREADY HELD' TO WS-REJECT-REASON
006340         GO TO 3400-EXIT
006350     END-IF
006360
006370     SET SA-ACTIVE TO TRUE
006380     MOVE ZERO   TO SA-SUSPENDED-DATE
006390     MOVE SPACES TO SA-SUSPENDED-STANDING
006400
006410     REWRITE STUDENT-AWARD-DATA
006420         INVALID KEY
006430             SET WS-INVALID-TRANS TO TRUE
006440             MOVE 'GRANT - REINSTATE FAILED' TO WS-REJECT-REASON
006450             GO TO 3400-EXIT
006460     END-REWRITE
006470
006480     MOVE 'AWRDRINS'           TO AUDIT-TRAN-CODE
006490     MOVE 'AWARD REINSTATED '  TO AWM-ACTION-TEXT
006500     PERFORM 3600-WRITE-AWARD-AUDIT THRU 3600-EXIT
006510     GO TO 3400-EXIT.
006520 3450-GRANT-NEW.
006530     MOVE AT-STUDENT-ID TO SA-STUDENT-ID
006540     MOVE AT-AWARD-CODE TO SA-AWARD-CODE
006550     SET SA-ACTIVE TO TRUE
006560     MOVE WS-USER-ID    TO SA-GRANTED-BY
006570     MOVE WS-STAMP-DATE TO SA-GRANTED-DATE
006580     MOVE SPACES        TO SA-LAST-POSTED-TERM
006590     MOVE ZERO          TO SA-LAST-POSTED-AMOUNT
006600     MOVE ZERO          TO SA-TOTAL-POSTED
006610     MOVE ZERO          TO SA-SUSPENDED-DATE
006620     MOVE SPACES        TO SA-SUSPENDED-STANDING
006630
006640     WRITE STUDENT-AWARD-DATA
006650         INVALID KEY
006660             SET WS-INVALID-TRANS TO TRUE
006670             MOVE 'GRANT - WRITE FAILED' TO WS-REJECT-REASON
006680             GO TO 3400-EXIT
006690     END-WRITE
006700
006710     MOVE 'AWRDGRNT'           TO AUDIT-TRAN-CODE
006720     MOVE 'AWARD GRANTED    '  TO AWM-ACTION-TEXT
006730     PERFORM 3600-WRITE-AWARD-AUDIT THRU 3600-EXIT.
006740 3400-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780*    3500-CANCEL-AWARD - REMOVE A STUDENT'S AWARD AND AUDIT IT.   *
006790*        CREDITS ALREADY POSTED STAY ON STUDENT-CHARGES.          *
006800******************************************************************
006810 3500-CANCEL-AWARD.
006820     MOVE AT-STUDENT-ID TO SA-STUDENT-ID
006830     MOVE AT-AWARD-CODE TO SA-AWARD-CODE
006840
006850     DELETE STUDENT-AWARD-FILE
006860         INVALID KEY
006870             SET WS-INVALID-TRANS TO TRUE
006880             MOVE 'CANCEL - AWARD NOT HELD' TO WS-REJECT-REASON
006890             GO TO 3500-EXIT
006900     END-DELETE
006910
006920     MOVE 'AWRDCANC'           TO AUDIT-TRAN-CODE
006930     MOVE 'AWARD CANCELED   '  TO AWM-ACTION-TEXT
006940     PERFORM 3600-WRITE-AWARD-AUDIT THRU 3600-EXIT.
006950 3500-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990*    3600-WRITE-AWARD-AUDIT - APPEND ONE AUDIT ENTRY FOR THE      *
007000*        STUDENT AWARD JUST GRANTED, REINSTATED, OR CANCELLED.    *
007010*        THE CALLER HAS SET THE TRAN CODE AND THE ACTION TEXT.    *
007020******************************************************************
007030 3600-WRITE-AWARD-AUDIT.
007040     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
007050     ACCEPT WS-STAMP-TIME FROM TIME
007060
007070     MOVE AT-AWARD-CODE         TO AWM-AWARD-CODE
007080     MOVE AT-REASON             TO AWM-REASON
007090
007100     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
007110     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
007120     MOVE 'AWRDMNT'             TO AUDIT-PROGRAM-ID
007130     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
007140     MOVE WS-USER-ID            TO AUDIT-USER-ID
007150     MOVE AT-STUDENT-ID         TO AUDIT-STUDENT-ID
007160     MOVE ZERO                  TO AUDIT-RECORDS-READ
007170     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
007180     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
007190     MOVE WS-AWARD-MESSAGE      TO AUDIT-MESSAGE
007200
007210     WRITE AUDIT-LOG-RECORD
007220     ADD 1 TO WS-AWARD-AUDIT-CT.
007230 3600-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
007280******************************************************************
007290 8000-TERMINATE.
007300     DISPLAY 'AWRDMNT: ' WS-TRANS-READ-CT
007310             ' AWARD TRANSACTIONS READ'
007320     DISPLAY 'AWRDMNT: ' WS-TRANS-APPLIED-CT
007330             ' AWARD TRANSACTIONS APPLIED'
007340     DISPLAY 'AWRDMNT: ' WS-TRANS-REJECT-CT
007350             ' AWARD TRANSACTIONS REJECTED'
007360     DISPLAY 'AWRDMNT: ' WS-AWARD-AUDIT-CT
007370             ' STUDENT AWARD CHANGES AUDITED'
007380
007390     MOVE 'C' TO WS-AUTH-FUNCTION
007400     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
007410     END-CALL
007420
007430     IF WS-TRANS-FILE-OPEN
007440         CLOSE AWARD-TRANS-FILE
007450     END-IF
007460     IF WS-AWARD-FILE-OPEN
007470         CLOSE AWARD-MASTER-FILE
007480     END-IF
007490     IF WS-STUAWRD-FILE-OPEN
007500         CLOSE STUDENT-AWARD-FILE
007510     END-IF
007520     IF WS-STUDENT-FILE-OPEN
007530         CLOSE STUDENT-MASTER-FILE
007540     END-IF
007550     IF WS-AWRDERR-FILE-OPEN
007560         CLOSE AWARD-ERRORS-FILE
007570     END-IF
007580     IF WS-AUDIT-FILE-OPEN
007590         CLOSE HELLO-AUDIT-LOG-FILE
007600     END-IF.
007610 8000-EXIT.
007620     EXIT.
