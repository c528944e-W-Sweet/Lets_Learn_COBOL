000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TERMMNT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    TERMMNT - BATCH MAINTENANCE FOR THE TERM-CONTROL FILE.       *
000090*    READS TERM-STATUS TRANSACTIONS (ONE PER LINE), EDITS THEM,   *
000100*    MOVES THE TERM FORWARD, AND WRITES EVERY REJECT TO THE       *
000110*    TERM-ERRORS REPORT.  EVERY STATUS CHANGE IS APPENDED TO THE  *
000120*    AUDIT LOG WITH THE OPERATOR WHO MADE IT.  FOLLOWS THE SAME   *
000130*    TRANSACTION-APPLY PATTERN AS HOLDMNT SO THE MAINTENANCE      *
000140*    RUNS READ ALIKE.                                             *
000150*                                                                 *
000160*    O  OPEN A TERM FOR REGISTRATION.  THE TERM MUST NOT ALREADY  *
000170*       BE ON FILE.                                               *
000180*    G  MOVE A TERM TO GRADING.  REGISTRATION STOPS AND THE TERM  *
000190*       BECOMES ELIGIBLE TO BE CLOSED BY TERMCLOS.                *
000200*                                                                 *
000210*    THERE IS NO CLOSE TRANSACTION HERE - A TERM IS CLOSED ONLY   *
000220*    BY TERMCLOS, WHICH ARCHIVES ITS ENROLLMENT AT THE SAME TIME, *
000230*    AND A CLOSED TERM IS NEVER REOPENED.                         *
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY                                        *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  --------------------------------------------
000280*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000290******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*----------------------------------------------------------------*
000390*    TERM-TRANS       - TERM-STATUS TRANSACTIONS, ONE PER LINE:   *
000400*        ACTION (O/G), TERM (YYYYT).                              *
000410*----------------------------------------------------------------*
000420     SELECT TERM-TRANS-FILE ASSIGN TO "TERMTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-FILE-STATUS.
000450*----------------------------------------------------------------*
000460*    TERM-CONTROL     - ONE RECORD PER TERM, KEYED BY TERM.       *
000470*----------------------------------------------------------------*
000480     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS TC-TERM
000520         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000530*----------------------------------------------------------------*
000540*    TERM-ERRORS      - REJECTED-TRANSACTION REPORT.              *
000550*----------------------------------------------------------------*
000560     SELECT TERM-ERRORS-FILE ASSIGN TO "TERMERR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TERMERR-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    HELLO-AUDIT-LOG  - ONE LINE PER TERM-STATUS CHANGE.  THE     *
000610*        JCL GIVES THIS DD DISP=MOD SO THE ENTRIES APPEND.        *
000620*----------------------------------------------------------------*
000630     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TERM-TRANS-FILE
000700     RECORD CONTAINS 6 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720 01  TERM-TRANS-RECORD.
000730     05  TT-ACTION               PIC X(01).
000740         88  TT-ACTION-OPEN                 VALUE 'O'.
000750         88  TT-ACTION-GRADING              VALUE 'G'.
000760         88  TT-ACTION-VALID                VALUE 'O' 'G'.
000770     05  TT-TERM.
000780         10  TT-TERM-YEAR        PIC X(04).
000790         10  TT-TERM-CODE        PIC X(01).
000800             88  TT-TERM-CODE-VALID         VALUE '1' '2' '3'.
000810
000820 FD  TERM-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY TERMREC.
000850
000860 FD  TERM-ERRORS-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  TERM-ERROR-LINE.
000890     05  TERR-ACTION             PIC X(01).
000900     05  FILLER                  PIC X(01) VALUE SPACE.
000910     05  TERR-TERM               PIC X(05).
000920     05  FILLER                  PIC X(01) VALUE SPACE.
000930     05  TERR-REASON             PIC X(30).
000940
000950 FD  HELLO-AUDIT-LOG-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY AUDITREC.
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-FILE-STATUS-FIELDS.
001010     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001020     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001030     05  WS-TERMERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001040     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
001050
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001080         88  WS-EOF-TERM-TRANS              VALUE 'Y'.
001090     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001100         88  WS-VALID-TRANS                 VALUE 'Y'.
001110         88  WS-INVALID-TRANS               VALUE 'N'.
001120     05  WS-TERM-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001130         88  WS-TERM-ON-FILE                VALUE 'Y'.
001140     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001150         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001160     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001170         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001180     05  WS-TERMERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001190         88  WS-TERMERR-FILE-OPEN           VALUE 'Y'.
001200     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001210         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001220
001230 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001240
001250 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001260 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001270 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001280 77  WS-TERMS-OPENED-CT           PIC S9(7) COMP VALUE ZERO.
001290 77  WS-TERMS-GRADING-CT          PIC S9(7) COMP VALUE ZERO.
001300
001310 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001320 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001330
001340*----------------------------------------------------------------*
001350*    WS-TERM-MESSAGE - AUDIT-MESSAGE TEXT FOR A STATUS CHANGE:    *
001360*    WHICH TERM AND WHAT IT MOVED TO.                             *
001370*----------------------------------------------------------------*
001380 01  WS-TERM-MESSAGE.
001390     05  FILLER                   PIC X(05) VALUE 'TERM '.
001400     05  TMM-TERM                 PIC X(05) VALUE SPACES.
001410     05  FILLER                   PIC X(01) VALUE SPACE.
001420     05  TMM-ACTION-TEXT          PIC X(30) VALUE SPACES.
001430
001440*----------------------------------------------------------------*
001450*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S          *
001460*    LINKAGE.  TERM STATUS GOVERNS THE GRADES, SO LEVEL 3.        *
001470*----------------------------------------------------------------*
001480 01  WS-AUTH-REQUEST.
001490     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001500     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'TERMMNT'.
001510     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001520     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001530     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001540     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001550         88  WS-AUTH-OK                     VALUE '00'.
001560
001570 01  WS-RUN-IDENTIFICATION.
001580     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001590     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001600
001610 LINKAGE SECTION.
001620*----------------------------------------------------------------*
001630*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.           *
001640*        FORMAT IS 'JOBID/USERID', E.G. 'TERMCTL/REGISTRR'.       *
001650*----------------------------------------------------------------*
001660 01  LK-PARM-AREA.
001670     05  LK-PARM-LEN              PIC S9(4) COMP.
001680     05  LK-PARM-DATA             PIC X(80).
001690
001700 PROCEDURE DIVISION USING LK-PARM-AREA.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730
001740     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001750         UNTIL WS-EOF-TERM-TRANS
001760
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT
001780
001790     STOP RUN.
001800
001810******************************************************************
001820*    1000-INITIALIZE - VERIFY THE OPERATOR, OPEN FILES, AND       *
001830*        PRIME THE READ.                                          *
001840******************************************************************
001850 1000-INITIALIZE.
001860     IF LK-PARM-LEN > 0
001870         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
001880             INTO WS-JOB-ID WS-USER-ID
001890     END-IF
001900
001910*    TERM STATUS DECIDES WHICH GRADES CAN STILL MOVE - THE
001920*    OPERATOR MUST HOLD LEVEL 3 OR THE RUN ENDS BEFORE A FILE
001930*    OPENS.
001940     MOVE 'V'        TO WS-AUTH-FUNCTION
001950     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
001960     MOVE WS-USER-ID TO WS-AUTH-USER-ID
001970     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
001980     END-CALL
001990     IF NOT WS-AUTH-OK
002000         DISPLAY 'TERMMNT: USER ' WS-USER-ID
002010                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         SET WS-EOF-TERM-TRANS TO TRUE
002040         GO TO 1000-EXIT
002050     END-IF
002060
002070     OPEN INPUT TERM-TRANS-FILE
002080     IF WS-TRANS-FILE-STATUS NOT = '00'
002090         DISPLAY 'TERMMNT: UNABLE TO OPEN TERM-TRANS, '
002100                 'STATUS = ' WS-TRANS-FILE-STATUS
002110         SET WS-EOF-TERM-TRANS TO TRUE
002120         GO TO 1000-EXIT
002130     END-IF
002140     SET WS-TRANS-FILE-OPEN TO TRUE
002150
002160     OPEN I-O TERM-CONTROL-FILE
002170     IF WS-TERMCTL-FILE-STATUS NOT = '00'
002180         DISPLAY 'TERMMNT: UNABLE TO OPEN TERM-CONTROL, '
002190                 'STATUS = ' WS-TERMCTL-FILE-STATUS
002200         SET WS-EOF-TERM-TRANS TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF
002230     SET WS-TERMCTL-FILE-OPEN TO TRUE
002240
002250     OPEN OUTPUT TERM-ERRORS-FILE
002260     IF WS-TERMERR-FILE-STATUS NOT = '00'
002270         DISPLAY 'TERMMNT: UNABLE TO OPEN TERM-ERRORS, '
002280                 'STATUS = ' WS-TERMERR-FILE-STATUS
002290         SET WS-EOF-TERM-TRANS TO TRUE
002300         GO TO 1000-EXIT
002310     END-IF
002320     SET WS-TERMERR-FILE-OPEN TO TRUE
002330
002340*    A STATUS CHANGE THAT CANNOT BE AUDITED IS NOT MADE - NO
002350*    AUDIT LOG, NO RUN.
002360     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
002370     IF WS-AUDIT-FILE-STATUS NOT = '00'
002380         DISPLAY 'TERMMNT: UNABLE TO OPEN AUDIT LOG, '
002390                 'STATUS = ' WS-AUDIT-FILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         SET WS-EOF-TERM-TRANS TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF
002440     SET WS-AUDIT-FILE-OPEN TO TRUE
002450
002460     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002470 1000-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
002520******************************************************************
002530 2000-PROCESS-TRANS.
002540     ADD 1 TO WS-TRANS-READ-CT
002550
002560     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
002570
002580     IF WS-VALID-TRANS
002590         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
002600     END-IF
002610
002620     IF WS-INVALID-TRANS
002630         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
002640     END-IF
002650
002660     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    2100-READ-TRANS - READ THE NEXT TERM-STATUS TRANSACTION.     *
002720******************************************************************
002730 2100-READ-TRANS.
002740     READ TERM-TRANS-FILE
002750         AT END
002760             SET WS-EOF-TERM-TRANS TO TRUE
002770     END-READ.
002780 2100-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
002830*        TERM-CONTROL.  THE ACTION MUST BE O OR G AND THE TERM A  *
002840*        NUMERIC YEAR FOLLOWED BY TERM CODE 1, 2, OR 3.           *
002850******************************************************************
002860 2200-VALIDATE-TRANS.
002870     SET WS-VALID-TRANS TO TRUE
002880     MOVE SPACES TO WS-REJECT-REASON
002890
002900     IF NOT TT-ACTION-VALID
002910         SET WS-INVALID-TRANS TO TRUE
002920         MOVE 'ACTION NOT O OR G' TO WS-REJECT-REASON
002930         GO TO 2200-EXIT
002940     END-IF
002950
002960     IF TT-TERM-YEAR NOT NUMERIC
002970         SET WS-INVALID-TRANS TO TRUE
002980         MOVE 'TERM YEAR NOT NUMERIC' TO WS-REJECT-REASON
002990         GO TO 2200-EXIT
003000     END-IF
003010
003020     IF NOT TT-TERM-CODE-VALID
003030         SET WS-INVALID-TRANS TO TRUE
003040         MOVE 'TERM CODE NOT 1, 2, OR 3' TO WS-REJECT-REASON
003050     END-IF.
003060 2200-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
003110*        TERM-ERRORS REPORT.                                      *
003120******************************************************************
003130 2250-WRITE-ERROR.
003140     ADD 1 TO WS-TRANS-REJECT-CT
003150
003160     MOVE TT-ACTION        TO TERR-ACTION
003170     MOVE TT-TERM          TO TERR-TERM
003180     MOVE WS-REJECT-REASON TO TERR-REASON
003190
003200     WRITE TERM-ERROR-LINE.
003210 2250-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*    3000-APPLY-TRANS - LOOK THE TERM UP, THEN OPEN IT OR MOVE    *
003260*        IT TO GRADING.                                           *
003270******************************************************************
003280 3000-APPLY-TRANS.
003290     MOVE TT-TERM TO TC-TERM
003300     MOVE 'Y' TO WS-TERM-FOUND-SWITCH
003310
003320     READ TERM-CONTROL-FILE
003330         INVALID KEY
003340             MOVE 'N' TO WS-TERM-FOUND-SWITCH
003350     END-READ
003360
003370     EVALUATE TRUE
003380         WHEN TT-ACTION-OPEN
003390             PERFORM 3100-OPEN-TERM THRU 3100-EXIT
003400         WHEN TT-ACTION-GRADING
003410             PERFORM 3200-START-GRADING THRU 3200-EXIT
003420     END-EVALUATE
003430
003440     IF WS-VALID-TRANS
003450         ADD 1 TO WS-TRANS-APPLIED-CT
003460     END-IF.
003470 3000-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    3100-OPEN-TERM - ADD A NEW TERM AS OPEN AND AUDIT IT.  A     *
003520*        TERM ALREADY ON FILE HAS ALREADY BEEN OPENED - WHATEVER  *
003530*        ITS STATUS NOW, IT DOES NOT GO BACK.                     *
003540******************************************************************
003550 3100-OPEN-TERM.
003560     IF WS-TERM-ON-FILE
003570         SET WS-INVALID-TRANS TO TRUE
003580         MOVE 'OPEN - TERM ALREADY ON FILE' TO WS-REJECT-REASON
003590         GO TO 3100-EXIT
003600     END-IF
003610
003620     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
003630
003640     MOVE TT-TERM          TO TC-TERM
003650     SET TC-TERM-OPEN      TO TRUE
003660     MOVE WS-USER-ID       TO TC-STATUS-BY
003670     MOVE WS-STAMP-DATE    TO TC-STATUS-DATE
003680     MOVE SPACES           TO TC-CLOSED-BY
003690     MOVE ZERO             TO TC-CLOSED-DATE
003700     MOVE ZERO             TO TC-SEATS-ARCHIVED
003710
003720     WRITE TERM-CONTROL-DATA
003730         INVALID KEY
003740             SET WS-INVALID-TRANS TO TRUE
003750             MOVE 'OPEN - WRITE FAILED' TO WS-REJECT-REASON
003760             GO TO 3100-EXIT
003770     END-WRITE
003780
003790     ADD 1 TO WS-TERMS-OPENED-CT
003800     MOVE 'TERMOPEN'               TO AUDIT-TRAN-CODE
003810     MOVE 'OPENED FOR REGISTRATION' TO TMM-ACTION-TEXT
003820     PERFORM 3600-WRITE-TERM-AUDIT THRU 3600-EXIT.
003830 3100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*    3200-START-GRADING - MOVE AN OPEN TERM TO GRADING AND AUDIT  *
003880*        IT.  A TERM NEVER OPENED HERE (REGISTRATION RAN BEFORE   *
003890*        TERM CONTROL EXISTED) IS ADDED STRAIGHT INTO GRADING SO  *
003900*        IT CAN STILL BE CLOSED.                                  *
003910******************************************************************
003920 3200-START-GRADING.
003930     IF WS-TERM-ON-FILE AND TC-TERM-GRADING
003940         SET WS-INVALID-TRANS TO TRUE
003950         MOVE 'GRADING - ALREADY GRADING' TO WS-REJECT-REASON
003960         GO TO 3200-EXIT
003970     END-IF
003980
003990     IF WS-TERM-ON-FILE AND TC-TERM-CLOSED
004000         SET WS-INVALID-TRANS TO TRUE
004010         MOVE 'GRADING - TERM IS CLOSED' TO WS-REJECT-REASON
004020         GO TO 3200-EXIT
004030     END-IF
004040
004050     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004060
004070     SET TC-TERM-GRADING   TO TRUE
004080     MOVE WS-USER-ID       TO TC-STATUS-BY
004090     MOVE WS-STAMP-DATE    TO TC-STATUS-DATE
004100
004110     IF WS-TERM-ON-FILE
004120         REWRITE TERM-CONTROL-DATA
004130             INVALID KEY
004140                 SET WS-INVALID-TRANS TO TRUE
004150                 MOVE 'GRADING - REWRITE FAILED'
004160                     TO WS-REJECT-REASON
004170         END-REWRITE
004180     ELSE
004190         MOVE TT-TERM      TO TC-TERM
004200         MOVE SPACES       TO TC-CLOSED-BY
004210         MOVE ZERO         TO TC-CLOSED-DATE
004220         MOVE ZERO         TO TC-SEATS-ARCHIVED
004230         WRITE TERM-CONTROL-DATA
004240             INVALID KEY
004250                 SET WS-INVALID-TRANS TO TRUE
004260                 MOVE 'GRADING - WRITE FAILED' TO WS-REJECT-REASON
004270         END-WRITE
004280     END-IF
004290     IF WS-INVALID-TRANS
004300         GO TO 3200-EXIT
004310     END-IF
004320
004330     ADD 1 TO WS-TERMS-GRADING-CT
004340     MOVE 'TERMGRAD'               TO AUDIT-TRAN-CODE
004350     MOVE 'MOVED TO GRADING'       TO TMM-ACTION-TEXT
004360     PERFORM 3600-WRITE-TERM-AUDIT THRU 3600-EXIT.
004370 3200-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    3600-WRITE-TERM-AUDIT - APPEND ONE AUDIT ENTRY FOR THE       *
004420*        STATUS CHANGE JUST MADE.  THE CALLER HAS SET THE TRAN    *
004430*        CODE AND THE ACTION TEXT.                                *
004440******************************************************************
004450 3600-WRITE-TERM-AUDIT.
004460     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004470     ACCEPT WS-STAMP-TIME FROM TIME
004480
004490     MOVE TT-TERM               TO TMM-TERM
004500
004510     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
004520     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
004530     MOVE 'TERMMNT'             TO AUDIT-PROGRAM-ID
004540     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
004550     MOVE WS-USER-ID            TO AUDIT-USER-ID
004560     MOVE SPACES                TO AUDIT-STUDENT-ID
004570     MOVE ZERO                  TO AUDIT-RECORDS-READ
004580     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
004590     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
004600     MOVE WS-TERM-MESSAGE       TO AUDIT-MESSAGE
004610
004620     WRITE AUDIT-LOG-RECORD.
004630 3600-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
004680******************************************************************
004690 8000-TERMINATE.
004700     DISPLAY 'TERMMNT: ' WS-TRANS-READ-CT
004710             ' TERM TRANSACTIONS READ'
004720     DISPLAY 'TERMMNT: ' WS-TRANS-APPLIED-CT
004730             ' TERM TRANSACTIONS APPLIED'
004740     DISPLAY 'TERMMNT: ' WS-TRANS-REJECT-CT
004750             ' TERM TRANSACTIONS REJECTED'
004760     DISPLAY 'TERMMNT: ' WS-TERMS-OPENED-CT
004770             ' TERMS OPENED'
004780     DISPLAY 'TERMMNT: ' WS-TERMS-GRADING-CT
004790             ' TERMS MOVED TO GRADING'
004800
004810     MOVE 'C' TO WS-AUTH-FUNCTION
004820     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
004830     END-CALL
004840
004850     IF WS-TRANS-FILE-OPEN
004860         CLOSE TERM-TRANS-FILE
004870     END-IF
004880     IF WS-TERMCTL-FILE-OPEN
004890         CLOSE TERM-CONTROL-FILE
004900     END-IF
004910     IF WS-TERMERR-FILE-OPEN
004920         CLOSE TERM-ERRORS-FILE
004930     END-IF
004940     IF WS-AUDIT-FILE-OPEN
004950         CLOSE HELLO-AUDIT-LOG-FILE
004960     END-IF.
004970 8000-EXIT.
004980     EXIT.
