000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRQMAINT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    PRQMAINT - BATCH MAINTENANCE FOR THE COURSE-PREREQUISITE     *
000090*    FILE AND FOR ADVISING'S PREREQUISITE OVERRIDES.  READS       *
000100*    PREREQUISITE TRANSACTIONS (ONE PER LINE), EDITS THEM,        *
000110*    APPLIES THE GOOD ONES, AND WRITES EVERY REJECT TO THE        *
000120*    PREREQ-ERRORS REPORT.  FOLLOWS THE SAME TRANSACTION-APPLY    *
000130*    PATTERN AS CATMAINT SO THE MAINTENANCE RUNS READ ALIKE.      *
000140*                                                                 *
000150*    A/R/D ADD, REPLACE, OR DELETE A COURSE'S PREREQUISITE LIST.  *
000160*    G/C   GRANT OR CANCEL AN OVERRIDE LETTING ONE STUDENT        *
000170*          REGISTER FOR ONE COURSE WITHOUT ITS PREREQUISITES.     *
000180*          EVERY GRANT AND CANCEL IS APPENDED TO THE AUDIT LOG.   *
000183*          A GRANT NEEDS THE STUDENT ON STUDENT-MASTER AND THE    *
000186*          COURSE ON THE CATALOG.                                 *
000190*----------------------------------------------------------------*
000200*    MODIFICATION HISTORY                                        *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  --------------------------------------------
000230*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000232*    2026-10-15 JBH   AN OVERRIDE GRANT IS REJECTED UNLESS THE   *
000234*                     STUDENT IS ON STUDENT-MASTER AND THE       *
000236*                     COURSE IS ON THE CATALOG.                  *
000240******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330*----------------------------------------------------------------*
000340*    PREREQ-TRANS     - PREREQUISITE MAINTENANCE TRANSACTIONS,    *
000350*        ONE PER LINE: ACTION (A/R/D/G/C), COURSE CODE, THEN      *
000360*        EITHER FIVE REQUIRED-COURSE/MINIMUM-GRADE PAIRS (A/R)    *
000370*        OR A STUDENT ID AND OVERRIDE REASON (G/C).               *
000380*----------------------------------------------------------------*
000390     SELECT PREREQ-TRANS-FILE ASSIGN TO "PRQTRAN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-FILE-STATUS.
000420*----------------------------------------------------------------*
000430*    COURSE-PREREQ    - PREREQUISITE LISTS, KEYED BY COURSE CODE. *
000440*----------------------------------------------------------------*
000450     SELECT COURSE-PREREQ-FILE ASSIGN TO "PREREQ"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS PQ-COURSE-CODE
000490         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000500*----------------------------------------------------------------*
000510*    PREREQ-OVERRIDE  - ADVISING'S OVERRIDES, KEYED BY STUDENT    *
000520*        ID + COURSE CODE.                                        *
000530*----------------------------------------------------------------*
000540     SELECT PREREQ-OVERRIDE-FILE ASSIGN TO "PREOVRD"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PO-KEY
000580         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    COURSE-CATALOG   - EVERY COURSE NAMED ON A PREREQUISITE      *
000610*        LIST OR AN OVERRIDE GRANT MUST BE ON THE CATALOG.        *
000620*----------------------------------------------------------------*
000630     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CAT-COURSE-CODE
000670         FILE STATUS IS WS-CATALOG-FILE-STATUS.
000671*----------------------------------------------------------------*
000672*    STUDENT-MASTER   - THE STUDENT ROSTER, READ RANDOMLY FOR     *
000673*        EACH GRANT - NO OVERRIDE FOR A STUDENT NOT ON FILE.      *
000674*----------------------------------------------------------------*
000675     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000676         ORGANIZATION IS INDEXED
000677         ACCESS MODE IS RANDOM
000678         RECORD KEY IS STUDENT-ID
000679         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000680*----------------------------------------------------------------*
000690*    PREREQ-ERRORS    - REJECTED-TRANSACTION REPORT.              *
000700*----------------------------------------------------------------*
000710     SELECT PREREQ-ERRORS-FILE ASSIGN TO "PRQERR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PRQERR-FILE-STATUS.
000740*----------------------------------------------------------------*
000750*    HELLO-AUDIT-LOG  - ONE LINE PER OVERRIDE GRANTED OR          *
000760*        CANCELLED.  THE JCL GIVES THIS DD DISP=MOD SO THE        *
000770*        ENTRIES APPEND.                                          *
000780*----------------------------------------------------------------*
000790     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PREREQ-TRANS-FILE
000860     RECORD CONTAINS 42 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  PREREQ-TRANS-RECORD.
000890     05  PT-ACTION               PIC X(01).
000900         88  PT-ACTION-ADD                  VALUE 'A'.
000910         88  PT-ACTION-REPLACE              VALUE 'R'.
000920         88  PT-ACTION-DELETE               VALUE 'D'.
000930         88  PT-ACTION-GRANT                VALUE 'G'.
000940         88  PT-ACTION-CANCEL               VALUE 'C'.
000950         88  PT-ACTION-OVERRIDE             VALUE 'G' 'C'.
000960         88  PT-ACTION-VALID                VALUE 'A' 'R' 'D'
000970                                                  'G' 'C'.
000980     05  PT-COURSE-CODE          PIC X(06).
000990     05  PT-DETAIL               PIC X(35).
001000     05  PT-PREREQ-DETAIL REDEFINES PT-DETAIL.
001010         10  PT-PREREQ-ENTRY OCCURS 5.
001020             15  PT-REQ-COURSE-CODE PIC X(06).
001030             15  PT-MIN-GRADE    PIC X(01).
001040     05  PT-OVERRIDE-DETAIL REDEFINES PT-DETAIL.
001050         10  PT-OVR-STUDENT-ID   PIC X(06).
001060         10  PT-OVR-REASON       PIC X(29).
001070
001080 FD  COURSE-PREREQ-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY PREQREC.
001110
001120 FD  PREREQ-OVERRIDE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY PQOVREC.
001150
001160 FD  COURSE-CATALOG-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY CRSEREC.
001182
001184 FD  STUDENT-MASTER-FILE
001186     LABEL RECORDS ARE STANDARD.
001188 COPY STUDREC.
001190
001200 FD  PREREQ-ERRORS-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  PREREQ-ERROR-LINE.
001230     05  PERR-ACTION             PIC X(01).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  PERR-COURSE-CODE        PIC X(06).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  PERR-DETAIL             PIC X(35).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  PERR-REASON             PIC X(30).
001300
001310 FD  HELLO-AUDIT-LOG-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY AUDITREC.
001340
001350 WORKING-STORAGE SECTION.
001360 01  WS-FILE-STATUS-FIELDS.
001370     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001380     05  WS-PREREQ-FILE-STATUS    PIC X(02) VALUE SPACES.
001390     05  WS-OVERRIDE-FILE-STATUS  PIC X(02) VALUE SPACES.
001400     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
001405     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001410     05  WS-PRQERR-FILE-STATUS    PIC X(02) VALUE SPACES.
001420     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
001430
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001460         88  WS-EOF-PREREQ-TRANS            VALUE 'Y'.
001470     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001480         88  WS-VALID-TRANS                 VALUE 'Y'.
001490         88  WS-INVALID-TRANS               VALUE 'N'.
001500     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001510         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001520     05  WS-PREREQ-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001530         88  WS-PREREQ-FILE-OPEN            VALUE 'Y'.
001540     05  WS-OVERRIDE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001550         88  WS-OVERRIDE-FILE-OPEN          VALUE 'Y'.
001560     05  WS-CATALOG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001570         88  WS-CATALOG-FILE-OPEN           VALUE 'Y'.
001573     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001576         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001580     05  WS-PRQERR-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001590         88  WS-PRQERR-FILE-OPEN            VALUE 'Y'.
001600     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001610         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001620
001630 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001640
001650 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001660 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001670 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001680 77  WS-OVERRIDE-AUDIT-CT         PIC S9(7) COMP VALUE ZERO.
001690
001700 77  WS-PRQ-SUB                   PIC S9(4) COMP VALUE ZERO.
001710 77  WS-PRQ-NAMED-CT              PIC S9(4) COMP VALUE ZERO.
001720
001730 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001740 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001750
001760*----------------------------------------------------------------*
001770*    WS-OVERRIDE-MESSAGE - AUDIT-MESSAGE TEXT FOR A GRANT OR A    *
001780*    CANCEL: WHAT HAPPENED, TO WHICH COURSE, AND WHY.             *
001790*----------------------------------------------------------------*
001800 01  WS-OVERRIDE-MESSAGE.
001810     05  OVM-ACTION-TEXT          PIC X(24) VALUE SPACES.
001820     05  OVM-COURSE-CODE          PIC X(06) VALUE SPACES.
001830     05  FILLER                   PIC X(01) VALUE SPACE.
001840     05  OVM-REASON               PIC X(29) VALUE SPACES.
001850
001860*----------------------------------------------------------------*
001870*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S         *
001880*    LINKAGE.  PREREQUISITES ARE CATALOG DATA, SO LEVEL 3.       *
001890*----------------------------------------------------------------*
001900 01  WS-AUTH-REQUEST.
001910     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001920     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'PRQMAINT'.
001930     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001940     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001950     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001960     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001970         88  WS-AUTH-OK                     VALUE '00'.
001980
001990 01  WS-RUN-IDENTIFICATION.
002000     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
002010     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
002020
002030 LINKAGE SECTION.
002040*----------------------------------------------------------------*
002050*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.          *
002060*        FORMAT IS 'JOBID/USERID', E.G. 'PREREQ/ADVISING'.       *
002070*----------------------------------------------------------------*
002080 01  LK-PARM-AREA.
002090     05  LK-PARM-LEN              PIC S9(4) COMP.
002100     05  LK-PARM-DATA             PIC X(80).
002110
002120 PROCEDURE DIVISION USING LK-PARM-AREA.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150
002160     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002170         UNTIL WS-EOF-PREREQ-TRANS
002180
002190     PERFORM 8000-TERMINATE THRU 8000-EXIT
002200
002210     STOP RUN.
002220
002230******************************************************************
002240*    1000-INITIALIZE - VERIFY THE OPERATOR, OPEN FILES, AND       *
002250*        PRIME THE READ.                                          *
002260******************************************************************
002270 1000-INITIALIZE.
002280     IF LK-PARM-LEN > 0
002290         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
002300             INTO WS-JOB-ID WS-USER-ID
002310     END-IF
002320
002330*    PREREQUISITES AND OVERRIDES DECIDE WHO MAY REGISTER - THE
002340*    OPERATOR MUST HOLD LEVEL 3 OR THE RUN ENDS BEFORE A FILE
002350*    OPENS.
002360     MOVE 'V'        TO WS-AUTH-FUNCTION
002370     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
002380     MOVE WS-USER-ID TO WS-AUTH-USER-ID
002390     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
002400     END-CALL
002410     IF NOT WS-AUTH-OK
002420         DISPLAY 'PRQMAINT: USER ' WS-USER-ID
002430                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         SET WS-EOF-PREREQ-TRANS TO TRUE
002460         GO TO 1000-EXIT
002470     END-IF
002480
002490     OPEN INPUT PREREQ-TRANS-FILE
002500     IF WS-TRANS-FILE-STATUS NOT = '00'
002510         DISPLAY 'PRQMAINT: UNABLE TO OPEN PREREQ-TRANS, '
002520                 'STATUS = ' WS-TRANS-FILE-STATUS
002530         SET WS-EOF-PREREQ-TRANS TO TRUE
002540         GO TO 1000-EXIT
002550     END-IF
002560     SET WS-TRANS-FILE-OPEN TO TRUE
002570
002580     OPEN I-O COURSE-PREREQ-FILE
002590     IF WS-PREREQ-FILE-STATUS NOT = '00'
002600         DISPLAY 'PRQMAINT: UNABLE TO OPEN COURSE-PREREQ, '
002610                 'STATUS = ' WS-PREREQ-FILE-STATUS
002620         SET WS-EOF-PREREQ-TRANS TO TRUE
002630         GO TO 1000-EXIT
002640     END-IF
002650     SET WS-PREREQ-FILE-OPEN TO TRUE
002660
002670     OPEN I-O PREREQ-OVERRIDE-FILE
002680     IF WS-OVERRIDE-FILE-STATUS NOT = '00'
002690         DISPLAY 'PRQMAINT: UNABLE TO OPEN PREREQ-OVERRIDE, '
002700                 'STATUS = ' WS-OVERRIDE-FILE-STATUS
002710         SET WS-EOF-PREREQ-TRANS TO TRUE
002720         GO TO 1000-EXIT
002730     END-IF
002740     SET WS-OVERRIDE-FILE-OPEN TO TRUE
002750
002760     OPEN INPUT COURSE-CATALOG-FILE
002770     IF WS-CATALOG-FILE-STATUS NOT = '00'
002780         DISPLAY 'PRQMAINT: UNABLE TO OPEN COURSE-CATALOG, '
002790                 'STATUS = ' WS-CATALOG-FILE-STATUS
002800         SET WS-EOF-PREREQ-TRANS TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF
002830     SET WS-CATALOG-FILE-OPEN TO TRUE
002831
002832     OPEN INPUT STUDENT-MASTER-FILE
002833     IF WS-STUDENT-FILE-STATUS NOT = '00'
002834         DISPLAY 'PRQMAINT: UNABLE TO OPEN STUDENT-MASTER, '
002835                 'STATUS = ' WS-STUDENT-FILE-STATUS
002836         SET WS-EOF-PREREQ-TRANS TO TRUE
002837         GO TO 1000-EXIT
002838     END-IF
002839     SET WS-STUDENT-FILE-OPEN TO TRUE
002840
002850     OPEN OUTPUT PREREQ-ERRORS-FILE
002860     IF WS-PRQERR-FILE-STATUS NOT = '00'
002870         DISPLAY 'PRQMAINT: UNABLE TO OPEN PREREQ-ERRORS, '
002880                 'STATUS = ' WS-PRQERR-FILE-STATUS
002890         SET WS-EOF-PREREQ-TRANS TO TRUE
002900         GO TO 1000-EXIT
002910     END-IF
002920     SET WS-PRQERR-FILE-OPEN TO TRUE
002930
002940*    AN OVERRIDE THAT CANNOT BE AUDITED IS NOT GRANTED - NO
002950*    AUDIT LOG, NO RUN.
002960     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
002970     IF WS-AUDIT-FILE-STATUS NOT = '00'
002980         DISPLAY 'PRQMAINT: UNABLE TO OPEN AUDIT LOG, '
002990                 'STATUS = ' WS-AUDIT-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         SET WS-EOF-PREREQ-TRANS TO TRUE
003020         GO TO 1000-EXIT
003030     END-IF
003040     SET WS-AUDIT-FILE-OPEN TO TRUE
003050
003060     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
003120******************************************************************
003130 2000-PROCESS-TRANS.
003140     ADD 1 TO WS-TRANS-READ-CT
003150
003160     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
003170
003180     IF WS-VALID-TRANS
003190         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
003200     END-IF
003210
003220     IF WS-INVALID-TRANS
003230         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
003240     END-IF
003250
003260     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003270 2000-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    2100-READ-TRANS - READ THE NEXT PREREQUISITE TRANSACTION.    *
003320******************************************************************
003330 2100-READ-TRANS.
003340     READ PREREQ-TRANS-FILE
003350         AT END
003360             SET WS-EOF-PREREQ-TRANS TO TRUE
003370     END-READ.
003380 2100-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
003430*        EITHER FILE.  THE COURSE MUST BE ON THE CATALOG.  AN     *
003440*        ADD OR REPLACE MUST NAME AT LEAST ONE REQUIRED COURSE,   *
003450*        EACH ON THE CATALOG WITH A MINIMUM GRADE OF A-D.  A      *
003460*        GRANT NEEDS A REASON AND A STUDENT ON STUDENT-MASTER; A  *
003470*        DELETE OR CANCEL NEEDS ONLY THE KEY, SO AN OVERRIDE CAN  *
003475*        STILL BE CANCELLED AFTER ITS STUDENT OR COURSE IS GONE.  *
003480******************************************************************
003490 2200-VALIDATE-TRANS.
003500     SET WS-VALID-TRANS TO TRUE
003510     MOVE SPACES TO WS-REJECT-REASON
003520
003530     IF NOT PT-ACTION-VALID
003540         SET WS-INVALID-TRANS TO TRUE
003550         MOVE 'ACTION NOT A, R, D, G, OR C' TO WS-REJECT-REASON
003560         GO TO 2200-EXIT
003570     END-IF
003580
003590     IF PT-COURSE-CODE = SPACES
003600         SET WS-INVALID-TRANS TO TRUE
003610         MOVE 'COURSE CODE MISSING' TO WS-REJECT-REASON
003620         GO TO 2200-EXIT
003630     END-IF
003640
003650     IF PT-ACTION-DELETE
003660         GO TO 2200-EXIT
003670     END-IF
003680
003690     IF PT-ACTION-OVERRIDE
003700         IF PT-OVR-STUDENT-ID = SPACES
003710             SET WS-INVALID-TRANS TO TRUE
003720             MOVE 'STUDENT ID MISSING' TO WS-REJECT-REASON
003730             GO TO 2200-EXIT
003740         END-IF
003750         IF PT-ACTION-CANCEL
003760             GO TO 2200-EXIT
003770         END-IF
003780         IF PT-OVR-REASON = SPACES
003782             SET WS-INVALID-TRANS TO TRUE
003784             MOVE 'OVERRIDE REASON MISSING' TO WS-REJECT-REASON
003786             GO TO 2200-EXIT
003788         END-IF
003790         MOVE PT-OVR-STUDENT-ID TO STUDENT-ID
003792         READ STUDENT-MASTER-FILE
003794             INVALID KEY
003796                 SET WS-INVALID-TRANS TO TRUE
003797                 MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
003798                 GO TO 2200-EXIT
003799         END-READ
003800     END-IF
003810
003820     MOVE PT-COURSE-CODE TO CAT-COURSE-CODE
003830     READ COURSE-CATALOG-FILE
003840         INVALID KEY
003850             SET WS-INVALID-TRANS TO TRUE
003860             MOVE 'COURSE NOT IN CATALOG' TO WS-REJECT-REASON
003870             GO TO 2200-EXIT
003880     END-READ
003890
003892     IF PT-ACTION-GRANT
003894         GO TO 2200-EXIT
003896     END-IF
003898
003900     MOVE ZERO TO WS-PRQ-NAMED-CT
003910     PERFORM 2300-EDIT-ONE-PREREQ THRU 2300-EXIT
003920         VARYING WS-PRQ-SUB FROM 1 BY 1
003930         UNTIL WS-PRQ-SUB > 5
003940            OR WS-INVALID-TRANS
003950
003960     IF WS-VALID-TRANS AND WS-PRQ-NAMED-CT = ZERO
003970         SET WS-INVALID-TRANS TO TRUE
003980         MOVE 'NO REQUIRED COURSE GIVEN' TO WS-REJECT-REASON
003990     END-IF.
004000 2200-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
004050*        PREREQ-ERRORS REPORT.                                    *
004060******************************************************************
004070 2250-WRITE-ERROR.
004080     ADD 1 TO WS-TRANS-REJECT-CT
004090
004100     MOVE PT-ACTION        TO PERR-ACTION
004110     MOVE PT-COURSE-CODE   TO PERR-COURSE-CODE
004120     MOVE PT-DETAIL        TO PERR-DETAIL
004130     MOVE WS-REJECT-REASON TO PERR-REASON
004140
004150     WRITE PREREQ-ERROR-LINE.
004160 2250-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    2300-EDIT-ONE-PREREQ - EDIT ONE REQUIRED-COURSE/MINIMUM-     *
004210*        GRADE PAIR.  AN ALL-BLANK PAIR IS AN UNUSED SLOT.        *
004220******************************************************************
004230 2300-EDIT-ONE-PREREQ.
004240     IF PT-REQ-COURSE-CODE (WS-PRQ-SUB) = SPACES
004250         IF PT-MIN-GRADE (WS-PRQ-SUB) NOT = SPACE
004260             SET WS-INVALID-TRANS TO TRUE
004270             MOVE 'MIN GRADE WITH NO COURSE'
004280                 TO WS-REJECT-REASON
004290         END-IF
004300         GO TO 2300-EXIT
004310     END-IF
004320
004330     ADD 1 TO WS-PRQ-NAMED-CT
004340
004350     IF PT-REQ-COURSE-CODE (WS-PRQ-SUB) = PT-COURSE-CODE
004360         SET WS-INVALID-TRANS TO TRUE
004370         MOVE 'COURSE CANNOT REQUIRE ITSELF' TO WS-REJECT-REASON
004380         GO TO 2300-EXIT
004390     END-IF
004400
004410     IF PT-MIN-GRADE (WS-PRQ-SUB) NOT = 'A'
004420         AND PT-MIN-GRADE (WS-PRQ-SUB) NOT = 'B'
004430         AND PT-MIN-GRADE (WS-PRQ-SUB) NOT = 'C'
004440         AND PT-MIN-GRADE (WS-PRQ-SUB) NOT = 'D'
004450         SET WS-INVALID-TRANS TO TRUE
004460         MOVE 'MIN GRADE NOT A, B, C, OR D' TO WS-REJECT-REASON
004470         GO TO 2300-EXIT
004480     END-IF
004490
004500     MOVE PT-REQ-COURSE-CODE (WS-PRQ-SUB) TO CAT-COURSE-CODE
004510     READ COURSE-CATALOG-FILE
004520         INVALID KEY
004530             SET WS-INVALID-TRANS TO TRUE
004540             MOVE 'REQUIRED COURSE NOT IN CATALOG'
004550                 TO WS-REJECT-REASON
004560     END-READ.
004570 2300-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    3000-APPLY-TRANS - DRIVE THE REQUESTED CHANGE AGAINST THE    *
004620*        PREREQUISITE OR OVERRIDE FILE.                           *
004630******************************************************************
004640 3000-APPLY-TRANS.
004650     EVALUATE TRUE
004660         WHEN PT-ACTION-ADD
004670             PERFORM 3100-ADD-PREREQ THRU 3100-EXIT
004680         WHEN PT-ACTION-REPLACE
004690             PERFORM 3200-REPLACE-PREREQ THRU 3200-EXIT
004700         WHEN PT-ACTION-DELETE
004710             PERFORM 3300-DELETE-PREREQ THRU 3300-EXIT
004720         WHEN PT-ACTION-GRANT
004730             PERFORM 3400-GRANT-OVERRIDE THRU 3400-EXIT
004740         WHEN PT-ACTION-CANCEL
004750             PERFORM 3500-CANCEL-OVERRIDE THRU 3500-EXIT
004760     END-EVALUATE
004770
004780     IF WS-VALID-TRANS
004790         ADD 1 TO WS-TRANS-APPLIED-CT
004800     END-IF.
004810 3000-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    3100-ADD-PREREQ - WRITE A NEW PREREQUISITE RECORD.           *
004860******************************************************************
004870 3100-ADD-PREREQ.
004880     MOVE PT-COURSE-CODE   TO PQ-COURSE-CODE
004890     MOVE PT-DETAIL        TO PQ-PREREQ-LIST
004900
004910     WRITE COURSE-PREREQ-DATA
004920         INVALID KEY
004930             SET WS-INVALID-TRANS TO TRUE
004940             MOVE 'ADD - PREREQS ALREADY ON FILE'
004950                 TO WS-REJECT-REASON
004960     END-WRITE.
004970 3100-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010*    3200-REPLACE-PREREQ - REWRITE AN EXISTING PREREQUISITE       *
005020*        RECORD WITH THE NEW LIST.                                *
005030******************************************************************
005040 3200-REPLACE-PREREQ.
005050     MOVE PT-COURSE-CODE   TO PQ-COURSE-CODE
005060     MOVE PT-DETAIL        TO PQ-PREREQ-LIST
005070
005080     REWRITE COURSE-PREREQ-DATA
005090         INVALID KEY
005100             SET WS-INVALID-TRANS TO TRUE
005110             MOVE 'REPLACE - PREREQS NOT ON FILE'
005120                 TO WS-REJECT-REASON
005130     END-REWRITE.
005140 3200-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*    3300-DELETE-PREREQ - REMOVE A PREREQUISITE RECORD; THE       *
005190*        COURSE THEN HAS NO PREREQUISITES.                        *
005200******************************************************************
005210 3300-DELETE-PREREQ.
005220     MOVE PT-COURSE-CODE   TO PQ-COURSE-CODE
005230
005240     DELETE COURSE-PREREQ-FILE
005250         INVALID KEY
005260             SET WS-INVALID-TRANS TO TRUE
005270             MOVE 'DELETE - PREREQS NOT ON FILE'
005280                 TO WS-REJECT-REASON
005290     END-DELETE.
005300 3300-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    3400-GRANT-OVERRIDE - WRITE AN OVERRIDE FOR ONE STUDENT AND  *
005350*        ONE COURSE AND AUDIT IT.                                 *
005360******************************************************************
005370 3400-GRANT-OVERRIDE.
005380     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
005390
005400     MOVE PT-OVR-STUDENT-ID TO PO-STUDENT-ID
005410     MOVE PT-COURSE-CODE    TO PO-COURSE-CODE
005420     MOVE WS-USER-ID        TO PO-GRANTED-BY
005430     MOVE WS-STAMP-DATE     TO PO-GRANTED-DATE
005440     MOVE PT-OVR-REASON     TO PO-REASON
005450
005460     WRITE PREREQ-OVERRIDE-DATA
005470         INVALID KEY
005480             SET WS-INVALID-TRANS TO TRUE
005490             MOVE 'GRANT - OVERRIDE ALREADY HELD'
005500                 TO WS-REJECT-REASON
005510             GO TO 3400-EXIT
005520     END-WRITE
005530
005540     MOVE 'OVRGRANT'                 TO AUDIT-TRAN-CODE
005550     MOVE 'PREREQ OVERRIDE GRANTED ' TO OVM-ACTION-TEXT
005560     MOVE PT-OVR-REASON              TO OVM-REASON
005570     PERFORM 3600-WRITE-OVERRIDE-AUDIT THRU 3600-EXIT.
005580 3400-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*    3500-CANCEL-OVERRIDE - REMOVE AN OVERRIDE AND AUDIT IT.      *
005630******************************************************************
005640 3500-CANCEL-OVERRIDE.
005650     MOVE PT-OVR-STUDENT-ID TO PO-STUDENT-ID
005660     MOVE PT-COURSE-CODE    TO PO-COURSE-CODE
005670
005680     DELETE PREREQ-OVERRIDE-FILE
005690         INVALID KEY
005700             SET WS-INVALID-TRANS TO TRUE
005710             MOVE 'CANCEL - NO OVERRIDE ON FILE'
005720                 TO WS-REJECT-REASON
005730             GO TO 3500-EXIT
005740     END-DELETE
005750
005760     MOVE 'OVRCANCL'                 TO AUDIT-TRAN-CODE
005770     MOVE 'PREREQ OVERRIDE CANCELED' TO OVM-ACTION-TEXT
005780     MOVE PT-OVR-REASON              TO OVM-REASON
005790     PERFORM 3600-WRITE-OVERRIDE-AUDIT THRU 3600-EXIT.
005800 3500-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*    3600-WRITE-OVERRIDE-AUDIT - APPEND ONE AUDIT ENTRY FOR THE   *
005850*        OVERRIDE JUST GRANTED OR CANCELLED.  THE CALLER HAS SET  *
005860*        THE TRAN CODE AND THE MESSAGE TEXT.                      *
005870******************************************************************
005880 3600-WRITE-OVERRIDE-AUDIT.
005890     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
005900     ACCEPT WS-STAMP-TIME FROM TIME
005910
005920     MOVE PT-COURSE-CODE        TO OVM-COURSE-CODE
005930
005940     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
005950     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
005960     MOVE 'PRQMAINT'            TO AUDIT-PROGRAM-ID
005970     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
005980     MOVE WS-USER-ID            TO AUDIT-USER-ID
005990     MOVE PT-OVR-STUDENT-ID     TO AUDIT-STUDENT-ID
006000     MOVE ZERO                  TO AUDIT-RECORDS-READ
006010     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
006020     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
006030     MOVE WS-OVERRIDE-MESSAGE   TO AUDIT-MESSAGE
006040
006050     WRITE AUDIT-LOG-RECORD
006060     ADD 1 TO WS-OVERRIDE-AUDIT-CT.
006070 3600-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
006120******************************************************************
006130 8000-TERMINATE.
006140     DISPLAY 'PRQMAINT: ' WS-TRANS-READ-CT
006150             ' PREREQUISITE TRANSACTIONS READ'
006160     DISPLAY 'PRQMAINT: ' WS-TRANS-APPLIED-CT
006170             ' PREREQUISITE TRANSACTIONS APPLIED'
006180     DISPLAY 'PRQMAINT: ' WS-TRANS-REJECT-CT
006190             ' PREREQUISITE TRANSACTIONS REJECTED'
006200     DISPLAY 'PRQMAINT: ' WS-OVERRIDE-AUDIT-CT
006210             ' OVERRIDE CHANGES AUDITED'
006220
006230     MOVE 'C' TO WS-AUTH-FUNCTION
006240     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
006250     END-CALL
006260
006270     IF WS-TRANS-FILE-OPEN
006280         CLOSE PREREQ-TRANS-FILE
006290     END-IF
006300     IF WS-PREREQ-FILE-OPEN
006310         CLOSE COURSE-PREREQ-FILE
006320     END-IF
006330     IF WS-OVERRIDE-FILE-OPEN
006340         CLOSE PREREQ-OVERRIDE-FILE
006350     END-IF
006360     IF WS-CATALOG-FILE-OPEN
006370         CLOSE COURSE-CATALOG-FILE
006380     END-IF
006382     IF WS-STUDENT-FILE-OPEN
006384         CLOSE STUDENT-MASTER-FILE
006386     END-IF
006390     IF WS-PRQERR-FILE-OPEN
006400         CLOSE PREREQ-ERRORS-FILE
006410     END-IF
006420     IF WS-AUDIT-FILE-OPEN
006430         CLOSE HELLO-AUDIT-LOG-FILE
006440     END-IF.
006450 8000-EXIT.
006460     EXIT.
