000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SECTMNT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    SECTMNT - BATCH MAINTENANCE FOR THE COURSE-SECTION FILE.     *
000090*    READS SECTION TRANSACTIONS (ADD/REPLACE/DELETE, ONE PER      *
000100*    LINE), EDITS THEM, APPLIES THE GOOD ONES TO COURSE-SECTION,  *
000110*    AND WRITES EVERY REJECT TO THE SECTION-ERRORS REPORT.        *
000120*    A SECTION IS ONE OFFERING OF A CATALOG COURSE IN ONE TERM,   *
000130*    TAUGHT BY ONE ACTIVE INSTRUCTOR ON INSTRUCTOR-MASTER.  THE   *
000140*    SECTIONS OF A TERM CLOSED ON TERM-CONTROL ARE HISTORY AND    *
000150*    ARE NOT CHANGED.  FOLLOWS THE CATMAINT PATTERN.              *
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
000310*    SECTION-TRANS - SECTION MAINTENANCE TRANSACTIONS, ONE PER    *
000320*        LINE: ACTION (A/R/D), TERM, COURSE, SECTION NUMBER,      *
000330*        INSTRUCTOR, MEETING DAYS, START/END TIME, ROOM, SEATS.   *
000340*----------------------------------------------------------------*
000350     SELECT SECTION-TRANS-FILE ASSIGN TO "SECTTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRANS-FILE-STATUS.
000380*----------------------------------------------------------------*
000390*    COURSE-SECTION - ONE RECORD PER SECTION, KEYED BY TERM +     *
000400*        COURSE CODE + SECTION NUMBER.                            *
000410*----------------------------------------------------------------*
000420     SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SEC-KEY
000460         FILE STATUS IS WS-SECTION-FILE-STATUS.
000470*----------------------------------------------------------------*
000480*    COURSE-CATALOG   - THE COURSE MUST BE ON THE CATALOG.        *
000490*    INSTRUCTOR-MASTER - THE INSTRUCTOR MUST BE ON FILE AND       *
000500*        ACTIVE.                                                  *
000510*    TERM-CONTROL     - A CLOSED TERM'S SECTIONS ARE NOT CHANGED. *
000520*----------------------------------------------------------------*
000530     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CAT-COURSE-CODE
000570         FILE STATUS IS WS-CATALOG-FILE-STATUS.
000580     SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS INS-INSTRUCTOR-ID
000620         FILE STATUS IS WS-INSTR-FILE-STATUS.
000630     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS TC-TERM
000670         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000680*----------------------------------------------------------------*
000690*    SECTION-ERRORS - REJECTED-TRANSACTION REPORT.                *
000700*----------------------------------------------------------------*
000710     SELECT SECTION-ERRORS-FILE ASSIGN TO "SECTERR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SECTERR-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SECTION-TRANS-FILE
000780     RECORD CONTAINS 47 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800 01  SECTION-TRANS-RECORD.
000810     05  ST-ACTION               PIC X(01).
000820         88  ST-ACTION-ADD                  VALUE 'A'.
000830         88  ST-ACTION-REPLACE              VALUE 'R'.
000840         88  ST-ACTION-DELETE               VALUE 'D'.
000850         88  ST-ACTION-VALID                VALUE 'A' 'R' 'D'.
000860     05  ST-KEY.
000870         10  ST-TERM.
000880             15  ST-TERM-YEAR    PIC X(04).
000890             15  ST-TERM-CODE    PIC X(01).
000900                 88  ST-TERM-CODE-VALID     VALUE '1' '2' '3'.
000910         10  ST-COURSE-CODE      PIC X(06).
000920         10  ST-SECTION-NO       PIC X(03).
000930     05  ST-INSTRUCTOR-ID        PIC X(06).
000940     05  ST-MEETING-DAYS         PIC X(07).
000950     05  ST-MEETING-DAY-TABLE REDEFINES ST-MEETING-DAYS.
000960         10  ST-MEETING-DAY      PIC X(01) OCCURS 7.
000970     05  ST-START-TIME           PIC X(04).
000980     05  ST-START-PARTS REDEFINES ST-START-TIME.
000990         10  ST-START-HH         PIC 9(02).
001000         10  ST-START-MM         PIC 9(02).
001010     05  ST-END-TIME             PIC X(04).
001020     05  ST-END-PARTS REDEFINES ST-END-TIME.
001030         10  ST-END-HH           PIC 9(02).
001040         10  ST-END-MM           PIC 9(02).
001050     05  ST-ROOM                 PIC X(08).
001060     05  ST-SEAT-LIMIT           PIC X(03).
001070     05  ST-SEAT-LIMIT-N REDEFINES ST-SEAT-LIMIT
001080                                 PIC 9(03).
001090
001100 FD  COURSE-SECTION-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY SECTREC.
001130
001140 FD  COURSE-CATALOG-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY CRSEREC.
001170
001180 FD  INSTRUCTOR-MASTER-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY INSTREC.
001210
001220 FD  TERM-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY TERMREC.
001250
001260 FD  SECTION-ERRORS-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  SECTION-ERROR-LINE.
001290     05  SERR-TRANS              PIC X(47).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  SERR-REASON             PIC X(32).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-FILE-STATUS-FIELDS.
001350     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001360     05  WS-SECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
001370     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
001380     05  WS-INSTR-FILE-STATUS     PIC X(02) VALUE SPACES.
001390     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001400     05  WS-SECTERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001410
001420 01  WS-SWITCHES.
001430     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001440         88  WS-EOF-SECTION-TRANS           VALUE 'Y'.
001450     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001460         88  WS-VALID-TRANS                 VALUE 'Y'.
001470         88  WS-INVALID-TRANS               VALUE 'N'.
001480     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001490         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001500     05  WS-SECTION-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001510         88  WS-SECTION-FILE-OPEN           VALUE 'Y'.
001520     05  WS-CATALOG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001530         88  WS-CATALOG-FILE-OPEN           VALUE 'Y'.
001540     05  WS-INSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001550         88  WS-INSTR-FILE-OPEN             VALUE 'Y'.
001560     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001570         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001580     05  WS-SECTERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001590         88  WS-SECTERR-FILE-OPEN           VALUE 'Y'.
001600
001610 01  WS-REJECT-REASON             PIC X(32) VALUE SPACES.
001620
001630*----------------------------------------------------------------*
001640*    WS-DAY-LETTERS - THE ONLY LETTER ALLOWED IN EACH POSITION    *
001650*        OF THE MEETING DAYS, MONDAY THROUGH SUNDAY.              *
001660*----------------------------------------------------------------*
001670 01  WS-DAY-LETTERS               PIC X(07) VALUE 'MTWRFSU'.
001680 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
001690     05  WS-DAY-LETTER            PIC X(01) OCCURS 7.
001700
001710 77  WS-DAY-SUB                   PIC S9(4) COMP VALUE ZERO.
001720 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001730 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001740 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001750
001760*----------------------------------------------------------------*
001770*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S          *
001780*    LINKAGE.  SECTIONS ARE CATALOG DATA, SO LEVEL 3.             *
001790*----------------------------------------------------------------*
001800 01  WS-AUTH-REQUEST.
001810     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001820     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'SECTMNT'.
001830     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001840     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001850     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001860     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001870         88  WS-AUTH-OK                     VALUE '00'.
001880
001890 01  WS-RUN-IDENTIFICATION.
001900     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001910     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001920
001930 LINKAGE SECTION.
001940*----------------------------------------------------------------*
001950*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.           *
001960*        FORMAT IS 'JOBID/USERID', E.G. 'SECTIONS/REGISTRR'.      *
001970*----------------------------------------------------------------*
001980 01  LK-PARM-AREA.
001990     05  LK-PARM-LEN              PIC S9(4) COMP.
002000     05  LK-PARM-DATA             PIC X(80).
002010
002020 PROCEDURE DIVISION USING LK-PARM-AREA.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050
002060     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002070         UNTIL WS-EOF-SECTION-TRANS
002080
002090     PERFORM 8000-TERMINATE THRU 8000-EXIT
002100
002110     STOP RUN.
002120
002130******************************************************************
002140*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.             *
002150******************************************************************
002160 1000-INITIALIZE.
002170     IF LK-PARM-LEN > 0
002180         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
002190             INTO WS-JOB-ID WS-USER-ID
002200     END-IF
002210
002220*    SECTIONS ARE CATALOG DATA - THE OPERATOR MUST HOLD LEVEL 3
002230*    OR THE RUN ENDS BEFORE A FILE OPENS.
002240     MOVE 'V'        TO WS-AUTH-FUNCTION
002250     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
002260     MOVE WS-USER-ID TO WS-AUTH-USER-ID
002270     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
002280     END-CALL
002290     IF NOT WS-AUTH-OK
002300         DISPLAY 'SECTMNT: USER ' WS-USER-ID
002310                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         SET WS-EOF-SECTION-TRANS TO TRUE
002340         GO TO 1000-EXIT
002350     END-IF
002360
002370     OPEN INPUT SECTION-TRANS-FILE
002380     IF WS-TRANS-FILE-STATUS NOT = '00'
002390         DISPLAY 'SECTMNT: UNABLE TO OPEN SECTION-TRANS, '
002400                 'STATUS = ' WS-TRANS-FILE-STATUS
002410         SET WS-EOF-SECTION-TRANS TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF
002440     SET WS-TRANS-FILE-OPEN TO TRUE
002450
002460     OPEN I-O COURSE-SECTION-FILE
002470     IF WS-SECTION-FILE-STATUS NOT = '00'
002480         DISPLAY 'SECTMNT: UNABLE TO OPEN COURSE-SECTION, '
002490                 'STATUS = ' WS-SECTION-FILE-STATUS
002500         SET WS-EOF-SECTION-TRANS TO TRUE
002510         GO TO 1000-EXIT
002520     END-IF
002530     SET WS-SECTION-FILE-OPEN TO TRUE
002540
002550     OPEN INPUT COURSE-CATALOG-FILE
002560     IF WS-CATALOG-FILE-STATUS NOT = '00'
002570         DISPLAY 'SECTMNT: UNABLE TO OPEN COURSE-CATALOG, '
002580                 'STATUS = ' WS-CATALOG-FILE-STATUS
002590         SET WS-EOF-SECTION-TRANS TO TRUE
002600         GO TO 1000-EXIT
002610     END-IF
002620     SET WS-CATALOG-FILE-OPEN TO TRUE
002630
002640     OPEN INPUT INSTRUCTOR-MASTER-FILE
002650     IF WS-INSTR-FILE-STATUS NOT = '00'
002660         DISPLAY 'SECTMNT: UNABLE TO OPEN INSTRUCTOR-MASTER, '
002670                 'STATUS = ' WS-INSTR-FILE-STATUS
002680         SET WS-EOF-SECTION-TRANS TO TRUE
002690         GO TO 1000-EXIT
002700     END-IF
002710     SET WS-INSTR-FILE-OPEN TO TRUE
002720
002730     OPEN INPUT TERM-CONTROL-FILE
002740     IF WS-TERMCTL-FILE-STATUS NOT = '00'
002750         DISPLAY 'SECTMNT: UNABLE TO OPEN TERM-CONTROL, '
002760                 'STATUS = ' WS-TERMCTL-FILE-STATUS
002770         SET WS-EOF-SECTION-TRANS TO TRUE
002780         GO TO 1000-EXIT
002790     END-IF
002800     SET WS-TERMCTL-FILE-OPEN TO TRUE
002810
002820     OPEN OUTPUT SECTION-ERRORS-FILE
002830     IF WS-SECTERR-FILE-STATUS NOT = '00'
002840         DISPLAY 'SECTMNT: UNABLE TO OPEN SECTION-ERRORS, '
002850                 'STATUS = ' WS-SECTERR-FILE-STATUS
002860         SET WS-EOF-SECTION-TRANS TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF
002890     SET WS-SECTERR-FILE-OPEN TO TRUE
002900
002910     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002920 1000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
002970******************************************************************
002980 2000-PROCESS-TRANS.
002990     ADD 1 TO WS-TRANS-READ-CT
003000
003010     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
003020
003030     IF WS-VALID-TRANS
003040         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
003050     END-IF
003060
003070     IF WS-INVALID-TRANS
003080         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
003090     END-IF
003100
003110     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*    2100-READ-TRANS - READ THE NEXT SECTION TRANSACTION.         *
003170******************************************************************
003180 2100-READ-TRANS.
003190     READ SECTION-TRANS-FILE
003200         AT END
003210             SET WS-EOF-SECTION-TRANS TO TRUE
003220     END-READ.
003230 2100-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
003280*        COURSE-SECTION.  EVERY ACTION NEEDS A WELL-FORMED TERM   *
003290*        THAT IS NOT CLOSED, A COURSE, AND A SECTION NUMBER.  AN  *
003300*        ADD OR REPLACE ALSO NEEDS A CATALOG COURSE, AN ACTIVE    *
003310*        INSTRUCTOR, A SENSIBLE MEETING PATTERN, AND A NUMERIC    *
003320*        SEAT LIMIT.                                              *
003330******************************************************************
003340 2200-VALIDATE-TRANS.
003350     SET WS-VALID-TRANS TO TRUE
003360     MOVE SPACES TO WS-REJECT-REASON
003370
003380     IF NOT ST-ACTION-VALID
003390         SET WS-INVALID-TRANS TO TRUE
003400         MOVE 'ACTION NOT A, R, OR D' TO WS-REJECT-REASON
003410         GO TO 2200-EXIT
003420     END-IF
003430
003440     IF ST-TERM-YEAR NOT NUMERIC
003450        OR NOT ST-TERM-CODE-VALID
003460         SET WS-INVALID-TRANS TO TRUE
003470         MOVE 'TERM NOT YYYYT' TO WS-REJECT-REASON
003480         GO TO 2200-EXIT
003490     END-IF
003500
003510     IF ST-COURSE-CODE = SPACES
003520         SET WS-INVALID-TRANS TO TRUE
003530         MOVE 'COURSE CODE MISSING' TO WS-REJECT-REASON
003540         GO TO 2200-EXIT
003550     END-IF
003560
003570     IF ST-SECTION-NO = SPACES
003580         SET WS-INVALID-TRANS TO TRUE
003590         MOVE 'SECTION NUMBER MISSING' TO WS-REJECT-REASON
003600         GO TO 2200-EXIT
003610     END-IF
003620
003630*    A CLOSED TERM'S SECTIONS ARE WHAT ITS HISTORY WAS TAUGHT
003640*    UNDER; THEY ARE NOT ADDED, CHANGED, OR DELETED.  A TERM NOT
003650*    YET ON TERM-CONTROL IS BEING PLANNED AND MAY BE SET UP.
003660     MOVE ST-TERM TO TC-TERM
003670     READ TERM-CONTROL-FILE
003680         INVALID KEY
003690             MOVE SPACE TO TC-TERM-STATUS
003700     END-READ
003710     IF TC-TERM-CLOSED
003720         SET WS-INVALID-TRANS TO TRUE
003730         MOVE 'TERM CLOSED - SECTIONS LOCKED' TO WS-REJECT-REASON
003740         GO TO 2200-EXIT
003750     END-IF
003760
003770     IF ST-ACTION-DELETE
003780         GO TO 2200-EXIT
003790     END-IF
003800
003810     MOVE ST-COURSE-CODE TO CAT-COURSE-CODE
003820     READ COURSE-CATALOG-FILE
003830         INVALID KEY
003840             SET WS-INVALID-TRANS TO TRUE
003850             MOVE 'COURSE NOT ON CATALOG' TO WS-REJECT-REASON
003860             GO TO 2200-EXIT
003870     END-READ
003880
003890     MOVE ST-INSTRUCTOR-ID TO INS-INSTRUCTOR-ID
003900     READ INSTRUCTOR-MASTER-FILE
003910         INVALID KEY
003920             SET WS-INVALID-TRANS TO TRUE
003930             MOVE 'INSTRUCTOR NOT ON FILE' TO WS-REJECT-REASON
003940             GO TO 2200-EXIT
003950     END-READ
003960     IF NOT INS-ACTIVE
003970         SET WS-INVALID-TRANS TO TRUE
003980         MOVE 'INSTRUCTOR NOT ACTIVE' TO WS-REJECT-REASON
003990         GO TO 2200-EXIT
004000     END-IF
004010
004020     PERFORM 2210-EDIT-MEETING-DAY THRU 2210-EXIT
004030         VARYING WS-DAY-SUB FROM 1 BY 1
004040         UNTIL WS-DAY-SUB > 7
004050            OR WS-INVALID-TRANS
004060     IF WS-INVALID-TRANS
004070         GO TO 2200-EXIT
004080     END-IF
004090
004100     IF ST-START-TIME NOT NUMERIC
004110        OR ST-END-TIME NOT NUMERIC
004120         SET WS-INVALID-TRANS TO TRUE
004130         MOVE 'MEETING TIME NOT HHMM' TO WS-REJECT-REASON
004140         GO TO 2200-EXIT
004150     END-IF
004160
004170*    AN ARRANGED SECTION (NO MEETING DAYS) CARRIES NO TIMES.
004180     IF ST-MEETING-DAYS = SPACES
004190         IF ST-START-TIME NOT = '0000'
004200            OR ST-END-TIME NOT = '0000'
004210             SET WS-INVALID-TRANS TO TRUE
004220             MOVE 'TIMES GIVEN WITH NO MEETING DAYS'
004230                 TO WS-REJECT-REASON
004240             GO TO 2200-EXIT
004250         END-IF
004260     ELSE
004270         IF ST-START-HH > 23 OR ST-START-MM > 59
004280            OR ST-END-HH > 23 OR ST-END-MM > 59
004290            OR ST-START-TIME NOT < ST-END-TIME
004300             SET WS-INVALID-TRANS TO TRUE
004310             MOVE 'MEETING TIME NOT A VALID RANGE'
004320                 TO WS-REJECT-REASON
004330             GO TO 2200-EXIT
004340         END-IF
004350     END-IF
004360
004370     IF ST-SEAT-LIMIT NOT NUMERIC
004380         SET WS-INVALID-TRANS TO TRUE
004390         MOVE 'SEAT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
004400     END-IF.
004410 2200-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*    2210-EDIT-MEETING-DAY - EACH POSITION OF THE MEETING DAYS    *
004460*        HOLDS ITS OWN DAY LETTER OR A SPACE.                     *
004470******************************************************************
004480 2210-EDIT-MEETING-DAY.
004490     IF ST-MEETING-DAY (WS-DAY-SUB) NOT = SPACE
004500        AND ST-MEETING-DAY (WS-DAY-SUB)
004510            NOT = WS-DAY-LETTER (WS-DAY-SUB)
004520         SET WS-INVALID-TRANS TO TRUE
004530         MOVE 'MEETING DAYS NOT MTWRFSU' TO WS-REJECT-REASON
004540     END-IF.
004550 2210-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
004600*        SECTION-ERRORS REPORT.                                   *
004610******************************************************************
004620 2250-WRITE-ERROR.
004630     ADD 1 TO WS-TRANS-REJECT-CT
004640
004650     MOVE SECTION-TRANS-RECORD TO SERR-TRANS
004660     MOVE WS-REJECT-REASON     TO SERR-REASON
004670
004680     WRITE SECTION-ERROR-LINE.
004690 2250-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    3000-APPLY-TRANS - DRIVE THE REQUESTED ADD, REPLACE, OR      *
004740*        DELETE AGAINST COURSE-SECTION.                           *
004750******************************************************************
004760 3000-APPLY-TRANS.
004770     MOVE ST-TERM        TO SEC-TERM
004780     MOVE ST-COURSE-CODE TO SEC-COURSE-CODE
004790     MOVE ST-SECTION-NO  TO SEC-SECTION-NO
004800
004810     EVALUATE TRUE
004820         WHEN ST-ACTION-ADD
004830             PERFORM 3100-ADD-SECTION THRU 3100-EXIT
004840         WHEN ST-ACTION-REPLACE
004850             PERFORM 3200-REPLACE-SECTION THRU 3200-EXIT
004860         WHEN ST-ACTION-DELETE
004870             PERFORM 3300-DELETE-SECTION THRU 3300-EXIT
004880     END-EVALUATE
004890
004900     IF WS-VALID-TRANS
004910         ADD 1 TO WS-TRANS-APPLIED-CT
004920     END-IF.
004930 3000-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    3050-BUILD-SECTION - MOVE THE TRANSACTION'S NON-KEY FIELDS   *
004980*        INTO THE COURSE-SECTION RECORD.                          *
004990******************************************************************
005000 3050-BUILD-SECTION.
005010     MOVE ST-INSTRUCTOR-ID TO SEC-INSTRUCTOR-ID
005020     MOVE ST-MEETING-DAYS  TO SEC-MEETING-DAYS
005030     MOVE ST-START-TIME    TO SEC-START-TIME
005040     MOVE ST-END-TIME      TO SEC-END-TIME
005050     MOVE ST-ROOM          TO SEC-ROOM
005060     MOVE ST-SEAT-LIMIT-N  TO SEC-SEAT-LIMIT.
005070 3050-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    3100-ADD-SECTION - WRITE A NEW COURSE-SECTION RECORD.        *
005120******************************************************************
005130 3100-ADD-SECTION.
005140     PERFORM 3050-BUILD-SECTION THRU 3050-EXIT
005150
005160     WRITE COURSE-SECTION-DATA
005170         INVALID KEY
005180             SET WS-INVALID-TRANS TO TRUE
005190             MOVE 'ADD - SECTION ALREADY ON FILE'
005200                 TO WS-REJECT-REASON
005210     END-WRITE.
005220 3100-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    3200-REPLACE-SECTION - REWRITE AN EXISTING SECTION.          *
005270******************************************************************
005280 3200-REPLACE-SECTION.
005290     PERFORM 3050-BUILD-SECTION THRU 3050-EXIT
005300
005310     REWRITE COURSE-SECTION-DATA
005320         INVALID KEY
005330             SET WS-INVALID-TRANS TO TRUE
005340             MOVE 'REPLACE - SECTION NOT ON FILE'
005350                 TO WS-REJECT-REASON
005360     END-REWRITE.
005370 3200-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    3300-DELETE-SECTION - REMOVE A COURSE-SECTION RECORD.        *
005420******************************************************************
005430 3300-DELETE-SECTION.
005440     DELETE COURSE-SECTION-FILE
005450         INVALID KEY
005460             SET WS-INVALID-TRANS TO TRUE
005470             MOVE 'DELETE - SECTION NOT ON FILE'
005480                 TO WS-REJECT-REASON
005490     END-DELETE.
005500 3300-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
005550******************************************************************
005560 8000-TERMINATE.
005570     DISPLAY 'SECTMNT: ' WS-TRANS-READ-CT
005580             ' SECTION TRANSACTIONS READ'
005590     DISPLAY 'SECTMNT: ' WS-TRANS-APPLIED-CT
005600             ' SECTION TRANSACTIONS APPLIED'
005610     DISPLAY 'SECTMNT: ' WS-TRANS-REJECT-CT
005620             ' SECTION TRANSACTIONS REJECTED'
005630
005640     MOVE 'C' TO WS-AUTH-FUNCTION
005650     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
005660     END-CALL
005670
005680     IF WS-TRANS-FILE-OPEN
005690         CLOSE SECTION-TRANS-FILE
005700     END-IF
005710     IF WS-SECTION-FILE-OPEN
005720         CLOSE COURSE-SECTION-FILE
005730     END-IF
005740     IF WS-CATALOG-FILE-OPEN
005750         CLOSE COURSE-CATALOG-FILE
005760     END-IF
005770     IF WS-INSTR-FILE-OPEN
005780         CLOSE INSTRUCTOR-MASTER-FILE
005790     END-IF
005800     IF WS-TERMCTL-FILE-OPEN
005810         CLOSE TERM-CONTROL-FILE
005820     END-IF
005830     IF WS-SECTERR-FILE-OPEN
005840         CLOSE SECTION-ERRORS-FILE
005850     END-IF.
005860 8000-EXIT.
005870     EXIT.
