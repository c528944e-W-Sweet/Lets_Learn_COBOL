000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AWRDRUN.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    AWRDRUN - TERM SCHOLARSHIP AND AID AWARD RUN.                *
000090*    READS STUDENT-AWARD FRONT TO BACK AND, FOR THE TERM ON THE   *
000100*    EXEC PARM, JUDGES EACH AWARD AGAINST THE STUDENT'S           *
000110*    STUDENT-GPA AND STUDENT-STANDING.  AN ELIGIBLE AWARD IS      *
000120*    POSTED AS A CREDIT TO BL-AWARDS ON STUDENT-CHARGES, ONCE PER *
000130*    TERM.  A STUDENT WHO HAS DROPPED TO WARNING OR PROBATION HAS *
000140*    THE AWARD SUSPENDED AND IS SENT A NOTICE; THE AID OFFICE     *
000150*    REINSTATES IT THROUGH AWRDMNT.  EVERY AWARD LOOKED AT PRINTS *
000160*    ON THE AWARD REGISTER, FOLLOWED BY TOTALS BY AWARD CODE FOR  *
000170*    THE FINANCIAL-AID OFFICE.                                    *
000180*                                                                 *
000190*    A PERCENT AWARD IS A PERCENT OF THE TERM'S TUITION: THE      *
000200*    TERM'S BILLABLE HOURS ON COURSE-GRADES (W AND I BILL         *
000210*    NOTHING, AS IN TUITCALC) AT THE SAME RATE TUITCALC BILLED    *
000220*    THE STUDENT.  NO AWARD TAKES TOTAL AWARDS PAST TOTAL         *
000230*    CHARGES.                                                     *
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY                                        *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  --------------------------------------------
000280*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000282*    2026-10-15 JBH   EVERY AWARD POSTED IS APPENDED TO          *
000283*                     GL-ACTIVITY FOR THE GL FEED.               *
000284*    2026-10-15 JBH   EVERY AWARD READ NOW LANDS IN ONE TOTALS   *
000285*                     COLUMN: AN AWARD ALREADY POSTED FOR THE    *
000286*                     TERM HAS A COLUMN OF ITS OWN, AND ONE THAT *
000287*                     REMAINS SUSPENDED OR FAILS TO SUSPEND IS   *
000288*                     COUNTED AS UNPOSTED.                       *
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
000390*    STUDENT-AWARD    - AWARDS GRANTED, READ FRONT TO BACK AND    *
000400*        REWRITTEN WITH EACH POSTING OR SUSPENSION.               *
000410*----------------------------------------------------------------*
000420     SELECT STUDENT-AWARD-FILE ASSIGN TO "STUAWRD"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS SA-KEY
000460         FILE STATUS IS WS-STUAWRD-FILE-STATUS.
000470*----------------------------------------------------------------*
000480*    AWARD-MASTER     - THE TERMS OF EACH AWARD, KEYED BY CODE.   *
000490*----------------------------------------------------------------*
000500     SELECT AWARD-MASTER-FILE ASSIGN TO "AWRDMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS AW-AWARD-CODE
000540         FILE STATUS IS WS-AWARD-FILE-STATUS.
000550*----------------------------------------------------------------*
000560*    STUDENT-MASTER   - NAME, GPA, AND STANDING OF EACH STUDENT.  *
000570*----------------------------------------------------------------*
000580     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS STUDENT-ID
000620         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000630*----------------------------------------------------------------*
000640*    STUDENT-CHARGES  - THE BILLING RECORDS THE CREDITS POST TO,  *
000650*        KEYED BY STUDENT-ID.                                     *
000660*----------------------------------------------------------------*
000670     SELECT STUDENT-CHARGES-FILE ASSIGN TO "STUCHRG"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS BL-STUDENT-ID
000710         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000720*----------------------------------------------------------------*
000730*    COURSE-GRADES    - THE TERM'S BILLABLE HOURS FOR A PERCENT   *
000740*        AWARD, BROWSED FROM THE STUDENT'S FIRST ROW.             *
000750*----------------------------------------------------------------*
000760     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CG-KEY
000800         FILE STATUS IS WS-COURSE-FILE-STATUS.
000810*----------------------------------------------------------------*
000820*    STUDENT-ADDRESS  - THE MAILING ADDRESS FOR EACH NOTICE.      *
000830*----------------------------------------------------------------*
000840     SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUDADDR"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS AD-STUDENT-ID
000880         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000890*----------------------------------------------------------------*
000900*    AWARD-REGISTER   - ONE LINE PER STUDENT AWARD, THEN THE      *
000910*        TOTALS BY AWARD CODE.                                    *
000920*----------------------------------------------------------------*
000930     SELECT AWARD-REGISTER ASSIGN TO "AWRDRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000960*----------------------------------------------------------------*
000970*    AWARD-NOTICES    - MAIL-READY SUSPENSION NOTICES, ONE PER    *
000980*        AWARD SUSPENDED THIS RUN.                                *
000990*----------------------------------------------------------------*
001000     SELECT AWARD-NOTICES-FILE ASSIGN TO "AWRDNTC"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-NOTICES-FILE-STATUS.
001021*----------------------------------------------------------------*
001022*    GL-ACTIVITY      - THE BILLING RUN'S GL WORK FILE; EACH      *
001023*        AWARD POSTED IS APPENDED FOR GLFEED.                     *
001024*----------------------------------------------------------------*
001025     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
001026         ORGANIZATION IS SEQUENTIAL
001027         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  STUDENT-AWARD-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY STAWREC.
001090
001100 FD  AWARD-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY AWRDREC.
001130
001140 FD  STUDENT-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY STUDREC.
001170
001180 FD  STUDENT-CHARGES-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY BILLREC.
001210
001220 FD  COURSE-GRADES-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY COURSREC.
001250
001260 FD  STUDENT-ADDRESS-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY ADDRREC.
001290
001300 FD  AWARD-REGISTER
001310     LABEL RECORDS ARE STANDARD.
001320 01  REGISTER-LINE               PIC X(90).
001330
001340 FD  AWARD-NOTICES-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  NOTICE-LINE                 PIC X(80).
001361
001362 FD  GL-ACTIVITY-FILE
001363     RECORD CONTAINS 60 CHARACTERS
001364     LABEL RECORDS ARE STANDARD.
001365 COPY GLACTREC.
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-FILE-STATUS-FIELDS.
001400     05  WS-STUAWRD-FILE-STATUS   PIC X(02) VALUE SPACES.
001410     05  WS-AWARD-FILE-STATUS     PIC X(02) VALUE SPACES.
001420     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001430     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
001440     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
001450     05  WS-ADDRESS-FILE-STATUS   PIC X(02) VALUE SPACES.
001460     05  WS-REGISTER-FILE-STATUS  PIC X(02) VALUE SPACES.
001470     05  WS-NOTICES-FILE-STATUS   PIC X(02) VALUE SPACES.
001475     05  WS-ACTIVITY-FILE-STATUS  PIC X(02) VALUE SPACES.
001480
001490 01  WS-SWITCHES.
001500     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001510         88  WS-EOF-STUDENT-AWARD           VALUE 'Y'.
001520     05  WS-EOF-COURSE-SWITCH     PIC X(01) VALUE 'N'.
001530         88  WS-EOF-COURSE-ROWS             VALUE 'Y'.
001540     05  WS-STUAWRD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001550         88  WS-STUAWRD-FILE-OPEN           VALUE 'Y'.
001560     05  WS-AWARD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001570         88  WS-AWARD-FILE-OPEN             VALUE 'Y'.
001580     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001590         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001600     05  WS-CHARGES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001610         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
001620     05  WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001630         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001640     05  WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001650         88  WS-ADDRESS-FILE-OPEN           VALUE 'Y'.
001660     05  WS-REGISTER-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001670         88  WS-REGISTER-FILE-OPEN          VALUE 'Y'.
001680     05  WS-NOTICES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001690         88  WS-NOTICES-FILE-OPEN           VALUE 'Y'.
001693     05  WS-ACTIVITY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001696         88  WS-ACTIVITY-FILE-OPEN          VALUE 'Y'.
001700     05  WS-ADDRESS-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001710         88  WS-ADDRESS-FOUND               VALUE 'Y'.
001720     05  WS-EXCLUDED-SWITCH       PIC X(01) VALUE 'N'.
001730         88  WS-STANDING-EXCLUDED           VALUE 'Y'.
001740
001750 01  WS-RUN-TERM.
001760     05  WS-RUN-TERM-YEAR         PIC X(04) VALUE SPACES.
001770     05  WS-RUN-TERM-CODE         PIC X(01) VALUE SPACES.
001780         88  WS-RUN-TERM-CODE-VALID         VALUE '1' '2' '3'.
001790
001800 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001810 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001820     05  WS-RUN-YYYY              PIC X(04).
001830     05  WS-RUN-MM                PIC X(02).
001840     05  WS-RUN-DD                PIC X(02).
001850
001860 77  WS-AWARDS-READ-CT            PIC S9(7) COMP VALUE ZERO.
001870 77  WS-AWARDS-POSTED-CT          PIC S9(7) COMP VALUE ZERO.
001880 77  WS-AWARDS-SUSPENDED-CT       PIC S9(7) COMP VALUE ZERO.
001890 77  WS-AWARDS-NOT-POSTED-CT      PIC S9(7) COMP VALUE ZERO.
001895 77  WS-AWARDS-ALREADY-CT         PIC S9(7) COMP VALUE ZERO.
001900 77  WS-EXCEPTIONS-CT             PIC S9(7) COMP VALUE ZERO.
001910 77  WS-NOTICES-CT                PIC S9(7) COMP VALUE ZERO.
001920 77  WS-NO-ADDRESS-CT             PIC S9(7) COMP VALUE ZERO.
001925 77  WS-GL-ACTIVITY-CT            PIC S9(7) COMP VALUE ZERO.
001930
001940 77  WS-STD-SUB                   PIC S9(4) COMP VALUE ZERO.
001950 77  WS-CODE-SUB                  PIC S9(4) COMP VALUE ZERO.
001960 77  WS-CODE-FOUND-SUB            PIC S9(4) COMP VALUE ZERO.
001970
001980 01  WS-STUDENT-STANDING-KEY      PIC X(02) VALUE SPACES.
001990 01  WS-TERM-HOURS                PIC 9(03) VALUE ZERO.
002000 01  WS-TERM-TUITION              PIC 9(05)V99 VALUE ZERO.
002010 01  WS-AWARD-AMOUNT              PIC 9(05)V99 VALUE ZERO.
002020 01  WS-AWARD-ROOM                PIC S9(06)V99 VALUE ZERO.
002030 01  WS-TOTAL-POSTED              PIC 9(07)V99 VALUE ZERO.
002040 01  WS-REGISTER-NOTE             PIC X(30) VALUE SPACES.
002050
002060*----------------------------------------------------------------*
002070*    WS-CODE-TABLE - REGISTER TOTALS BY AWARD CODE, ONE ENTRY PER *
002080*    CODE IN THE ORDER FIRST MET.  A RUN WITH MORE CODES THAN THE *
002090*    TABLE HOLDS KEEPS THE EXTRA CODES IN THE GRAND TOTAL ONLY    *
002100*    AND ENDS RC=4.                                               *
002110*----------------------------------------------------------------*
002120 01  WS-CODE-TABLE.
002130     05  WS-CODE-COUNT            PIC S9(4) COMP VALUE ZERO.
002140     05  WS-CODE-ENTRY OCCURS 200.
002150         10  WS-CDT-AWARD-CODE    PIC X(04).
002160         10  WS-CDT-POSTED-CT     PIC S9(5) COMP.
002170         10  WS-CDT-POSTED-AMOUNT PIC 9(07)V99.
002180         10  WS-CDT-SUSPENDED-CT  PIC S9(5) COMP.
002190         10  WS-CDT-NOT-POSTED-CT PIC S9(5) COMP.
002195         10  WS-CDT-ALREADY-CT    PIC S9(5) COMP.
002200
002210 01  WS-HEADING-1.
002220     05  FILLER                   PIC X(40) VALUE
002230         'AWARD REGISTER                  TERM : '.
002240     05  HDG-TERM                 PIC X(05).
002250     05  FILLER                   PIC X(12) VALUE '   RUN DATE '.
002260     05  HDG-RUN-DATE             PIC 9(08).
002270 01  WS-HEADING-2.
002280     05  FILLER                   PIC X(49) VALUE
002290         'STUDENT  NAME                  AWARD    AMOUNT   '.
002300     05  FILLER                   PIC X(30) VALUE 'ACTION'.
002310 01  WS-HEADING-3.
002320     05  FILLER                   PIC X(49) VALUE
002330         '-------  --------------------  ----- ---------   '.
002340     05  FILLER                   PIC X(30) VALUE ALL '-'.
002350
002360 01  WS-DETAIL-LINE.
002370     05  RPT-STUDENT-ID           PIC X(06).
002380     05  FILLER                   PIC X(03) VALUE SPACES.
002390     05  RPT-STUDENT-NAME         PIC X(20).
002400     05  FILLER                   PIC X(02) VALUE SPACES.
002410     05  RPT-AWARD-CODE           PIC X(04).
002420     05  FILLER                   PIC X(02) VALUE SPACES.
002430     05  RPT-AMOUNT               PIC ZZ,ZZ9.99.
002440     05  FILLER                   PIC X(03) VALUE SPACES.
002450     05  RPT-NOTE                 PIC X(30).
002460
002470 01  WS-CODE-HEADING-1.
002480     05  FILLER                   PIC X(40) VALUE
002490         'TOTALS BY AWARD CODE'.
002500 01  WS-CODE-HEADING-2.
002510     05  FILLER                   PIC X(50) VALUE
002520         'CODE  POSTED    AMOUNT POSTED  SUSPENDED  UNPOSTED'.
002530     05  FILLER                   PIC X(16) VALUE
002535         '  ALREADY POSTED'.
002540 01  WS-CODE-HEADING-3.
002550     05  FILLER                   PIC X(50) VALUE
002560         '----  ------    -------------  ---------  --------'.
002570     05  FILLER                   PIC X(16) VALUE
002575         '  --------------'.
002580
002590 01  WS-CODE-LINE.
002600     05  CDL-AWARD-CODE           PIC X(04).
002610     05  FILLER                   PIC X(03) VALUE SPACES.
002620     05  CDL-POSTED-CT            PIC ZZZZ9.
002630     05  FILLER                   PIC X(05) VALUE SPACES.
002640     05  CDL-POSTED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
002650     05  FILLER                   PIC X(06) VALUE SPACES.
002660     05  CDL-SUSPENDED-CT         PIC ZZZZ9.
002670     05  FILLER                   PIC X(05) VALUE SPACES.
002680     05  CDL-NOT-POSTED-CT        PIC ZZZZ9.
002683     05  FILLER                   PIC X(11) VALUE SPACES.
002686     05  CDL-ALREADY-CT           PIC ZZZZ9.
002690
002700 01  WS-BLANK-LINE                PIC X(90) VALUE SPACES.
002710
002720 01  WS-NOTICE-SEPARATOR          PIC X(80) VALUE ALL '-'.
002730
002740 01  WS-NOTICE-DATE-LINE.
002750     05  FILLER                   PIC X(07) VALUE 'DATE : '.
002760     05  NTC-YYYY                 PIC X(04).
002770     05  FILLER                   PIC X(01) VALUE '-'.
002780     05  NTC-MM                   PIC X(02).
002790     05  FILLER                   PIC X(01) VALUE '-'.
002800     05  NTC-DD                   PIC X(02).
002810
002820 01  WS-NOTICE-ADDRESS-LINE.
002830     05  FILLER                   PIC X(05) VALUE 'TO : '.
002840     05  NTC-STUDENT-NAME         PIC X(20).
002850     05  FILLER                   PIC X(07) VALUE '  (ID :'.
002860     05  NTC-STUDENT-ID           PIC X(06).
002870     05  FILLER                   PIC X(01) VALUE ')'.
002880
002890 01  WS-NOTICE-STREET-LINE.
002900     05  FILLER                   PIC X(05) VALUE SPACES.
002910     05  NTC-STREET               PIC X(30).
002920
002930 01  WS-NOTICE-CITY-LINE.
002940     05  FILLER                   PIC X(05) VALUE SPACES.
002950     05  NTC-CITY                 PIC X(20).
002960     05  NTC-STATE                PIC X(02).
002970     05  FILLER                   PIC X(02) VALUE SPACES.
002980     05  NTC-ZIP                  PIC X(05).
002990
003000 01  WS-NO-ADDRESS-LINE           PIC X(80) VALUE
003010     '     *** NO ADDRESS ON FILE - HOLD FOR THE FRONT DESK ***'.
003020
003030 01  WS-NOTICE-AWARD-LINE.
003040     05  FILLER                   PIC X(10) VALUE 'YOUR AWARD'.
003050     05  FILLER                   PIC X(01) VALUE SPACE.
003060     05  NTC-AWARD-NAME           PIC X(20).
003070     05  FILLER                   PIC X(02) VALUE ' ('.
003080     05  NTC-AWARD-CODE           PIC X(04).
003090     05  FILLER                   PIC X(29) VALUE
003100         ') HAS BEEN SUSPENDED BECAUSE'.
003110
003120 01  WS-NOTICE-STANDING-LINE.
003130     05  FILLER                   PIC X(35) VALUE
003140         'YOUR ACADEMIC STANDING IS NOW '.
003150     05  NTC-STANDING-TEXT        PIC X(20).
003160
003170 01  WS-NOTICE-BODY-1             PIC X(80) VALUE
003180     'NO FURTHER CREDITS WILL POST UNTIL FINANCIAL AID RESTORES'.
003190 01  WS-NOTICE-BODY-2             PIC X(80) VALUE
003200     'THE AWARD.  PLEASE CONTACT FINANCIAL AID AND YOUR ADVISOR.'.
003210
003220 LINKAGE SECTION.
003230*----------------------------------------------------------------*
003240*    LK-PARM-AREA - THE TERM THE AWARDS ARE FOR, AS YYYYT,        *
003250*        E.G. PARM='20263'.                                       *
003260*----------------------------------------------------------------*
003270 01  LK-PARM-AREA.
003280     05  LK-PARM-LEN              PIC S9(4) COMP.
003290     05  LK-PARM-DATA             PIC X(80).
003300
003310 PROCEDURE DIVISION USING LK-PARM-AREA.
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003340
003350     PERFORM 2000-PROCESS-AWARD THRU 2000-EXIT
003360         UNTIL WS-EOF-STUDENT-AWARD
003370
003380     PERFORM 8000-TERMINATE THRU 8000-EXIT
003390
003400     STOP RUN.
003410
003420******************************************************************
003430*    1000-INITIALIZE - EDIT THE TERM, OPEN FILES, PRINT THE       *
003440*        HEADINGS, PRIME THE READ.                                *
003450******************************************************************
003460 1000-INITIALIZE.
003470     IF LK-PARM-LEN NOT = 5
003480         DISPLAY 'AWRDRUN: PARM MUST BE THE TERM AS YYYYT'
003490         MOVE 16 TO RETURN-CODE
003500         SET WS-EOF-STUDENT-AWARD TO TRUE
003510         GO TO 1000-EXIT
003520     END-IF
003530
003540     MOVE LK-PARM-DATA (1:5) TO WS-RUN-TERM
003550     IF WS-RUN-TERM-YEAR NOT NUMERIC
003560        OR NOT WS-RUN-TERM-CODE-VALID
003570         DISPLAY 'AWRDRUN: PARM TERM ' WS-RUN-TERM ' NOT YYYYT'
003580         MOVE 16 TO RETURN-CODE
003590         SET WS-EOF-STUDENT-AWARD TO TRUE
003600         GO TO 1000-EXIT
003610     END-IF
003620
003630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003640
003650     OPEN I-O STUDENT-AWARD-FILE
003660     IF WS-STUAWRD-FILE-STATUS NOT = '00'
003670         DISPLAY 'AWRDRUN: UNABLE TO OPEN STUDENT-AWARD, '
003680                 'STATUS = ' WS-STUAWRD-FILE-STATUS
003690         SET WS-EOF-STUDENT-AWARD TO TRUE
003700         GO TO 1000-EXIT
003710     END-IF
003720     SET WS-STUAWRD-FILE-OPEN TO TRUE
003730
003740     OPEN INPUT AWARD-MASTER-FILE
003750     IF WS-AWARD-FILE-STATUS NOT = '00'
003760         DISPLAY 'AWRDRUN: UNABLE TO OPEN AWARD-MASTER, '
003770                 'STATUS = ' WS-AWARD-FILE-STATUS
003780         SET WS-EOF-STUDENT-AWARD TO TRUE
003790         GO TO 1000-EXIT
003800     END-IF
003810     SET WS-AWARD-FILE-OPEN TO TRUE
003820
003830     OPEN INPUT STUDENT-MASTER-FILE
003840     IF WS-STUDENT-FILE-STATUS NOT = '00'
003850         DISPLAY 'AWRDRUN: UNABLE TO OPEN STUDENT-MASTER, '
003860                 'STATUS = ' WS-STUDENT-FILE-STATUS
003870         SET WS-EOF-STUDENT-AWARD TO TRUE
003880         GO TO 1000-EXIT
003890     END-IF
003900     SET WS-STUDENT-FILE-OPEN TO TRUE
003910
003920     OPEN I-O STUDENT-CHARGES-FILE
003930     IF WS-CHARGES-FILE-STATUS NOT = '00'
003940         DISPLAY 'AWRDRUN: UNABLE TO OPEN STUDENT-CHARGES, '
003950                 'STATUS = ' WS-CHARGES-FILE-STATUS
003960         SET WS-EOF-STUDENT-AWARD TO TRUE
003970         GO TO 1000-EXIT
003980     END-IF
003990     SET WS-CHARGES-FILE-OPEN TO TRUE
004000
004010     OPEN INPUT COURSE-GRADES-FILE
004020     IF WS-COURSE-FILE-STATUS NOT = '00'
004030         DISPLAY 'AWRDRUN: UNABLE TO OPEN COURSE-GRADES, '
004040                 'STATUS = ' WS-COURSE-FILE-STATUS
004050         SET WS-EOF-STUDENT-AWARD TO TRUE
004060         GO TO 1000-EXIT
004070     END-IF
004080     SET WS-COURSE-FILE-OPEN TO TRUE
004090
004100     OPEN OUTPUT AWARD-REGISTER
004110     IF WS-REGISTER-FILE-STATUS NOT = '00'
004120         DISPLAY 'AWRDRUN: UNABLE TO OPEN AWARD-REGISTER, '
004130                 'STATUS = ' WS-REGISTER-FILE-STATUS
004140         SET WS-EOF-STUDENT-AWARD TO TRUE
004150         GO TO 1000-EXIT
004160     END-IF
004170     SET WS-REGISTER-FILE-OPEN TO TRUE
004180
004190     OPEN OUTPUT AWARD-NOTICES-FILE
004200     IF WS-NOTICES-FILE-STATUS NOT = '00'
004210         DISPLAY 'AWRDRUN: UNABLE TO OPEN AWARD-NOTICES, '
004220                 'STATUS = ' WS-NOTICES-FILE-STATUS
004230         SET WS-EOF-STUDENT-AWARD TO TRUE
004240         GO TO 1000-EXIT
004250     END-IF
004260     SET WS-NOTICES-FILE-OPEN TO TRUE
004270
004280*    A MISSING ADDRESS FILE DOES NOT STOP THE RUN - EVERY NOTICE
004290*    JUST GOES OUT FLAGGED FOR THE FRONT DESK TO LOOK UP.
004300     OPEN INPUT STUDENT-ADDRESS-FILE
004310     IF WS-ADDRESS-FILE-STATUS = '00'
004320         SET WS-ADDRESS-FILE-OPEN TO TRUE
004330     ELSE
004340         DISPLAY 'AWRDRUN: STUDENT-ADDRESS UNAVAILABLE, '
004350                 'STATUS = ' WS-ADDRESS-FILE-STATUS
004360                 ' - NOTICES WILL BE FLAGGED'
004370     END-IF
004371
004372*    WITHOUT GL-ACTIVITY THE AWARDS STILL POST; GLFEED WILL NOT
004373*    TIE AND HOLDS THE JOURNAL.
004374     OPEN EXTEND GL-ACTIVITY-FILE
004375     IF WS-ACTIVITY-FILE-STATUS = '00'
004376         SET WS-ACTIVITY-FILE-OPEN TO TRUE
004377     ELSE
004378         DISPLAY 'AWRDRUN: UNABLE TO OPEN GL-ACTIVITY, '
004379                 'STATUS = ' WS-ACTIVITY-FILE-STATUS
004380         MOVE 4 TO RETURN-CODE
004381     END-IF
004382
004390     MOVE WS-RUN-TERM TO HDG-TERM
004400     MOVE WS-RUN-DATE TO HDG-RUN-DATE
004410     WRITE REGISTER-LINE FROM WS-HEADING-1
004420     WRITE REGISTER-LINE FROM WS-BLANK-LINE
004430     WRITE REGISTER-LINE FROM WS-HEADING-2
004440     WRITE REGISTER-LINE FROM WS-HEADING-3
004450
004460     PERFORM 2100-READ-STUDENT-AWARD THRU 2100-EXIT.
004470 1000-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*    2000-PROCESS-AWARD - JUDGE ONE STUDENT AWARD FOR THE TERM    *
004520*        AND PRINT ITS REGISTER LINE.  A STUDENT ON WARNING OR    *
004530*        PROBATION HAS THE AWARD SUSPENDED WHATEVER THE AWARD'S   *
004540*        OWN TERMS SAY; A SUSPENDED AWARD POSTS NOTHING UNTIL     *
004550*        AWRDMNT REINSTATES IT.  EVERY AWARD READ IS COUNTED IN   *
004552*        EXACTLY ONE REGISTER TOTALS COLUMN - POSTED, SUSPENDED,  *
004554*        UNPOSTED, OR ALREADY POSTED FOR THE TERM BY AN EARLIER   *
004556*        RUN - SO THE COLUMNS ADD UP TO THE AWARDS READ.          *
004560******************************************************************
004570 2000-PROCESS-AWARD.
004580     ADD 1 TO WS-AWARDS-READ-CT
004590     MOVE SPACES TO WS-REGISTER-NOTE
004600     MOVE ZERO   TO WS-AWARD-AMOUNT
004610     MOVE SPACES TO RPT-STUDENT-NAME
004620
004630     PERFORM 2600-FIND-CODE-ENTRY THRU 2600-EXIT
004640
004650     MOVE SA-STUDENT-ID TO STUDENT-ID
004660     READ STUDENT-MASTER-FILE
004670         INVALID KEY
004680             MOVE 'STUDENT NOT ON STUDENT-MASTER'
004681                 TO WS-REGISTER-NOTE
004690             ADD 1 TO WS-EXCEPTIONS-CT
004700             GO TO 2000-NOT-POSTED
004710     END-READ
004720     MOVE STUDENT-NAME TO RPT-STUDENT-NAME
004730
004740     MOVE SA-AWARD-CODE TO AW-AWARD-CODE
004750     READ AWARD-MASTER-FILE
004760         INVALID KEY
004770             MOVE 'AWARD NOT ON AWARD MASTER' TO WS-REGISTER-NOTE
004780             ADD 1 TO WS-EXCEPTIONS-CT
004790             GO TO 2000-NOT-POSTED
004800     END-READ
004810
004820     IF STANDING-WARNING OR STANDING-PROBATION
004830         IF SA-ACTIVE
004840             PERFORM 3000-SUSPEND-AWARD THRU 3000-EXIT
004850         ELSE
004860             MOVE 'REMAINS SUSPENDED' TO WS-REGISTER-NOTE
004865             GO TO 2000-NOT-POSTED
004870         END-IF
004880         GO TO 2000-PRINT
004890     END-IF
004900
004910     IF SA-SUSPENDED
004920         MOVE 'SUSPENDED - NOT REINSTATED' TO WS-REGISTER-NOTE
004930         GO TO 2000-NOT-POSTED
004940     END-IF
004950
004960     IF NOT AW-ACTIVE
004970         MOVE 'AWARD INACTIVE' TO WS-REGISTER-NOTE
004980         GO TO 2000-NOT-POSTED
004990     END-IF
005000
005010     IF SA-LAST-POSTED-TERM = WS-RUN-TERM
005020         MOVE 'ALREADY POSTED FOR THIS TERM' TO WS-REGISTER-NOTE
005030         MOVE SA-LAST-POSTED-AMOUNT TO WS-AWARD-AMOUNT
005033         ADD 1 TO WS-AWARDS-ALREADY-CT
005035         IF WS-CODE-FOUND-SUB > ZERO
005037             ADD 1 TO WS-CDT-ALREADY-CT (WS-CODE-FOUND-SUB)
005038         END-IF
005040         GO TO 2000-PRINT
005050     END-IF
005060
005070     IF STUDENT-GPA < AW-MIN-GPA
005080         MOVE 'GPA BELOW AWARD MINIMUM' TO WS-REGISTER-NOTE
005090         GO TO 2000-NOT-POSTED
005100     END-IF
005110
005120     PERFORM 2300-CHECK-EXCLUDED THRU 2300-EXIT
005130     IF WS-STANDING-EXCLUDED
005140         MOVE 'STANDING EXCLUDED BY AWARD' TO WS-REGISTER-NOTE
005150         GO TO 2000-NOT-POSTED
005160     END-IF
005170
005180     PERFORM 4000-POST-AWARD THRU 4000-EXIT
005190     GO TO 2000-PRINT.
005200 2000-NOT-POSTED.
005210     ADD 1 TO WS-AWARDS-NOT-POSTED-CT
005220     IF WS-CODE-FOUND-SUB > ZERO
005230         ADD 1 TO WS-CDT-NOT-POSTED-CT (WS-CODE-FOUND-SUB)
005240     END-IF.
005250 2000-PRINT.
005260     MOVE SA-STUDENT-ID    TO RPT-STUDENT-ID
005270     MOVE SA-AWARD-CODE    TO RPT-AWARD-CODE
005280     MOVE WS-AWARD-AMOUNT  TO RPT-AMOUNT
005290     MOVE WS-REGISTER-NOTE TO RPT-NOTE
005300     WRITE REGISTER-LINE FROM WS-DETAIL-LINE
005310
005320     PERFORM 2100-READ-STUDENT-AWARD THRU 2100-EXIT.
005330 2000-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    2100-READ-STUDENT-AWARD - READ THE NEXT STUDENT AWARD.       *
005380******************************************************************
005390 2100-READ-STUDENT-AWARD.
005400     READ STUDENT-AWARD-FILE
005410         AT END
005420             SET WS-EOF-STUDENT-AWARD TO TRUE
005430     END-READ.
005440 2100-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    2300-CHECK-EXCLUDED - IS THE STUDENT'S STANDING ON THE       *
005490*        AWARD'S EXCLUDED LIST?  A STUDENT NOT YET EVALUATED      *
005500*        (STANDING SPACES) MATCHES NE.                            *
005510******************************************************************
005520 2300-CHECK-EXCLUDED.
005530     MOVE 'N' TO WS-EXCLUDED-SWITCH
005540     MOVE STUDENT-STANDING TO WS-STUDENT-STANDING-KEY
005550     IF STANDING-NOT-EVALUATED
005560         MOVE 'NE' TO WS-STUDENT-STANDING-KEY
005570     END-IF
005580
005590     PERFORM 2350-MATCH-ONE-STANDING THRU 2350-EXIT
005600         VARYING WS-STD-SUB FROM 1 BY 1
005610         UNTIL WS-STD-SUB > 4
005620            OR WS-STANDING-EXCLUDED.
005630 2300-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    2350-MATCH-ONE-STANDING - ONE SLOT OF THE EXCLUDED LIST.     *
005680******************************************************************
005690 2350-MATCH-ONE-STANDING.
005700     IF AW-EXCLUDED-STANDING (WS-STD-SUB)
005701            = WS-STUDENT-STANDING-KEY
005710         SET WS-STANDING-EXCLUDED TO TRUE
005720     END-IF.
005730 2350-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*    2500-GET-TERM-HOURS - TOTAL THE STUDENT'S BILLABLE HOURS FOR *
005780*        THE RUN TERM: EVERY COURSE-GRADES ROW OF THE TERM EXCEPT *
005790*        W AND I, THE SAME RULE TUITCALC BILLS BY.                *
005800******************************************************************
005810 2500-GET-TERM-HOURS.
005820     MOVE ZERO TO WS-TERM-HOURS
005830     MOVE 'N'  TO WS-EOF-COURSE-SWITCH
005840
005850     MOVE SA-STUDENT-ID TO CG-STUDENT-ID
005860     MOVE LOW-VALUES    TO CG-COURSE-CODE
005870     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
005880         INVALID KEY
005890             GO TO 2500-EXIT
005900     END-START
005910
005920     PERFORM 2550-READ-COURSE-ROW THRU 2550-EXIT
005930     PERFORM 2560-ADD-TERM-HOURS THRU 2560-EXIT
005940         UNTIL WS-EOF-COURSE-ROWS.
005950 2500-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    2550-READ-COURSE-ROW - NEXT COURSE-GRADES ROW; THE STUDENT'S *
006000*        ROWS END AT THE FIRST ROW FOR ANOTHER STUDENT.           *
006010******************************************************************
006020 2550-READ-COURSE-ROW.
006030     READ COURSE-GRADES-FILE NEXT RECORD
006040         AT END
006050             SET WS-EOF-COURSE-ROWS TO TRUE
006060             GO TO 2550-EXIT
006070     END-READ
006080
006090     IF CG-STUDENT-ID NOT = SA-STUDENT-ID
006100         SET WS-EOF-COURSE-ROWS TO TRUE
006110     END-IF.
006120 2550-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    2560-ADD-TERM-HOURS - FOLD ONE ROW OF THE RUN TERM IN.       *
006170******************************************************************
006180 2560-ADD-TERM-HOURS.
006190     IF CG-TERM = WS-RUN-TERM
006200        AND CG-LETTER-GRADE NOT = 'W'
006210        AND CG-LETTER-GRADE NOT = 'I'
006220         ADD CG-CREDIT-HOURS TO WS-TERM-HOURS
006230     END-IF
006240
006250     PERFORM 2550-READ-COURSE-ROW THRU 2550-EXIT.
006260 2560-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    2600-FIND-CODE-ENTRY - FIND THE AWARD CODE'S REGISTER-TOTALS *
006310*        ENTRY, ADDING AN EMPTY ONE THE FIRST TIME.  WS-CODE-     *
006320*        FOUND-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.   *
006330******************************************************************
006340 2600-FIND-CODE-ENTRY.
006350     MOVE ZERO TO WS-CODE-FOUND-SUB
006360     PERFORM 2650-MATCH-CODE-ENTRY THRU 2650-EXIT
006370         VARYING WS-CODE-SUB FROM 1 BY 1
006380         UNTIL WS-CODE-SUB > WS-CODE-COUNT
006390            OR WS-CODE-FOUND-SUB > ZERO
006400
006410     IF WS-CODE-FOUND-SUB > ZERO
006420         GO TO 2600-EXIT
006430     END-IF
006440
006450     IF WS-CODE-COUNT >= 200
006460         DISPLAY 'AWRDRUN: MORE AWARD CODES THAN TABLE HOLDS - '
006470                 SA-AWARD-CODE ' IN GRAND TOTAL ONLY'
006480         MOVE 4 TO RETURN-CODE
006490         GO TO 2600-EXIT
006500     END-IF
006510
006520     ADD 1 TO WS-CODE-COUNT
006530     MOVE WS-CODE-COUNT TO WS-CODE-FOUND-SUB
006540     MOVE SA-AWARD-CODE TO WS-CDT-AWARD-CODE (WS-CODE-FOUND-SUB)
006550     MOVE ZERO TO WS-CDT-POSTED-CT (WS-CODE-FOUND-SUB)
006560     MOVE ZERO TO WS-CDT-POSTED-AMOUNT (WS-CODE-FOUND-SUB)
006570     MOVE ZERO TO WS-CDT-SUSPENDED-CT (WS-CODE-FOUND-SUB)
006580     MOVE ZERO TO WS-CDT-NOT-POSTED-CT (WS-CODE-FOUND-SUB)
006585     MOVE ZERO TO WS-CDT-ALREADY-CT (WS-CODE-FOUND-SUB).
006590 2600-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    2650-MATCH-CODE-ENTRY - REMEMBER THE SUBSCRIPT OF A MATCHING *
006640*        TABLE ENTRY.                                             *
006650******************************************************************
006660 2650-MATCH-CODE-ENTRY.
006670     IF WS-CDT-AWARD-CODE (WS-CODE-SUB) = SA-AWARD-CODE
006680         MOVE WS-CODE-SUB TO WS-CODE-FOUND-SUB
006690     END-IF.
006700 2650-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*    3000-SUSPEND-AWARD - THE STUDENT HAS DROPPED TO WARNING OR   *
006750*        PROBATION: MARK THE AWARD SUSPENDED AND SEND A NOTICE.   *
006760*        A FAILED REWRITE SENDS NO NOTICE, IS COUNTED AS          *
006765*        UNPOSTED, AND ENDS THE RUN RC=8.                         *
006770******************************************************************
006780 3000-SUSPEND-AWARD.
006790     SET SA-SUSPENDED TO TRUE
006800     MOVE WS-RUN-DATE      TO SA-SUSPENDED-DATE
006810     MOVE STUDENT-STANDING TO SA-SUSPENDED-STANDING
006820
006830     REWRITE STUDENT-AWARD-DATA
006840         INVALID KEY
006850             DISPLAY 'AWRDRUN: SUSPEND REWRITE FAILED FOR '
006860                     SA-KEY ', STATUS = ' WS-STUAWRD-FILE-STATUS
006870             MOVE 'SUSPEND FAILED - SEE SYSOUT'
006871                 TO WS-REGISTER-NOTE
006880             MOVE 8 TO RETURN-CODE
006890             GO TO 3000-NOT-SUSPENDED
006900     END-REWRITE
006910
006920     ADD 1 TO WS-AWARDS-SUSPENDED-CT
006930     IF WS-CODE-FOUND-SUB > ZERO
006940         ADD 1 TO WS-CDT-SUSPENDED-CT (WS-CODE-FOUND-SUB)
006950     END-IF
006960     MOVE 'SUSPENDED - NOTICE SENT' TO WS-REGISTER-NOTE
006970
006980     PERFORM 3100-WRITE-NOTICE THRU 3100-EXIT
006982     GO TO 3000-EXIT.
006984 3000-NOT-SUSPENDED.
006985     ADD 1 TO WS-AWARDS-NOT-POSTED-CT
006986     IF WS-CODE-FOUND-SUB > ZERO
006987         ADD 1 TO WS-CDT-NOT-POSTED-CT (WS-CODE-FOUND-SUB)
006988     END-IF.
006990 3000-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*    3100-WRITE-NOTICE - ONE MAIL-READY SUSPENSION NOTICE.        *
007040******************************************************************
007050 3100-WRITE-NOTICE.
007060     ADD 1 TO WS-NOTICES-CT
007070
007080     IF STANDING-WARNING
007090         MOVE 'ACADEMIC WARNING.' TO NTC-STANDING-TEXT
007100     ELSE
007110         MOVE 'ACADEMIC PROBATION.' TO NTC-STANDING-TEXT
007120     END-IF
007130
007140     MOVE WS-RUN-YYYY     TO NTC-YYYY
007150     MOVE WS-RUN-MM       TO NTC-MM
007160     MOVE WS-RUN-DD       TO NTC-DD
007170     MOVE STUDENT-NAME    TO NTC-STUDENT-NAME
007180     MOVE STUDENT-ID      TO NTC-STUDENT-ID
007190     MOVE AW-AWARD-NAME   TO NTC-AWARD-NAME
007200     MOVE AW-AWARD-CODE   TO NTC-AWARD-CODE
007210
007220     WRITE NOTICE-LINE FROM WS-NOTICE-SEPARATOR
007230     WRITE NOTICE-LINE FROM WS-NOTICE-DATE-LINE
007240     WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS-LINE
007250     PERFORM 3150-WRITE-ADDRESS-BLOCK THRU 3150-EXIT
007260     WRITE NOTICE-LINE FROM WS-BLANK-LINE
007270     WRITE NOTICE-LINE FROM WS-NOTICE-AWARD-LINE
007280     WRITE NOTICE-LINE FROM WS-NOTICE-STANDING-LINE
007290     WRITE NOTICE-LINE FROM WS-NOTICE-BODY-1
007300     WRITE NOTICE-LINE FROM WS-NOTICE-BODY-2
007310     WRITE NOTICE-LINE FROM WS-BLANK-LINE.
007320 3100-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360*    3150-WRITE-ADDRESS-BLOCK - THE MAILING ADDRESS UNDER THE TO  *
007370*        LINE, AS STANDING PRINTS IT.  NO ADDRESS ON FILE GETS    *
007380*        THE FRONT-DESK FLAG INSTEAD AND IS COUNTED.              *
007390******************************************************************
007400 3150-WRITE-ADDRESS-BLOCK.
007410     MOVE 'N' TO WS-ADDRESS-FOUND-SWITCH
007420
007430     IF WS-ADDRESS-FILE-OPEN
007440         MOVE STUDENT-ID TO AD-STUDENT-ID
007450         READ STUDENT-ADDRESS-FILE
007460             INVALID KEY
007470                 CONTINUE
007480             NOT INVALID KEY
007490                 SET WS-ADDRESS-FOUND TO TRUE
007500         END-READ
007510     END-IF
007520
007530     IF WS-ADDRESS-FOUND
007540         MOVE AD-STREET TO NTC-STREET
007550         WRITE NOTICE-LINE FROM WS-NOTICE-STREET-LINE
007560         MOVE AD-CITY   TO NTC-CITY
007570         MOVE AD-STATE  TO NTC-STATE
007580         MOVE AD-ZIP    TO NTC-ZIP
007590         WRITE NOTICE-LINE FROM WS-NOTICE-CITY-LINE
007600     ELSE
007610         ADD 1 TO WS-NO-ADDRESS-CT
007620         WRITE NOTICE-LINE FROM WS-NO-ADDRESS-LINE
007630     END-IF.
007640 3150-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680*    4000-POST-AWARD - WORK OUT THE TERM'S CREDIT AND POST IT TO  *
007690*        BL-AWARDS, THEN STAMP THE TERM ON THE STUDENT AWARD SO A *
007700*        RERUN DOES NOT POST IT AGAIN.  A PERCENT AWARD IS OF     *
007710*        THE TERM'S HOURS AT THE STUDENT'S BILLED RATE (CHARGES   *
007720*        OVER BILLED HOURS).  THE CREDIT IS CUT BACK SO TOTAL     *
007730*        AWARDS NEVER EXCEED TOTAL CHARGES.                       *
007740******************************************************************
007750 4000-POST-AWARD.
007760     MOVE SA-STUDENT-ID TO BL-STUDENT-ID
007770     READ STUDENT-CHARGES-FILE
007780         INVALID KEY
007790             MOVE 'NO CHARGES RECORD ON FILE' TO WS-REGISTER-NOTE
007800             ADD 1 TO WS-EXCEPTIONS-CT
007810             GO TO 4000-NOT-POSTED
007820     END-READ
007830
007840     IF AW-TYPE-PERCENT
007850         PERFORM 2500-GET-TERM-HOURS THRU 2500-EXIT
007860         IF WS-TERM-HOURS = ZERO OR BL-BILLED-HOURS = ZERO
007870             MOVE 'NO TUITION BILLED THIS TERM'
007871                 TO WS-REGISTER-NOTE
007880             GO TO 4000-NOT-POSTED
007890         END-IF
007900         COMPUTE WS-TERM-TUITION ROUNDED =
007910                 BL-CHARGES * WS-TERM-HOURS / BL-BILLED-HOURS
007920         COMPUTE WS-AWARD-AMOUNT ROUNDED =
007930                 WS-TERM-TUITION * AW-AWARD-PERCENT / 100
007940     ELSE
007950         MOVE AW-AWARD-AMOUNT TO WS-AWARD-AMOUNT
007960     END-IF
007970
007980     COMPUTE WS-AWARD-ROOM = BL-CHARGES - BL-AWARDS
007990     IF WS-AWARD-ROOM NOT > ZERO
008000         MOVE ZERO TO WS-AWARD-AMOUNT
008010         MOVE 'AWARDS ALREADY COVER CHARGES' TO WS-REGISTER-NOTE
008020         GO TO 4000-NOT-POSTED
008030     END-IF
008040
008050     MOVE 'POSTED' TO WS-REGISTER-NOTE
008060     IF WS-AWARD-AMOUNT > WS-AWARD-ROOM
008070         MOVE WS-AWARD-ROOM TO WS-AWARD-AMOUNT
008080         MOVE 'POSTED - LIMITED TO CHARGES' TO WS-REGISTER-NOTE
008090     END-IF
008100
008110     ADD WS-AWARD-AMOUNT TO BL-AWARDS
008120     MOVE WS-RUN-DATE    TO BL-LAST-AWARD-DATE
008130     REWRITE STUDENT-BILLING-DATA
008140         INVALID KEY
008150             DISPLAY 'AWRDRUN: CHARGES REWRITE FAILED FOR '
008160                     BL-STUDENT-ID ', STATUS = '
008170                     WS-CHARGES-FILE-STATUS
008180             MOVE 'POST FAILED - SEE SYSOUT' TO WS-REGISTER-NOTE
008190             MOVE ZERO TO WS-AWARD-AMOUNT
008200             MOVE 8 TO RETURN-CODE
008210             GO TO 4000-NOT-POSTED
008220     END-REWRITE
008225     PERFORM 4100-WRITE-GL-ACTIVITY THRU 4100-EXIT
008230
008240     MOVE WS-RUN-TERM     TO SA-LAST-POSTED-TERM
008250     MOVE WS-AWARD-AMOUNT TO SA-LAST-POSTED-AMOUNT
008260     ADD WS-AWARD-AMOUNT  TO SA-TOTAL-POSTED
008270     REWRITE STUDENT-AWARD-DATA
008280         INVALID KEY
008290             DISPLAY 'AWRDRUN: AWARD REWRITE FAILED FOR '
008300                     SA-KEY ' - CREDIT POSTED, TERM NOT STAMPED'
008310             MOVE 8 TO RETURN-CODE
008320     END-REWRITE
008330
008340     ADD 1 TO WS-AWARDS-POSTED-CT
008350     ADD WS-AWARD-AMOUNT TO WS-TOTAL-POSTED
008360     IF WS-CODE-FOUND-SUB > ZERO
008370         ADD 1 TO WS-CDT-POSTED-CT (WS-CODE-FOUND-SUB)
008380         ADD WS-AWARD-AMOUNT
008390             TO WS-CDT-POSTED-AMOUNT (WS-CODE-FOUND-SUB)
008400     END-IF
008410     GO TO 4000-EXIT.
008420 4000-NOT-POSTED.
008430     MOVE ZERO TO WS-AWARD-AMOUNT
008440     ADD 1 TO WS-AWARDS-NOT-POSTED-CT
008450     IF WS-CODE-FOUND-SUB > ZERO
008460         ADD 1 TO WS-CDT-NOT-POSTED-CT (WS-CODE-FOUND-SUB)
008470     END-IF.
008480 4000-EXIT.
008490     EXIT.
008491
008492******************************************************************
008493*    4100-WRITE-GL-ACTIVITY - APPEND THE AWARD JUST POSTED TO     *
008494*        GL-ACTIVITY, POSTED AS OF THE RUN DATE.                  *
008495******************************************************************
008496 4100-WRITE-GL-ACTIVITY.
008497     IF NOT WS-ACTIVITY-FILE-OPEN
008498         GO TO 4100-EXIT
008499     END-IF
008500
008501     MOVE SPACES             TO GL-ACTIVITY-DATA
008502     SET GA-AWARD-POSTED     TO TRUE
008503     MOVE 'AWRDRUN'          TO GA-SOURCE-PROGRAM
008504     MOVE BL-STUDENT-ID      TO GA-STUDENT-ID
008505     MOVE WS-RUN-DATE        TO GA-POSTING-DATE
008506     MOVE WS-AWARD-AMOUNT    TO GA-AMOUNT
008507     WRITE GL-ACTIVITY-DATA
008508     ADD 1 TO WS-GL-ACTIVITY-CT.
008509 4100-EXIT.
008510     EXIT.
008511
008512******************************************************************
008520*    8000-TERMINATE - PRINT THE TOTALS BY AWARD CODE, REPORT THE  *
008530*        CONTROL TOTALS, AND CLOSE FILES.  AN AWARD THAT COULD    *
008540*        NOT BE JUDGED (STUDENT, AWARD, OR CHARGES RECORD         *
008550*        MISSING) ENDS THE RUN RC=4 IF NOTHING WORSE HAPPENED.    *
008560******************************************************************
008570 8000-TERMINATE.
008580     IF WS-REGISTER-FILE-OPEN
008590         PERFORM 8100-PRINT-CODE-TOTALS THRU 8100-EXIT
008600     END-IF
008610
008620     DISPLAY 'AWRDRUN: ' WS-AWARDS-READ-CT
008630             ' STUDENT AWARDS READ FOR TERM ' WS-RUN-TERM
008640     DISPLAY 'AWRDRUN: ' WS-AWARDS-POSTED-CT
008650             ' AWARDS POSTED, TOTAL ' WS-TOTAL-POSTED
008660     DISPLAY 'AWRDRUN: ' WS-AWARDS-SUSPENDED-CT
008670             ' AWARDS SUSPENDED'
008680     DISPLAY 'AWRDRUN: ' WS-AWARDS-NOT-POSTED-CT
008690             ' AWARDS NOT POSTED'
008692     DISPLAY 'AWRDRUN: ' WS-AWARDS-ALREADY-CT
008694             ' AWARDS ALREADY POSTED FOR THE TERM'
008700     DISPLAY 'AWRDRUN: ' WS-NOTICES-CT
008710             ' SUSPENSION NOTICES PRODUCED'
008720     DISPLAY 'AWRDRUN: ' WS-NO-ADDRESS-CT
008730             ' NOTICES WITHOUT AN ADDRESS ON FILE'
008733     DISPLAY 'AWRDRUN: ' WS-GL-ACTIVITY-CT
008736             ' AWARDS WRITTEN TO GL-ACTIVITY'
008740
008750     IF WS-EXCEPTIONS-CT > ZERO
008760         DISPLAY 'AWRDRUN: ' WS-EXCEPTIONS-CT
008770                 ' AWARDS COULD NOT BE JUDGED - SEE REGISTER'
008780         IF RETURN-CODE < 4
008790             MOVE 4 TO RETURN-CODE
008800         END-IF
008810     END-IF
008820
008830     IF WS-STUAWRD-FILE-OPEN
008840         CLOSE STUDENT-AWARD-FILE
008850     END-IF
008860     IF WS-AWARD-FILE-OPEN
008870         CLOSE AWARD-MASTER-FILE
008880     END-IF
008890     IF WS-STUDENT-FILE-OPEN
008900         CLOSE STUDENT-MASTER-FILE
008910     END-IF
008920     IF WS-CHARGES-FILE-OPEN
008930         CLOSE STUDENT-CHARGES-FILE
008940     END-IF
008950     IF WS-COURSE-FILE-OPEN
008960         CLOSE COURSE-GRADES-FILE
008970     END-IF
008980     IF WS-ADDRESS-FILE-OPEN
008990         CLOSE STUDENT-ADDRESS-FILE
009000     END-IF
009010     IF WS-REGISTER-FILE-OPEN
009020         CLOSE AWARD-REGISTER
009030     END-IF
009040     IF WS-NOTICES-FILE-OPEN
009050         CLOSE AWARD-NOTICES-FILE
009060     END-IF
009062     IF WS-ACTIVITY-FILE-OPEN
009064         CLOSE GL-ACTIVITY-FILE
009066     END-IF.
009070 8000-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110*    8100-PRINT-CODE-TOTALS - THE FINANCIAL-AID OFFICE'S SUMMARY: *
009120*        ONE LINE PER AWARD CODE AND A GRAND-TOTAL LINE.          *
009130******************************************************************
009140 8100-PRINT-CODE-TOTALS.
009150     WRITE REGISTER-LINE FROM WS-BLANK-LINE
009160     WRITE REGISTER-LINE FROM WS-CODE-HEADING-1
009170     WRITE REGISTER-LINE FROM WS-BLANK-LINE
009180     WRITE REGISTER-LINE FROM WS-CODE-HEADING-2
009190     WRITE REGISTER-LINE FROM WS-CODE-HEADING-3
009200
009210     PERFORM 8150-PRINT-ONE-CODE THRU 8150-EXIT
009220         VARYING WS-CODE-SUB FROM 1 BY 1
009230         UNTIL WS-CODE-SUB > WS-CODE-COUNT
009240
009250     MOVE 'ALL'                   TO CDL-AWARD-CODE
009260     MOVE WS-AWARDS-POSTED-CT     TO CDL-POSTED-CT
009270     MOVE WS-TOTAL-POSTED         TO CDL-POSTED-AMOUNT
009280     MOVE WS-AWARDS-SUSPENDED-CT  TO CDL-SUSPENDED-CT
009290     MOVE WS-AWARDS-NOT-POSTED-CT TO CDL-NOT-POSTED-CT
009295     MOVE WS-AWARDS-ALREADY-CT    TO CDL-ALREADY-CT
009300     WRITE REGISTER-LINE FROM WS-BLANK-LINE
009310     WRITE REGISTER-LINE FROM WS-CODE-LINE.
009320 8100-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    8150-PRINT-ONE-CODE - ONE AWARD CODE'S TOTALS LINE.          *
009370******************************************************************
009380 8150-PRINT-ONE-CODE.
009390     MOVE WS-CDT-AWARD-CODE (WS-CODE-SUB)    TO CDL-AWARD-CODE
009400     MOVE WS-CDT-POSTED-CT (WS-CODE-SUB)     TO CDL-POSTED-CT
009410     MOVE WS-CDT-POSTED-AMOUNT (WS-CODE-SUB) TO CDL-POSTED-AMOUNT
009420     MOVE WS-CDT-SUSPENDED-CT (WS-CODE-SUB)  TO CDL-SUSPENDED-CT
009430     MOVE WS-CDT-NOT-POSTED-CT (WS-CODE-SUB) TO CDL-NOT-POSTED-CT
009435     MOVE WS-CDT-ALREADY-CT (WS-CODE-SUB)    TO CDL-ALREADY-CT
009440     WRITE REGISTER-LINE FROM WS-CODE-LINE.
009450 8150-EXIT.
009460     EXIT.
