000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ENRLSTU.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    ENRLSTU - ONLINE REGISTRATION TRANSACTION (ESTU).            *
000090*    COUNTER COMPANION TO MAINTSTU AND INQSTU: ADDS OR DROPS ONE  *
000100*    CURRENT-ENROLLMENT ROW FOR ONE STUDENT FROM MAP ENRL1        *
000110*    (MAPSET ENRLSET) WHILE THE STUDENT WAITS, INSTEAD OF         *
000120*    WAITING FOR THAT NIGHT'S ENRLLOAD RUN.  AN ADD GETS EXACTLY  *
000130*    THE EDITS ENRLLOAD APPLIES, IN THE SAME ORDER AND WITH THE   *
000140*    SAME REJECT TEXT: STUDENT ON MASTER, NO ACTIVE HOLD, VALID   *
000150*    AND OPEN TERM, ACTIVE CATALOG COURSE, ATTEMPT LIMIT FOR A    *
000155*    REPEATED COURSE (RPTPOLCY), COURSE SEAT LIMIT,               *
000160*    SECTION OFFERED AND ITS SEAT LIMIT, NO MEETING-TIME          *
000170*    CONFLICT, AND PREREQUISITES (AN ADVISING OVERRIDE LETS THE   *
000180*    ADD THROUGH AND IS AUDITED AS OVRUSED).  A DROP GOES BY      *
000190*    STUDENT ID, COURSE CODE, AND TERM LIKE ENRLLOAD'S.           *
000200*    SEATS ARE COUNTED THE WAY ENRLLOAD'S OPENING SWEEP COUNTS    *
000210*    THEM - ROWS FOR THE COURSE IN THE TERM KEYED AGAINST THE     *
000220*    COURSE LIMIT, ROWS FOR THE SAME TERM AND SECTION AGAINST THE *
000230*    SECTION LIMIT - BY BROWSING THE ENRLCRS FCT FILE, THE        *
000240*    ALTERNATE-INDEX PATH OVER CURRENT-ENROLLMENT KEYED ON COURSE *
000250*    CODE (DUPLICATES ALLOWED).  THE COUNT AND THE WRITE RUN      *
000260*    UNDER AN ENQ ON THE COURSE CODE, SO TWO COUNTERS CANNOT BOTH *
000270*    TAKE THE LAST SEAT.  ENRLLOAD COUNTS EVERY ROW ON FILE WHEN  *
000280*    IT STARTS, SO A SEAT TAKEN HERE IS ALREADY FILLED WHEN THE   *
000290*    NIGHTLY LOAD RUNS.  ENROLMNT IS CLOSED TO CICS WHILE THE     *
000300*    ENROLL JOB RUNS SO THE TWO CANNOT SELL SEATS AT ONCE.        *
000310*    EVERY ADD AND DROP IS WRITTEN TO THE AUDT TDQ (REGADD AND    *
000320*    REGDROP) WITH THE OPERATOR AND THE STUDENT, SO AUDITRPT      *
000330*    SHOWS WHO REGISTERED WHOM.  THE SCREEN SHOWS THE SEATS LEFT  *
000340*    IN THE COURSE AND SECTION KEYED AND THE STUDENT'S CURRENT    *
000350*    SCHEDULE.  PSEUDO-CONVERSATIONAL; THE STUDENT, COURSE,       *
000360*    TERM, AND SECTION LAST SHOWN ARE CARRIED IN THE COMMAREA SO  *
000370*    A FIELD NOT RE-KEYED KEEPS ITS VALUE.                        *
000380*----------------------------------------------------------------*
000390*    MODIFICATION HISTORY                                        *
000400*    DATE       INIT  DESCRIPTION                                *
000410*    ---------- ----  --------------------------------------------
000420*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000421*    2026-10-15 JBH   CURRENT-ENROLLMENT AND COURSE-GRADES ARE   *
000422*                     NOW KEYED BY TERM TOO. AN ADD BEYOND THE   *
000423*                     REPEAT POLICY'S ATTEMPT LIMIT IS REJECTED, *
000424*                     A PREREQUISITE IS JUDGED ON THE ATTEMPT    *
000425*                     THAT COUNTS, AND A DROP NAMES THE TERM,    *
000426*                     ALL AS IN ENRLLOAD.                        *
000427*    2026-10-15 JBH   A COURSE'S FILLED SEATS ARE COUNTED IN THE *
000428*                     TERM KEYED ONLY, AS IN ENRLLOAD.           *
000430*    2026-10-15 JBH   A SEAT ALREADY HELD IN THE TERM BEING      *
000432*                     ADDED NO LONGER COUNTS AS AN ATTEMPT, SO A *
000434*                     DUPLICATE ADD IS REJECTED AS ALREADY       *
000436*                     ENROLLED, NOT AS OVER THE REPEAT LIMIT.    *
000438******************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------*
000530*    SYMBOLIC MAP FOR ENRL1 - SEE maps/ENRLMAP.bms.               *
000540*----------------------------------------------------------------*
000550 COPY ENRLMAP.
000560
000570*----------------------------------------------------------------*
000580*    STUDENT-MASTER RECORD LAYOUT - SAME COPYBOOK EVERY OTHER     *
000590*    PROGRAM USES.                                                *
000600*----------------------------------------------------------------*
000610 COPY STUDREC REPLACING ==STUDENT-DATA== BY ==WS-STUDENT-DATA==
000620                        ==STUDENT-ID==   BY ==WS-STUDENT-ID==
000630                        ==STUDENT-NAME== BY ==WS-STUDENT-NAME==
000640                        ==STUDENT-AGE==  BY ==WS-STUDENT-AGE==
000650                        ==STUDENT-GPA==  BY ==WS-STUDENT-GPA==
000660                        ==STUDENT-STANDING== BY
000670                          ==WS-STUDENT-STANDING==.
000680
000690*----------------------------------------------------------------*
000700*    ONE CURRENT-ENROLLMENT ROW - WRITTEN BY AN ADD, DELETED BY   *
000710*    A DROP, AND READ DURING THE SEAT-COUNT, TIME-CONFLICT, AND   *
000720*    SCHEDULE BROWSES.                                            *
000730*----------------------------------------------------------------*
000740 COPY ENRLREC.
000750
000760*----------------------------------------------------------------*
000770*    ONE COURSE-CATALOG RECORD (FCT FILE CRSECAT).                *
000780*----------------------------------------------------------------*
000790 COPY CRSEREC.
000800
000810*----------------------------------------------------------------*
000820*    ONE COURSE-SECTION RECORD (FCT FILE SECTMAST).               *
000830*----------------------------------------------------------------*
000840 COPY SECTREC.
000850
000860*----------------------------------------------------------------*
000870*    ONE TERM-CONTROL RECORD (FCT FILE TERMCTL).  A TERM NOT ON   *
000880*    FILE IS TAKEN AS OPEN, AS IN ENRLLOAD.                       *
000890*----------------------------------------------------------------*
000900 COPY TERMREC.
000910
000920*----------------------------------------------------------------*
000930*    ONE STUDENT-HOLD RECORD (FCT FILE STUHOLD).                  *
000940*----------------------------------------------------------------*
000950 COPY HOLDREC.
000960
000970*----------------------------------------------------------------*
000980*    THE PREREQUISITE LIST (PREREQ), THE STUDENT'S GRADE FOR A    *
000990*    REQUIRED COURSE (COURSGRD), AND ADVISING'S OVERRIDE          *
001000*    (PREOVRD).                                                   *
001010*----------------------------------------------------------------*
001020 COPY PREQREC.
001030 COPY COURSREC.
001040 COPY PQOVREC.
001041
001042*----------------------------------------------------------------*
001043*    REPEAT-POLICY - THE ATTEMPT LIMIT PER COURSE.                *
001044*----------------------------------------------------------------*
001045 COPY RPTPOLCY.
001050
001060*----------------------------------------------------------------*
001070*    ONE AUDIT-LOG-RECORD PER ADD, DROP, OVERRIDE USED, OR        *
001080*    REFUSED OPERATOR, WRITTEN TO THE AUDT TDQ.                   *
001090*----------------------------------------------------------------*
001100 COPY AUDITREC.
001110
001120*----------------------------------------------------------------*
001130*    ONE OPERATOR-SECURITY RECORD, READ FROM THE OPERSEC FCT      *
001140*    FILE AT TRANSACTION START.                                   *
001150*----------------------------------------------------------------*
001160 COPY OPERREC.
001170
001180 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
001190
001200 01  WS-SWITCHES.
001210     05  WS-EDIT-SWITCH           PIC X(01) VALUE 'Y'.
001220         88  REG-OK                         VALUE 'Y'.
001230         88  REG-NOT-OK                     VALUE 'N'.
001240     05  WS-SESSION-SWITCH        PIC X(01) VALUE 'N'.
001250         88  REG-SESSION-DONE               VALUE 'Y'.
001260     05  WS-AUTH-SWITCH           PIC X(01) VALUE 'N'.
001270         88  OPERATOR-AUTHORIZED            VALUE 'Y'.
001280     05  WS-BROWSE-DONE-SWITCH    PIC X(01) VALUE 'N'.
001290         88  WS-BROWSE-DONE                 VALUE 'Y'.
001300     05  WS-MORE-SCHEDULE-SWITCH  PIC X(01) VALUE 'N'.
001310         88  WS-MORE-SCHEDULE               VALUE 'Y'.
001320     05  WS-CONFLICT-SWITCH       PIC X(01) VALUE 'N'.
001330         88  WS-TIME-CONFLICT               VALUE 'Y'.
001340     05  WS-OVERRIDE-USED-SWITCH  PIC X(01) VALUE 'N'.
001350         88  WS-OVERRIDE-USED               VALUE 'Y'.
001360     05  WS-ENQ-SWITCH            PIC X(01) VALUE 'N'.
001370         88  WS-COURSE-ENQUEUED             VALUE 'Y'.
001372     05  WS-ATTEMPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001374         88  WS-ATTEMPTS-DONE               VALUE 'Y'.
001376     05  WS-ATTEMPT-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001378         88  WS-ATTEMPTS-BROWSING           VALUE 'Y'.
001380
001390 77  WS-HOLD-SUB                  PIC S9(4) COMP VALUE ZERO.
001400 77  WS-PRQ-SUB                   PIC S9(4) COMP VALUE ZERO.
001410 77  WS-DAY-SUB                   PIC S9(4) COMP VALUE ZERO.
001420 77  WS-SCHED-SUB                 PIC S9(4) COMP VALUE ZERO.
001430 77  WS-CRS-ENROLLED              PIC S9(5) COMP VALUE ZERO.
001440 77  WS-SEC-ENROLLED              PIC S9(5) COMP VALUE ZERO.
001450 77  WS-SEATS-LEFT                PIC S9(5) COMP VALUE ZERO.
001455 77  WS-ATTEMPT-CT                PIC S9(5) COMP VALUE ZERO.
001460
001470*----------------------------------------------------------------*
001480*    WS-REG-REQUEST - WHAT THE OPERATOR ASKED FOR: THE FIELDS     *
001490*    KEYED THIS TIME OVER THE ONES CARRIED IN THE COMMAREA.       *
001500*----------------------------------------------------------------*
001510 01  WS-REG-REQUEST.
001520     05  WS-REQ-FUNCTION          PIC X(01) VALUE SPACE.
001530         88  WS-REQ-ADD                     VALUE 'A'.
001540         88  WS-REQ-DROP                    VALUE 'D'.
001550         88  WS-REQ-SHOW                    VALUE 'S'.
001560         88  WS-REQ-EXIT                    VALUE 'X'.
001570         88  WS-REQ-FUNCTION-VALID          VALUE 'A' 'D' 'S'
001580                                                  'X'.
001590     05  WS-REQ-STUDENT-ID        PIC X(06) VALUE SPACES.
001600     05  WS-REQ-COURSE-CODE       PIC X(06) VALUE SPACES.
001610     05  WS-REQ-TERM.
001620         10  WS-REQ-TERM-YEAR     PIC X(04) VALUE SPACES.
001630         10  WS-REQ-TERM-CODE     PIC X(01) VALUE SPACE.
001640             88  WS-REQ-TERM-CODE-VALID     VALUE '1' '2' '3'.
001650     05  WS-REQ-SECTION-NO        PIC X(03) VALUE SPACES.
001660
001670*----------------------------------------------------------------*
001680*    WS-ADD-SECTION - THE SECTION BEING ADDED, KEPT WHILE THE     *
001690*    SECTIONS THE STUDENT ALREADY HOLDS ARE READ OVER IT.         *
001700*----------------------------------------------------------------*
001710 01  WS-ADD-SECTION.
001720     05  WS-ADD-DAY-TABLE.
001730         10  WS-ADD-DAY           PIC X(01) OCCURS 7.
001740     05  WS-ADD-START-TIME        PIC 9(04) VALUE ZERO.
001750     05  WS-ADD-END-TIME          PIC 9(04) VALUE ZERO.
001760
001770*----------------------------------------------------------------*
001780*    HOLD TYPES IN THE ORDER ENRLLOAD CHECKS THEM.                *
001790*----------------------------------------------------------------*
001800 01  WS-HOLD-TYPE-VALUES          PIC X(03) VALUE 'BRD'.
001810 01  WS-HOLD-TYPES REDEFINES WS-HOLD-TYPE-VALUES.
001820     05  WS-HOLD-TYPE             PIC X(01) OCCURS 3.
001830
001840*----------------------------------------------------------------*
001850*    REJECT AND AUDIT TEXT - SAME WORDING AS ENRLLOAD'S.          *
001860*----------------------------------------------------------------*
001870 01  WS-MESSAGE                   PIC X(60) VALUE SPACES.
001880
001890 01  WS-CONFLICT-REASON.
001900     05  CFR-TEXT                 PIC X(19) VALUE
001910         'TIME CONFLICT WITH '.
001920     05  CFR-COURSE-CODE          PIC X(06) VALUE SPACES.
001930     05  FILLER                   PIC X(01) VALUE SPACE.
001940     05  CFR-SECTION-NO           PIC X(03) VALUE SPACES.
001950
001960 01  WS-PREREQ-REASON.
001970     05  PRR-TEXT                 PIC X(19) VALUE SPACES.
001980     05  PRR-COURSE-CODE          PIC X(06) VALUE SPACES.
001990
002000 01  WS-OVERRIDE-MESSAGE.
002010     05  FILLER                   PIC X(24) VALUE
002020         'PREREQ OVERRIDE USED - '.
002030     05  OVM-REASON               PIC X(25) VALUE SPACES.
002040
002050 01  WS-REG-MESSAGE.
002060     05  RM-ACTION                PIC X(08) VALUE SPACES.
002070     05  RM-COURSE-CODE           PIC X(06) VALUE SPACES.
002080     05  FILLER                   PIC X(09) VALUE ' SECTION '.
002090     05  RM-SECTION-NO            PIC X(03) VALUE SPACES.
002100     05  FILLER                   PIC X(06) VALUE ' TERM '.
002110     05  RM-TERM                  PIC X(05) VALUE SPACES.
002120
002130*----------------------------------------------------------------*
002140*    ONE SCHEDULE LINE ON ENRL1 - LINES UP UNDER THE COLUMN       *
002150*    HEADINGS ON ROW 12 OF THE MAP.                               *
002160*----------------------------------------------------------------*
002170 01  WS-SCHEDULE-LINE.
002180     05  SL-TERM                  PIC X(05).
002190     05  FILLER                   PIC X(02) VALUE SPACES.
002200     05  SL-COURSE-CODE           PIC X(06).
002210     05  FILLER                   PIC X(02) VALUE SPACES.
002220     05  SL-SECTION-NO            PIC X(03).
002230     05  FILLER                   PIC X(02) VALUE SPACES.
002240     05  SL-DAYS                  PIC X(07).
002250     05  FILLER                   PIC X(02) VALUE SPACES.
002260     05  SL-TIMES.
002270         10  SL-START-TIME        PIC X(04).
002280         10  SL-DASH              PIC X(01).
002290         10  SL-END-TIME          PIC X(04).
002300     05  FILLER                   PIC X(02) VALUE SPACES.
002310     05  SL-ROOM                  PIC X(08).
002320     05  FILLER                   PIC X(02) VALUE SPACES.
002330     05  SL-TITLE                 PIC X(29).
002340
002350 01  WS-SEATS-EDIT                PIC ZZZZ9.
002360
002370*----------------------------------------------------------------*
002380*    RECORD-ID FIELDS FOR THE BROWSES.  WS-EN-RID WALKS ONE       *
002390*    STUDENT'S ROWS ON THE BASE KEY; WS-CRS-RID WALKS ONE         *
002400*    COURSE'S ROWS ON THE ENRLCRS PATH.  WS-ENQ-COURSE NAMES THE  *
002410*    ENQ RESOURCE THAT SERIALIZES ADDS TO ONE COURSE.             *
002413*    WS-CG-RID WALKS THE STUDENT'S COURSE-GRADES ROWS FOR         *
002416*    WS-ATTEMPT-COURSE, ONE PER ATTEMPT.                          *
002420*----------------------------------------------------------------*
002430 01  WS-EN-RID.
002440     05  WS-EN-RID-STUDENT-ID     PIC X(06).
002450     05  WS-EN-RID-COURSE-CODE    PIC X(06).
002451     05  WS-EN-RID-TERM           PIC X(05).
002452 01  WS-CG-RID.
002453     05  WS-CG-RID-STUDENT-ID     PIC X(06).
002454     05  WS-CG-RID-COURSE-CODE    PIC X(06).
002455     05  WS-CG-RID-TERM           PIC X(05).
002456 01  WS-ATTEMPT-COURSE            PIC X(06) VALUE SPACES.
002460 01  WS-CRS-RID                   PIC X(06) VALUE SPACES.
002470 01  WS-ENQ-RESOURCE.
002480     05  FILLER                   PIC X(04) VALUE 'ESTU'.
002490     05  WS-ENQ-COURSE            PIC X(06) VALUE SPACES.
002500
002510 01  WS-OPER-KEY                  PIC X(08) VALUE SPACES.
002520
002530 01  WS-ABSTIME                   PIC S9(15) COMP-3.
002540 01  WS-FORMATTED-DATE            PIC X(08).
002550 01  WS-FORMATTED-TIME            PIC X(06).
002560 01  WS-AUDIT-TIME-BUILD.
002570     05  WS-AUDIT-TIME-HHMMSS     PIC X(06).
002580     05  FILLER                   PIC X(02) VALUE '00'.
002590
002600*----------------------------------------------------------------*
002610*    WS-COMMAREA - THE STUDENT, COURSE, TERM, AND SECTION ON THE  *
002620*    SCREEN, CARRIED BETWEEN PSEUDO-CONVERSATIONAL ENTRIES.       *
002630*----------------------------------------------------------------*
002640 01  WS-COMMAREA.
002650     05  CA-STUDENT-ID            PIC X(06) VALUE SPACES.
002660     05  CA-COURSE-CODE           PIC X(06) VALUE SPACES.
002670     05  CA-TERM                  PIC X(05) VALUE SPACES.
002680     05  CA-SECTION-NO            PIC X(03) VALUE SPACES.
002690
002700 LINKAGE SECTION.
002710 01  DFHCOMMAREA                  PIC X(20).
002720
002730 PROCEDURE DIVISION.
002740******************************************************************
002750*    0000-MAINLINE - FIRST ENTRY (EIBCALEN = 0) CHECKS THE        *
002760*        OPERATOR AND PAINTS A BLANK SCREEN; EVERY SUBSEQUENT     *
002770*        ENTRY RECEIVES THE MAP, DOES THE ADD, DROP, OR SHOW,     *
002780*        AND REDISPLAYS THE SEATS AND THE SCHEDULE.               *
002790******************************************************************
002800 0000-MAINLINE.
002810     IF EIBCALEN = 0
002820         PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
002830         IF OPERATOR-AUTHORIZED
002840             PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
002850         ELSE
002860             PERFORM 0600-REFUSE-ENTRY THRU 0600-EXIT
002870             SET REG-SESSION-DONE TO TRUE
002880         END-IF
002890     ELSE
002900         MOVE DFHCOMMAREA (1:20) TO WS-COMMAREA
002910         PERFORM 2000-RECEIVE-MAP THRU 2000-EXIT
002920         PERFORM 3000-EDIT-FUNCTION THRU 3000-EXIT
002930         IF REG-OK AND NOT REG-SESSION-DONE
002940             PERFORM 4000-PROCESS-FUNCTION THRU 4000-EXIT
002950         END-IF
002960         PERFORM 5000-SEND-MAP THRU 5000-EXIT
002970     END-IF
002980
002990     IF REG-SESSION-DONE
003000         EXEC CICS RETURN
003010         END-EXEC
003020     ELSE
003030         EXEC CICS RETURN
003040             TRANSID('ESTU')
003050             COMMAREA(WS-COMMAREA)
003060         END-EXEC
003070     END-IF.
003080
003090******************************************************************
003100*    0500-CHECK-AUTHORITY - LOOK THE OPERATOR UP ON OPERSEC.      *
003110*        REGISTERING STUDENTS NEEDS LEVEL 2 OR BETTER, THE SAME   *
003120*        AS STUDENT MAINTENANCE; AN OPERATOR NOT ON THE FILE HAS  *
003130*        NO AUTHORITY AT ALL.                                     *
003140******************************************************************
003150 0500-CHECK-AUTHORITY.
003160     MOVE 'N' TO WS-AUTH-SWITCH
003170     MOVE EIBOPID TO WS-OPER-KEY
003180
003190     EXEC CICS READ FILE('OPERSEC')
003200         INTO(OPERATOR-SECURITY-DATA)
003210         RIDFLD(WS-OPER-KEY)
003220         RESP(WS-RESP)
003230     END-EXEC
003240
003250     IF WS-RESP = DFHRESP(NORMAL)
003260             AND OP-LEVEL-VALID
003270             AND OP-AUTH-LEVEL NOT < '2'
003280         SET OPERATOR-AUTHORIZED TO TRUE
003290     END-IF.
003300 0500-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*    0600-REFUSE-ENTRY - TELL THE OPERATOR, AUDIT THE ATTEMPT,    *
003350*        AND LET THE SESSION END.                                 *
003360******************************************************************
003370 0600-REFUSE-ENTRY.
003380     MOVE SPACES TO ENRL1O
003390     MOVE 'NOT AUTHORIZED FOR REGISTRATION - SEE LEAD'
003400         TO WS-MESSAGE
003410     MOVE WS-MESSAGE TO EMSGO
003420
003430     MOVE SPACES TO WS-REQ-STUDENT-ID
003440     MOVE 'DENIED' TO AUDIT-TRAN-CODE
003450     PERFORM 4900-WRITE-AUDIT THRU 4900-EXIT
003460
003470     EXEC CICS SEND MAP('ENRL1')
003480         MAPSET('ENRLSET')
003490         ERASE
003500     END-EXEC.
003510 0600-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550*    1000-SEND-INITIAL-MAP - PAINT A BLANK SCREEN THE FIRST TIME  *
003560*        THE TRANSACTION IS ENTERED.                              *
003570******************************************************************
003580 1000-SEND-INITIAL-MAP.
003590     MOVE SPACES TO ENRL1O
003600     MOVE 'ENTER FUNCTION, STUDENT ID, COURSE, TERM, AND SECTION'
003610         TO EMSGO
003620
003630     EXEC CICS SEND MAP('ENRL1')
003640         MAPSET('ENRLSET')
003650         ERASE
003660     END-EXEC.
003670 1000-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    2000-RECEIVE-MAP - READ WHAT THE OPERATOR KEYED IN.  A FIELD *
003720*        KEYED THIS TIME REPLACES THE VALUE CARRIED IN THE        *
003730*        COMMAREA; A FIELD LEFT ALONE KEEPS IT, SINCE IT IS STILL *
003740*        ON THE SCREEN.  NOTHING KEYED AT ALL (MAPFAIL) LEAVES    *
003750*        THE FUNCTION BLANK FOR 3000 TO REFUSE.                   *
003760******************************************************************
003770 2000-RECEIVE-MAP.
003780     EXEC CICS RECEIVE MAP('ENRL1')
003790         MAPSET('ENRLSET')
003800         INTO(ENRL1I)
003810         RESP(WS-RESP)
003820     END-EXEC
003830
003840     IF WS-RESP NOT = DFHRESP(NORMAL)
003850         MOVE LOW-VALUES TO ENRL1I
003860     END-IF
003870
003880     MOVE SPACE          TO WS-REQ-FUNCTION
003890     MOVE CA-STUDENT-ID  TO WS-REQ-STUDENT-ID
003900     MOVE CA-COURSE-CODE TO WS-REQ-COURSE-CODE
003910     MOVE CA-TERM        TO WS-REQ-TERM
003920     MOVE CA-SECTION-NO  TO WS-REQ-SECTION-NO
003930
003940     IF EFUNCL > ZERO
003950         MOVE EFUNCI TO WS-REQ-FUNCTION
003960     END-IF
003970     IF ESIDL > ZERO
003980         MOVE ESIDI TO WS-REQ-STUDENT-ID
003990     END-IF
004000     IF ECRSEL > ZERO
004010         MOVE ECRSEI TO WS-REQ-COURSE-CODE
004020     END-IF
004030     IF ETERML > ZERO
004040         MOVE ETERMI TO WS-REQ-TERM
004050     END-IF
004060     IF ESECTL > ZERO
004070         MOVE ESECTI TO WS-REQ-SECTION-NO
004080     END-IF
004090
004100     INSPECT WS-REG-REQUEST REPLACING ALL LOW-VALUES BY SPACES
004110
004120     MOVE WS-REQ-STUDENT-ID  TO CA-STUDENT-ID
004130     MOVE WS-REQ-COURSE-CODE TO CA-COURSE-CODE
004140     MOVE WS-REQ-TERM        TO CA-TERM
004150     MOVE WS-REQ-SECTION-NO  TO CA-SECTION-NO.
004160 2000-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    3000-EDIT-FUNCTION - VALIDATE THE FUNCTION CODE AND THE      *
004210*        STUDENT ID BEFORE TOUCHING ANY FILE.                     *
004220******************************************************************
004230 3000-EDIT-FUNCTION.
004240     SET REG-OK TO TRUE
004250     MOVE SPACES TO WS-MESSAGE
004260
004270     IF WS-REQ-EXIT
004280         SET REG-SESSION-DONE TO TRUE
004290         MOVE 'SESSION ENDED' TO WS-MESSAGE
004300         GO TO 3000-EXIT
004310     END-IF
004320
004330     IF NOT WS-REQ-FUNCTION-VALID
004340         SET REG-NOT-OK TO TRUE
004350         MOVE 'FUNCTION MUST BE A, D, S, OR X' TO WS-MESSAGE
004360         GO TO 3000-EXIT
004370     END-IF
004380
004390     IF WS-REQ-STUDENT-ID = SPACES
004400         SET REG-NOT-OK TO TRUE
004410         MOVE 'STUDENT ID MISSING' TO WS-MESSAGE
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    4000-PROCESS-FUNCTION - DRIVE THE REQUESTED ADD OR DROP      *
004480*        AGAINST CURRENT-ENROLLMENT.  A SHOW ONLY REFRESHES THE   *
004490*        SEATS AND THE SCHEDULE, WHICH 5000 DOES FOR EVERY        *
004500*        FUNCTION.  THE COURSE ENQ TAKEN FOR AN ADD IS GIVEN UP   *
004510*        HERE WHETHER OR NOT THE ADD WENT THROUGH.                *
004520******************************************************************
004530 4000-PROCESS-FUNCTION.
004540     EVALUATE TRUE
004550         WHEN WS-REQ-ADD
004560             PERFORM 4100-EDIT-ADD THRU 4100-EXIT
004570             IF REG-OK
004580                 PERFORM 4500-ADD-ENROLLMENT THRU 4500-EXIT
004590             END-IF
004600         WHEN WS-REQ-DROP
004610             PERFORM 4600-DROP-ENROLLMENT THRU 4600-EXIT
004620         WHEN WS-REQ-SHOW
004630             MOVE 'SCHEDULE AND SEATS SHOWN' TO WS-MESSAGE
004640     END-EVALUATE
004650
004660     IF WS-COURSE-ENQUEUED
004670         EXEC CICS DEQ
004680             RESOURCE(WS-ENQ-RESOURCE)
004690             LENGTH(LENGTH OF WS-ENQ-RESOURCE)
004700         END-EXEC
004710         MOVE 'N' TO WS-ENQ-SWITCH
004720     END-IF.
004730 4000-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*    4100-EDIT-ADD - ENRLLOAD'S ADD EDITS, IN ENRLLOAD'S ORDER,   *
004780*        WITH ENRLLOAD'S REJECT TEXT.  THE COURSE ENQ IS TAKEN    *
004790*        JUST BEFORE THE SEATS ARE COUNTED AND HELD UNTIL THE ROW *
004800*        IS WRITTEN, SO THE COUNT CANNOT GO STALE UNDER US.       *
004810******************************************************************
004820 4100-EDIT-ADD.
004830     MOVE 'N' TO WS-OVERRIDE-USED-SWITCH
004840
004850     IF WS-REQ-COURSE-CODE = SPACES
004860         SET REG-NOT-OK TO TRUE
004870         MOVE 'COURSE CODE MISSING' TO WS-MESSAGE
004880         GO TO 4100-EXIT
004890     END-IF
004900
004910     MOVE WS-REQ-STUDENT-ID TO WS-STUDENT-ID
004920     EXEC CICS READ FILE('STUDMAST')
004930         INTO(WS-STUDENT-DATA)
004940         RIDFLD(WS-STUDENT-ID)
004950         RESP(WS-RESP)
004960     END-EXEC
004970     IF WS-RESP NOT = DFHRESP(NORMAL)
004980         SET REG-NOT-OK TO TRUE
004990         MOVE 'STUDENT NOT ON MASTER' TO WS-MESSAGE
005000         GO TO 4100-EXIT
005010     END-IF
005020
005030     PERFORM 4150-CHECK-HOLDS THRU 4150-EXIT
005040         VARYING WS-HOLD-SUB FROM 1 BY 1
005050         UNTIL WS-HOLD-SUB > 3
005060            OR REG-NOT-OK
005070     IF REG-NOT-OK
005080         GO TO 4100-EXIT
005090     END-IF
005100
005110     IF WS-REQ-TERM-YEAR NOT NUMERIC
005120         SET REG-NOT-OK TO TRUE
005130         MOVE 'TERM YEAR NOT NUMERIC' TO WS-MESSAGE
005140         GO TO 4100-EXIT
005150     END-IF
005160
005170     IF NOT WS-REQ-TERM-CODE-VALID
005180         SET REG-NOT-OK TO TRUE
005190         MOVE 'TERM CODE NOT 1, 2, OR 3' TO WS-MESSAGE
005200         GO TO 4100-EXIT
005210     END-IF
005220
005230     MOVE WS-REQ-TERM TO TC-TERM
005240     EXEC CICS READ FILE('TERMCTL')
005250         INTO(TERM-CONTROL-DATA)
005260         RIDFLD(TC-TERM)
005270         RESP(WS-RESP)
005280     END-EXEC
005290     IF WS-RESP NOT = DFHRESP(NORMAL)
005300         SET TC-TERM-OPEN TO TRUE
005310     END-IF
005320     IF NOT TC-TERM-OPEN
005330         SET REG-NOT-OK TO TRUE
005340         MOVE 'TERM NOT OPEN FOR REGISTRATION' TO WS-MESSAGE
005350         GO TO 4100-EXIT
005360     END-IF
005370
005380     MOVE WS-REQ-COURSE-CODE TO CAT-COURSE-CODE
005390     EXEC CICS READ FILE('CRSECAT')
005400         INTO(COURSE-CATALOG-DATA)
005410         RIDFLD(CAT-COURSE-CODE)
005420         RESP(WS-RESP)
005430     END-EXEC
005440     IF WS-RESP NOT = DFHRESP(NORMAL)
005450         SET REG-NOT-OK TO TRUE
005460         MOVE 'COURSE NOT IN CATALOG' TO WS-MESSAGE
005470         GO TO 4100-EXIT
005480     END-IF
005490
005500     IF CAT-ACTIVE-FLAG NOT = 'A'
005510         SET REG-NOT-OK TO TRUE
005520         MOVE 'COURSE NOT ACTIVE' TO WS-MESSAGE
005530         GO TO 4100-EXIT
005540     END-IF
005541
005542     PERFORM 4700-CHECK-REPEAT-LIMIT THRU 4700-EXIT
005543     IF REG-NOT-OK
005544         GO TO 4100-EXIT
005545     END-IF
005550
005560     MOVE WS-REQ-COURSE-CODE TO WS-ENQ-COURSE
005570     EXEC CICS ENQ
005580         RESOURCE(WS-ENQ-RESOURCE)
005590         LENGTH(LENGTH OF WS-ENQ-RESOURCE)
005600     END-EXEC
005610     SET WS-COURSE-ENQUEUED TO TRUE
005620
005630     PERFORM 7000-COUNT-SEATS THRU 7000-EXIT
005640
005650     IF CAT-SEAT-LIMIT > ZERO
005660         AND WS-CRS-ENROLLED NOT < CAT-SEAT-LIMIT
005670         SET REG-NOT-OK TO TRUE
005680         MOVE 'COURSE FULL - SEAT LIMIT MET' TO WS-MESSAGE
005690         GO TO 4100-EXIT
005700     END-IF
005710
005720     IF WS-REQ-SECTION-NO = SPACES
005730         SET REG-NOT-OK TO TRUE
005740         MOVE 'SECTION MISSING' TO WS-MESSAGE
005750         GO TO 4100-EXIT
005760     END-IF
005770
005780     MOVE WS-REQ-TERM        TO SEC-TERM
005790     MOVE WS-REQ-COURSE-CODE TO SEC-COURSE-CODE
005800     MOVE WS-REQ-SECTION-NO  TO SEC-SECTION-NO
005810     EXEC CICS READ FILE('SECTMAST')
005820         INTO(COURSE-SECTION-DATA)
005830         RIDFLD(SEC-KEY)
005840         RESP(WS-RESP)
005850     END-EXEC
005860     IF WS-RESP NOT = DFHRESP(NORMAL)
005870         SET REG-NOT-OK TO TRUE
005880         MOVE 'SECTION NOT OFFERED THIS TERM' TO WS-MESSAGE
005890         GO TO 4100-EXIT
005900     END-IF
005910
005920     IF SEC-SEAT-LIMIT > ZERO
005930         AND WS-SEC-ENROLLED NOT < SEC-SEAT-LIMIT
005940         SET REG-NOT-OK TO TRUE
005950         MOVE 'SECTION FULL - SEAT LIMIT MET' TO WS-MESSAGE
005960         GO TO 4100-EXIT
005970     END-IF
005980
005990     MOVE SEC-MEETING-DAYS TO WS-ADD-DAY-TABLE
006000     MOVE SEC-START-TIME   TO WS-ADD-START-TIME
006010     MOVE SEC-END-TIME     TO WS-ADD-END-TIME
006020
006030     PERFORM 4200-CHECK-TIME-CONFLICT THRU 4200-EXIT
006040     IF REG-NOT-OK
006050         GO TO 4100-EXIT
006060     END-IF
006070
006080     PERFORM 4400-CHECK-PREREQS THRU 4400-EXIT.
006090 4100-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*    4150-CHECK-HOLDS - ONE HOLD TYPE FOR THE STUDENT.  NO HOLD   *
006140*        ON FILE, OR ONE ALREADY RELEASED, LETS THE ADD GO ON;    *
006150*        AN ACTIVE HOLD REJECTS IT NAMING THE HOLD TYPE.          *
006160******************************************************************
006170 4150-CHECK-HOLDS.
006180     MOVE WS-REQ-STUDENT-ID          TO HD-STUDENT-ID
006190     MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO HD-HOLD-TYPE
006200     EXEC CICS READ FILE('STUHOLD')
006210         INTO(STUDENT-HOLD-DATA)
006220         RIDFLD(HD-KEY)
006230         RESP(WS-RESP)
006240     END-EXEC
006250     IF WS-RESP NOT = DFHRESP(NORMAL)
006260         GO TO 4150-EXIT
006270     END-IF
006280
006290     IF NOT HD-HOLD-ACTIVE
006300         GO TO 4150-EXIT
006310     END-IF
006320
006330     SET REG-NOT-OK TO TRUE
006340     EVALUATE TRUE
006350         WHEN HD-HOLD-BURSAR
006360             MOVE 'STUDENT ON BURSAR HOLD' TO WS-MESSAGE
006370         WHEN HD-HOLD-REGISTRAR
006380             MOVE 'STUDENT ON REGISTRAR HOLD' TO WS-MESSAGE
006390         WHEN HD-HOLD-DEAN
006400             MOVE 'STUDENT ON DEAN HOLD' TO WS-MESSAGE
006410     END-EVALUATE.
006420 4150-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    4200-CHECK-TIME-CONFLICT - BROWSE THE STUDENT'S OWN          *
006470*        ENROLLMENT ROWS AND REJECT THE ADD IF ANY SECTION HELD   *
006480*        IN THE SAME TERM MEETS ON A SHARED DAY AT AN OVERLAPPING *
006490*        TIME.  AN ARRANGED SECTION (NO MEETING DAYS) NEVER       *
006500*        CONFLICTS, NOR DOES A ROW WITH NO SECTION RECORDED.      *
006510******************************************************************
006520 4200-CHECK-TIME-CONFLICT.
006530     MOVE 'N' TO WS-CONFLICT-SWITCH
006540     MOVE 'N' TO WS-BROWSE-DONE-SWITCH
006550
006560     IF WS-ADD-DAY-TABLE = SPACES
006570         GO TO 4200-EXIT
006580     END-IF
006590
006600     MOVE WS-REQ-STUDENT-ID TO WS-EN-RID-STUDENT-ID
006610     MOVE LOW-VALUES        TO WS-EN-RID-COURSE-CODE
006615     MOVE LOW-VALUES        TO WS-EN-RID-TERM
006620     EXEC CICS STARTBR FILE('ENROLMNT')
006630         RIDFLD(WS-EN-RID)
006640         GTEQ
006650         RESP(WS-RESP)
006660     END-EXEC
006670     IF WS-RESP NOT = DFHRESP(NORMAL)
006680         GO TO 4200-EXIT
006690     END-IF
006700
006710     PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT
006720
006730     PERFORM 4300-CHECK-ONE-HELD THRU 4300-EXIT
006740         UNTIL WS-BROWSE-DONE
006750            OR WS-TIME-CONFLICT
006760
006770     EXEC CICS ENDBR FILE('ENROLMNT')
006780         RESP(WS-RESP)
006790     END-EXEC
006800
006810     IF WS-TIME-CONFLICT
006820         SET REG-NOT-OK TO TRUE
006830         MOVE WS-CONFLICT-REASON TO WS-MESSAGE
006840     END-IF.
006850 4200-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    4250-READ-SCHEDULE - READ THE STUDENT'S NEXT ENROLLMENT ROW. *
006900*        THE FIRST ROW OF THE NEXT STUDENT ENDS THE BROWSE.       *
006910******************************************************************
006920 4250-READ-SCHEDULE.
006930     EXEC CICS READNEXT FILE('ENROLMNT')
006940         INTO(ENROLLMENT-DATA)
006950         RIDFLD(WS-EN-RID)
006960         RESP(WS-RESP)
006970     END-EXEC
006980
006990     IF WS-RESP NOT = DFHRESP(NORMAL)
007000         SET WS-BROWSE-DONE TO TRUE
007010         GO TO 4250-EXIT
007020     END-IF
007030
007040     IF EN-STUDENT-ID NOT = WS-REQ-STUDENT-ID
007050         SET WS-BROWSE-DONE TO TRUE
007060     END-IF.
007070 4250-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*    4300-CHECK-ONE-HELD - COMPARE ONE SECTION THE STUDENT HOLDS  *
007120*        WITH THE SECTION BEING ADDED.  TWO MEETINGS OVERLAP WHEN *
007130*        EACH STARTS BEFORE THE OTHER ENDS; THEY CONFLICT WHEN    *
007140*        THEY ALSO SHARE A MEETING DAY.                           *
007150******************************************************************
007160 4300-CHECK-ONE-HELD.
007170     IF EN-TERM NOT = WS-REQ-TERM
007180        OR EN-SECTION-NO = SPACES
007190        OR EN-COURSE-CODE = WS-REQ-COURSE-CODE
007200         GO TO 4300-READ-NEXT
007210     END-IF
007220
007230     MOVE EN-TERM        TO SEC-TERM
007240     MOVE EN-COURSE-CODE TO SEC-COURSE-CODE
007250     MOVE EN-SECTION-NO  TO SEC-SECTION-NO
007260     EXEC CICS READ FILE('SECTMAST')
007270         INTO(COURSE-SECTION-DATA)
007280         RIDFLD(SEC-KEY)
007290         RESP(WS-RESP)
007300     END-EXEC
007310     IF WS-RESP NOT = DFHRESP(NORMAL)
007320         GO TO 4300-READ-NEXT
007330     END-IF
007340
007350     IF WS-ADD-START-TIME NOT < SEC-END-TIME
007360        OR SEC-START-TIME NOT < WS-ADD-END-TIME
007370         GO TO 4300-READ-NEXT
007380     END-IF
007390
007400     PERFORM 4350-CHECK-ONE-DAY THRU 4350-EXIT
007410         VARYING WS-DAY-SUB FROM 1 BY 1
007420         UNTIL WS-DAY-SUB > 7
007430            OR WS-TIME-CONFLICT
007440
007450     IF WS-TIME-CONFLICT
007460         MOVE EN-COURSE-CODE TO CFR-COURSE-CODE
007470         MOVE EN-SECTION-NO  TO CFR-SECTION-NO
007480         GO TO 4300-EXIT
007490     END-IF.
007500 4300-READ-NEXT.
007510     PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT.
007520 4300-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560*    4350-CHECK-ONE-DAY - DO BOTH SECTIONS MEET ON THIS DAY?      *
007570******************************************************************
007580 4350-CHECK-ONE-DAY.
007590     IF WS-ADD-DAY (WS-DAY-SUB) NOT = SPACE
007600        AND SEC-MEETING-DAY (WS-DAY-SUB) NOT = SPACE
007610         SET WS-TIME-CONFLICT TO TRUE
007620     END-IF.
007630 4350-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670*    4400-CHECK-PREREQS - CHECK EVERY PREREQUISITE OF THE COURSE  *
007680*        AGAINST THE STUDENT'S COURSE-GRADES.  THE FIRST ONE NOT  *
007690*        MET REJECTS THE ADD BY NAME, UNLESS ADVISING HAS FILED   *
007700*        AN OVERRIDE FOR THIS STUDENT AND COURSE - THEN THE ADD   *
007710*        GOES THROUGH AND 4500 AUDITS IT ONCE THE ROW IS ON FILE. *
007720******************************************************************
007730 4400-CHECK-PREREQS.
007740     MOVE SPACES TO WS-PREREQ-REASON
007750
007760     MOVE WS-REQ-COURSE-CODE TO PQ-COURSE-CODE
007770     EXEC CICS READ FILE('PREREQ')
007780         INTO(COURSE-PREREQ-DATA)
007790         RIDFLD(PQ-COURSE-CODE)
007800         RESP(WS-RESP)
007810     END-EXEC
007820     IF WS-RESP NOT = DFHRESP(NORMAL)
007830         GO TO 4400-EXIT
007840     END-IF
007850
007860     PERFORM 4450-CHECK-ONE-PREREQ THRU 4450-EXIT
007870         VARYING WS-PRQ-SUB FROM 1 BY 1
007880         UNTIL WS-PRQ-SUB > 5
007890            OR PRR-COURSE-CODE NOT = SPACES
007900
007910     IF PRR-COURSE-CODE = SPACES
007920         GO TO 4400-EXIT
007930     END-IF
007940
007950     MOVE WS-REQ-STUDENT-ID  TO PO-STUDENT-ID
007960     MOVE WS-REQ-COURSE-CODE TO PO-COURSE-CODE
007970     EXEC CICS READ FILE('PREOVRD')
007980         INTO(PREREQ-OVERRIDE-DATA)
007990         RIDFLD(PO-KEY)
008000         RESP(WS-RESP)
008010     END-EXEC
008020     IF WS-RESP NOT = DFHRESP(NORMAL)
008030         SET REG-NOT-OK TO TRUE
008040         MOVE WS-PREREQ-REASON TO WS-MESSAGE
008050         GO TO 4400-EXIT
008060     END-IF
008070
008080     SET WS-OVERRIDE-USED TO TRUE.
008090 4400-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*    4450-CHECK-ONE-PREREQ - ONE REQUIRED COURSE.  IT IS MET BY   *
008140*        A GRADE OF A-D NO LOWER THAN THE MINIMUM; F, W, I, OR    *
008150*        NO ROW AT ALL LEAVES IT UNMET.                           *
008153*        OF SEVERAL ATTEMPTS ONLY THE ONE THAT COUNTS UNDER THE   *
008156*        REPEAT POLICY IS JUDGED, AS IN ENRLLOAD.                 *
008160******************************************************************
008170 4450-CHECK-ONE-PREREQ.
008180     IF PQ-REQ-COURSE-CODE (WS-PRQ-SUB) = SPACES
008190         GO TO 4450-EXIT
008200     END-IF
008210
008220     MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB) TO WS-ATTEMPT-COURSE
008230     PERFORM 4750-START-ATTEMPTS THRU 4750-EXIT
008240     PERFORM 4760-READ-ATTEMPT THRU 4760-EXIT
008250         UNTIL WS-ATTEMPTS-DONE
008260            OR CG-REPEAT-COUNTED
008270     PERFORM 4770-END-ATTEMPTS THRU 4770-EXIT
008280
008290     IF WS-ATTEMPTS-DONE
008300         MOVE 'PREREQ MISSING - ' TO PRR-TEXT
008310         MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB) TO PRR-COURSE-CODE
008320         GO TO 4450-EXIT
008330     END-IF
008340
008350     IF (CG-LETTER-GRADE NOT = 'A' AND CG-LETTER-GRADE NOT = 'B'
008360             AND CG-LETTER-GRADE NOT = 'C'
008370             AND CG-LETTER-GRADE NOT = 'D')
008380         OR CG-LETTER-GRADE > PQ-MIN-GRADE (WS-PRQ-SUB)
008390         MOVE 'PREREQ BELOW MIN - ' TO PRR-TEXT
008400         MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB) TO PRR-COURSE-CODE
008410     END-IF.
008420 4450-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*    4500-ADD-ENROLLMENT - WRITE THE NEW ENROLLMENT ROW, THEN     *
008470*        AUDIT IT - AND THE OVERRIDE, IF ONE LET IT THROUGH.      *
008480******************************************************************
008490 4500-ADD-ENROLLMENT.
008500     MOVE WS-REQ-STUDENT-ID  TO EN-STUDENT-ID
008510     MOVE WS-REQ-COURSE-CODE TO EN-COURSE-CODE
008520     MOVE WS-REQ-TERM        TO EN-TERM
008530     MOVE WS-REQ-SECTION-NO  TO EN-SECTION-NO
008540
008550     EXEC CICS WRITE FILE('ENROLMNT')
008560         FROM(ENROLLMENT-DATA)
008570         RIDFLD(EN-KEY)
008580         RESP(WS-RESP)
008590     END-EXEC
008600
008610     IF WS-RESP = DFHRESP(DUPREC)
008620         SET REG-NOT-OK TO TRUE
008630         MOVE 'ADD - ALREADY ENROLLED' TO WS-MESSAGE
008640         GO TO 4500-EXIT
008650     END-IF
008660     IF WS-RESP NOT = DFHRESP(NORMAL)
008670         SET REG-NOT-OK TO TRUE
008680         MOVE 'ADD FAILED - I/O ERROR ON CURRENT-ENROLLMENT'
008690             TO WS-MESSAGE
008700         GO TO 4500-EXIT
008710     END-IF
008720
008730     MOVE 'ADDED'            TO RM-ACTION
008740     MOVE EN-COURSE-CODE     TO RM-COURSE-CODE
008750     MOVE EN-SECTION-NO      TO RM-SECTION-NO
008760     MOVE EN-TERM            TO RM-TERM
008770     MOVE WS-REG-MESSAGE     TO WS-MESSAGE
008780     MOVE 'REGADD'           TO AUDIT-TRAN-CODE
008790     PERFORM 4900-WRITE-AUDIT THRU 4900-EXIT
008800
008810     IF WS-OVERRIDE-USED
008820         MOVE WS-PREREQ-REASON    TO OVM-REASON
008830         MOVE WS-OVERRIDE-MESSAGE TO WS-MESSAGE
008840         MOVE 'OVRUSED'           TO AUDIT-TRAN-CODE
008850         PERFORM 4900-WRITE-AUDIT THRU 4900-EXIT
008860         MOVE WS-REG-MESSAGE      TO WS-MESSAGE
008870         MOVE ' - PREREQ OVERRIDE USED' TO WS-MESSAGE (38:23)
008880     END-IF.
008890 4500-EXIT.
008900     EXIT.
008910
008920******************************************************************
008930*    4600-DROP-ENROLLMENT - REMOVE THE STUDENT'S ROW FOR THE      *
008940*        COURSE AND TERM.  THE ROW IS READ FIRST SO THE AUDIT     *
008950*        ENTRY CAN NAME THE SECTION GIVEN UP.                     *
008960******************************************************************
008970 4600-DROP-ENROLLMENT.
008980     IF WS-REQ-COURSE-CODE = SPACES
008990         SET REG-NOT-OK TO TRUE
009000         MOVE 'COURSE CODE MISSING' TO WS-MESSAGE
009010         GO TO 4600-EXIT
009020     END-IF
009030
009040     MOVE WS-REQ-STUDENT-ID  TO EN-STUDENT-ID
009050     MOVE WS-REQ-COURSE-CODE TO EN-COURSE-CODE
009055     MOVE WS-REQ-TERM        TO EN-TERM
009060     EXEC CICS READ FILE('ENROLMNT')
009070         INTO(ENROLLMENT-DATA)
009080         RIDFLD(EN-KEY)
009090         RESP(WS-RESP)
009100     END-EXEC
009110     IF WS-RESP NOT = DFHRESP(NORMAL)
009120         SET REG-NOT-OK TO TRUE
009130         MOVE 'DROP - ROW NOT ON FILE' TO WS-MESSAGE
009140         GO TO 4600-EXIT
009150     END-IF
009160
009170     EXEC CICS DELETE FILE('ENROLMNT')
009180         RIDFLD(EN-KEY)
009190         RESP(WS-RESP)
009200     END-EXEC
009210     IF WS-RESP NOT = DFHRESP(NORMAL)
009220         SET REG-NOT-OK TO TRUE
009230         MOVE 'DROP - ROW NOT ON FILE' TO WS-MESSAGE
009240         GO TO 4600-EXIT
009250     END-IF
009260
009270     MOVE 'DROPPED'          TO RM-ACTION
009280     MOVE EN-COURSE-CODE     TO RM-COURSE-CODE
009290     MOVE EN-SECTION-NO      TO RM-SECTION-NO
009300     MOVE EN-TERM            TO RM-TERM
009310     MOVE WS-REG-MESSAGE     TO WS-MESSAGE
009320     MOVE 'REGDROP'          TO AUDIT-TRAN-CODE
009330     PERFORM 4900-WRITE-AUDIT THRU 4900-EXIT.
009340 4600-EXIT.
009350     EXIT.
009351
009352******************************************************************
009353*    4700-CHECK-REPEAT-LIMIT - COUNT THE STUDENT'S ATTEMPTS AT    *
009354*        THE COURSE THE WAY ENRLLOAD DOES - EVERY COURSE-GRADES   *
009355*        ROW, W INCLUDED, PLUS EVERY SEAT HELD IN A TERM NOT YET  *
009356*        GRADED - AND REJECT THE ADD WHEN ANOTHER WOULD PASS THE  *
009357*        REPEAT POLICY'S LIMIT.                                   *
009358******************************************************************
009359 4700-CHECK-REPEAT-LIMIT.
009360     MOVE ZERO               TO WS-ATTEMPT-CT
009361     MOVE WS-REQ-COURSE-CODE TO WS-ATTEMPT-COURSE
009362     PERFORM 4750-START-ATTEMPTS THRU 4750-EXIT
009363     PERFORM 4710-COUNT-ONE-ATTEMPT THRU 4710-EXIT
009364         UNTIL WS-ATTEMPTS-DONE
009365     PERFORM 4770-END-ATTEMPTS THRU 4770-EXIT
009366
009367     MOVE 'N'                TO WS-BROWSE-DONE-SWITCH
009368     MOVE WS-REQ-STUDENT-ID  TO WS-EN-RID-STUDENT-ID
009369     MOVE WS-REQ-COURSE-CODE TO WS-EN-RID-COURSE-CODE
009370     MOVE LOW-VALUES         TO WS-EN-RID-TERM
009371     EXEC CICS STARTBR FILE('ENROLMNT')
009372         RIDFLD(WS-EN-RID)
009373         GTEQ
009374         RESP(WS-RESP)
009375     END-EXEC
009376     IF WS-RESP NOT = DFHRESP(NORMAL)
009377         GO TO 4700-CHECK-LIMIT
009378     END-IF
009379
009380     PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT
009381     PERFORM 4720-COUNT-ONE-SEAT THRU 4720-EXIT
009382         UNTIL WS-BROWSE-DONE
009383
009384     EXEC CICS ENDBR FILE('ENROLMNT')
009385         RESP(WS-RESP)
009386     END-EXEC.
009387 4700-CHECK-LIMIT.
009388     IF WS-ATTEMPT-CT NOT < RP-ATTEMPT-LIMIT
009389         SET REG-NOT-OK TO TRUE
009390         MOVE 'REPEAT LIMIT REACHED' TO WS-MESSAGE
009391     END-IF.
009392 4700-EXIT.
009393     EXIT.
009394
009395******************************************************************
009396*    4710-COUNT-ONE-ATTEMPT - COUNT ONE GRADED ATTEMPT AND READ   *
009397*        THE NEXT.                                                *
009398******************************************************************
009399 4710-COUNT-ONE-ATTEMPT.
009400     ADD 1 TO WS-ATTEMPT-CT
009401     PERFORM 4760-READ-ATTEMPT THRU 4760-EXIT.
009402 4710-EXIT.
009403     EXIT.
009404
009405******************************************************************
009406*    4720-COUNT-ONE-SEAT - COUNT ONE SEAT THE STUDENT HOLDS IN    *
009407*        THE COURSE UNLESS ITS TERM IS ALREADY GRADED, SO AN      *
009408*        ATTEMPT ON BOTH FILES COUNTS ONCE.  A SEAT IN THE TERM   *
009409*        KEYED IS NOT ANOTHER ATTEMPT - THAT ADD IS A DUPLICATE   *
009410*        AND IS REJECTED AS ALREADY ENROLLED WHEN IT IS WRITTEN.  *
009411*        THE FIRST ROW OF ANOTHER COURSE ENDS THE BROWSE.         *
009412******************************************************************
009413 4720-COUNT-ONE-SEAT.
009414     IF EN-COURSE-CODE NOT = WS-REQ-COURSE-CODE
009415         SET WS-BROWSE-DONE TO TRUE
009416         GO TO 4720-EXIT
009417     END-IF
009418
009419     IF EN-TERM = WS-REQ-TERM
009420         GO TO 4720-READ-NEXT
009421     END-IF
009422
009423     MOVE EN-STUDENT-ID  TO CG-STUDENT-ID
009424     MOVE EN-COURSE-CODE TO CG-COURSE-CODE
009425     MOVE EN-TERM        TO CG-TERM
009426     EXEC CICS READ FILE('COURSGRD')
009427         INTO(COURSE-GRADE-DATA)
009428         RIDFLD(CG-KEY)
009429         RESP(WS-RESP)
009430     END-EXEC
009431     IF WS-RESP = DFHRESP(NOTFND)
009432         ADD 1 TO WS-ATTEMPT-CT
009433     END-IF.
009434
009435 4720-READ-NEXT.
009436     PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT.
009437 4720-EXIT.
009438     EXIT.
009439
009440******************************************************************
009441*    4750-START-ATTEMPTS - START A BROWSE AT THE STUDENT'S FIRST  *
009442*        COURSE-GRADES ROW FOR WS-ATTEMPT-COURSE AND READ IT.     *
009443*        4770 ENDS THE BROWSE.                                    *
009444******************************************************************
009445 4750-START-ATTEMPTS.
009446     MOVE 'N'               TO WS-ATTEMPT-EOF-SWITCH
009447     MOVE 'N'               TO WS-ATTEMPT-BROWSE-SWITCH
009448     MOVE WS-REQ-STUDENT-ID TO WS-CG-RID-STUDENT-ID
009449     MOVE WS-ATTEMPT-COURSE TO WS-CG-RID-COURSE-CODE
009450     MOVE LOW-VALUES        TO WS-CG-RID-TERM
009451     EXEC CICS STARTBR FILE('COURSGRD')
009452         RIDFLD(WS-CG-RID)
009453         GTEQ
009454         RESP(WS-RESP)
009455     END-EXEC
009456     IF WS-RESP NOT = DFHRESP(NORMAL)
009457         SET WS-ATTEMPTS-DONE TO TRUE
009458         GO TO 4750-EXIT
009459     END-IF
009460
009461     SET WS-ATTEMPTS-BROWSING TO TRUE
009462     PERFORM 4760-READ-ATTEMPT THRU 4760-EXIT.
009463 4750-EXIT.
009464     EXIT.
009465
009466******************************************************************
009467*    4760-READ-ATTEMPT - READ THE NEXT ROW; THE FIRST ROW OF      *
009468*        ANOTHER COURSE OR STUDENT ENDS THE ATTEMPTS.             *
009469******************************************************************
009470 4760-READ-ATTEMPT.
009471     EXEC CICS READNEXT FILE('COURSGRD')
009472         INTO(COURSE-GRADE-DATA)
009473         RIDFLD(WS-CG-RID)
009474         RESP(WS-RESP)
009475     END-EXEC
009476
009477     IF WS-RESP NOT = DFHRESP(NORMAL)
009478         SET WS-ATTEMPTS-DONE TO TRUE
009479         GO TO 4760-EXIT
009480     END-IF
009481
009482     IF CG-STUDENT-ID NOT = WS-REQ-STUDENT-ID
009483        OR CG-COURSE-CODE NOT = WS-ATTEMPT-COURSE
009484         SET WS-ATTEMPTS-DONE TO TRUE
009485     END-IF.
009486 4760-EXIT.
009487     EXIT.
009488
009489******************************************************************
009490*    4770-END-ATTEMPTS - END THE COURSE-GRADES BROWSE IF 4750     *
009491*        STARTED ONE.                                             *
009492******************************************************************
009493 4770-END-ATTEMPTS.
009494     IF WS-ATTEMPTS-BROWSING
009495         EXEC CICS ENDBR FILE('COURSGRD')
009496             RESP(WS-RESP)
009497         END-EXEC
009498         MOVE 'N' TO WS-ATTEMPT-BROWSE-SWITCH
009499     END-IF.
009500 4770-EXIT.
009501     EXIT.
009502
009503******************************************************************
009504*    4900-WRITE-AUDIT - APPEND ONE ENTRY TO THE HELLO-AUDIT-LOG   *
009505*        TRANSIENT DATA QUEUE.  THE CALLER SET THE TRAN CODE AND  *
009506*        WS-MESSAGE; THE OPERATOR ID IS WHO DID IT AND THE        *
009507*        STUDENT ID IS WHO IT WAS DONE FOR.                       *
009508******************************************************************
009509 4900-WRITE-AUDIT.
009510     EXEC CICS ASKTIME
009511         ABSTIME(WS-ABSTIME)
009512     END-EXEC
009513     EXEC CICS FORMATTIME
009514         ABSTIME(WS-ABSTIME)
009515         YYYYMMDD(WS-FORMATTED-DATE)
009516         TIME(WS-FORMATTED-TIME)
009517     END-EXEC
009520     MOVE WS-FORMATTED-DATE   TO AUDIT-RUN-DATE
009530     MOVE WS-FORMATTED-TIME   TO WS-AUDIT-TIME-HHMMSS
009540     MOVE WS-AUDIT-TIME-BUILD TO AUDIT-RUN-TIME
009550     MOVE 'ENRLSTU'           TO AUDIT-PROGRAM-ID
009560     MOVE EIBTRMID            TO AUDIT-JOB-ID
009570     MOVE EIBOPID             TO AUDIT-USER-ID
009580     MOVE WS-REQ-STUDENT-ID   TO AUDIT-STUDENT-ID
009590     MOVE ZERO                TO AUDIT-RECORDS-READ
009600     MOVE ZERO                TO AUDIT-RECORDS-REJECT
009610     MOVE ZERO                TO AUDIT-CYCLE-NUMBER
009620     MOVE WS-MESSAGE          TO AUDIT-MESSAGE
009630
009640     EXEC CICS WRITEQ TD
009650         QUEUE('AUDT')
009660         FROM(AUDIT-LOG-RECORD)
009670         LENGTH(LENGTH OF AUDIT-LOG-RECORD)
009680         RESP(WS-RESP)
009690     END-EXEC.
009700 4900-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740*    5000-SEND-MAP - REDISPLAY THE SCREEN: THE KEYS IN USE, THE   *
009750*        STUDENT'S NAME, THE SEATS LEFT, THE SCHEDULE, AND THE    *
009760*        RESULT MESSAGE.  AN ENDED SESSION JUST GETS THE MESSAGE. *
009770******************************************************************
009780 5000-SEND-MAP.
009790     MOVE SPACES TO ENRL1O
009800     MOVE WS-MESSAGE TO EMSGO
009810
009820     IF REG-SESSION-DONE
009830         EXEC CICS SEND MAP('ENRL1')
009840             MAPSET('ENRLSET')
009850             ERASE
009860         END-EXEC
009870         GO TO 5000-EXIT
009880     END-IF
009890
009900     MOVE WS-REQ-STUDENT-ID  TO ESIDO
009910     MOVE WS-REQ-COURSE-CODE TO ECRSEO
009920     MOVE WS-REQ-TERM        TO ETERMO
009930     MOVE WS-REQ-SECTION-NO  TO ESECTO
009940
009950     IF WS-REQ-STUDENT-ID NOT = SPACES
009960         MOVE WS-REQ-STUDENT-ID TO WS-STUDENT-ID
009970         EXEC CICS READ FILE('STUDMAST')
009980             INTO(WS-STUDENT-DATA)
009990             RIDFLD(WS-STUDENT-ID)
010000             RESP(WS-RESP)
010010         END-EXEC
010020         IF WS-RESP = DFHRESP(NORMAL)
010030             MOVE WS-STUDENT-NAME TO ENAMEO
010040         ELSE
010050             MOVE '(NOT ON MASTER)' TO ENAMEO
010060         END-IF
010070         PERFORM 6200-LOAD-SCHEDULE THRU 6200-EXIT
010080     END-IF
010090
010100     IF WS-REQ-COURSE-CODE NOT = SPACES
010110         PERFORM 6100-SHOW-SEATS THRU 6100-EXIT
010120     END-IF
010130
010140     EXEC CICS SEND MAP('ENRL1')
010150         MAPSET('ENRLSET')
010160         ERASE
010170     END-EXEC.
010180 5000-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220*    6100-SHOW-SEATS - SEATS LEFT IN THE COURSE, AND IN THE       *
010230*        SECTION WHEN ONE IS KEYED, COUNTED FRESH SO AN ADD OR    *
010240*        DROP JUST MADE IS ALREADY REFLECTED.  A LIMIT OF ZERO    *
010250*        MEANS NO LIMIT.                                          *
010260******************************************************************
010270 6100-SHOW-SEATS.
010280     MOVE WS-REQ-COURSE-CODE TO CAT-COURSE-CODE
010290     EXEC CICS READ FILE('CRSECAT')
010300         INTO(COURSE-CATALOG-DATA)
010310         RIDFLD(CAT-COURSE-CODE)
010320         RESP(WS-RESP)
010330     END-EXEC
010340     IF WS-RESP NOT = DFHRESP(NORMAL)
010350         MOVE 'NO COURSE' TO ECSEATO
010360         GO TO 6100-EXIT
010370     END-IF
010380
010390     PERFORM 7000-COUNT-SEATS THRU 7000-EXIT
010400
010410     IF CAT-SEAT-LIMIT = ZERO
010420         MOVE 'NO LIMIT' TO ECSEATO
010430     ELSE
010440         COMPUTE WS-SEATS-LEFT = CAT-SEAT-LIMIT - WS-CRS-ENROLLED
010450         IF WS-SEATS-LEFT < ZERO
010460             MOVE ZERO TO WS-SEATS-LEFT
010470         END-IF
010480         MOVE WS-SEATS-LEFT TO WS-SEATS-EDIT
010490         MOVE WS-SEATS-EDIT TO ECSEATO
010500     END-IF
010510
010520     IF WS-REQ-SECTION-NO = SPACES
010530         GO TO 6100-EXIT
010540     END-IF
010550
010560     MOVE WS-REQ-TERM        TO SEC-TERM
010570     MOVE WS-REQ-COURSE-CODE TO SEC-COURSE-CODE
010580     MOVE WS-REQ-SECTION-NO  TO SEC-SECTION-NO
010590     EXEC CICS READ FILE('SECTMAST')
010600         INTO(COURSE-SECTION-DATA)
010610         RIDFLD(SEC-KEY)
010620         RESP(WS-RESP)
010630     END-EXEC
010640     IF WS-RESP NOT = DFHRESP(NORMAL)
010650         MOVE 'NO SECT' TO ESSEATO
010660         GO TO 6100-EXIT
010670     END-IF
010680
010690     IF SEC-SEAT-LIMIT = ZERO
010700         MOVE 'NO LIMIT' TO ESSEATO
010710     ELSE
010720         COMPUTE WS-SEATS-LEFT = SEC-SEAT-LIMIT - WS-SEC-ENROLLED
010730         IF WS-SEATS-LEFT < ZERO
010740             MOVE ZERO TO WS-SEATS-LEFT
010750         END-IF
010760         MOVE WS-SEATS-LEFT TO WS-SEATS-EDIT
010770         MOVE WS-SEATS-EDIT TO ESSEATO
010780     END-IF.
010790 6100-EXIT.
010800     EXIT.
010810
010820******************************************************************
010830*    6200-LOAD-SCHEDULE - THE STUDENT'S CURRENT-ENROLLMENT ROWS,  *
010840*        ONE PER SCHEDULE LINE, WITH EACH SECTION'S MEETING TIME  *
010850*        AND ROOM AND THE COURSE TITLE.  MORE ROWS THAN LINES IS  *
010860*        FLAGGED BELOW THE SCHEDULE.                              *
010870******************************************************************
010880 6200-LOAD-SCHEDULE.
010890     MOVE ZERO TO WS-SCHED-SUB
010900     MOVE 'N'  TO WS-MORE-SCHEDULE-SWITCH
010910     MOVE 'N'  TO WS-BROWSE-DONE-SWITCH
010920
010930     MOVE WS-REQ-STUDENT-ID TO WS-EN-RID-STUDENT-ID
010940     MOVE LOW-VALUES        TO WS-EN-RID-COURSE-CODE
010945     MOVE LOW-VALUES        TO WS-EN-RID-TERM
010950     EXEC CICS STARTBR FILE('ENROLMNT')
010960         RIDFLD(WS-EN-RID)
010970         GTEQ
010980         RESP(WS-RESP)
010990     END-EXEC
011000     IF WS-RESP NOT = DFHRESP(NORMAL)
011010         MOVE 'NO CURRENT ENROLLMENT ON FILE' TO ESCHDO (1)
011020         GO TO 6200-EXIT
011030     END-IF
011040
011050     PERFORM 6250-READ-SCHEDULE-LINE THRU 6250-EXIT
011060         UNTIL WS-BROWSE-DONE OR WS-SCHED-SUB = 8
011070
011080     IF NOT WS-BROWSE-DONE
011090         PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT
011100         IF NOT WS-BROWSE-DONE
011110             SET WS-MORE-SCHEDULE TO TRUE
011120         END-IF
011130     END-IF
011140
011150     EXEC CICS ENDBR FILE('ENROLMNT')
011160         RESP(WS-RESP)
011170     END-EXEC
011180
011190     IF WS-SCHED-SUB = ZERO
011200         MOVE 'NO CURRENT ENROLLMENT ON FILE' TO ESCHDO (1)
011210     END-IF
011220
011230     IF WS-MORE-SCHEDULE
011240         MOVE 'MORE COURSES ON FILE THAN SHOWN' TO EMOREO
011250     END-IF.
011260 6200-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300*    6250-READ-SCHEDULE-LINE - ONE ENROLLMENT ROW ONTO THE        *
011310*        SCHEDULE.  A ROW WITH NO SECTION, OR WHOSE SECTION IS    *
011320*        GONE, SHOWS WITHOUT A MEETING TIME.                      *
011330******************************************************************
011340 6250-READ-SCHEDULE-LINE.
011350     PERFORM 4250-READ-SCHEDULE THRU 4250-EXIT
011360     IF WS-BROWSE-DONE
011370         GO TO 6250-EXIT
011380     END-IF
011390
011400     MOVE EN-TERM        TO SL-TERM
011410     MOVE EN-COURSE-CODE TO SL-COURSE-CODE
011420     MOVE EN-SECTION-NO  TO SL-SECTION-NO
011430     MOVE SPACES         TO SL-DAYS
011440     MOVE SPACES         TO SL-TIMES
011450     MOVE SPACES         TO SL-ROOM
011460     MOVE SPACES         TO SL-TITLE
011470
011480     IF EN-SECTION-NO NOT = SPACES
011490         MOVE EN-TERM        TO SEC-TERM
011500         MOVE EN-COURSE-CODE TO SEC-COURSE-CODE
011510         MOVE EN-SECTION-NO  TO SEC-SECTION-NO
011520         EXEC CICS READ FILE('SECTMAST')
011530             INTO(COURSE-SECTION-DATA)
011540             RIDFLD(SEC-KEY)
011550             RESP(WS-RESP)
011560         END-EXEC
011570         IF WS-RESP = DFHRESP(NORMAL)
011580             MOVE SEC-MEETING-DAYS TO SL-DAYS
011590             MOVE SEC-START-TIME   TO SL-START-TIME
011600             MOVE '-'              TO SL-DASH
011610             MOVE SEC-END-TIME     TO SL-END-TIME
011620             MOVE SEC-ROOM         TO SL-ROOM
011630         END-IF
011640     END-IF
011650
011660     MOVE EN-COURSE-CODE TO CAT-COURSE-CODE
011670     EXEC CICS READ FILE('CRSECAT')
011680         INTO(COURSE-CATALOG-DATA)
011690         RIDFLD(CAT-COURSE-CODE)
011700         RESP(WS-RESP)
011710     END-EXEC
011720     IF WS-RESP = DFHRESP(NORMAL)
011730         MOVE CAT-COURSE-TITLE TO SL-TITLE
011740     END-IF
011750
011760     ADD 1 TO WS-SCHED-SUB
011770     MOVE WS-SCHEDULE-LINE TO ESCHDO (WS-SCHED-SUB).
011780 6250-EXIT.
011790     EXIT.
011800
011810******************************************************************
011820*    7000-COUNT-SEATS - COUNT THE SEATS FILLED IN THE COURSE AND  *
011830*        SECTION KEYED, BY THE SAME RULE ENRLLOAD'S OPENING SWEEP *
011840*        USES (SEE ENRLLOAD 1500-COUNT-ONE-SEAT): A ROW FOR THE   *
011850*        COURSE IN THE TERM KEYED COUNTS AGAINST THE COURSE       *
011860*        LIMIT - A SEAT HELD FOR ANOTHER TERM DOES NOT - AND A    *
011865*        ROW FOR THE SAME TERM AND SECTION COUNTS AGAINST THE     *
011870*        SECTION LIMIT.  THE ROWS COME OFF THE ENRLCRS PATH, SO   *
011880*        ONLY THIS COURSE'S ROWS ARE READ.                        *
011890******************************************************************
011900 7000-COUNT-SEATS.
011910     MOVE ZERO TO WS-CRS-ENROLLED
011920     MOVE ZERO TO WS-SEC-ENROLLED
011930     MOVE 'N'  TO WS-BROWSE-DONE-SWITCH
011940
011950     MOVE WS-REQ-COURSE-CODE TO WS-CRS-RID
011960     EXEC CICS STARTBR FILE('ENRLCRS')
011970         RIDFLD(WS-CRS-RID)
011980         GTEQ
011990         RESP(WS-RESP)
012000     END-EXEC
012010     IF WS-RESP NOT = DFHRESP(NORMAL)
012020         GO TO 7000-EXIT
012030     END-IF
012040
012050     PERFORM 7050-COUNT-ONE-SEAT THRU 7050-EXIT
012060         UNTIL WS-BROWSE-DONE
012070
012080     EXEC CICS ENDBR FILE('ENRLCRS')
012090         RESP(WS-RESP)
012100     END-EXEC.
012110 7000-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150*    7050-COUNT-ONE-SEAT - ONE ROW OFF THE COURSE PATH.  DUPKEY   *
012160*        IS THE NORMAL ANSWER ON A NON-UNIQUE PATH WHILE MORE     *
012170*        ROWS SHARE THE COURSE CODE.                              *
012180******************************************************************
012190 7050-COUNT-ONE-SEAT.
012200     EXEC CICS READNEXT FILE('ENRLCRS')
012210         INTO(ENROLLMENT-DATA)
012220         RIDFLD(WS-CRS-RID)
012230         RESP(WS-RESP)
012240     END-EXEC
012250
012260     IF WS-RESP NOT = DFHRESP(NORMAL)
012270             AND WS-RESP NOT = DFHRESP(DUPKEY)
012280         SET WS-BROWSE-DONE TO TRUE
012290         GO TO 7050-EXIT
012300     END-IF
012310
012320     IF EN-COURSE-CODE NOT = WS-REQ-COURSE-CODE
012330         SET WS-BROWSE-DONE TO TRUE
012340         GO TO 7050-EXIT
012350     END-IF
012360
012362     IF EN-TERM NOT = WS-REQ-TERM
012364         GO TO 7050-EXIT
012366     END-IF
012368
012370     ADD 1 TO WS-CRS-ENROLLED
012380
012390     IF EN-SECTION-NO NOT = SPACES
012410             AND EN-SECTION-NO = WS-REQ-SECTION-NO
012420         ADD 1 TO WS-SEC-ENROLLED
012430     END-IF.
012440 7050-EXIT.
012450     EXIT.
