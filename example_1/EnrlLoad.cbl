000180*                                                                 *
000190*    THE CATALOG IS PRELOADED INTO A TABLE AND THE ENROLLMENT     *
000200*    FILE IS SWEPT ONCE TO COUNT THE SEATS ALREADY FILLED PER     *
000210*    COURSE AND TERM, SO SEAT-LIMIT CHECKS COST NO EXTRA I/O PER  *
000220*    TRANSACTION.                                                 *
000222*    THE OPEN TERMS' SECTIONS ARE PRELOADED THE SAME WAY, WITH    *
000224*    THEIR MEETING TIMES, SO THE SECTION SEAT LIMIT AND THE TIME  *
000226*    CONFLICT CHECK ARE TABLE LOOKUPS TOO.                        *
000227*    A STUDENT MAY HOLD A COURSE AGAIN IN A LATER TERM AS A       *
000228*    REPEAT, UP TO THE REPEAT POLICY'S ATTEMPT LIMIT (RPTPOLCY),  *
000229*    SO THE ENROLLMENT KEY CARRIES THE TERM.                      *
000230*----------------------------------------------------------------*
000240*    MODIFICATION HISTORY                                        *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  --------------------------------------------
000270*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000271*    2026-10-15 JBH   ADDS NOW CHECKED AGAINST THE COURSE-       *
000272*                     PREREQUISITE FILE: EACH REQUIRED COURSE    *
000273*                     MUST BE ON COURSE-GRADES AT OR ABOVE ITS   *
000274*                     MINIMUM GRADE OR THE ADD IS REJECTED       *
000275*                     NAMING THE COURSE.  AN ADVISING OVERRIDE   *
000276*                     ON PREREQ-OVERRIDE LETS THE ADD THROUGH    *
000277*                     AND IS AUDITED.  JOB/USER ID NOW ARRIVE    *
000278*                     ON THE EXEC PARM FOR THE AUDIT ENTRY.      *
000280*    2026-10-15 JBH   ADDS NOW REJECTED FOR A STUDENT WITH AN    *
000282*                     ACTIVE BURSAR, REGISTRAR, OR DEAN HOLD ON  *
000284*                     STUDENT-HOLD.  DROPS ARE STILL ALLOWED.    *
000285*    2026-10-15 JBH   ADDS NOW REJECTED FOR A TERM THAT IS NO    *
000286*                     LONGER OPEN FOR REGISTRATION ON TERM-      *
000287*                     CONTROL (IN GRADING OR CLOSED).            *
000288*    2026-10-15 JBH   ADDS NOW NAME A SECTION ON COURSE-SECTION. *
000289*                     THE SECTION'S SEAT LIMIT IS ENFORCED WITH  *
000290*                     THE CATALOG'S, AND AN ADD WHOSE MEETING    *
000291*                     TIME OVERLAPS ANOTHER SECTION THE STUDENT  *
000292*                     HOLDS THAT TERM IS REJECTED.  THE SECTION  *
000293*                     IS KEPT ON THE ENROLLMENT ROW.             *
000294*    2026-10-15 JBH   ADDS NOW REJECTED FOR A STUDENT NOT ON     *
000295*                     STUDENT-MASTER, SO THE LOAD CAN NO LONGER  *
000296*                     SEAT A STUDENT WHO DOES NOT EXIST.         *
000297*    2026-10-15 JBH   DOCUMENTED THAT THE SEAT SWEEP AND THE     *
000298*                     ONLINE REGISTRATION TRANSACTION (ENRLSTU)  *
000299*                     COUNT FILLED SEATS BY ONE RULE, AND THAT   *
000300*                     ENROLMNT IS CLOSED TO CICS FOR THIS RUN.   *
000301*    2026-10-15 JBH   CURRENT-ENROLLMENT AND COURSE-GRADES ARE   *
000302*                     NOW KEYED BY TERM TOO, SO A REPEAT OF A    *
000303*                     COURSE IS ADDED AS ITS OWN ROW AND A DROP  *
000304*                     NAMES THE TERM. AN ADD BEYOND THE REPEAT   *
000305*                     POLICY'S ATTEMPT LIMIT IS REJECTED, AND A  *
000306*                     PREREQUISITE IS JUDGED ON THE ATTEMPT THAT *
000307*                     COUNTS.                                    *
000308*    2026-10-15 JBH   FILLED SEATS ARE NOW COUNTED PER COURSE    *
000309*                     AND TERM, SO A SEAT HELD FOR ANOTHER TERM  *
000310*                     NO LONGER FILLS THIS TERM'S COURSE.        *
000311*    2026-10-15 JBH   A SEAT ALREADY HELD IN THE TERM BEING      *
000312*                     ADDED NO LONGER COUNTS AS AN ATTEMPT, SO A *
000313*                     DUPLICATE ADD IS REJECTED AS ALREADY       *
000314*                     ENROLLED, NOT AS OVER THE REPEAT LIMIT.    *
000315******************************************************************
000316
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340
000360 FILE-CONTROL.
000370*----------------------------------------------------------------*
000380*    ENROL-TRANS      - REGISTRATION TRANSACTIONS, ONE PER LINE:  *
000390*        ACTION (A=ADD D=DROP), STUDENT ID, COURSE CODE, TERM,    *
000395*        SECTION NUMBER (ADDS ONLY - A DROP GOES BY THE KEY,      *
000397*        WHICH INCLUDES THE TERM).                                *
000400*----------------------------------------------------------------*
000410     SELECT ENROL-TRANS-FILE ASSIGN TO "ENROLTRN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TRANS-FILE-STATUS.
000440*----------------------------------------------------------------*
000450*    CURRENT-ENROLLMENT - ONE ROW PER SEAT HELD THIS TERM,        *
000460*        KEYED BY STUDENT ID + COURSE CODE + TERM LIKE            *
000465*        COURSE-GRADES.                                           *
000470*        SWEPT ONCE FOR THE SEAT COUNTS, THEN HIT RANDOMLY.       *
000480*----------------------------------------------------------------*
000490     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000660     SELECT ENROL-ERRORS-FILE ASSIGN TO "ENRLERR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ENRLERR-FILE-STATUS.
000681*----------------------------------------------------------------*
000682*    COURSE-GRADES    - THE STUDENT'S GRADE HISTORY, ONE ROW PER  *
000683*        ATTEMPT, BROWSED BY COURSE FOR EACH PREREQUISITE OF AN   *
000684*        ADD AND FOR THE REPEAT LIMIT.                            *
000685*----------------------------------------------------------------*
000686     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000687         ORGANIZATION IS INDEXED
000688         ACCESS MODE IS DYNAMIC
000689         RECORD KEY IS CG-KEY
000690         FILE STATUS IS WS-COURSE-FILE-STATUS.
000691*----------------------------------------------------------------*
000692*    COURSE-PREREQ    - PREREQUISITE LISTS, KEYED BY COURSE       *
000693*        CODE.  NO RECORD MEANS NO PREREQUISITES.                 *
000694*----------------------------------------------------------------*
000695     SELECT COURSE-PREREQ-FILE ASSIGN TO "PREREQ"
000696         ORGANIZATION IS INDEXED
000697         ACCESS MODE IS RANDOM
000698         RECORD KEY IS PQ-COURSE-CODE
000699         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000700*----------------------------------------------------------------*
000701*    PREREQ-OVERRIDE  - ADVISING'S OVERRIDES, KEYED BY STUDENT    *
000702*        ID + COURSE CODE.                                        *
000703*----------------------------------------------------------------*
000704     SELECT PREREQ-OVERRIDE-FILE ASSIGN TO "PREOVRD"
000705         ORGANIZATION IS INDEXED
000706         ACCESS MODE IS RANDOM
000707         RECORD KEY IS PO-KEY
000708         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
000709*----------------------------------------------------------------*
000710*    HELLO-AUDIT-LOG  - ONE LINE PER ADD LET THROUGH ON AN        *
000711*        OVERRIDE.  THE JCL GIVES THIS DD DISP=MOD SO THE         *
000712*        ENTRIES APPEND.                                          *
000713*----------------------------------------------------------------*
000714     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000715         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000717*----------------------------------------------------------------*
000718*    STUDENT-HOLD     - HOLDS THAT BLOCK REGISTRATION, KEYED BY   *
000719*        STUDENT ID + HOLD TYPE, READ RANDOMLY FOR EACH ADD.      *
000720*----------------------------------------------------------------*
000721     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS HD-KEY
000725         FILE STATUS IS WS-HOLD-FILE-STATUS.
000726*----------------------------------------------------------------*
000727*    TERM-CONTROL     - STATUS OF EACH TERM, READ RANDOMLY FOR    *
000728*        EACH ADD.  A TERM NOT ON FILE IS TAKEN AS OPEN.          *
000729*----------------------------------------------------------------*
000730     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000731         ORGANIZATION IS INDEXED
000732         ACCESS MODE IS RANDOM
000733         RECORD KEY IS TC-TERM
000734         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000735*----------------------------------------------------------------*
000736*    COURSE-SECTION   - THE SECTIONS OFFERED, READ FRONT TO BACK  *
000737*        ONCE INTO THE SECTION TABLE.                             *
000738*----------------------------------------------------------------*
000739     SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
000740         ORGANIZATION IS INDEXED
000741         ACCESS MODE IS SEQUENTIAL
000742         RECORD KEY IS SEC-KEY
000743         FILE STATUS IS WS-SECTION-FILE-STATUS.
000744*----------------------------------------------------------------*
000745*    STUDENT-MASTER   - THE STUDENT ROSTER, READ RANDOMLY FOR     *
000746*        EACH ADD - NO SEAT FOR A STUDENT WHO IS NOT ON FILE.     *
000747*----------------------------------------------------------------*
000748     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000749         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000751         RECORD KEY IS STUDENT-ID
000752         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000753
000754 DATA DIVISION.
000755 FILE SECTION.
000756 FD  ENROL-TRANS-FILE
000757     RECORD CONTAINS 21 CHARACTERS
000758     LABEL RECORDS ARE STANDARD.
000759 01  ENROL-TRANS-RECORD.
000760     05  ET-ACTION               PIC X(01).
000770         88  ET-ACTION-ADD                  VALUE 'A'.
000780         88  ET-ACTION-DROP                 VALUE 'D'.
000830         10  ET-TERM-YEAR        PIC X(04).
000840         10  ET-TERM-CODE        PIC X(01).
000850             88  ET-TERM-CODE-VALID         VALUE '1' '2' '3'.
000855     05  ET-SECTION-NO           PIC X(03).
000860
000870 FD  CURRENT-ENROLLMENT-FILE
000880     LABEL RECORDS ARE STANDARD.
001010     05  FILLER                  PIC X(01) VALUE SPACE.
001020     05  EERR-COURSE-CODE        PIC X(06).
001030     05  FILLER                  PIC X(01) VALUE SPACE.
001033     05  EERR-SECTION-NO         PIC X(03).
001036     05  FILLER                  PIC X(01) VALUE SPACE.
001040     05  EERR-TERM               PIC X(05).
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  EERR-REASON             PIC X(30).
001070
001071 FD  COURSE-GRADES-FILE
001072     LABEL RECORDS ARE STANDARD.
001073 COPY COURSREC.
001074
001075 FD  COURSE-PREREQ-FILE
001076     LABEL RECORDS ARE STANDARD.
001077 COPY PREQREC.
001078
001079 FD  PREREQ-OVERRIDE-FILE
001080     LABEL RECORDS ARE STANDARD.
001081 COPY PQOVREC.
001082
001083 FD  HELLO-AUDIT-LOG-FILE
001084     LABEL RECORDS ARE STANDARD.
001085 COPY AUDITREC.
001086
001087 FD  STUDENT-HOLD-FILE
001088     LABEL RECORDS ARE STANDARD.
001089 COPY HOLDREC.
001090
001091 FD  TERM-CONTROL-FILE
001092     LABEL RECORDS ARE STANDARD.
001093 COPY TERMREC.
001094
001095 FD  COURSE-SECTION-FILE
001096     LABEL RECORDS ARE STANDARD.
001097 COPY SECTREC.
001098
001099 FD  STUDENT-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001101 COPY STUDREC.
001102
001103 WORKING-STORAGE SECTION.
001104 01  WS-FILE-STATUS-FIELDS.
001105     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001110     05  WS-ENROL-FILE-STATUS     PIC X(02) VALUE SPACES.
001120     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
001130     05  WS-ENRLERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001132     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
001134     05  WS-PREREQ-FILE-STATUS    PIC X(02) VALUE SPACES.
001136     05  WS-OVERRIDE-FILE-STATUS  PIC X(02) VALUE SPACES.
001138     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
001139     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001142     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001143     05  WS-SECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
001144     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001145
001150 01  WS-SWITCHES.
001160     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001170         88  WS-EOF-ENROL-TRANS             VALUE 'Y'.
001280         88  WS-ENROL-FILE-OPEN             VALUE 'Y'.
001290     05  WS-ENRLERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001300         88  WS-ENRLERR-FILE-OPEN           VALUE 'Y'.
001301     05  WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001302         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001303     05  WS-PREREQ-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001304         88  WS-PREREQ-FILE-OPEN            VALUE 'Y'.
001305     05  WS-OVERRIDE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001306         88  WS-OVERRIDE-FILE-OPEN          VALUE 'Y'.
001307     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001308         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001309     05  WS-OVERRIDE-USED-SWITCH  PIC X(01) VALUE 'N'.
001310         88  WS-OVERRIDE-USED               VALUE 'Y'.
001312     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001314         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
001315     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001316         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001317     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001318         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001319     05  WS-EOF-SECTION-SWITCH    PIC X(01) VALUE 'N'.
001320         88  WS-EOF-COURSE-SECTION          VALUE 'Y'.
001321     05  WS-CONFLICT-SWITCH       PIC X(01) VALUE 'N'.
001322         88  WS-TIME-CONFLICT               VALUE 'Y'.
001323     05  WS-EOF-SCHEDULE-SWITCH   PIC X(01) VALUE 'N'.
001324         88  WS-EOF-SCHEDULE                VALUE 'Y'.
001325     05  WS-ATTEMPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001326         88  WS-ATTEMPTS-DONE               VALUE 'Y'.
001327
001328 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001330
001340 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001350 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001370
001380*----------------------------------------------------------------*
001390*    WS-COURSE-TABLE - THE CATALOG HELD IN STORAGE: COURSE CODE,  *
001400*    ACTIVE FLAG, AND SEAT LIMIT.  THE SEATS ALREADY FILLED ARE   *
001405*    COUNTED PER TERM IN WS-CRS-TERM-TABLE.                       *
001410*    FIVE HUNDRED COURSES IS WELL PAST THE CATALOG; IF THE        *
001420*    CATALOG EVER OUTGROWS IT THE RUN STOPS RATHER THAN ENFORCE   *
001430*    LIMITS ON PART OF THE CATALOG.                               *
001480         10  WS-CRS-CODE          PIC X(06).
001490         10  WS-CRS-ACTIVE-FLAG   PIC X(01).
001500         10  WS-CRS-SEAT-LIMIT    PIC 9(03).
001501
001502*----------------------------------------------------------------*
001503*    WS-CRS-TERM-TABLE - THE SEATS ALREADY FILLED IN EACH COURSE, *
001504*    ONE ENTRY PER COURSE AND TERM ON CURRENT-ENROLLMENT.  A SEAT *
001505*    COUNTS AGAINST THE CATALOG SEAT LIMIT ONLY IN ITS OWN TERM,  *
001506*    SO NEXT TERM'S REGISTRATION TAKES NO SEAT FROM THIS TERM.    *
001507*    A FILE THAT OUTGROWS THE TABLE STOPS THE RUN.                *
001508*----------------------------------------------------------------*
001509 01  WS-CRS-TERM-TABLE.
001510     05  WS-CRS-TERM-COUNT        PIC S9(4) COMP VALUE ZERO.
001511     05  WS-CRS-TERM-ENTRY OCCURS 2000.
001512         10  WS-CTM-KEY.
001513             15  WS-CTM-TERM      PIC X(05).
001514             15  WS-CTM-COURSE    PIC X(06).
001515         10  WS-CTM-ENROLLED      PIC S9(5) COMP.
001516
001517 77  WS-CTM-SUB                   PIC S9(4) COMP VALUE ZERO.
001518 77  WS-CTM-FOUND-SUB             PIC S9(4) COMP VALUE ZERO.
001519
001521 01  WS-LOOKUP-CRS-TERM.
001522     05  WS-LOOKUP-CTM-TERM       PIC X(05) VALUE SPACES.
001523     05  WS-LOOKUP-CTM-COURSE     PIC X(06) VALUE SPACES.
001524
001530 77  WS-CRS-SUB                   PIC S9(4) COMP VALUE ZERO.
001540 77  WS-FOUND-SUB                 PIC S9(4) COMP VALUE ZERO.
001550
001560 01  WS-LOOKUP-COURSE             PIC X(06) VALUE SPACES.
001570
001571 77  WS-OVERRIDE-AUDIT-CT         PIC S9(7) COMP VALUE ZERO.
001572 77  WS-PRQ-SUB                   PIC S9(4) COMP VALUE ZERO.
001573 77  WS-ATTEMPT-CT                PIC S9(7) COMP VALUE ZERO.
001574
001575*----------------------------------------------------------------*
001576*    WS-ATTEMPT-COURSE - THE COURSE WHOSE ATTEMPTS 2750 BROWSES:  *
001577*    THE COURSE BEING ADDED, OR ONE OF ITS PREREQUISITES.         *
001578*----------------------------------------------------------------*
001579 01  WS-ATTEMPT-COURSE            PIC X(06) VALUE SPACES.
001580
001581*----------------------------------------------------------------*
001582*    REPEAT-POLICY - THE ATTEMPT LIMIT PER COURSE.                *
001583*----------------------------------------------------------------*
001584 COPY RPTPOLCY.
001585
001586*----------------------------------------------------------------*
001587*    WS-SECTION-TABLE - THE SECTIONS OF EVERY TERM NOT CLOSED,    *
001588*    HELD IN STORAGE: KEY, MEETING DAYS AND TIMES, SEAT LIMIT,    *
001589*    AND THE SEATS ALREADY FILLED.  LIKE THE COURSE TABLE, A      *
001590*    SECTION FILE THAT OUTGROWS IT STOPS THE RUN.                 *
001591*----------------------------------------------------------------*
001592 01  WS-SECTION-TABLE.
001593     05  WS-SECTION-COUNT         PIC S9(4) COMP VALUE ZERO.
001594     05  WS-SECTION-ENTRY OCCURS 2000.
001595         10  WS-SEC-KEY.
001596             15  WS-SEC-TERM      PIC X(05).
001597             15  WS-SEC-COURSE    PIC X(06).
001598             15  WS-SEC-NO        PIC X(03).
001599         10  WS-SEC-DAY-TABLE.
001600             15  WS-SEC-DAY       PIC X(01) OCCURS 7.
001601         10  WS-SEC-START-TIME    PIC 9(04).
001602         10  WS-SEC-END-TIME      PIC 9(04).
001603         10  WS-SEC-SEAT-LIMIT    PIC 9(03).
001604         10  WS-SEC-ENROLLED      PIC S9(5) COMP.
001605
001606 77  WS-SEC-SUB                   PIC S9(4) COMP VALUE ZERO.
001607 77  WS-SEC-FOUND-SUB             PIC S9(4) COMP VALUE ZERO.
001608 77  WS-ADD-SEC-SUB               PIC S9(4) COMP VALUE ZERO.
001609 77  WS-DAY-SUB                   PIC S9(4) COMP VALUE ZERO.
001610
001611 01  WS-LOOKUP-SECTION.
001612     05  WS-LOOKUP-SEC-TERM       PIC X(05) VALUE SPACES.
001613     05  WS-LOOKUP-SEC-COURSE     PIC X(06) VALUE SPACES.
001614     05  WS-LOOKUP-SEC-NO         PIC X(03) VALUE SPACES.
001615
001616*----------------------------------------------------------------*
001617*    WS-CONFLICT-REASON - THE REJECT REASON FOR A MEETING-TIME    *
001618*    CONFLICT, NAMING THE COURSE AND SECTION ALREADY HELD.        *
001619*----------------------------------------------------------------*
001620 01  WS-CONFLICT-REASON.
001621     05  CFR-TEXT                 PIC X(19) VALUE
001622         'TIME CONFLICT WITH '.
001623     05  CFR-COURSE-CODE          PIC X(06) VALUE SPACES.
001624     05  FILLER                   PIC X(01) VALUE SPACE.
001625     05  CFR-SECTION-NO           PIC X(03) VALUE SPACES.
001626
001627*----------------------------------------------------------------*
001628*    WS-PREREQ-REASON - THE REJECT REASON FOR AN UNMET            *
001629*    PREREQUISITE, NAMING THE REQUIRED COURSE.  PRR-COURSE-CODE   *
001630*    STAYS SPACES WHILE EVERY PREREQUISITE CHECKED IS MET.        *
001631*----------------------------------------------------------------*
001632 01  WS-PREREQ-REASON.
001633     05  PRR-TEXT                 PIC X(19) VALUE SPACES.
001634     05  PRR-COURSE-CODE          PIC X(06) VALUE SPACES.
001635
001636 01  WS-OVERRIDE-MESSAGE.
001637     05  FILLER                   PIC X(24) VALUE
001638         'PREREQ OVERRIDE USED - '.
001639     05  OVM-REASON               PIC X(25) VALUE SPACES.
001640
001641 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001642 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001643
001644 01  WS-RUN-IDENTIFICATION.
001645     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001646     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001647
001648*----------------------------------------------------------------*
001649*    WS-HOLD-TYPES - THE HOLD TYPES THAT BLOCK AN ADD, CHECKED    *
001650*    IN THIS ORDER: BURSAR, REGISTRAR, DEAN.                      *
001651*----------------------------------------------------------------*
001652 01  WS-HOLD-TYPE-VALUES          PIC X(03) VALUE 'BRD'.
001653 01  WS-HOLD-TYPES REDEFINES WS-HOLD-TYPE-VALUES.
001654     05  WS-HOLD-TYPE             PIC X(01) OCCURS 3.
001655
001656 77  WS-HOLD-SUB                  PIC S9(4) COMP VALUE ZERO.
001657
001658 LINKAGE SECTION.
001659*----------------------------------------------------------------*
001660*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.          *
001661*        FORMAT IS 'JOBID/USERID', E.G. 'ENROLL/REGISTRR'.       *
001662*----------------------------------------------------------------*
001663 01  LK-PARM-AREA.
001664     05  LK-PARM-LEN              PIC S9(4) COMP.
001665     05  LK-PARM-DATA             PIC X(80).
001666
001667 PROCEDURE DIVISION USING LK-PARM-AREA.
001668 0000-MAINLINE.
001669     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001670
001671     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001672         UNTIL WS-EOF-ENROL-TRANS
001673
001674     PERFORM 8000-TERMINATE THRU 8000-EXIT
001675
001676     STOP RUN.
001680
001690******************************************************************
001700*    1000-INITIALIZE - OPEN FILES, PRELOAD THE CATALOG TABLE AND  *
001710*        THE SEAT COUNTS, PRIME THE TRANSACTION READ.             *
001720******************************************************************
001730 1000-INITIALIZE.
001731     IF LK-PARM-LEN > 0
001732         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
001733             INTO WS-JOB-ID WS-USER-ID
001734     END-IF
001735
001740     OPEN INPUT ENROL-TRANS-FILE
001750     IF WS-TRANS-FILE-STATUS NOT = '00'
001760         DISPLAY 'ENRLLOAD: UNABLE TO OPEN ENROL-TRANS, '
001980     END-IF
001990     SET WS-ENRLERR-FILE-OPEN TO TRUE
002000
002001     OPEN INPUT COURSE-GRADES-FILE
002002     IF WS-COURSE-FILE-STATUS NOT = '00'
002003         DISPLAY 'ENRLLOAD: UNABLE TO OPEN COURSE-GRADES, '
002004                 'STATUS = ' WS-COURSE-FILE-STATUS
002005         SET WS-EOF-ENROL-TRANS TO TRUE
002006         GO TO 1000-EXIT
002007     END-IF
002008     SET WS-COURSE-FILE-OPEN TO TRUE
002009
002010     OPEN INPUT COURSE-PREREQ-FILE
002011     IF WS-PREREQ-FILE-STATUS NOT = '00'
002012         DISPLAY 'ENRLLOAD: UNABLE TO OPEN COURSE-PREREQ, '
002013                 'STATUS = ' WS-PREREQ-FILE-STATUS
002014         SET WS-EOF-ENROL-TRANS TO TRUE
002015         GO TO 1000-EXIT
002016     END-IF
002017     SET WS-PREREQ-FILE-OPEN TO TRUE
002018
002019     OPEN INPUT PREREQ-OVERRIDE-FILE
002020     IF WS-OVERRIDE-FILE-STATUS NOT = '00'
002021         DISPLAY 'ENRLLOAD: UNABLE TO OPEN PREREQ-OVERRIDE, '
002022                 'STATUS = ' WS-OVERRIDE-FILE-STATUS
002023         SET WS-EOF-ENROL-TRANS TO TRUE
002024         GO TO 1000-EXIT
002025     END-IF
002026     SET WS-OVERRIDE-FILE-OPEN TO TRUE
002027
002028*    AN OVERRIDE THAT CANNOT BE AUDITED IS NOT HONORED - NO
002029*    AUDIT LOG, NO RUN.
002030     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
002031     IF WS-AUDIT-FILE-STATUS NOT = '00'
002032         DISPLAY 'ENRLLOAD: UNABLE TO OPEN AUDIT LOG, '
002033                 'STATUS = ' WS-AUDIT-FILE-STATUS
002034         MOVE 16 TO RETURN-CODE
002035         SET WS-EOF-ENROL-TRANS TO TRUE
002036         GO TO 1000-EXIT
002037     END-IF
002038     SET WS-AUDIT-FILE-OPEN TO TRUE
002039
002040     OPEN INPUT STUDENT-HOLD-FILE
002041     IF WS-HOLD-FILE-STATUS NOT = '00'
002042         DISPLAY 'ENRLLOAD: UNABLE TO OPEN STUDENT-HOLD, '
002043                 'STATUS = ' WS-HOLD-FILE-STATUS
002044         SET WS-EOF-ENROL-TRANS TO TRUE
002045         GO TO 1000-EXIT
002046     END-IF
002047     SET WS-HOLD-FILE-OPEN TO TRUE
002048
002049     OPEN INPUT TERM-CONTROL-FILE
002050     IF WS-TERMCTL-FILE-STATUS NOT = '00'
002051         DISPLAY 'ENRLLOAD: UNABLE TO OPEN TERM-CONTROL, '
002052                 'STATUS = ' WS-TERMCTL-FILE-STATUS
002053         MOVE 16 TO RETURN-CODE
002054         SET WS-EOF-ENROL-TRANS TO TRUE
002055         GO TO 1000-EXIT
002056     END-IF
002057     SET WS-TERMCTL-FILE-OPEN TO TRUE
002058
002059     OPEN INPUT STUDENT-MASTER-FILE
002060     IF WS-STUDENT-FILE-STATUS NOT = '00'
002061         DISPLAY 'ENRLLOAD: UNABLE TO OPEN STUDENT-MASTER, '
002062                 'STATUS = ' WS-STUDENT-FILE-STATUS
002063         MOVE 16 TO RETURN-CODE
002064         SET WS-EOF-ENROL-TRANS TO TRUE
002065         GO TO 1000-EXIT
002066     END-IF
002067     SET WS-STUDENT-FILE-OPEN TO TRUE
002068
002069     PERFORM 1200-LOAD-CATALOG-TABLE THRU 1200-EXIT
002070     IF WS-EOF-ENROL-TRANS
002071         GO TO 1000-EXIT
002072     END-IF
002073
002074     PERFORM 1600-LOAD-SECTION-TABLE THRU 1600-EXIT
002075     IF WS-EOF-ENROL-TRANS
002076         GO TO 1000-EXIT
002077     END-IF
002078
002079     PERFORM 1400-COUNT-FILLED-SEATS THRU 1400-EXIT
002080     IF WS-EOF-ENROL-TRANS
002081         GO TO 1000-EXIT
002090     END-IF
002100
002110     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002640     MOVE CAT-COURSE-CODE TO WS-CRS-CODE (WS-COURSE-COUNT)
002650     MOVE CAT-ACTIVE-FLAG TO WS-CRS-ACTIVE-FLAG (WS-COURSE-COUNT)
002660     MOVE CAT-SEAT-LIMIT  TO WS-CRS-SEAT-LIMIT (WS-COURSE-COUNT)
002680
002690     PERFORM 1250-READ-CATALOG THRU 1250-EXIT.
002700 1300-EXIT.
002720
002730******************************************************************
002740*    1400-COUNT-FILLED-SEATS - SWEEP THE ENROLLMENT FILE ONCE     *
002750*        AND COUNT THE SEATS ALREADY FILLED PER COURSE AND TERM,  *
002760*        SO THE SEAT-LIMIT CHECK STARTS FROM WHAT IS ALREADY ON   *
002765*        FILE.                                                    *
002770******************************************************************
002780 1400-COUNT-FILLED-SEATS.
002790     PERFORM 1450-READ-ENROLLMENT THRU 1450-EXIT
002800
002810     PERFORM 1500-COUNT-ONE-SEAT THRU 1500-EXIT
002820         UNTIL WS-EOF-ENROLLMENT OR WS-EOF-ENROL-TRANS.
002830 1400-EXIT.
002840     EXIT.
002850
002970
002980******************************************************************
002990*    1500-COUNT-ONE-SEAT - BUMP THE FILLED-SEAT COUNT OF ONE      *
003000*        ROW'S COURSE IN THE ROW'S OWN TERM, SO A SEAT HELD FOR   *
003003*        ANOTHER TERM NEVER FILLS THIS TERM'S COURSE.  A ROW FOR  *
003006*        A COURSE NO LONGER ON THE CATALOG JUST DOES NOT COUNT -  *
003010*        CRSRECON IS THE PLACE THAT COMPLAINS ABOUT ORPHANS.      *
003025*        A ROW WITH A SECTION ALSO FILLS A SEAT IN THAT SECTION.  *
003027*        ENRLSTU 7000-COUNT-SEATS COUNTS A COURSE'S SEATS AT      *
003029*        THE COUNTER BY THIS SAME RULE, SO A SEAT TAKEN ONLINE IS *
003031*        ALREADY ON FILE AND COUNTED HERE - CHANGE THE TWO        *
003033*        TOGETHER OR THE COUNTER AND THE NIGHTLY LOAD WILL        *
003035*        DISAGREE ABOUT WHAT IS FULL.                             *
003037******************************************************************
003040 1500-COUNT-ONE-SEAT.
003050     MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
003060     PERFORM 3500-FIND-COURSE THRU 3500-EXIT
003070
003080     IF WS-FOUND-SUB > ZERO
003081         MOVE EN-TERM        TO WS-LOOKUP-CTM-TERM
003082         MOVE EN-COURSE-CODE TO WS-LOOKUP-CTM-COURSE
003083         PERFORM 3800-TABLE-COURSE-TERM THRU 3800-EXIT
003084         IF WS-CTM-FOUND-SUB = ZERO
003085             GO TO 1500-EXIT
003086         END-IF
003090         ADD 1 TO WS-CTM-ENROLLED (WS-CTM-FOUND-SUB)
003100     END-IF
003110
003111     IF EN-SECTION-NO NOT = SPACES
003112         MOVE EN-TERM        TO WS-LOOKUP-SEC-TERM
003113         MOVE EN-COURSE-CODE TO WS-LOOKUP-SEC-COURSE
003114         MOVE EN-SECTION-NO  TO WS-LOOKUP-SEC-NO
003115         PERFORM 3600-FIND-SECTION THRU 3600-EXIT
003116         IF WS-SEC-FOUND-SUB > ZERO
003117             ADD 1 TO WS-SEC-ENROLLED (WS-SEC-FOUND-SUB)
003118         END-IF
003119     END-IF
003120
003121     PERFORM 1450-READ-ENROLLMENT THRU 1450-EXIT.
003130 1500-EXIT.
003140     EXIT.
003141
003142******************************************************************
003143*    1600-LOAD-SECTION-TABLE - READ COURSE-SECTION FRONT TO BACK  *
003144*        INTO THE SECTION TABLE, SKIPPING THE SECTIONS OF TERMS   *
003145*        ALREADY CLOSED ON TERM-CONTROL - NO SEAT IS TAKEN IN A   *
003146*        CLOSED TERM, SO THEY ONLY TAKE UP ROOM.  A SECTION FILE  *
003147*        BIGGER THAN THE TABLE STOPS THE RUN WITH RC=16.          *
003148******************************************************************
003149 1600-LOAD-SECTION-TABLE.
003150     OPEN INPUT COURSE-SECTION-FILE
003151     IF WS-SECTION-FILE-STATUS NOT = '00'
003152         DISPLAY 'ENRLLOAD: UNABLE TO OPEN COURSE-SECTION, '
003153                 'STATUS = ' WS-SECTION-FILE-STATUS
003154         MOVE 16 TO RETURN-CODE
003155         SET WS-EOF-ENROL-TRANS TO TRUE
003156         GO TO 1600-EXIT
003157     END-IF
003158
003159     PERFORM 1650-READ-SECTION THRU 1650-EXIT
003160
003161     PERFORM 1700-TABLE-ONE-SECTION THRU 1700-EXIT
003162         UNTIL WS-EOF-COURSE-SECTION OR WS-EOF-ENROL-TRANS
003163
003164     CLOSE COURSE-SECTION-FILE.
003165 1600-EXIT.
003166     EXIT.
003167
003168******************************************************************
003169*    1650-READ-SECTION - READ THE NEXT COURSE-SECTION RECORD.     *
003170******************************************************************
003171 1650-READ-SECTION.
003172     READ COURSE-SECTION-FILE
003173         AT END
003174             SET WS-EOF-COURSE-SECTION TO TRUE
003175     END-READ.
003176 1650-EXIT.
003177     EXIT.
003178
003179******************************************************************
003180*    1700-TABLE-ONE-SECTION - ADD ONE SECTION TO THE SECTION      *
003181*        TABLE UNLESS ITS TERM IS CLOSED.                         *
003182******************************************************************
003183 1700-TABLE-ONE-SECTION.
003184     MOVE SEC-TERM TO TC-TERM
003185     READ TERM-CONTROL-FILE
003186         INVALID KEY
003187             SET TC-TERM-OPEN TO TRUE
003188     END-READ
003189     IF TC-TERM-CLOSED
003190         GO TO 1700-READ-NEXT
003191     END-IF
003192
003193     IF WS-SECTION-COUNT >= 2000
003194         DISPLAY 'ENRLLOAD: SECTIONS LARGER THAN SECTION TABLE'
003195         MOVE 16 TO RETURN-CODE
003196         SET WS-EOF-ENROL-TRANS TO TRUE
003197         GO TO 1700-EXIT
003198     END-IF
003199
003200     ADD 1 TO WS-SECTION-COUNT
003201     MOVE SEC-KEY          TO WS-SEC-KEY (WS-SECTION-COUNT)
003202     MOVE SEC-MEETING-DAYS TO WS-SEC-DAY-TABLE (WS-SECTION-COUNT)
003203     MOVE SEC-START-TIME   TO WS-SEC-START-TIME (WS-SECTION-COUNT)
003204     MOVE SEC-END-TIME     TO WS-SEC-END-TIME (WS-SECTION-COUNT)
003205     MOVE SEC-SEAT-LIMIT   TO WS-SEC-SEAT-LIMIT (WS-SECTION-COUNT)
003206     MOVE ZERO             TO WS-SEC-ENROLLED (WS-SECTION-COUNT).
003207 1700-READ-NEXT.
003208     PERFORM 1650-READ-SECTION THRU 1650-EXIT.
003209 1700-EXIT.
003210     EXIT.
003211
003212******************************************************************
003213*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
003214******************************************************************
003215 2000-PROCESS-TRANS.
003216     ADD 1 TO WS-TRANS-READ-CT
003217
003220     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
003230
003240     IF WS-VALID-TRANS
003470******************************************************************
003480*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
003490*        CURRENT-ENROLLMENT.  AN ADD MUST NAME AN ACTIVE CATALOG  *
003500*        COURSE WITH A SEAT FREE AND CARRY A VALID TERM, AND THE  *
003510*        STUDENT MUST MEET THE COURSE'S PREREQUISITES OR HOLD AN  *
003515*        OVERRIDE AND MUST HAVE NO ACTIVE HOLD; A DROP NEEDS ONLY *
003517*        THE KEY.                                                 *
003518*        THE TERM MUST STILL BE OPEN ON TERM-CONTROL - ONCE IT    *
003519*        IS IN GRADING OR CLOSED NO NEW SEAT IS TAKEN IN IT.      *
003521*        AN ADD MUST ALSO NAME A SECTION OFFERED THAT TERM WITH   *
003523*        A SEAT FREE WHOSE MEETING TIME DOES NOT OVERLAP ANOTHER  *
003525*        SECTION THE STUDENT ALREADY HOLDS.                       *
003526*        AND THE STUDENT ON AN ADD MUST BE ON STUDENT-MASTER.     *
003527*        AN ADD THAT WOULD PASS THE REPEAT POLICY'S ATTEMPT       *
003528*        LIMIT FOR THE COURSE IS REJECTED.                        *
003529******************************************************************
003530 2200-VALIDATE-TRANS.
003540     SET WS-VALID-TRANS TO TRUE
003550     MOVE SPACES TO WS-REJECT-REASON
003555     MOVE 'N' TO WS-OVERRIDE-USED-SWITCH
003560
003570     IF NOT ET-ACTION-VALID
003580         SET WS-INVALID-TRANS TO TRUE
003760         GO TO 2200-EXIT
003770     END-IF
003780
003781     MOVE ET-STUDENT-ID TO STUDENT-ID
003782     READ STUDENT-MASTER-FILE
003783         INVALID KEY
003784             SET WS-INVALID-TRANS TO TRUE
003785             MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
003786             GO TO 2200-EXIT
003787     END-READ
003788
003789     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT
003790         VARYING WS-HOLD-SUB FROM 1 BY 1
003791         UNTIL WS-HOLD-SUB > 3
003792            OR WS-INVALID-TRANS
003793     IF WS-INVALID-TRANS
003794         GO TO 2200-EXIT
003795     END-IF
003796
003797     IF ET-TERM-YEAR NOT NUMERIC
003800         SET WS-INVALID-TRANS TO TRUE
003810         MOVE 'TERM YEAR NOT NUMERIC' TO WS-REJECT-REASON
003820         GO TO 2200-EXIT
003870         MOVE 'TERM CODE NOT 1, 2, OR 3' TO WS-REJECT-REASON
003880         GO TO 2200-EXIT
003890     END-IF
003891
003892     MOVE ET-TERM TO TC-TERM
003893     READ TERM-CONTROL-FILE
003894         INVALID KEY
003895             SET TC-TERM-OPEN TO TRUE
003896     END-READ
003897     IF NOT TC-TERM-OPEN
003898         SET WS-INVALID-TRANS TO TRUE
003899         MOVE 'TERM NOT OPEN FOR REGISTRATION' TO WS-REJECT-REASON
003900         GO TO 2200-EXIT
003901     END-IF
003902
003910     MOVE ET-COURSE-CODE TO WS-LOOKUP-COURSE
003920     PERFORM 3500-FIND-COURSE THRU 3500-EXIT
003930
004020         MOVE 'COURSE NOT ACTIVE' TO WS-REJECT-REASON
004030         GO TO 2200-EXIT
004040     END-IF
004041
004042     PERFORM 2700-CHECK-REPEAT-LIMIT THRU 2700-EXIT
004043     IF WS-INVALID-TRANS
004044         GO TO 2200-EXIT
004045     END-IF
004050
004052     MOVE ET-TERM        TO WS-LOOKUP-CTM-TERM
004054     MOVE ET-COURSE-CODE TO WS-LOOKUP-CTM-COURSE
004056     PERFORM 3700-FIND-COURSE-TERM THRU 3700-EXIT
004058
004060     IF WS-CRS-SEAT-LIMIT (WS-FOUND-SUB) > ZERO
004065         AND WS-CTM-FOUND-SUB > ZERO
004070         AND WS-CTM-ENROLLED (WS-CTM-FOUND-SUB) NOT <
004080             WS-CRS-SEAT-LIMIT (WS-FOUND-SUB)
004090         SET WS-INVALID-TRANS TO TRUE
004100         MOVE 'COURSE FULL - SEAT LIMIT MET' TO WS-REJECT-REASON
004104         GO TO 2200-EXIT
004108     END-IF
004112
004113     IF ET-SECTION-NO = SPACES
004114         SET WS-INVALID-TRANS TO TRUE
004115         MOVE 'SECTION MISSING' TO WS-REJECT-REASON
004116         GO TO 2200-EXIT
004117     END-IF
004118
004119     MOVE ET-TERM        TO WS-LOOKUP-SEC-TERM
004120     MOVE ET-COURSE-CODE TO WS-LOOKUP-SEC-COURSE
004121     MOVE ET-SECTION-NO  TO WS-LOOKUP-SEC-NO
004122     PERFORM 3600-FIND-SECTION THRU 3600-EXIT
004123     MOVE WS-SEC-FOUND-SUB TO WS-ADD-SEC-SUB
004124
004125     IF WS-ADD-SEC-SUB = ZERO
004126         SET WS-INVALID-TRANS TO TRUE
004127         MOVE 'SECTION NOT OFFERED THIS TERM' TO WS-REJECT-REASON
004128         GO TO 2200-EXIT
004129     END-IF
004130
004131     IF WS-SEC-SEAT-LIMIT (WS-ADD-SEC-SUB) > ZERO
004132         AND WS-SEC-ENROLLED (WS-ADD-SEC-SUB) NOT <
004133             WS-SEC-SEAT-LIMIT (WS-ADD-SEC-SUB)
004134         SET WS-INVALID-TRANS TO TRUE
004135         MOVE 'SECTION FULL - SEAT LIMIT MET' TO WS-REJECT-REASON
004136         GO TO 2200-EXIT
004137     END-IF
004138
004139     PERFORM 2500-CHECK-TIME-CONFLICT THRU 2500-EXIT
004140     IF WS-INVALID-TRANS
004141         GO TO 2200-EXIT
004142     END-IF
004143
004144     PERFORM 2400-CHECK-PREREQS THRU 2400-EXIT.
004145 2200-EXIT.
004146     EXIT.
004147
004150******************************************************************
004160*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
004170*        ENROLLMENT-ERRORS REPORT.                                *
004220     MOVE ET-ACTION        TO EERR-ACTION
004230     MOVE ET-STUDENT-ID    TO EERR-STUDENT-ID
004240     MOVE ET-COURSE-CODE   TO EERR-COURSE-CODE
004245     MOVE ET-SECTION-NO    TO EERR-SECTION-NO
004250     MOVE ET-TERM          TO EERR-TERM
004260     MOVE WS-REJECT-REASON TO EERR-REASON
004270
004280     WRITE ENROL-ERROR-LINE.
004290 2250-EXIT.
004300     EXIT.
004301
004302******************************************************************
004303*    2300-CHECK-HOLDS - ONE HOLD TYPE FOR THE STUDENT.  NO HOLD   *
004304*        ON FILE, OR ONE ALREADY RELEASED, LETS THE ADD GO ON;    *
004305*        AN ACTIVE HOLD REJECTS IT NAMING THE HOLD TYPE.          *
004306******************************************************************
004307 2300-CHECK-HOLDS.
004308     MOVE ET-STUDENT-ID             TO HD-STUDENT-ID
004309     MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO HD-HOLD-TYPE
004310     READ STUDENT-HOLD-FILE
004311         INVALID KEY
004312             GO TO 2300-EXIT
004313     END-READ
004314
004315     IF NOT HD-HOLD-ACTIVE
004316         GO TO 2300-EXIT
004317     END-IF
004318
004319     SET WS-INVALID-TRANS TO TRUE
004320     EVALUATE TRUE
004321         WHEN HD-HOLD-BURSAR
004322             MOVE 'STUDENT ON BURSAR HOLD' TO WS-REJECT-REASON
004323         WHEN HD-HOLD-REGISTRAR
004324             MOVE 'STUDENT ON REGISTRAR HOLD' TO WS-REJECT-REASON
004325         WHEN HD-HOLD-DEAN
004326             MOVE 'STUDENT ON DEAN HOLD' TO WS-REJECT-REASON
004327     END-EVALUATE.
004328 2300-EXIT.
004329     EXIT.
004330
004331******************************************************************
004332*    2400-CHECK-PREREQS - CHECK EVERY PREREQUISITE OF THE COURSE  *
004333*        AGAINST THE STUDENT'S COURSE-GRADES.  THE FIRST ONE NOT  *
004334*        MET REJECTS THE ADD BY NAME, UNLESS ADVISING HAS FILED   *
004335*        AN OVERRIDE FOR THIS STUDENT AND COURSE - THEN THE ADD   *
004336*        GOES THROUGH AND 3100 AUDITS IT ONCE THE ROW IS ON FILE. *
004337******************************************************************
004338 2400-CHECK-PREREQS.
004339     MOVE SPACES TO WS-PREREQ-REASON
004340
004341     MOVE ET-COURSE-CODE TO PQ-COURSE-CODE
004342     READ COURSE-PREREQ-FILE
004343         INVALID KEY
004344             GO TO 2400-EXIT
004345     END-READ
004346
004347     PERFORM 2450-CHECK-ONE-PREREQ THRU 2450-EXIT
004348         VARYING WS-PRQ-SUB FROM 1 BY 1
004349         UNTIL WS-PRQ-SUB > 5
004350            OR PRR-COURSE-CODE NOT = SPACES
004351
004352     IF PRR-COURSE-CODE = SPACES
004353         GO TO 2400-EXIT
004354     END-IF
004355
004356     MOVE ET-STUDENT-ID  TO PO-STUDENT-ID
004357     MOVE ET-COURSE-CODE TO PO-COURSE-CODE
004358     READ PREREQ-OVERRIDE-FILE
004359         INVALID KEY
004360             SET WS-INVALID-TRANS TO TRUE
004361             MOVE WS-PREREQ-REASON TO WS-REJECT-REASON
004362             GO TO 2400-EXIT
004363     END-READ
004364
004365     SET WS-OVERRIDE-USED TO TRUE.
004366 2400-EXIT.
004367     EXIT.
004368
004369******************************************************************
004370*    2450-CHECK-ONE-PREREQ - ONE REQUIRED COURSE.  IT IS MET BY   *
004371*        A GRADE OF A-D NO LOWER THAN THE MINIMUM; F, W, I, OR    *
004372*        NO ROW AT ALL LEAVES IT UNMET.  LETTERS RUN A BEST TO    *
004373*        D WORST, SO "NO LOWER" IS A STRAIGHT NOT-GREATER COMPARE.*
004374*        OF SEVERAL ATTEMPTS ONLY THE ONE THAT COUNTS UNDER THE   *
004375*        REPEAT POLICY IS JUDGED - AN EXCLUDED EARLIER PASS DOES  *
004376*        NOT MEET A PREREQUISITE THE LATEST ATTEMPT FAILED.       *
004377******************************************************************
004378 2450-CHECK-ONE-PREREQ.
004379     IF PQ-REQ-COURSE-CODE (WS-PRQ-SUB) = SPACES
004380         GO TO 2450-EXIT
004381     END-IF
004382
004383     MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB) TO WS-ATTEMPT-COURSE
004384     PERFORM 2750-START-ATTEMPTS THRU 2750-EXIT
004385     PERFORM 2760-READ-ATTEMPT THRU 2760-EXIT
004386         UNTIL WS-ATTEMPTS-DONE
004387            OR CG-REPEAT-COUNTED
004388
004389     IF WS-ATTEMPTS-DONE
004390         MOVE 'PREREQ MISSING - ' TO PRR-TEXT
004391         MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB)
004392             TO PRR-COURSE-CODE
004393         GO TO 2450-EXIT
004394     END-IF
004395
004396     IF (CG-LETTER-GRADE NOT = 'A' AND CG-LETTER-GRADE NOT = 'B'
004397             AND CG-LETTER-GRADE NOT = 'C'
004398             AND CG-LETTER-GRADE NOT = 'D')
004399         OR CG-LETTER-GRADE > PQ-MIN-GRADE (WS-PRQ-SUB)
004400         MOVE 'PREREQ BELOW MIN - ' TO PRR-TEXT
004401         MOVE PQ-REQ-COURSE-CODE (WS-PRQ-SUB) TO PRR-COURSE-CODE
004402     END-IF.
004403 2450-EXIT.
004404     EXIT.
004405
004406******************************************************************
004407*    2500-CHECK-TIME-CONFLICT - BROWSE THE STUDENT'S OWN          *
004408*        ENROLLMENT ROWS AND REJECT THE ADD IF ANY SECTION HELD   *
004409*        IN THE SAME TERM MEETS ON A SHARED DAY AT AN OVERLAPPING *
004410*        TIME.  AN ARRANGED SECTION (NO MEETING DAYS) NEVER       *
004411*        CONFLICTS, NOR DOES A ROW WITH NO SECTION RECORDED.      *
004412******************************************************************
004413 2500-CHECK-TIME-CONFLICT.
004414     MOVE 'N' TO WS-CONFLICT-SWITCH
004415     MOVE 'N' TO WS-EOF-SCHEDULE-SWITCH
004416
004417     IF WS-SEC-DAY-TABLE (WS-ADD-SEC-SUB) = SPACES
004418         GO TO 2500-EXIT
004419     END-IF
004420
004421     MOVE ET-STUDENT-ID TO EN-STUDENT-ID
004422     MOVE LOW-VALUES    TO EN-COURSE-CODE
004423     MOVE LOW-VALUES    TO EN-TERM
004424     START CURRENT-ENROLLMENT-FILE KEY IS NOT < EN-KEY
004425         INVALID KEY
004426             GO TO 2500-EXIT
004427     END-START
004428
004429     PERFORM 2550-READ-SCHEDULE THRU 2550-EXIT
004430
004431     PERFORM 2600-CHECK-ONE-HELD THRU 2600-EXIT
004432         UNTIL WS-EOF-SCHEDULE
004433            OR WS-TIME-CONFLICT
004434
004435     IF WS-TIME-CONFLICT
004436         SET WS-INVALID-TRANS TO TRUE
004437         MOVE WS-CONFLICT-REASON TO WS-REJECT-REASON
004438     END-IF.
004439 2500-EXIT.
004440     EXIT.
004441
004442******************************************************************
004443*    2550-READ-SCHEDULE - READ THE STUDENT'S NEXT ENROLLMENT ROW. *
004444*        THE FIRST ROW OF THE NEXT STUDENT ENDS THE BROWSE.       *
004445******************************************************************
004446 2550-READ-SCHEDULE.
004447     READ CURRENT-ENROLLMENT-FILE NEXT RECORD
004448         AT END
004449             SET WS-EOF-SCHEDULE TO TRUE
004450             GO TO 2550-EXIT
004451     END-READ
004452
004453     IF EN-STUDENT-ID NOT = ET-STUDENT-ID
004454         SET WS-EOF-SCHEDULE TO TRUE
004455     END-IF.
004456 2550-EXIT.
004457     EXIT.
004458
004459******************************************************************
004460*    2600-CHECK-ONE-HELD - COMPARE ONE SECTION THE STUDENT HOLDS  *
004461*        WITH THE SECTION BEING ADDED.  TWO MEETINGS OVERLAP WHEN *
004462*        EACH STARTS BEFORE THE OTHER ENDS; THEY CONFLICT WHEN    *
004463*        THEY ALSO SHARE A MEETING DAY.                           *
004464******************************************************************
004465 2600-CHECK-ONE-HELD.
004466     IF EN-TERM NOT = ET-TERM
004467        OR EN-SECTION-NO = SPACES
004468        OR EN-COURSE-CODE = ET-COURSE-CODE
004469         GO TO 2600-READ-NEXT
004470     END-IF
004471
004472     MOVE EN-TERM        TO WS-LOOKUP-SEC-TERM
004473     MOVE EN-COURSE-CODE TO WS-LOOKUP-SEC-COURSE
004474     MOVE EN-SECTION-NO  TO WS-LOOKUP-SEC-NO
004475     PERFORM 3600-FIND-SECTION THRU 3600-EXIT
004476     IF WS-SEC-FOUND-SUB = ZERO
004477         GO TO 2600-READ-NEXT
004478     END-IF
004479
004480     IF WS-SEC-START-TIME (WS-ADD-SEC-SUB) NOT <
004481            WS-SEC-END-TIME (WS-SEC-FOUND-SUB)
004482        OR WS-SEC-START-TIME (WS-SEC-FOUND-SUB) NOT <
004483            WS-SEC-END-TIME (WS-ADD-SEC-SUB)
004484         GO TO 2600-READ-NEXT
004485     END-IF
004486
004487     PERFORM 2650-CHECK-ONE-DAY THRU 2650-EXIT
004488         VARYING WS-DAY-SUB FROM 1 BY 1
004489         UNTIL WS-DAY-SUB > 7
004490            OR WS-TIME-CONFLICT
004491
004492     IF WS-TIME-CONFLICT
004493         MOVE EN-COURSE-CODE TO CFR-COURSE-CODE
004494         MOVE EN-SECTION-NO  TO CFR-SECTION-NO
004495         GO TO 2600-EXIT
004496     END-IF.
004497 2600-READ-NEXT.
004498     PERFORM 2550-READ-SCHEDULE THRU 2550-EXIT.
004499 2600-EXIT.
004500     EXIT.
004501
004502******************************************************************
004503*    2650-CHECK-ONE-DAY - DO BOTH SECTIONS MEET ON THIS DAY?      *
004504******************************************************************
004505 2650-CHECK-ONE-DAY.
004506     IF WS-SEC-DAY (WS-ADD-SEC-SUB, WS-DAY-SUB) NOT = SPACE
004507        AND WS-SEC-DAY (WS-SEC-FOUND-SUB, WS-DAY-SUB) NOT = SPACE
004508         SET WS-TIME-CONFLICT TO TRUE
004509     END-IF.
004510 2650-EXIT.
004511     EXIT.
004512
004513******************************************************************
004514*    2700-CHECK-REPEAT-LIMIT - COUNT THE STUDENT'S ATTEMPTS AT    *
004515*        THE COURSE AND REJECT THE ADD WHEN ANOTHER WOULD PASS    *
004516*        THE REPEAT POLICY'S LIMIT.  AN ATTEMPT IS EVERY          *
004517*        COURSE-GRADES ROW FOR THE COURSE, W INCLUDED, PLUS EVERY *
004518*        SEAT HELD IN A TERM NOT YET GRADED - THE SAME COUNT      *
004519*        GRADLOAD APPLIES WHEN THE GRADE ARRIVES.                 *
004520******************************************************************
004521 2700-CHECK-REPEAT-LIMIT.
004522     MOVE ZERO           TO WS-ATTEMPT-CT
004523     MOVE ET-COURSE-CODE TO WS-ATTEMPT-COURSE
004524     PERFORM 2750-START-ATTEMPTS THRU 2750-EXIT
004525     PERFORM 2710-COUNT-ONE-ATTEMPT THRU 2710-EXIT
004526         UNTIL WS-ATTEMPTS-DONE
004527
004528     MOVE 'N'            TO WS-EOF-SCHEDULE-SWITCH
004529     MOVE ET-STUDENT-ID  TO EN-STUDENT-ID
004530     MOVE ET-COURSE-CODE TO EN-COURSE-CODE
004531     MOVE LOW-VALUES     TO EN-TERM
004532     START CURRENT-ENROLLMENT-FILE KEY IS NOT < EN-KEY
004533         INVALID KEY
004534             SET WS-EOF-SCHEDULE TO TRUE
004535     END-START
004536     IF NOT WS-EOF-SCHEDULE
004537         PERFORM 2550-READ-SCHEDULE THRU 2550-EXIT
004538     END-IF
004539     PERFORM 2720-COUNT-ONE-SEAT THRU 2720-EXIT
004540         UNTIL WS-EOF-SCHEDULE
004541
004542     IF WS-ATTEMPT-CT NOT < RP-ATTEMPT-LIMIT
004543         SET WS-INVALID-TRANS TO TRUE
004544         MOVE 'REPEAT LIMIT REACHED' TO WS-REJECT-REASON
004545     END-IF.
004546 2700-EXIT.
004547     EXIT.
004548
004549******************************************************************
004550*    2710-COUNT-ONE-ATTEMPT - COUNT ONE GRADED ATTEMPT AND READ   *
004551*        THE NEXT.                                                *
004552******************************************************************
004553 2710-COUNT-ONE-ATTEMPT.
004554     ADD 1 TO WS-ATTEMPT-CT
004555     PERFORM 2760-READ-ATTEMPT THRU 2760-EXIT.
004556 2710-EXIT.
004557     EXIT.
004558
004559******************************************************************
004560*    2720-COUNT-ONE-SEAT - COUNT ONE SEAT THE STUDENT HOLDS IN    *
004561*        THE COURSE UNLESS ITS TERM IS ALREADY GRADED, SO AN      *
004562*        ATTEMPT ON BOTH FILES COUNTS ONCE.  A SEAT IN THE TERM   *
004563*        BEING ADDED IS NOT ANOTHER ATTEMPT - THAT ADD IS A       *
004564*        DUPLICATE AND IS REJECTED AS ALREADY ENROLLED WHEN IT    *
004565*        IS WRITTEN.  THE FIRST ROW OF ANOTHER COURSE ENDS THE    *
004566*        BROWSE.                                                  *
004567******************************************************************
004568 2720-COUNT-ONE-SEAT.
004569     IF EN-COURSE-CODE NOT = ET-COURSE-CODE
004570         SET WS-EOF-SCHEDULE TO TRUE
004571         GO TO 2720-EXIT
004572     END-IF
004573
004574     IF EN-TERM = ET-TERM
004575         GO TO 2720-READ-NEXT
004576     END-IF
004577
004578     MOVE EN-STUDENT-ID  TO CG-STUDENT-ID
004579     MOVE EN-COURSE-CODE TO CG-COURSE-CODE
004580     MOVE EN-TERM        TO CG-TERM
004581     READ COURSE-GRADES-FILE
004582         INVALID KEY
004583             ADD 1 TO WS-ATTEMPT-CT
004584     END-READ.
004585
004586 2720-READ-NEXT.
004587     PERFORM 2550-READ-SCHEDULE THRU 2550-EXIT.
004588 2720-EXIT.
004589     EXIT.
004590
004591******************************************************************
004592*    2750-START-ATTEMPTS - POSITION AT THE STUDENT'S FIRST        *
004593*        COURSE-GRADES ROW FOR WS-ATTEMPT-COURSE AND READ IT.     *
004594******************************************************************
004595 2750-START-ATTEMPTS.
004596     MOVE 'N'               TO WS-ATTEMPT-EOF-SWITCH
004597     MOVE ET-STUDENT-ID     TO CG-STUDENT-ID
004598     MOVE WS-ATTEMPT-COURSE TO CG-COURSE-CODE
004599     MOVE LOW-VALUES        TO CG-TERM
004600
004601     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
004602         INVALID KEY
004603             SET WS-ATTEMPTS-DONE TO TRUE
004604     END-START
004605
004606     IF NOT WS-ATTEMPTS-DONE
004607         PERFORM 2760-READ-ATTEMPT THRU 2760-EXIT
004608     END-IF.
004609 2750-EXIT.
004610     EXIT.
004611
004612******************************************************************
004613*    2760-READ-ATTEMPT - READ THE NEXT ROW; THE FIRST ROW OF      *
004614*        ANOTHER COURSE OR STUDENT ENDS THE ATTEMPTS.             *
004615******************************************************************
004616 2760-READ-ATTEMPT.
004617     READ COURSE-GRADES-FILE NEXT RECORD
004618         AT END
004619             SET WS-ATTEMPTS-DONE TO TRUE
004620     END-READ
004621
004622     IF NOT WS-ATTEMPTS-DONE
004623         IF CG-STUDENT-ID NOT = ET-STUDENT-ID
004624            OR CG-COURSE-CODE NOT = WS-ATTEMPT-COURSE
004625             SET WS-ATTEMPTS-DONE TO TRUE
004626         END-IF
004627     END-IF.
004628 2760-EXIT.
004629     EXIT.
004630
004631******************************************************************
004632*    3000-APPLY-TRANS - DRIVE THE REQUESTED ADD OR DROP AGAINST   *
004633*        CURRENT-ENROLLMENT AND KEEP THE FILLED-SEAT COUNT IN     *
004634*        STEP.                                                    *
004635******************************************************************
004636 3000-APPLY-TRANS.
004637     MOVE ET-STUDENT-ID  TO EN-STUDENT-ID
004638     MOVE ET-COURSE-CODE TO EN-COURSE-CODE
004639     MOVE ET-TERM        TO EN-TERM
004640
004641     EVALUATE TRUE
004642         WHEN ET-ACTION-ADD
004643             PERFORM 3100-ADD-ENROLLMENT THRU 3100-EXIT
004644         WHEN ET-ACTION-DROP
004645             PERFORM 3300-DROP-ENROLLMENT THRU 3300-EXIT
004646     END-EVALUATE
004647
004648     IF WS-VALID-TRANS
004649         ADD 1 TO WS-TRANS-APPLIED-CT
004650     END-IF.
004651 3000-EXIT.
004652     EXIT.
004653
004654******************************************************************
004655*    3100-ADD-ENROLLMENT - WRITE A NEW ENROLLMENT ROW AND FILL    *
004656*        A SEAT.                                                  *
004657******************************************************************
004658 3100-ADD-ENROLLMENT.
004659     MOVE ET-SECTION-NO TO EN-SECTION-NO
004660
004661     WRITE ENROLLMENT-DATA
004662         INVALID KEY
004663             SET WS-INVALID-TRANS TO TRUE
004664             MOVE 'ADD - ALREADY ENROLLED' TO WS-REJECT-REASON
004665     END-WRITE
004666
004670     IF WS-VALID-TRANS AND WS-FOUND-SUB > ZERO
004672         MOVE ET-TERM        TO WS-LOOKUP-CTM-TERM
004674         MOVE ET-COURSE-CODE TO WS-LOOKUP-CTM-COURSE
004676         PERFORM 3800-TABLE-COURSE-TERM THRU 3800-EXIT
004678         IF WS-CTM-FOUND-SUB > ZERO
004680             ADD 1 TO WS-CTM-ENROLLED (WS-CTM-FOUND-SUB)
004685         END-IF
004690     END-IF
004691
004692     IF WS-VALID-TRANS AND WS-ADD-SEC-SUB > ZERO
004693         ADD 1 TO WS-SEC-ENROLLED (WS-ADD-SEC-SUB)
004694     END-IF
004695
004696     IF WS-VALID-TRANS AND WS-OVERRIDE-USED
004697         PERFORM 3150-WRITE-OVERRIDE-AUDIT THRU 3150-EXIT
004698     END-IF.
004700 3100-EXIT.
004710     EXIT.
004711
004712******************************************************************
004713*    3150-WRITE-OVERRIDE-AUDIT - APPEND ONE AUDIT ENTRY FOR AN    *
004714*        ADD THAT WENT ON FILE ONLY BECAUSE OF AN OVERRIDE,       *
004715*        NAMING THE PREREQUISITE IT SKIPPED.                      *
004716******************************************************************
004717 3150-WRITE-OVERRIDE-AUDIT.
004718     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004719     ACCEPT WS-STAMP-TIME FROM TIME
004720
004721     MOVE WS-PREREQ-REASON      TO OVM-REASON
004722
004723     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
004724     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
004725     MOVE 'ENRLLOAD'            TO AUDIT-PROGRAM-ID
004726     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
004727     MOVE WS-USER-ID            TO AUDIT-USER-ID
004728     MOVE 'OVRUSED'             TO AUDIT-TRAN-CODE
004729     MOVE ET-STUDENT-ID         TO AUDIT-STUDENT-ID
004730     MOVE ZERO                  TO AUDIT-RECORDS-READ
004731     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
004732     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
004733     MOVE WS-OVERRIDE-MESSAGE   TO AUDIT-MESSAGE
004734
004735     WRITE AUDIT-LOG-RECORD
004736     ADD 1 TO WS-OVERRIDE-AUDIT-CT.
004737 3150-EXIT.
004738     EXIT.
004739
004740******************************************************************
004741*    3300-DROP-ENROLLMENT - REMOVE AN ENROLLMENT ROW AND FREE     *
004750*        ITS SEAT.                                                *
004753*        THE ROW IS READ FIRST TO LEARN WHICH SECTION'S SEAT      *
004756*        TO FREE.                                                 *
004760******************************************************************
004770 3300-DROP-ENROLLMENT.
004771     READ CURRENT-ENROLLMENT-FILE
004772         INVALID KEY
004773             SET WS-INVALID-TRANS TO TRUE
004774             MOVE 'DROP - ROW NOT ON FILE' TO WS-REJECT-REASON
004775             GO TO 3300-EXIT
004776     END-READ
004777
004780     DELETE CURRENT-ENROLLMENT-FILE
004790         INVALID KEY
004800             SET WS-INVALID-TRANS TO TRUE
004880     MOVE ET-COURSE-CODE TO WS-LOOKUP-COURSE
004890     PERFORM 3500-FIND-COURSE THRU 3500-EXIT
004900     IF WS-FOUND-SUB > ZERO
004901         MOVE EN-TERM        TO WS-LOOKUP-CTM-TERM
004902         MOVE EN-COURSE-CODE TO WS-LOOKUP-CTM-COURSE
004903         PERFORM 3700-FIND-COURSE-TERM THRU 3700-EXIT
004904         IF WS-CTM-FOUND-SUB > ZERO
004905             SUBTRACT 1 FROM WS-CTM-ENROLLED (WS-CTM-FOUND-SUB)
004906         END-IF
004911     END-IF
004912
004913     IF EN-SECTION-NO NOT = SPACES
004914         MOVE EN-TERM        TO WS-LOOKUP-SEC-TERM
004915         MOVE EN-COURSE-CODE TO WS-LOOKUP-SEC-COURSE
004916         MOVE EN-SECTION-NO  TO WS-LOOKUP-SEC-NO
004917         PERFORM 3600-FIND-SECTION THRU 3600-EXIT
004918         IF WS-SEC-FOUND-SUB > ZERO
004919             SUBTRACT 1 FROM WS-SEC-ENROLLED (WS-SEC-FOUND-SUB)
004920         END-IF
004921     END-IF.
004930 3300-EXIT.
004940     EXIT.
004950
005170     END-IF.
005180 3550-EXIT.
005190     EXIT.
005191
005192******************************************************************
005193*    3600-FIND-SECTION - LOOK WS-LOOKUP-SECTION UP IN THE SECTION *
005194*        TABLE.  WS-SEC-FOUND-SUB COMES BACK ZERO WHEN THE        *
005195*        SECTION IS NOT OFFERED.                                  *
005196******************************************************************
005197 3600-FIND-SECTION.
005198     MOVE ZERO TO WS-SEC-FOUND-SUB
005199     PERFORM 3650-MATCH-SECTION THRU 3650-EXIT
005200         VARYING WS-SEC-SUB FROM 1 BY 1
005201         UNTIL WS-SEC-SUB > WS-SECTION-COUNT
005202            OR WS-SEC-FOUND-SUB > ZERO.
005203 3600-EXIT.
005204     EXIT.
005205
005206******************************************************************
005207*    3650-MATCH-SECTION - REMEMBER THE SUBSCRIPT OF A MATCHING    *
005208*        TABLE ENTRY.                                             *
005209******************************************************************
005210 3650-MATCH-SECTION.
005211     IF WS-SEC-KEY (WS-SEC-SUB) = WS-LOOKUP-SECTION
005212         MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
005213     END-IF.
005214 3650-EXIT.
005215     EXIT.
005216
005217******************************************************************
005218*    3700-FIND-COURSE-TERM - LOOK WS-LOOKUP-CRS-TERM UP IN THE    *
005219*        COURSE-TERM TABLE.  WS-CTM-FOUND-SUB COMES BACK ZERO     *
005220*        WHEN NO SEAT IN THE COURSE IS YET HELD THAT TERM.        *
005221******************************************************************
005222 3700-FIND-COURSE-TERM.
005223     MOVE ZERO TO WS-CTM-FOUND-SUB
005224     PERFORM 3750-MATCH-COURSE-TERM THRU 3750-EXIT
005225         VARYING WS-CTM-SUB FROM 1 BY 1
005226         UNTIL WS-CTM-SUB > WS-CRS-TERM-COUNT
005227            OR WS-CTM-FOUND-SUB > ZERO.
005228 3700-EXIT.
005229     EXIT.
005230
005231******************************************************************
005232*    3750-MATCH-COURSE-TERM - REMEMBER THE SUBSCRIPT OF A         *
005233*        MATCHING TABLE ENTRY.                                    *
005234******************************************************************
005235 3750-MATCH-COURSE-TERM.
005236     IF WS-CTM-KEY (WS-CTM-SUB) = WS-LOOKUP-CRS-TERM
005237         MOVE WS-CTM-SUB TO WS-CTM-FOUND-SUB
005238     END-IF.
005239 3750-EXIT.
005240     EXIT.
005241
005242******************************************************************
005243*    3800-TABLE-COURSE-TERM - FIND WS-LOOKUP-CRS-TERM IN THE      *
005244*        COURSE-TERM TABLE, ADDING IT WITH NO SEATS FILLED IF IT  *
005245*        IS NOT THERE YET.  A TABLE ALREADY FULL STOPS THE RUN    *
005246*        WITH RC=16 AND WS-CTM-FOUND-SUB COMES BACK ZERO.         *
005247******************************************************************
005248 3800-TABLE-COURSE-TERM.
005249     PERFORM 3700-FIND-COURSE-TERM THRU 3700-EXIT
005250     IF WS-CTM-FOUND-SUB > ZERO
005251         GO TO 3800-EXIT
005252     END-IF
005253
005254     IF WS-CRS-TERM-COUNT >= 2000
005255         DISPLAY 'ENRLLOAD: ENROLLMENT LARGER THAN '
005256                 'COURSE-TERM TABLE'
005257         MOVE 16 TO RETURN-CODE
005258         SET WS-EOF-ENROL-TRANS TO TRUE
005259         GO TO 3800-EXIT
005260     END-IF
005261
005262     ADD 1 TO WS-CRS-TERM-COUNT
005263     MOVE WS-LOOKUP-CRS-TERM TO WS-CTM-KEY (WS-CRS-TERM-COUNT)
005264     MOVE ZERO TO WS-CTM-ENROLLED (WS-CRS-TERM-COUNT)
005265     MOVE WS-CRS-TERM-COUNT TO WS-CTM-FOUND-SUB.
005266 3800-EXIT.
005267     EXIT.
005268
005269******************************************************************
005270*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
005271******************************************************************
005272 8000-TERMINATE.
005273     DISPLAY 'ENRLLOAD: ' WS-TRANS-READ-CT
005274             ' REGISTRATION TRANSACTIONS READ'
005275     DISPLAY 'ENRLLOAD: ' WS-TRANS-APPLIED-CT
005280             ' REGISTRATION TRANSACTIONS APPLIED'
005290     DISPLAY 'ENRLLOAD: ' WS-TRANS-REJECT-CT
005300             ' REGISTRATION TRANSACTIONS REJECTED'
005303     DISPLAY 'ENRLLOAD: ' WS-OVERRIDE-AUDIT-CT
005306             ' ADDS APPLIED ON A PREREQUISITE OVERRIDE'
005310
005320     IF WS-TRANS-FILE-OPEN
005330         CLOSE ENROL-TRANS-FILE
005370     END-IF
005380     IF WS-ENRLERR-FILE-OPEN
005390         CLOSE ENROL-ERRORS-FILE
005391     END-IF
005392     IF WS-COURSE-FILE-OPEN
005393         CLOSE COURSE-GRADES-FILE
005394     END-IF
005395     IF WS-PREREQ-FILE-OPEN
005396         CLOSE COURSE-PREREQ-FILE
005397     END-IF
005398     IF WS-OVERRIDE-FILE-OPEN
005399         CLOSE PREREQ-OVERRIDE-FILE
005400     END-IF
005401     IF WS-AUDIT-FILE-OPEN
005402         CLOSE HELLO-AUDIT-LOG-FILE
005403     END-IF
005404     IF WS-HOLD-FILE-OPEN
005405         CLOSE STUDENT-HOLD-FILE
005406     END-IF
005407     IF WS-TERMCTL-FILE-OPEN
005408         CLOSE TERM-CONTROL-FILE
005410     END-IF
005412     IF WS-STUDENT-FILE-OPEN
005414         CLOSE STUDENT-MASTER-FILE
005416     END-IF.
005418 8000-EXIT.
005420     EXIT.
