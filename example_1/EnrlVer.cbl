000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ENRLVER.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    ENRLVER - TERM ENROLLMENT VERIFICATION RUN.                  *
000090*    TOTALS EACH STUDENT'S CREDIT HOURS FOR THE TERM ON THE EXEC  *
000100*    PARM FROM THE SEATS HELD ON CURRENT-ENROLLMENT, USING THE    *
000110*    CATALOG'S CAT-CREDIT-HOURS FOR EACH COURSE, AND CLASSIFIES   *
000120*    THE STUDENT FULL-TIME (12 HOURS AND UP), HALF-TIME (6 TO     *
000130*    11), OR LESS THAN HALF-TIME.  A STUDENT REPORTED ON AN       *
000140*    EARLIER RUN WHO NO LONGER HOLDS ANY SEAT FOR THE TERM IS     *
000150*    WITHDRAWN.  EACH STATUS IS COMPARED WITH THE ONE LAST        *
000160*    REPORTED ON ENROLLMENT-STATUS, AND EVERY CHANGE GOES TO THE  *
000170*    CLEARINGHOUSE FILE WITH THE DATE IT TOOK EFFECT.  THE SAME   *
000180*    RUN PRINTS AN ENROLLMENT CERTIFICATION LETTER FOR EACH       *
000190*    STUDENT ON THE CERTIFICATION REQUEST FILE, FOR THE LOAN      *
000200*    SERVICERS AND INSURERS WHO ASK.                              *
000210*                                                                 *
000220*    A CLOSED TERM'S SEATS HAVE BEEN ARCHIVED BY TERMCLOS, SO A   *
000230*    RUN FOR A CLOSED TERM SENDS NO STATUS CHANGES - IT WOULD     *
000240*    WITHDRAW EVERYONE - BUT STILL CERTIFIES FROM THE LAST        *
000250*    STATUS REPORTED.                                             *
000252*                                                                 *
000254*    A STUDENT WITH AN ACTIVE HOLD ON STUDENT-HOLD STILL GETS THE *
000256*    LETTER, MARKED HOLD - NOT OFFICIAL AS TRNSCRPT MARKS THE     *
000258*    TRANSCRIPT.                                                  *
000260*----------------------------------------------------------------*
000270*    MODIFICATION HISTORY                                        *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  --------------------------------------------
000300*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000302*    2026-10-15 JBH   A CERTIFICATION LETTER FOR A STUDENT WITH  *
000304*                     AN ACTIVE HOLD ON STUDENT-HOLD IS MARKED   *
000306*                     HOLD - NOT OFFICIAL UNDER THE TITLE AND    *
000308*                     UNDER THE SIGNATURE.                       *
000310******************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*----------------------------------------------------------------*
000410*    CURRENT-ENROLLMENT - SEATS HELD, READ FRONT TO BACK.  THE    *
000420*        KEY IS STUDENT FIRST, SO EACH STUDENT'S SEATS ARRIVE     *
000430*        TOGETHER.                                                *
000440*----------------------------------------------------------------*
000450     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS EN-KEY
000490         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000500*----------------------------------------------------------------*
000510*    COURSE-CATALOG   - CREDIT HOURS FOR EACH SEAT, ONE RANDOM    *
000520*        LOOKUP PER SEAT.                                         *
000530*----------------------------------------------------------------*
000540     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CAT-COURSE-CODE
000580         FILE STATUS IS WS-CATALOG-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    STUDENT-MASTER   - NAMES FOR THE CLEARINGHOUSE FILE AND THE  *
000610*        LETTERS.                                                 *
000620*----------------------------------------------------------------*
000630     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS STUDENT-ID
000670         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000680*----------------------------------------------------------------*
000690*    TERM-CONTROL     - THE STATUS OF THE TERM ON THE PARM.       *
000700*----------------------------------------------------------------*
000710     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS TC-TERM
000750         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000760*----------------------------------------------------------------*
000770*    ENROLLMENT-STATUS - THE STATUS LAST REPORTED FOR EACH        *
000780*        STUDENT IN EACH TERM.  READ RANDOMLY AS EACH STUDENT IS  *
000790*        CLASSIFIED, THEN SWEPT FRONT TO BACK FOR THE TERM TO     *
000800*        FIND THE WITHDRAWALS.                                    *
000810*----------------------------------------------------------------*
000820     SELECT ENROLLMENT-STATUS-FILE ASSIGN TO "ENRLSTAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS ES-KEY
000860         FILE STATUS IS WS-STATUS-FILE-STATUS.
000870*----------------------------------------------------------------*
000880*    CLEARINGHOUSE-FILE - THE FIXED-WIDTH ENROLLMENT-STATUS FILE  *
000890*        FOR THE NATIONAL CLEARINGHOUSE.                          *
000900*----------------------------------------------------------------*
000910     SELECT CLEARINGHOUSE-FILE ASSIGN TO "ENRLVFY"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-VERIFY-FILE-STATUS.
000940*----------------------------------------------------------------*
000950*    CERT-REQUEST-FILE - ONE ROW PER CERTIFICATION LETTER WANTED. *
000960*----------------------------------------------------------------*
000970     SELECT CERT-REQUEST-FILE ASSIGN TO "CERTREQ"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-REQUEST-FILE-STATUS.
001000*----------------------------------------------------------------*
001010*    STUDENT-ADDRESS  - THE MAILING ADDRESS FOR EACH LETTER,      *
001020*        ONE RANDOM LOOKUP PER LETTER.                            *
001030*----------------------------------------------------------------*
001040     SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUDADDR"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS AD-STUDENT-ID
001080         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
001090*----------------------------------------------------------------*
001100*    CERT-LETTERS-FILE - MAIL-READY CERTIFICATION LETTERS, ONE    *
001110*        PER REQUEST.                                             *
001120*----------------------------------------------------------------*
001130     SELECT CERT-LETTERS-FILE ASSIGN TO "CERTLTRS"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-LETTERS-FILE-STATUS.
001151*----------------------------------------------------------------*
001152*    STUDENT-HOLD     - HOLDS, KEYED BY STUDENT ID + HOLD TYPE.   *
001153*        ANY ACTIVE HOLD MARKS THE LETTER NOT OFFICIAL.           *
001154*----------------------------------------------------------------*
001155     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
001156         ORGANIZATION IS INDEXED
001157         ACCESS MODE IS RANDOM
001158         RECORD KEY IS HD-KEY
001159         FILE STATUS IS WS-HOLD-FILE-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  CURRENT-ENROLLMENT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY ENRLREC.
001220
001230 FD  COURSE-CATALOG-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CRSEREC.
001260
001270 FD  STUDENT-MASTER-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY STUDREC.
001300
001310 FD  TERM-CONTROL-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY TERMREC.
001340
001350 FD  ENROLLMENT-STATUS-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY ENSTREC.
001380
001390 FD  CLEARINGHOUSE-FILE
001400     RECORD CONTAINS 80 CHARACTERS
001410     LABEL RECORDS ARE STANDARD.
001420 COPY ENVFREC.
001430
001440 FD  CERT-REQUEST-FILE
001450     RECORD CONTAINS 36 CHARACTERS
001460     LABEL RECORDS ARE STANDARD.
001470 01  CERT-REQUEST-RECORD.
001480     05  CR-STUDENT-ID           PIC X(06).
001490     05  CR-REQUESTED-BY         PIC X(30).
001500
001510 FD  STUDENT-ADDRESS-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 COPY ADDRREC.
001540
001550 FD  CERT-LETTERS-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  LETTER-LINE                 PIC X(80).
001572
001574 FD  STUDENT-HOLD-FILE
001576     LABEL RECORDS ARE STANDARD.
001578 COPY HOLDREC.
001580
001590 WORKING-STORAGE SECTION.
001600 01  WS-FILE-STATUS-FIELDS.
001610     05  WS-ENROLL-FILE-STATUS    PIC X(02) VALUE SPACES.
001620     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
001630     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001640     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001650     05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE SPACES.
001660     05  WS-VERIFY-FILE-STATUS    PIC X(02) VALUE SPACES.
001670     05  WS-REQUEST-FILE-STATUS   PIC X(02) VALUE SPACES.
001680     05  WS-ADDRESS-FILE-STATUS   PIC X(02) VALUE SPACES.
001690     05  WS-LETTERS-FILE-STATUS   PIC X(02) VALUE SPACES.
001695     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001700
001710 01  WS-SWITCHES.
001720     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001730         88  WS-EOF-ENROLLMENT              VALUE 'Y'.
001740     05  WS-EOF-STATUS-SWITCH     PIC X(01) VALUE 'N'.
001750         88  WS-EOF-STATUS-ROWS             VALUE 'Y'.
001760     05  WS-EOF-REQUEST-SWITCH    PIC X(01) VALUE 'N'.
001770         88  WS-EOF-REQUESTS                VALUE 'Y'.
001780     05  WS-STOPPED-SWITCH        PIC X(01) VALUE 'N'.
001790         88  WS-RUN-STOPPED                 VALUE 'Y'.
001800     05  WS-FEED-SWITCH           PIC X(01) VALUE 'Y'.
001810         88  WS-FEED-WANTED                 VALUE 'Y'.
001820         88  WS-FEED-SKIPPED                VALUE 'N'.
001830     05  WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001840         88  WS-ENROLL-FILE-OPEN            VALUE 'Y'.
001850     05  WS-CATALOG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001860         88  WS-CATALOG-FILE-OPEN           VALUE 'Y'.
001870     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001880         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001890     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001900         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001910     05  WS-STATUS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001920         88  WS-STATUS-FILE-OPEN            VALUE 'Y'.
001930     05  WS-VERIFY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001940         88  WS-VERIFY-FILE-OPEN            VALUE 'Y'.
001950     05  WS-REQUEST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001960         88  WS-REQUEST-FILE-OPEN           VALUE 'Y'.
001970     05  WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001980         88  WS-ADDRESS-FILE-OPEN           VALUE 'Y'.
001990     05  WS-LETTERS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
002000         88  WS-LETTERS-FILE-OPEN           VALUE 'Y'.
002010     05  WS-ADDRESS-FOUND-SWITCH  PIC X(01) VALUE 'N'.
002020         88  WS-ADDRESS-FOUND               VALUE 'Y'.
002030     05  WS-STATUS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002040         88  WS-STATUS-FOUND                VALUE 'Y'.
002050     05  WS-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
002060         88  WS-STATUS-CHANGED              VALUE 'Y'.
002062     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002064         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
002066     05  WS-ON-HOLD-SWITCH        PIC X(01) VALUE 'N'.
002068         88  WS-STUDENT-ON-HOLD             VALUE 'Y'.
002070
002080 01  WS-RUN-TERM.
002090     05  WS-RUN-TERM-YEAR         PIC X(04) VALUE SPACES.
002100     05  WS-RUN-TERM-CODE         PIC X(01) VALUE SPACES.
002110         88  WS-RUN-TERM-CODE-VALID         VALUE '1' '2' '3'.
002120
002130*----------------------------------------------------------------*
002140*    WS-RUN-STAMP - DATE AND TIME OF THIS RUN.  IT IS STAMPED ON  *
002150*    EVERY ENROLLMENT-STATUS RECORD FOR A STUDENT STILL HOLDING   *
002160*    SEATS, SO THE WITHDRAWAL SWEEP CAN TELL WHO WAS NOT SEEN.    *
002170*----------------------------------------------------------------*
002180 01  WS-RUN-STAMP.
002190     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
002200     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002210         10  WS-RUN-YYYY          PIC X(04).
002220         10  WS-RUN-MM            PIC X(02).
002230         10  WS-RUN-DD            PIC X(02).
002240     05  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
002250
002260*----------------------------------------------------------------*
002270*    ENROLLMENT-STATUS POLICY - HOURS FOR FULL-TIME AND HALF-TIME *
002280*    STATUS, AND THE SCHOOL'S CODE AT THE CLEARINGHOUSE.          *
002290*----------------------------------------------------------------*
002300 01  WS-FULL-TIME-HOURS           PIC 9(03) VALUE 12.
002310 01  WS-HALF-TIME-HOURS           PIC 9(03) VALUE 6.
002320 01  WS-SCHOOL-CODE               PIC X(08) VALUE '00999900'.
002330
002340 01  WS-CURRENT-STUDENT           PIC X(06) VALUE SPACES.
002350 01  WS-STUDENT-NAME              PIC X(20) VALUE SPACES.
002360 01  WS-TERM-HOURS                PIC 9(03) VALUE ZERO.
002370 01  WS-TERM-SEATS                PIC 9(03) VALUE ZERO.
002380 01  WS-NEW-STATUS                PIC X(01) VALUE SPACE.
002390     88  NEW-STATUS-FULL-TIME               VALUE 'F'.
002400     88  NEW-STATUS-HALF-TIME               VALUE 'H'.
002410     88  NEW-STATUS-LESS-THAN-HALF          VALUE 'L'.
002420
002430 01  WS-EFFECTIVE-DATE            PIC 9(08) VALUE ZERO.
002440 01  WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
002450     05  WS-EFFECTIVE-YYYY        PIC X(04).
002460     05  WS-EFFECTIVE-MM          PIC X(02).
002470     05  WS-EFFECTIVE-DD          PIC X(02).
002480
002481*----------------------------------------------------------------*
002482*    WS-HOLD-TYPES - EVERY HOLD TYPE MARKS THE LETTER: BURSAR,    *
002483*    REGISTRAR, DEAN.                                             *
002484*----------------------------------------------------------------*
002485 01  WS-HOLD-TYPE-VALUES          PIC X(03) VALUE 'BRD'.
002486 01  WS-HOLD-TYPES REDEFINES WS-HOLD-TYPE-VALUES.
002487     05  WS-HOLD-TYPE             PIC X(01) OCCURS 3.
002488
002489 77  WS-HOLD-SUB                  PIC S9(4) COMP VALUE ZERO.
002490 77  WS-SEATS-READ-CT             PIC S9(7) COMP VALUE ZERO.
002500 77  WS-SEATS-COUNTED-CT          PIC S9(7) COMP VALUE ZERO.
002510 77  WS-STUDENTS-CT               PIC S9(7) COMP VALUE ZERO.
002520 77  WS-FULL-TIME-CT              PIC S9(7) COMP VALUE ZERO.
002530 77  WS-HALF-TIME-CT              PIC S9(7) COMP VALUE ZERO.
002540 77  WS-LESS-HALF-CT              PIC S9(7) COMP VALUE ZERO.
002550 77  WS-CHANGES-CT                PIC S9(7) COMP VALUE ZERO.
002560 77  WS-CHG-FULL-TIME-CT          PIC S9(7) COMP VALUE ZERO.
002570 77  WS-CHG-HALF-TIME-CT          PIC S9(7) COMP VALUE ZERO.
002580 77  WS-CHG-LESS-HALF-CT          PIC S9(7) COMP VALUE ZERO.
002590 77  WS-CHG-WITHDRAWN-CT          PIC S9(7) COMP VALUE ZERO.
002600 77  WS-EXCEPTIONS-CT             PIC S9(7) COMP VALUE ZERO.
002610 77  WS-REQUESTS-READ-CT          PIC S9(7) COMP VALUE ZERO.
002620 77  WS-REQUESTS-REJECTED-CT      PIC S9(7) COMP VALUE ZERO.
002630 77  WS-LETTERS-CT                PIC S9(7) COMP VALUE ZERO.
002640 77  WS-NO-ADDRESS-CT             PIC S9(7) COMP VALUE ZERO.
002645 77  WS-HELD-LETTERS-CT           PIC S9(7) COMP VALUE ZERO.
002650
002660 01  WS-LETTER-SEPARATOR          PIC X(80) VALUE ALL '-'.
002670
002680 01  WS-LETTER-DATE-LINE.
002690     05  FILLER                   PIC X(07) VALUE 'DATE : '.
002700     05  LTR-YYYY                 PIC X(04).
002710     05  FILLER                   PIC X(01) VALUE '-'.
002720     05  LTR-MM                   PIC X(02).
002730     05  FILLER                   PIC X(01) VALUE '-'.
002740     05  LTR-DD                   PIC X(02).
002750
002760 01  WS-LETTER-ADDRESS-LINE.
002770     05  FILLER                   PIC X(05) VALUE 'TO : '.
002780     05  LTR-STUDENT-NAME         PIC X(20).
002790     05  FILLER                   PIC X(07) VALUE '  (ID :'.
002800     05  LTR-STUDENT-ID           PIC X(06).
002810     05  FILLER                   PIC X(01) VALUE ')'.
002820
002830 01  WS-LETTER-STREET-LINE.
002840     05  FILLER                   PIC X(05) VALUE SPACES.
002850     05  LTR-STREET               PIC X(30).
002860
002870 01  WS-LETTER-CITY-LINE.
002880     05  FILLER                   PIC X(05) VALUE SPACES.
002890     05  LTR-CITY                 PIC X(20).
002900     05  LTR-STATE                PIC X(02).
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  LTR-ZIP                  PIC X(05).
002930
002940 01  WS-NO-ADDRESS-LINE           PIC X(80) VALUE
002950     '     *** NO ADDRESS ON FILE - HOLD FOR THE FRONT DESK ***'.
002952
002954 01  WS-HOLD-LINE                 PIC X(80) VALUE
002956     '*** HOLD - NOT OFFICIAL ***'.
002960
002970 01  WS-LETTER-TITLE-LINE.
002980     05  FILLER                   PIC X(32) VALUE
002990         'ENROLLMENT CERTIFICATION - TERM '.
003000     05  LTR-TERM                 PIC X(05).
003010
003020 01  WS-LETTER-REQUEST-LINE.
003030     05  FILLER                   PIC X(20) VALUE
003040         'REQUESTED BY      : '.
003050     05  LTR-REQUESTED-BY         PIC X(30).
003060
003070 01  WS-LETTER-BODY-1             PIC X(80) VALUE
003080     'THE REGISTRAR CERTIFIES THE ENROLLMENT OF THE STUDENT'.
003090 01  WS-LETTER-BODY-2             PIC X(80) VALUE
003100     'NAMED ABOVE FOR THE TERM SHOWN, AS OF THE DATE ABOVE.'.
003110
003120 01  WS-LETTER-STATUS-LINE.
003130     05  FILLER                   PIC X(20) VALUE
003140         'ENROLLMENT STATUS : '.
003150     05  LTR-STATUS-TEXT          PIC X(24).
003160
003170 01  WS-LETTER-HOURS-LINE.
003180     05  FILLER                   PIC X(20) VALUE
003190         'CREDIT HOURS      : '.
003200     05  LTR-CREDIT-HOURS         PIC ZZ9.
003210
003220 01  WS-LETTER-EFFECTIVE-LINE.
003230     05  FILLER                   PIC X(20) VALUE
003240         'EFFECTIVE DATE    : '.
003250     05  LTR-EFF-YYYY             PIC X(04).
003260     05  FILLER                   PIC X(01) VALUE '-'.
003270     05  LTR-EFF-MM               PIC X(02).
003280     05  FILLER                   PIC X(01) VALUE '-'.
003290     05  LTR-EFF-DD               PIC X(02).
003300
003310 01  WS-LETTER-BASIS-LINE.
003320     05  FILLER                   PIC X(13) VALUE 'FULL-TIME IS '.
003330     05  LTR-FULL-TIME-HOURS      PIC Z9.
003340     05  FILLER                   PIC X(35) VALUE
003350         ' OR MORE CREDIT HOURS; HALF-TIME IS'.
003360     05  LTR-HALF-TIME-HOURS      PIC Z9.
003370     05  FILLER                   PIC X(09) VALUE ' OR MORE.'.
003380
003390 01  WS-LETTER-SIGNATURE-LINE     PIC X(80) VALUE
003400     'OFFICE OF THE REGISTRAR'.
003410
003420 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
003430
003440 LINKAGE SECTION.
003450*----------------------------------------------------------------*
003460*    LK-PARM-AREA - THE TERM TO VERIFY, AS YYYYT,                 *
003470*        E.G. PARM='20263'.                                       *
003480*----------------------------------------------------------------*
003490 01  LK-PARM-AREA.
003500     05  LK-PARM-LEN              PIC S9(4) COMP.
003510     05  LK-PARM-DATA             PIC X(80).
003520
003530 PROCEDURE DIVISION USING LK-PARM-AREA.
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003560
003570     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
003580         UNTIL WS-EOF-ENROLLMENT
003590
003600     PERFORM 4000-SWEEP-WITHDRAWALS THRU 4000-EXIT
003610
003620     PERFORM 5000-PROCESS-REQUEST THRU 5000-EXIT
003630         UNTIL WS-EOF-REQUESTS
003640
003650     PERFORM 8000-TERMINATE THRU 8000-EXIT
003660
003670     STOP RUN.
003680
003690******************************************************************
003700*    1000-INITIALIZE - EDIT THE TERM, OPEN FILES, CHECK THE TERM  *
003710*        IS STILL OPEN, WRITE THE CLEARINGHOUSE HEADER, PRIME     *
003720*        THE READS.                                               *
003730******************************************************************
003740 1000-INITIALIZE.
003750     IF LK-PARM-LEN NOT = 5
003760         DISPLAY 'ENRLVER: PARM MUST BE THE TERM AS YYYYT'
003770         MOVE 16 TO RETURN-CODE
003780         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
003790         GO TO 1000-EXIT
003800     END-IF
003810
003820     MOVE LK-PARM-DATA (1:5) TO WS-RUN-TERM
003830     IF WS-RUN-TERM-YEAR NOT NUMERIC
003840        OR NOT WS-RUN-TERM-CODE-VALID
003850         DISPLAY 'ENRLVER: PARM TERM ' WS-RUN-TERM ' NOT YYYYT'
003860         MOVE 16 TO RETURN-CODE
003870         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
003880         GO TO 1000-EXIT
003890     END-IF
003900
003910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003920     ACCEPT WS-RUN-TIME FROM TIME
003930
003940     OPEN INPUT CURRENT-ENROLLMENT-FILE
003950     IF WS-ENROLL-FILE-STATUS NOT = '00'
003960         DISPLAY 'ENRLVER: UNABLE TO OPEN CURRENT-ENROLLMENT, '
003970                 'STATUS = ' WS-ENROLL-FILE-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004000         GO TO 1000-EXIT
004010     END-IF
004020     SET WS-ENROLL-FILE-OPEN TO TRUE
004030
004040     OPEN INPUT COURSE-CATALOG-FILE
004050     IF WS-CATALOG-FILE-STATUS NOT = '00'
004060         DISPLAY 'ENRLVER: UNABLE TO OPEN COURSE-CATALOG, '
004070                 'STATUS = ' WS-CATALOG-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004100         GO TO 1000-EXIT
004110     END-IF
004120     SET WS-CATALOG-FILE-OPEN TO TRUE
004130
004140     OPEN INPUT STUDENT-MASTER-FILE
004150     IF WS-STUDENT-FILE-STATUS NOT = '00'
004160         DISPLAY 'ENRLVER: UNABLE TO OPEN STUDENT-MASTER, '
004170                 'STATUS = ' WS-STUDENT-FILE-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004200         GO TO 1000-EXIT
004210     END-IF
004220     SET WS-STUDENT-FILE-OPEN TO TRUE
004230
004240     OPEN INPUT TERM-CONTROL-FILE
004250     IF WS-TERMCTL-FILE-STATUS NOT = '00'
004260         DISPLAY 'ENRLVER: UNABLE TO OPEN TERM-CONTROL, '
004270                 'STATUS = ' WS-TERMCTL-FILE-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004300         GO TO 1000-EXIT
004310     END-IF
004320     SET WS-TERMCTL-FILE-OPEN TO TRUE
004330
004340     OPEN I-O ENROLLMENT-STATUS-FILE
004350     IF WS-STATUS-FILE-STATUS NOT = '00'
004360         DISPLAY 'ENRLVER: UNABLE TO OPEN ENROLLMENT-STATUS, '
004370                 'STATUS = ' WS-STATUS-FILE-STATUS
004380         MOVE 16 TO RETURN-CODE
004390         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004400         GO TO 1000-EXIT
004410     END-IF
004420     SET WS-STATUS-FILE-OPEN TO TRUE
004430
004440     OPEN OUTPUT CLEARINGHOUSE-FILE
004450     IF WS-VERIFY-FILE-STATUS NOT = '00'
004460         DISPLAY 'ENRLVER: UNABLE TO OPEN CLEARINGHOUSE FILE, '
004470                 'STATUS = ' WS-VERIFY-FILE-STATUS
004480         MOVE 16 TO RETURN-CODE
004490         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004500         GO TO 1000-EXIT
004510     END-IF
004520     SET WS-VERIFY-FILE-OPEN TO TRUE
004530
004540     OPEN OUTPUT CERT-LETTERS-FILE
004550     IF WS-LETTERS-FILE-STATUS NOT = '00'
004560         DISPLAY 'ENRLVER: UNABLE TO OPEN CERT-LETTERS, '
004570                 'STATUS = ' WS-LETTERS-FILE-STATUS
004580         MOVE 16 TO RETURN-CODE
004590         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004600         GO TO 1000-EXIT
004610     END-IF
004620     SET WS-LETTERS-FILE-OPEN TO TRUE
004621
004622     OPEN INPUT STUDENT-HOLD-FILE
004623     IF WS-HOLD-FILE-STATUS NOT = '00'
004624         DISPLAY 'ENRLVER: UNABLE TO OPEN STUDENT-HOLD, '
004625                 'STATUS = ' WS-HOLD-FILE-STATUS
004626         MOVE 16 TO RETURN-CODE
004627         PERFORM 1900-STOP-THE-RUN THRU 1900-EXIT
004628         GO TO 1000-EXIT
004629     END-IF
004630     SET WS-HOLD-FILE-OPEN TO TRUE
004631
004640*    A MISSING ADDRESS FILE DOES NOT STOP THE RUN - EVERY LETTER
004650*    JUST GOES OUT FLAGGED FOR THE FRONT DESK TO LOOK UP.
004660     OPEN INPUT STUDENT-ADDRESS-FILE
004670     IF WS-ADDRESS-FILE-STATUS = '00'
004680         SET WS-ADDRESS-FILE-OPEN TO TRUE
004690     ELSE
004700         DISPLAY 'ENRLVER: STUDENT-ADDRESS UNAVAILABLE, '
004710                 'STATUS = ' WS-ADDRESS-FILE-STATUS
004720                 ' - LETTERS WILL BE FLAGGED'
004730     END-IF
004740
004750*    NO REQUEST FILE MEANS NO LETTERS, NOT NO CLEARINGHOUSE FILE.
004760     OPEN INPUT CERT-REQUEST-FILE
004770     IF WS-REQUEST-FILE-STATUS = '00'
004780         SET WS-REQUEST-FILE-OPEN TO TRUE
004790     ELSE
004800         DISPLAY 'ENRLVER: UNABLE TO OPEN CERT-REQUEST, '
004810                 'STATUS = ' WS-REQUEST-FILE-STATUS
004820                 ' - NO LETTERS THIS RUN'
004830         MOVE 4 TO RETURN-CODE
004840         SET WS-EOF-REQUESTS TO TRUE
004850     END-IF
004860
004870*    A TERM NOT ON TERM-CONTROL IS TREATED AS OPEN.  A CLOSED
004880*    TERM'S SEATS ARE GONE FROM CURRENT-ENROLLMENT, SO NO STATUS
004890*    IS RE-FIGURED FOR IT.
004900     MOVE WS-RUN-TERM TO TC-TERM
004910     READ TERM-CONTROL-FILE
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             IF TC-TERM-CLOSED
004960                 DISPLAY 'ENRLVER: TERM ' WS-RUN-TERM
004970                         ' IS CLOSED - NO STATUS CHANGES SENT, '
004980                         'LETTERS CERTIFY THE LAST STATUS'
004990                 MOVE 4 TO RETURN-CODE
005000                 SET WS-FEED-SKIPPED TO TRUE
005010             END-IF
005020     END-READ
005030
005040     MOVE SPACES           TO ENRL-VERIFY-RECORD
005050     SET EV-HEADER         TO TRUE
005060     MOVE WS-SCHOOL-CODE   TO EV-H-SCHOOL-CODE
005070     MOVE WS-RUN-TERM      TO EV-H-TERM
005080     MOVE WS-RUN-DATE      TO EV-H-RUN-DATE
005090     MOVE WS-RUN-TIME (1:6) TO EV-H-RUN-TIME
005100     WRITE ENRL-VERIFY-RECORD
005110
005120     IF WS-FEED-SKIPPED
005130         SET WS-EOF-ENROLLMENT TO TRUE
005140     ELSE
005150         PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
005160     END-IF
005170
005180     IF NOT WS-EOF-REQUESTS
005190         PERFORM 5200-READ-REQUEST THRU 5200-EXIT
005200     END-IF.
005210 1000-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*    1900-STOP-THE-RUN - A FILE THE RUN CANNOT DO WITHOUT DID NOT *
005260*        OPEN: NOTHING IS CLASSIFIED, SWEPT, OR CERTIFIED.        *
005270******************************************************************
005280 1900-STOP-THE-RUN.
005290     SET WS-RUN-STOPPED    TO TRUE
005300     SET WS-EOF-ENROLLMENT TO TRUE
005310     SET WS-EOF-REQUESTS   TO TRUE.
005320 1900-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2000-PROCESS-STUDENT - TOTAL ONE STUDENT'S HOURS FOR THE     *
005370*        TERM ACROSS ALL OF THE STUDENT'S SEATS, THEN CLASSIFY.   *
005380*        A STUDENT HOLDING SEATS ONLY IN OTHER TERMS IS LEFT TO   *
005390*        THE WITHDRAWAL SWEEP.                                    *
005400******************************************************************
005410 2000-PROCESS-STUDENT.
005420     MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
005430     MOVE ZERO          TO WS-TERM-HOURS
005440                           WS-TERM-SEATS
005450
005460     PERFORM 2200-ADD-SEAT THRU 2200-EXIT
005470         UNTIL WS-EOF-ENROLLMENT
005480            OR EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
005490
005500     IF WS-TERM-SEATS > ZERO
005510         PERFORM 3000-CLASSIFY-STUDENT THRU 3000-EXIT
005520     END-IF.
005530 2000-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    2100-READ-ENROLLMENT - READ THE NEXT SEAT.                   *
005580******************************************************************
005590 2100-READ-ENROLLMENT.
005600     READ CURRENT-ENROLLMENT-FILE NEXT
005610         AT END
005620             SET WS-EOF-ENROLLMENT TO TRUE
005630         NOT AT END
005640             ADD 1 TO WS-SEATS-READ-CT
005650     END-READ.
005660 2100-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700*    2200-ADD-SEAT - ADD ONE SEAT'S CATALOG CREDIT HOURS TO THE   *
005710*        STUDENT'S TERM TOTAL.  A COURSE MISSING FROM THE CATALOG *
005720*        STILL COUNTS AS A SEAT HELD BUT ADDS NO HOURS, AND IS    *
005730*        REPORTED AS AN EXCEPTION.                                *
005740******************************************************************
005750 2200-ADD-SEAT.
005760     IF EN-TERM NOT = WS-RUN-TERM
005770         GO TO 2200-NEXT
005780     END-IF
005790
005800     ADD 1 TO WS-TERM-SEATS
005810     ADD 1 TO WS-SEATS-COUNTED-CT
005820
005830     MOVE EN-COURSE-CODE TO CAT-COURSE-CODE
005840     READ COURSE-CATALOG-FILE
005850         INVALID KEY
005860             DISPLAY 'ENRLVER: COURSE ' EN-COURSE-CODE
005870                     ' NOT ON CATALOG - NO HOURS COUNTED FOR '
005880                     EN-STUDENT-ID
005890             ADD 1 TO WS-EXCEPTIONS-CT
005900             GO TO 2200-NEXT
005910     END-READ
005920
005930     ADD CAT-CREDIT-HOURS TO WS-TERM-HOURS.
005940 2200-NEXT.
005950     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
005960 2200-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    3000-CLASSIFY-STUDENT - SET THE STUDENT'S STATUS FROM THE    *
006010*        TERM HOURS AND COMPARE IT WITH THE STATUS LAST REPORTED. *
006020*        A STUDENT NEW TO THE TERM, OR WHOSE STATUS CHANGED, IS   *
006030*        SENT TO THE CLEARINGHOUSE EFFECTIVE TODAY.  EITHER WAY   *
006040*        THE RECORD IS STAMPED WITH THIS RUN.                     *
006050******************************************************************
006060 3000-CLASSIFY-STUDENT.
006070     ADD 1 TO WS-STUDENTS-CT
006080
006090     EVALUATE TRUE
006100         WHEN WS-TERM-HOURS NOT < WS-FULL-TIME-HOURS
006110             SET NEW-STATUS-FULL-TIME TO TRUE
006120             ADD 1 TO WS-FULL-TIME-CT
006130         WHEN WS-TERM-HOURS NOT < WS-HALF-TIME-HOURS
006140             SET NEW-STATUS-HALF-TIME TO TRUE
006150             ADD 1 TO WS-HALF-TIME-CT
006160         WHEN OTHER
006170             SET NEW-STATUS-LESS-THAN-HALF TO TRUE
006180             ADD 1 TO WS-LESS-HALF-CT
006190     END-EVALUATE
006200
006210     MOVE 'N'                TO WS-CHANGED-SWITCH
006220     MOVE WS-RUN-TERM        TO ES-TERM
006230     MOVE WS-CURRENT-STUDENT TO ES-STUDENT-ID
006240     READ ENROLLMENT-STATUS-FILE
006250         INVALID KEY
006260             GO TO 3000-NEW-STUDENT
006270     END-READ
006280
006290     IF ES-STATUS NOT = WS-NEW-STATUS
006300         MOVE ES-STATUS     TO ES-PRIOR-STATUS
006310         MOVE WS-NEW-STATUS TO ES-STATUS
006320         MOVE WS-RUN-DATE   TO ES-EFFECTIVE-DATE
006330         SET WS-STATUS-CHANGED TO TRUE
006340     END-IF
006350     MOVE WS-TERM-HOURS TO ES-CREDIT-HOURS
006360     MOVE WS-RUN-STAMP  TO ES-LAST-RUN
006370     REWRITE ENROLLMENT-STATUS-DATA
006380         INVALID KEY
006390             DISPLAY 'ENRLVER: STATUS REWRITE FAILED FOR '
006400                     ES-KEY ', STATUS = ' WS-STATUS-FILE-STATUS
006410             MOVE 8 TO RETURN-CODE
006420             GO TO 3000-EXIT
006430     END-REWRITE
006440
006450     IF WS-STATUS-CHANGED
006460         PERFORM 3200-WRITE-CHANGE THRU 3200-EXIT
006470     END-IF
006480     GO TO 3000-EXIT.
006490 3000-NEW-STUDENT.
006500     MOVE WS-RUN-TERM        TO ES-TERM
006510     MOVE WS-CURRENT-STUDENT TO ES-STUDENT-ID
006520     MOVE WS-NEW-STATUS      TO ES-STATUS
006530     MOVE WS-TERM-HOURS      TO ES-CREDIT-HOURS
006540     MOVE WS-RUN-DATE        TO ES-EFFECTIVE-DATE
006550     MOVE SPACE              TO ES-PRIOR-STATUS
006560     MOVE WS-RUN-STAMP       TO ES-LAST-RUN
006570     WRITE ENROLLMENT-STATUS-DATA
006580         INVALID KEY
006590             DISPLAY 'ENRLVER: STATUS WRITE FAILED FOR '
006600                     ES-KEY ', STATUS = ' WS-STATUS-FILE-STATUS
006610             MOVE 8 TO RETURN-CODE
006620             GO TO 3000-EXIT
006630     END-WRITE
006640
006650     PERFORM 3200-WRITE-CHANGE THRU 3200-EXIT.
006660 3000-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*    3100-GET-STUDENT-NAME - THE NAME FOR THE STUDENT ON THE      *
006710*        CURRENT ENROLLMENT-STATUS RECORD.  A STUDENT MISSING     *
006720*        FROM STUDENT-MASTER IS STILL REPORTED, WITHOUT A NAME,   *
006730*        AND COUNTED AS AN EXCEPTION.                             *
006740******************************************************************
006750 3100-GET-STUDENT-NAME.
006760     MOVE ES-STUDENT-ID TO STUDENT-ID
006770     READ STUDENT-MASTER-FILE
006780         INVALID KEY
006790             MOVE SPACES TO WS-STUDENT-NAME
006800             DISPLAY 'ENRLVER: STUDENT ' ES-STUDENT-ID
006810                     ' NOT ON STUDENT-MASTER - REPORTED WITHOUT'
006820                     ' A NAME'
006830             ADD 1 TO WS-EXCEPTIONS-CT
006840         NOT INVALID KEY
006850             MOVE STUDENT-NAME TO WS-STUDENT-NAME
006860     END-READ.
006870 3100-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    3200-WRITE-CHANGE - ONE CLEARINGHOUSE DETAIL FOR THE STATUS  *
006920*        CHANGE ON THE CURRENT ENROLLMENT-STATUS RECORD.          *
006930******************************************************************
006940 3200-WRITE-CHANGE.
006950     PERFORM 3100-GET-STUDENT-NAME THRU 3100-EXIT
006960
006970     MOVE SPACES            TO ENRL-VERIFY-RECORD
006980     SET EV-DETAIL          TO TRUE
006990     MOVE ES-STUDENT-ID     TO EV-D-STUDENT-ID
007000     MOVE WS-STUDENT-NAME   TO EV-D-STUDENT-NAME
007010     MOVE ES-TERM           TO EV-D-TERM
007020     MOVE ES-STATUS         TO EV-D-STATUS
007030     MOVE ES-CREDIT-HOURS   TO EV-D-CREDIT-HOURS
007040     MOVE ES-EFFECTIVE-DATE TO EV-D-EFFECTIVE-DATE
007050     MOVE ES-PRIOR-STATUS   TO EV-D-PRIOR-STATUS
007060     WRITE ENRL-VERIFY-RECORD
007070
007080     ADD 1 TO WS-CHANGES-CT
007090     EVALUATE TRUE
007100         WHEN ES-FULL-TIME
007110             ADD 1 TO WS-CHG-FULL-TIME-CT
007120         WHEN ES-HALF-TIME
007130             ADD 1 TO WS-CHG-HALF-TIME-CT
007140         WHEN ES-LESS-THAN-HALF
007150             ADD 1 TO WS-CHG-LESS-HALF-CT
007160         WHEN OTHER
007170             ADD 1 TO WS-CHG-WITHDRAWN-CT
007180     END-EVALUATE.
007190 3200-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*    4000-SWEEP-WITHDRAWALS - READ THE TERM'S ENROLLMENT-STATUS   *
007240*        RECORDS FRONT TO BACK.  ANY STUDENT NOT STAMPED BY THIS  *
007250*        RUN NO LONGER HOLDS A SEAT FOR THE TERM AND IS WITHDRAWN *
007260*        EFFECTIVE TODAY, UNLESS ALREADY REPORTED WITHDRAWN.      *
007270******************************************************************
007280 4000-SWEEP-WITHDRAWALS.
007290     IF WS-RUN-STOPPED OR WS-FEED-SKIPPED
007300         GO TO 4000-EXIT
007310     END-IF
007320
007330     MOVE WS-RUN-TERM TO ES-TERM
007340     MOVE LOW-VALUES  TO ES-STUDENT-ID
007350     START ENROLLMENT-STATUS-FILE
007360         KEY IS NOT LESS THAN ES-KEY
007370         INVALID KEY
007380             GO TO 4000-EXIT
007390     END-START
007400
007410     PERFORM 4100-READ-STATUS THRU 4100-EXIT
007420     PERFORM 4200-CHECK-WITHDRAWAL THRU 4200-EXIT
007430         UNTIL WS-EOF-STATUS-ROWS.
007440 4000-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*    4100-READ-STATUS - READ THE NEXT ENROLLMENT-STATUS RECORD,   *
007490*        STOPPING AT THE END OF THE TERM.                         *
007500******************************************************************
007510 4100-READ-STATUS.
007520     READ ENROLLMENT-STATUS-FILE NEXT
007530         AT END
007540             SET WS-EOF-STATUS-ROWS TO TRUE
007550             GO TO 4100-EXIT
007560     END-READ
007570
007580     IF ES-TERM NOT = WS-RUN-TERM
007590         SET WS-EOF-STATUS-ROWS TO TRUE
007600     END-IF.
007610 4100-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    4200-CHECK-WITHDRAWAL - WITHDRAW A STUDENT THIS RUN DID NOT  *
007660*        SEE HOLDING SEATS.                                       *
007670******************************************************************
007680 4200-CHECK-WITHDRAWAL.
007690     IF ES-LAST-RUN = WS-RUN-STAMP OR ES-WITHDRAWN
007700         GO TO 4200-NEXT
007710     END-IF
007720
007730     MOVE ES-STATUS    TO ES-PRIOR-STATUS
007740     SET ES-WITHDRAWN  TO TRUE
007750     MOVE ZERO         TO ES-CREDIT-HOURS
007760     MOVE WS-RUN-DATE  TO ES-EFFECTIVE-DATE
007770     MOVE WS-RUN-STAMP TO ES-LAST-RUN
007780     REWRITE ENROLLMENT-STATUS-DATA
007790         INVALID KEY
007800             DISPLAY 'ENRLVER: STATUS REWRITE FAILED FOR '
007810                     ES-KEY ', STATUS = ' WS-STATUS-FILE-STATUS
007820             MOVE 8 TO RETURN-CODE
007830             GO TO 4200-NEXT
007840     END-REWRITE
007850
007860     PERFORM 3200-WRITE-CHANGE THRU 3200-EXIT.
007870 4200-NEXT.
007880     PERFORM 4100-READ-STATUS THRU 4100-EXIT.
007890 4200-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*    5000-PROCESS-REQUEST - ONE CERTIFICATION LETTER, FROM THE    *
007940*        STATUS ON ENROLLMENT-STATUS FOR THE TERM.  A STUDENT NOT *
007950*        ON STUDENT-MASTER GETS NO LETTER.                        *
007960******************************************************************
007970 5000-PROCESS-REQUEST.
007980     ADD 1 TO WS-REQUESTS-READ-CT
007990
008000     MOVE CR-STUDENT-ID TO STUDENT-ID
008010     READ STUDENT-MASTER-FILE
008020         INVALID KEY
008030             DISPLAY 'ENRLVER: CERTIFICATION REQUEST FOR '
008040                     CR-STUDENT-ID ' - NOT ON STUDENT-MASTER'
008050             ADD 1 TO WS-REQUESTS-REJECTED-CT
008060             GO TO 5000-NEXT
008070     END-READ
008080
008090     MOVE 'N'           TO WS-STATUS-FOUND-SWITCH
008100     MOVE WS-RUN-TERM   TO ES-TERM
008110     MOVE CR-STUDENT-ID TO ES-STUDENT-ID
008120     READ ENROLLMENT-STATUS-FILE
008130         INVALID KEY
008140             CONTINUE
008150         NOT INVALID KEY
008160             SET WS-STATUS-FOUND TO TRUE
008170     END-READ
008180
008190     PERFORM 5100-WRITE-LETTER THRU 5100-EXIT.
008200 5000-NEXT.
008210     PERFORM 5200-READ-REQUEST THRU 5200-EXIT.
008220 5000-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*    5100-WRITE-LETTER - ONE MAIL-READY CERTIFICATION LETTER.     *
008270*        A STUDENT WITH NO STATUS FOR THE TERM IS CERTIFIED AS    *
008280*        NOT ENROLLED.  A STUDENT ON HOLD IS MARKED NOT OFFICIAL  *
008285*        UNDER THE TITLE AND UNDER THE SIGNATURE.                 *
008290******************************************************************
008300 5100-WRITE-LETTER.
008310     ADD 1 TO WS-LETTERS-CT
008320
008330     MOVE ZERO TO WS-EFFECTIVE-DATE
008340     IF WS-STATUS-FOUND
008350         MOVE ES-CREDIT-HOURS   TO LTR-CREDIT-HOURS
008360         MOVE ES-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
008370         EVALUATE TRUE
008380             WHEN ES-FULL-TIME
008390                 MOVE 'FULL-TIME' TO LTR-STATUS-TEXT
008400             WHEN ES-HALF-TIME
008410                 MOVE 'HALF-TIME' TO LTR-STATUS-TEXT
008420             WHEN ES-LESS-THAN-HALF
008430                 MOVE 'LESS THAN HALF-TIME' TO LTR-STATUS-TEXT
008440             WHEN OTHER
008450                 MOVE 'WITHDRAWN' TO LTR-STATUS-TEXT
008460         END-EVALUATE
008470     ELSE
008480         MOVE ZERO TO LTR-CREDIT-HOURS
008490         MOVE 'NOT ENROLLED' TO LTR-STATUS-TEXT
008500     END-IF
008510
008520     MOVE WS-RUN-YYYY        TO LTR-YYYY
008530     MOVE WS-RUN-MM          TO LTR-MM
008540     MOVE WS-RUN-DD          TO LTR-DD
008550     MOVE STUDENT-NAME       TO LTR-STUDENT-NAME
008560     MOVE CR-STUDENT-ID      TO LTR-STUDENT-ID
008570     MOVE WS-RUN-TERM        TO LTR-TERM
008580     MOVE CR-REQUESTED-BY    TO LTR-REQUESTED-BY
008590     MOVE WS-EFFECTIVE-YYYY  TO LTR-EFF-YYYY
008600     MOVE WS-EFFECTIVE-MM    TO LTR-EFF-MM
008610     MOVE WS-EFFECTIVE-DD    TO LTR-EFF-DD
008620     MOVE WS-FULL-TIME-HOURS TO LTR-FULL-TIME-HOURS
008630     MOVE WS-HALF-TIME-HOURS TO LTR-HALF-TIME-HOURS
008631
008632     MOVE 'N' TO WS-ON-HOLD-SWITCH
008633     PERFORM 5300-CHECK-HOLDS THRU 5300-EXIT
008634         VARYING WS-HOLD-SUB FROM 1 BY 1
008635         UNTIL WS-HOLD-SUB > 3
008636            OR WS-STUDENT-ON-HOLD
008637     IF WS-STUDENT-ON-HOLD
008638         ADD 1 TO WS-HELD-LETTERS-CT
008639     END-IF
008640
008650     WRITE LETTER-LINE FROM WS-LETTER-SEPARATOR
008660     WRITE LETTER-LINE FROM WS-LETTER-DATE-LINE
008670     WRITE LETTER-LINE FROM WS-LETTER-ADDRESS-LINE
008680     PERFORM 5150-WRITE-ADDRESS-BLOCK THRU 5150-EXIT
008690     WRITE LETTER-LINE FROM WS-BLANK-LINE
008700     WRITE LETTER-LINE FROM WS-LETTER-TITLE-LINE
008702     IF WS-STUDENT-ON-HOLD
008704         WRITE LETTER-LINE FROM WS-HOLD-LINE
008706     END-IF
008710     WRITE LETTER-LINE FROM WS-LETTER-REQUEST-LINE
008720     WRITE LETTER-LINE FROM WS-BLANK-LINE
008730     WRITE LETTER-LINE FROM WS-LETTER-BODY-1
008740     WRITE LETTER-LINE FROM WS-LETTER-BODY-2
008750     WRITE LETTER-LINE FROM WS-BLANK-LINE
008760     WRITE LETTER-LINE FROM WS-LETTER-STATUS-LINE
008770     WRITE LETTER-LINE FROM WS-LETTER-HOURS-LINE
008780     IF WS-STATUS-FOUND
008790         WRITE LETTER-LINE FROM WS-LETTER-EFFECTIVE-LINE
008800     END-IF
008810     WRITE LETTER-LINE FROM WS-BLANK-LINE
008820     WRITE LETTER-LINE FROM WS-LETTER-BASIS-LINE
008830     WRITE LETTER-LINE FROM WS-BLANK-LINE
008840     WRITE LETTER-LINE FROM WS-LETTER-SIGNATURE-LINE
008842     IF WS-STUDENT-ON-HOLD
008844         WRITE LETTER-LINE FROM WS-HOLD-LINE
008846     END-IF
008850     WRITE LETTER-LINE FROM WS-BLANK-LINE.
008860 5100-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*    5150-WRITE-ADDRESS-BLOCK - THE MAILING ADDRESS UNDER THE     *
008910*        TO LINE.  NO ADDRESS ON FILE GETS THE FRONT-DESK FLAG    *
008920*        INSTEAD, AND THE STUDENT IS COUNTED SO THE CONTROL       *
008930*        TOTALS SAY HOW MANY LETTERS CANNOT BE MAILED AS-IS.      *
008940******************************************************************
008950 5150-WRITE-ADDRESS-BLOCK.
008960     MOVE 'N' TO WS-ADDRESS-FOUND-SWITCH
008970
008980     IF WS-ADDRESS-FILE-OPEN
008990         MOVE CR-STUDENT-ID TO AD-STUDENT-ID
009000         READ STUDENT-ADDRESS-FILE
009010             INVALID KEY
009020                 CONTINUE
009030             NOT INVALID KEY
009040                 SET WS-ADDRESS-FOUND TO TRUE
009050         END-READ
009060     END-IF
009070
009080     IF WS-ADDRESS-FOUND
009090         MOVE AD-STREET TO LTR-STREET
009100         WRITE LETTER-LINE FROM WS-LETTER-STREET-LINE
009110         MOVE AD-CITY   TO LTR-CITY
009120         MOVE AD-STATE  TO LTR-STATE
009130         MOVE AD-ZIP    TO LTR-ZIP
009140         WRITE LETTER-LINE FROM WS-LETTER-CITY-LINE
009150     ELSE
009160         ADD 1 TO WS-NO-ADDRESS-CT
009170         WRITE LETTER-LINE FROM WS-NO-ADDRESS-LINE
009180     END-IF.
009190 5150-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230*    5200-READ-REQUEST - READ THE NEXT CERTIFICATION REQUEST.     *
009240******************************************************************
009250 5200-READ-REQUEST.
009260     READ CERT-REQUEST-FILE
009270         AT END
009280             SET WS-EOF-REQUESTS TO TRUE
009290     END-READ.
009300 5200-EXIT.
009310     EXIT.
009311
009312******************************************************************
009313*    5300-CHECK-HOLDS - LOOK UP ONE HOLD TYPE FOR THE STUDENT.    *
009314*        AN ACTIVE HOLD OF ANY TYPE MARKS THE LETTER; A RELEASED  *
009315*        ONE DOES NOT.                                            *
009316******************************************************************
009317 5300-CHECK-HOLDS.
009318     MOVE CR-STUDENT-ID              TO HD-STUDENT-ID
009319     MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO HD-HOLD-TYPE
009320     READ STUDENT-HOLD-FILE
009321         INVALID KEY
009322             GO TO 5300-EXIT
009323     END-READ
009324
009325     IF HD-HOLD-ACTIVE
009326         SET WS-STUDENT-ON-HOLD TO TRUE
009327     END-IF.
009328 5300-EXIT.
009329     EXIT.
009330
009331******************************************************************
009340*    8000-TERMINATE - WRITE THE CLEARINGHOUSE TRAILER, REPORT THE *
009350*        CONTROL TOTALS, AND CLOSE FILES.  AN EXCEPTION (COURSE   *
009360*        NOT ON THE CATALOG, STUDENT NOT ON THE MASTER, REQUEST   *
009370*        REJECTED) ENDS THE RUN RC=4 IF NOTHING WORSE HAPPENED.   *
009380******************************************************************
009390 8000-TERMINATE.
009400     IF WS-VERIFY-FILE-OPEN
009410         MOVE SPACES              TO ENRL-VERIFY-RECORD
009420         SET EV-TRAILER           TO TRUE
009430         COMPUTE EV-T-RECORD-COUNT = WS-CHANGES-CT + 2
009440         MOVE WS-CHANGES-CT       TO EV-T-DETAIL-COUNT
009450         MOVE WS-CHG-FULL-TIME-CT TO EV-T-FULL-TIME-CT
009460         MOVE WS-CHG-HALF-TIME-CT TO EV-T-HALF-TIME-CT
009470         MOVE WS-CHG-LESS-HALF-CT TO EV-T-LESS-HALF-CT
009480         MOVE WS-CHG-WITHDRAWN-CT TO EV-T-WITHDRAWN-CT
009490         MOVE WS-STUDENTS-CT      TO EV-T-STUDENTS-CT
009500         WRITE ENRL-VERIFY-RECORD
009510     END-IF
009520
009530     DISPLAY 'ENRLVER: ' WS-SEATS-READ-CT
009540             ' ENROLLMENT ROWS READ, ' WS-SEATS-COUNTED-CT
009550             ' FOR TERM ' WS-RUN-TERM
009560     DISPLAY 'ENRLVER: ' WS-STUDENTS-CT
009570             ' STUDENTS ENROLLED - ' WS-FULL-TIME-CT
009580             ' FULL-TIME, ' WS-HALF-TIME-CT ' HALF-TIME, '
009590             WS-LESS-HALF-CT ' LESS THAN HALF-TIME'
009600     DISPLAY 'ENRLVER: ' WS-CHANGES-CT
009610             ' STATUS CHANGES SENT, ' WS-CHG-WITHDRAWN-CT
009620             ' OF THEM WITHDRAWALS'
009630     DISPLAY 'ENRLVER: ' WS-REQUESTS-READ-CT
009640             ' CERTIFICATION REQUESTS READ, ' WS-LETTERS-CT
009650             ' LETTERS PRODUCED'
009660     DISPLAY 'ENRLVER: ' WS-NO-ADDRESS-CT
009670             ' LETTERS WITHOUT AN ADDRESS ON FILE'
009673     DISPLAY 'ENRLVER: ' WS-HELD-LETTERS-CT
009676             ' LETTERS MARKED HOLD - NOT OFFICIAL'
009680
009690     IF WS-EXCEPTIONS-CT > ZERO OR WS-REQUESTS-REJECTED-CT > ZERO
009700         DISPLAY 'ENRLVER: ' WS-EXCEPTIONS-CT
009710                 ' ENROLLMENT EXCEPTIONS, '
009720                 WS-REQUESTS-REJECTED-CT
009730                 ' REQUESTS REJECTED - SEE ABOVE'
009740         IF RETURN-CODE < 4
009750             MOVE 4 TO RETURN-CODE
009760         END-IF
009770     END-IF
009780
009790     IF WS-ENROLL-FILE-OPEN
009800         CLOSE CURRENT-ENROLLMENT-FILE
009810     END-IF
009820     IF WS-CATALOG-FILE-OPEN
009830         CLOSE COURSE-CATALOG-FILE
009840     END-IF
009850     IF WS-STUDENT-FILE-OPEN
009860         CLOSE STUDENT-MASTER-FILE
009870     END-IF
009880     IF WS-TERMCTL-FILE-OPEN
009890         CLOSE TERM-CONTROL-FILE
009900     END-IF
009910     IF WS-STATUS-FILE-OPEN
009920         CLOSE ENROLLMENT-STATUS-FILE
009930     END-IF
009940     IF WS-VERIFY-FILE-OPEN
009950         CLOSE CLEARINGHOUSE-FILE
009960     END-IF
009970     IF WS-REQUEST-FILE-OPEN
009980         CLOSE CERT-REQUEST-FILE
009990     END-IF
010000     IF WS-ADDRESS-FILE-OPEN
010010         CLOSE STUDENT-ADDRESS-FILE
010020     END-IF
010030     IF WS-LETTERS-FILE-OPEN
010040         CLOSE CERT-LETTERS-FILE
010050     END-IF
010052     IF WS-HOLD-FILE-OPEN
010054         CLOSE STUDENT-HOLD-FILE
010056     END-IF.
010060 8000-EXIT.
010070     EXIT.
