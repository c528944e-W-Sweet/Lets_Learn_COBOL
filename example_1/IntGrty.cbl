000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTGRTY.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000079*    INTGRTY - NIGHTLY REFERENTIAL-INTEGRITY SWEEP.               *
000088*    DELETING A STUDENT (MSTU, REGAPPLY, STUMERGE) LEAVES BEHIND  *
000097*    THE STUDENT'S ROWS ON THE FILES KEYED BY STUDENT ID, AND A   *
000106*    COURSE DROPPED FROM THE CATALOG LEAVES THE ROWS KEYED BY ITS *
000112*    COURSE CODE.  THIS RUN SWEEPS STUDENT-CHARGES,               *
000118*    COURSE-GRADES, CURRENT-ENROLLMENT, STUDENT-ADDRESS,          *
000124*    PREREQ-OVERRIDE, ENROLLMENT-HISTORY, STUDENT-HOLD,           *
000130*    STUDENT-AWARD AND ENROLLMENT-STATUS FRONT TO BACK AGAINST    *
000136*    STUDENT-MASTER, AND COURSE-GRADES, CURRENT-ENROLLMENT,       *
000142*    COURSE-SECTION, COURSE-PREREQ, PREREQ-OVERRIDE AND           *
000148*    ENROLLMENT-HISTORY AGAINST THE COURSE-CATALOG.  EVERY ORPHAN *
000154*    ROW IS PRINTED WITH ITS FILE, KEY AND EXCEPTION, THE REPORT  *
000160*    ENDS WITH A COUNT PER FILE, AND ANY ORPHAN AT ALL ENDS THE   *
000166*    STEP RC=4.                                                   *
000172*                                                                 *
000178*    ON THE PURGE PARM, AND ONLY FOR A LEVEL 4 OPERATOR, ORPHANS  *
000184*    ON STUDENT-CHARGES, COURSE-GRADES, CURRENT-ENROLLMENT,       *
000190*    STUDENT-ADDRESS AND PREREQ-OVERRIDE ARE ALSO DELETED - EACH  *
000196*    ONE JOURNALED THROUGH STUJRNL FIRST, SO STUBACK CAN PUT IT   *
000202*    BACK.  AN ORPHAN WHOSE STUDENT STILL HAS AN OPEN BALANCE ON  *
000208*    STUDENT-CHARGES IS NEVER PURGED - THE BURSAR SETTLES THAT BY *
000214*    HAND.  THE OTHER FILES ARE REPORTED ONLY: COURSE-SECTION AND *
000220*    COURSE-PREREQ ARE CATALOG DATA KEPT BY SECTMNT AND PRQMAINT, *
000226*    STUDENT-HOLD AND STUDENT-AWARD MAY STILL BE NEEDED BY THE    *
000232*    BURSAR, ENROLLMENT-HISTORY IS THE TERMCLOS ARCHIVE, AND      *
000238*    ENROLLMENT-STATUS IS WHAT ENRLVER HAS ALREADY REPORTED TO    *
000244*    THE CLEARINGHOUSE.                                           *
000270*----------------------------------------------------------------*
000280*    MODIFICATION HISTORY                                        *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  --------------------------------------------
000310*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000312*    2026-10-15 JBH   A COURSE ORPHAN ON COURSE-GRADES OR        *
000314*                     CURRENT-ENROLLMENT WHOSE STUDENT HAS AN    *
000316*                     OPEN BALANCE IS NOW KEPT, AS A STUDENT     *
000318*                     ORPHAN ALREADY WAS.                        *
000319*    2026-10-15 JBH   NOW ALSO SWEEPS PREREQ-OVERRIDE,           *
000320*                     ENROLLMENT-HISTORY, STUDENT-HOLD,          *
000321*                     STUDENT-AWARD AND ENROLLMENT-STATUS.       *
000322*                     ORPHAN OVERRIDES ARE PURGED (JOURNALED     *
000323*                     AS POD); THE OTHER FOUR ARE REPORT ONLY.   *
000324******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410*----------------------------------------------------------------*
000420*    STUDENT-MASTER   - THE STUDENT ROSTER, ONE RANDOM LOOKUP     *
000430*        PER STUDENT-KEYED ROW.                                   *
000440*----------------------------------------------------------------*
000450     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS STUDENT-ID
000490         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000500*----------------------------------------------------------------*
000510*    COURSE-CATALOG   - THE OFFICIAL COURSE DEFINITIONS, ONE      *
000520*        RANDOM LOOKUP PER COURSE-KEYED ROW.                      *
000530*----------------------------------------------------------------*
000540     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CAT-COURSE-CODE
000580         FILE STATUS IS WS-CATALOG-FILE-STATUS.
000590*----------------------------------------------------------------*
000600*    STUDENT-CHARGES  - SWEPT FIRST, THEN READ RANDOMLY FOR THE   *
000610*        OPEN-BALANCE CHECK ON THE OTHER STUDENT FILES.           *
000620*----------------------------------------------------------------*
000630     SELECT STUDENT-CHARGES-FILE ASSIGN TO "STUCHRG"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS BL-STUDENT-ID
000670         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000680*----------------------------------------------------------------*
000690*    COURSE-GRADES, CURRENT-ENROLLMENT, STUDENT-ADDRESS - SWEPT   *
000700*        FRONT TO BACK; AN ORPHAN IS DELETED IN PLACE ON A PURGE. *
000710*----------------------------------------------------------------*
000720     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CG-KEY
000760         FILE STATUS IS WS-COURSE-FILE-STATUS.
000770     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS EN-KEY
000810         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000820     SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUDADDR"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS AD-STUDENT-ID
000860         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000870*----------------------------------------------------------------*
000880*    COURSE-SECTION, COURSE-PREREQ - SWEPT FRONT TO BACK AGAINST  *
000890*        THE CATALOG, REPORT ONLY.                                *
000900*----------------------------------------------------------------*
000910     SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS SEC-KEY
000950         FILE STATUS IS WS-SECTION-FILE-STATUS.
000960     SELECT COURSE-PREREQ-FILE ASSIGN TO "PREREQ"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS SEQUENTIAL
000990         RECORD KEY IS PQ-COURSE-CODE
001000         FILE STATUS IS WS-PREREQ-FILE-STATUS.
001001*----------------------------------------------------------------*
001002*    PREREQ-OVERRIDE  - SWEPT FRONT TO BACK AGAINST BOTH MASTERS; *
001003*        AN ORPHAN IS DELETED IN PLACE ON A PURGE.                *
001004*----------------------------------------------------------------*
001005     SELECT PREREQ-OVERRIDE-FILE ASSIGN TO "PREOVRD"
001006         ORGANIZATION IS INDEXED
001007         ACCESS MODE IS DYNAMIC
001008         RECORD KEY IS PO-KEY
001009         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
001010*----------------------------------------------------------------*
001011*    ENROLLMENT-HISTORY, STUDENT-HOLD, STUDENT-AWARD,             *
001012*    ENROLLMENT-STATUS - SWEPT FRONT TO BACK, REPORT ONLY.        *
001013*----------------------------------------------------------------*
001014     SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRLHIST"
001015         ORGANIZATION IS INDEXED
001016         ACCESS MODE IS SEQUENTIAL
001017         RECORD KEY IS EH-KEY
001018         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001019     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
001020         ORGANIZATION IS INDEXED
001021         ACCESS MODE IS SEQUENTIAL
001022         RECORD KEY IS HD-KEY
001023         FILE STATUS IS WS-HOLD-FILE-STATUS.
001024     SELECT STUDENT-AWARD-FILE ASSIGN TO "STUAWRD"
001025         ORGANIZATION IS INDEXED
001026         ACCESS MODE IS SEQUENTIAL
001027         RECORD KEY IS SA-KEY
001028         FILE STATUS IS WS-AWARD-FILE-STATUS.
001029     SELECT ENROLLMENT-STATUS-FILE ASSIGN TO "ENRLSTAT"
001030         ORGANIZATION IS INDEXED
001031         ACCESS MODE IS SEQUENTIAL
001032         RECORD KEY IS ES-KEY
001033         FILE STATUS IS WS-STATUS-FILE-STATUS.
001034*----------------------------------------------------------------*
001035*    INTEGRITY-REPORT - ONE LINE PER ORPHAN, THEN THE COUNTS.     *
001036*----------------------------------------------------------------*
001040     SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-REPORT-FILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  STUDENT-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY STUDREC.
001130
001140 FD  COURSE-CATALOG-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY CRSEREC.
001170
001180 FD  STUDENT-CHARGES-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY BILLREC.
001210
001220 FD  COURSE-GRADES-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY COURSREC.
001250
001260 FD  CURRENT-ENROLLMENT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY ENRLREC.
001290
001300 FD  STUDENT-ADDRESS-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 COPY ADDRREC.
001330
001340 FD  COURSE-SECTION-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY SECTREC.
001370
001380 FD  COURSE-PREREQ-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 COPY PREQREC.
001410
001411 FD  PREREQ-OVERRIDE-FILE
001412     LABEL RECORDS ARE STANDARD.
001413 COPY PQOVREC.
001414
001415 FD  ENROLLMENT-HISTORY-FILE
001416     LABEL RECORDS ARE STANDARD.
001417 COPY ENRHREC.
001418
001419 FD  STUDENT-HOLD-FILE
001420     LABEL RECORDS ARE STANDARD.
001421 COPY HOLDREC.
001422
001423 FD  STUDENT-AWARD-FILE
001424     LABEL RECORDS ARE STANDARD.
001425 COPY STAWREC.
001426
001427 FD  ENROLLMENT-STATUS-FILE
001428     LABEL RECORDS ARE STANDARD.
001429 COPY ENSTREC.
001430
001431 FD  INTEGRITY-REPORT
001432     LABEL RECORDS ARE STANDARD.
001440 01  INTEGRITY-LINE              PIC X(80).
001450
001460 WORKING-STORAGE SECTION.
001470 01  WS-FILE-STATUS-FIELDS.
001480     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001490     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
001500     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
001510     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
001520     05  WS-ENROLL-FILE-STATUS    PIC X(02) VALUE SPACES.
001530     05  WS-ADDRESS-FILE-STATUS   PIC X(02) VALUE SPACES.
001540     05  WS-SECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
001550     05  WS-PREREQ-FILE-STATUS    PIC X(02) VALUE SPACES.
001551     05  WS-OVERRIDE-FILE-STATUS  PIC X(02) VALUE SPACES.
001552     05  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE SPACES.
001553     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001554     05  WS-AWARD-FILE-STATUS     PIC X(02) VALUE SPACES.
001555     05  WS-STATUS-FILE-STATUS    PIC X(02) VALUE SPACES.
001560     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE SPACES.
001570
001580 01  WS-SWITCHES.
001590     05  WS-EOF-SWEEP-SWITCH      PIC X(01) VALUE 'N'.
001600         88  WS-EOF-SWEEP                   VALUE 'Y'.
001610     05  WS-RUN-MODE-SWITCH       PIC X(01) VALUE 'R'.
001620         88  WS-REPORT-MODE                 VALUE 'R'.
001630         88  WS-PURGE-MODE                  VALUE 'P'.
001640     05  WS-PARM-OK-SWITCH        PIC X(01) VALUE 'Y'.
001650         88  WS-PARM-OK                     VALUE 'Y'.
001660         88  WS-PARM-BAD                    VALUE 'N'.
001670     05  WS-RUN-OK-SWITCH         PIC X(01) VALUE 'Y'.
001680         88  WS-RUN-OK                      VALUE 'Y'.
001690         88  WS-RUN-STOPPED                 VALUE 'N'.
001700     05  WS-ORPHAN-SWITCH         PIC X(01) VALUE SPACE.
001710         88  WS-NOT-ORPHAN                  VALUE SPACE.
001720         88  WS-STUDENT-ORPHAN              VALUE 'S'.
001730         88  WS-COURSE-ORPHAN               VALUE 'C'.
001740     05  WS-PURGE-ROW-SWITCH      PIC X(01) VALUE 'N'.
001750         88  WS-PURGE-THIS-ROW              VALUE 'Y' FALSE 'N'.
001760     05  WS-OPEN-BALANCE-SWITCH   PIC X(01) VALUE 'N'.
001770         88  WS-OPEN-BALANCE                VALUE 'Y' FALSE 'N'.
001780     05  WS-AUTH-CALLED-SWITCH    PIC X(01) VALUE 'N'.
001790         88  WS-AUTH-CALLED                 VALUE 'Y'.
001800     05  WS-JRNL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001810         88  WS-JRNL-OPENED                 VALUE 'Y'.
001820     05  WS-STUDENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001830         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001840     05  WS-CATALOG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001850         88  WS-CATALOG-FILE-OPEN           VALUE 'Y'.
001860     05  WS-CHARGES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001870         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
001880     05  WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001890         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001900     05  WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001910         88  WS-ENROLL-FILE-OPEN            VALUE 'Y'.
001920     05  WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001930         88  WS-ADDRESS-FILE-OPEN           VALUE 'Y'.
001940     05  WS-SECTION-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001950         88  WS-SECTION-FILE-OPEN           VALUE 'Y'.
001960     05  WS-PREREQ-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001970         88  WS-PREREQ-FILE-OPEN            VALUE 'Y'.
001971     05  WS-OVERRIDE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001972         88  WS-OVERRIDE-FILE-OPEN          VALUE 'Y'.
001973     05  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001974         88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
001975     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001976         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
001977     05  WS-AWARD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001978         88  WS-AWARD-FILE-OPEN             VALUE 'Y'.
001979     05  WS-STATUS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001980         88  WS-STATUS-FILE-OPEN            VALUE 'Y'.
001981     05  WS-REPORT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001990         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
002000
002010 77  WS-TOTAL-ORPHAN-CT           PIC S9(7) COMP VALUE ZERO.
002020 77  WS-PURGE-FAILED-CT           PIC S9(7) COMP VALUE ZERO.
002030 77  WS-FX                        PIC S9(4) COMP VALUE ZERO.
002040 77  WS-FILE-COUNT                PIC S9(4) COMP VALUE 11.
002060
002070*----------------------------------------------------------------*
002080*    WS-FILE-TOTALS - ONE ENTRY PER FILE SWEPT, IN SWEEP ORDER:   *
002090*        1 STUDENT-CHARGES     2 COURSE-GRADES                    *
002100*        3 CURRENT-ENROLLMENT  4 STUDENT-ADDRESS                  *
002110*        5 COURSE-SECTION      6 COURSE-PREREQ                    *
002113*        7 PREREQ-OVERRIDE     8 ENROLLMENT-HISTORY               *
002116*        9 STUDENT-HOLD       10 STUDENT-AWARD                    *
002119*       11 ENROLLMENT-STATUS                                      *
002122*    WS-FILE-PURGE-FLAG MARKS THE ENTRIES A PURGE MAY DELETE      *
002125*    FROM - 1 THRU 4 AND 7.  EVERY OTHER FILE IS REPORT ONLY.     *
002130*----------------------------------------------------------------*
002140 01  WS-FILE-NAME-VALUES.
002150     05  FILLER                   PIC X(18) VALUE
002155         'STUDENT-CHARGES'.
002160     05  FILLER                   PIC X(18) VALUE 'COURSE-GRADES'.
002170     05  FILLER                   PIC X(18) VALUE
002180         'CURRENT-ENROLLMENT'.
002190     05  FILLER                   PIC X(18) VALUE
002195         'STUDENT-ADDRESS'.
002200     05  FILLER                   PIC X(18) VALUE
002205         'COURSE-SECTION'.
002210     05  FILLER                   PIC X(18) VALUE 'COURSE-PREREQ'.
002211     05  FILLER                   PIC X(18) VALUE
002212         'PREREQ-OVERRIDE'.
002213     05  FILLER                   PIC X(18) VALUE
002214         'ENROLLMENT-HISTORY'.
002215     05  FILLER                   PIC X(18) VALUE 'STUDENT-HOLD'.
002216     05  FILLER                   PIC X(18) VALUE 'STUDENT-AWARD'.
002217     05  FILLER                   PIC X(18) VALUE
002218         'ENROLLMENT-STATUS'.
002220 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002230     05  WS-FILE-NAME             PIC X(18) OCCURS 11.
002231
002232 01  WS-FILE-PURGE-VALUES         PIC X(11) VALUE 'YYYYNNYNNNN'.
002233 01  WS-FILE-PURGE-TABLE REDEFINES WS-FILE-PURGE-VALUES.
002234     05  WS-FILE-PURGE-FLAG       PIC X(01) OCCURS 11.
002235         88  WS-FILE-PURGEABLE              VALUE 'Y'.
002240
002250 01  WS-FILE-TOTALS.
002260     05  WS-FILE-TOTAL OCCURS 11.
002270         10  WS-FT-READ-CT        PIC S9(7) COMP.
002280         10  WS-FT-ORPHAN-CT      PIC S9(7) COMP.
002290         10  WS-FT-PURGED-CT      PIC S9(7) COMP.
002300         10  WS-FT-KEPT-CT        PIC S9(7) COMP.
002310
002320 01  WS-CHECK-STUDENT-ID          PIC X(06) VALUE SPACES.
002330 01  WS-CHECK-COURSE-CODE         PIC X(06) VALUE SPACES.
002340 01  WS-ORPHAN-KEY                PIC X(19) VALUE SPACES.
002350 01  WS-ORPHAN-ACTION             PIC X(19) VALUE SPACES.
002360 01  WS-BALANCE-DUE               PIC S9(06)V99 VALUE ZERO.
002370 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002380 01  WS-PARM-MODE                 PIC X(08) VALUE SPACES.
002390
002400 01  WS-RUN-IDENTIFICATION.
002410     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
002420     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
002430
002440*----------------------------------------------------------------*
002450*    WS-WIDE-ROW - A CHARGES, ADDRESS OR OVERRIDE ROW IS WIDER    *
002460*        THAN ONE JOURNAL IMAGE, SO THE ROW AFTER ITS STUDENT ID  *
002470*        GOES TO THE JOURNAL SPLIT ACROSS THE TWO IMAGES.         *
002480*----------------------------------------------------------------*
002490 01  WS-WIDE-ROW.
002500     05  WS-WIDE-ROW-STUDENT-ID   PIC X(06) VALUE SPACES.
002510     05  WS-WIDE-ROW-PART-1       PIC X(34) VALUE SPACES.
002520     05  WS-WIDE-ROW-PART-2       PIC X(34) VALUE SPACES.
002530
002540*----------------------------------------------------------------*
002550*    WS-JRNL-REQUEST - ONE STUJRNL CALL; SEE STUJRNL'S LINKAGE.   *
002560*----------------------------------------------------------------*
002570 01  WS-JRNL-REQUEST.
002580     05  WS-JRNL-FUNCTION         PIC X(01) VALUE SPACE.
002590     05  WS-JRNL-PROGRAM-ID       PIC X(08) VALUE 'INTGRTY'.
002600     05  WS-JRNL-JOB-ID           PIC X(08) VALUE SPACES.
002610     05  WS-JRNL-USER-ID          PIC X(08) VALUE SPACES.
002620     05  WS-JRNL-STUDENT-ID       PIC X(06) VALUE SPACES.
002630     05  WS-JRNL-BEFORE-IMAGE     PIC X(34) VALUE SPACES.
002640     05  WS-JRNL-AFTER-IMAGE      PIC X(34) VALUE SPACES.
002650     05  WS-JRNL-CYCLE            PIC 9(05) VALUE ZERO.
002660     05  WS-JRNL-STATUS           PIC X(02) VALUE '00'.
002670         88  WS-JRNL-OK                     VALUE '00'.
002680
002690*----------------------------------------------------------------*
002700*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S LINKAGE. *
002710*        A PURGE NEEDS LEVEL 4, THE SAME AS A RECOVERY.           *
002720*----------------------------------------------------------------*
002730 01  WS-AUTH-REQUEST.
002740     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
002750     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'INTGRTY'.
002760     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
002770     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
002780     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '4'.
002790     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
002800         88  WS-AUTH-OK                     VALUE '00'.
002810
002820 01  WS-HEADING-1.
002830     05  FILLER                   PIC X(38) VALUE
002840         'INTGRTY - REFERENTIAL INTEGRITY SWEEP'.
002850     05  FILLER                   PIC X(10) VALUE 'RUN DATE '.
002860     05  HDG-RUN-DATE             PIC 9(08).
002870     05  FILLER                   PIC X(08) VALUE '   MODE '.
002880     05  HDG-RUN-MODE             PIC X(06).
002890 01  WS-HEADING-2.
002900     05  FILLER                   PIC X(19) VALUE 'FILE'.
002910     05  FILLER                   PIC X(20) VALUE 'KEY'.
002920     05  FILLER                   PIC X(22) VALUE 'EXCEPTION'.
002930     05  FILLER                   PIC X(19) VALUE 'ACTION'.
002940 01  WS-HEADING-3.
002950     05  FILLER                   PIC X(19) VALUE ALL '-'.
002960     05  FILLER                   PIC X(20) VALUE ALL '-'.
002970     05  FILLER                   PIC X(22) VALUE ALL '-'.
002980     05  FILLER                   PIC X(19) VALUE ALL '-'.
002990
003000 01  WS-DETAIL-LINE.
003010     05  RPT-FILE-NAME            PIC X(18).
003020     05  FILLER                   PIC X(01) VALUE SPACE.
003030     05  RPT-KEY                  PIC X(19).
003040     05  FILLER                   PIC X(01) VALUE SPACE.
003050     05  RPT-EXCEPTION            PIC X(21).
003060     05  FILLER                   PIC X(01) VALUE SPACE.
003070     05  RPT-ACTION               PIC X(19).
003080
003090 01  WS-TOTALS-HEADING            PIC X(80) VALUE
003100     'ORPHAN COUNTS BY FILE'.
003110
003120 01  WS-TOTAL-LINE.
003130     05  TOT-FILE-NAME            PIC X(18).
003140     05  FILLER                   PIC X(06) VALUE ' READ '.
003150     05  TOT-READ-CT              PIC ZZZZZZ9.
003160     05  FILLER                   PIC X(10) VALUE '  ORPHANS '.
003170     05  TOT-ORPHAN-CT            PIC ZZZZZZ9.
003180     05  FILLER                   PIC X(09) VALUE '  PURGED '.
003190     05  TOT-PURGED-CT            PIC ZZZZZZ9.
003200     05  FILLER                   PIC X(07) VALUE '  KEPT '.
003210     05  TOT-KEPT-CT              PIC ZZZZZZ9.
003220
003230 LINKAGE SECTION.
003240*----------------------------------------------------------------*
003250*    LK-PARM-AREA - NO PARM, OR 'REPORT', ONLY REPORTS.  A PURGE  *
003260*        IS 'PURGE/JOBID/USERID', E.G. 'PURGE/INTGRTY/SYSOPER',   *
003270*        AND THE USER ID MUST HOLD LEVEL 4 ON OPERSEC.            *
003280*----------------------------------------------------------------*
003290 01  LK-PARM-AREA.
003300     05  LK-PARM-LEN              PIC S9(4) COMP.
003310     05  LK-PARM-DATA             PIC X(80).
003320
003330 PROCEDURE DIVISION USING LK-PARM-AREA.
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003360
003370     IF WS-RUN-OK
003380         PERFORM 2000-SWEEP-CHARGES THRU 2000-EXIT
003390     END-IF
003400
003410     IF WS-RUN-OK
003420         PERFORM 2500-SWEEP-GRADES THRU 2500-EXIT
003430     END-IF
003440
003450     IF WS-RUN-OK
003460         PERFORM 3000-SWEEP-ENROLLMENT THRU 3000-EXIT
003470     END-IF
003480
003490     IF WS-RUN-OK
003500         PERFORM 3500-SWEEP-ADDRESSES THRU 3500-EXIT
003510     END-IF
003520
003530     IF WS-RUN-OK
003540         PERFORM 4000-SWEEP-SECTIONS THRU 4000-EXIT
003550     END-IF
003560
003570     IF WS-RUN-OK
003580         PERFORM 4500-SWEEP-PREREQS THRU 4500-EXIT
003590     END-IF
003591
003592     IF WS-RUN-OK
003593         PERFORM 5000-SWEEP-OVERRIDES THRU 5000-EXIT
003594     END-IF
003595
003596     IF WS-RUN-OK
003597         PERFORM 5200-SWEEP-HISTORY THRU 5200-EXIT
003598     END-IF
003599
003600     IF WS-RUN-OK
003601         PERFORM 5400-SWEEP-HOLDS THRU 5400-EXIT
003602     END-IF
003603
003604     IF WS-RUN-OK
003605         PERFORM 5600-SWEEP-AWARDS THRU 5600-EXIT
003606     END-IF
003607
003608     IF WS-RUN-OK
003609         PERFORM 5800-SWEEP-STATUS THRU 5800-EXIT
003610     END-IF
003611
003612     PERFORM 8000-TERMINATE THRU 8000-EXIT
003620
003630     STOP RUN.
003640
003650******************************************************************
003660*    1000-INITIALIZE - EDIT THE PARM, CLEAR A PURGE WITH OPERAUTH *
003670*        AND THE JOURNAL, OPEN EVERYTHING, PRINT THE HEADINGS.    *
003680******************************************************************
003690 1000-INITIALIZE.
003700     INITIALIZE WS-FILE-TOTALS
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003720
003730     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
003740     IF WS-PARM-BAD
003750         MOVE 16 TO RETURN-CODE
003760         SET WS-RUN-STOPPED TO TRUE
003770         GO TO 1000-EXIT
003780     END-IF
003790
003800     IF WS-PURGE-MODE
003810         PERFORM 1200-AUTHORIZE-PURGE THRU 1200-EXIT
003820         IF WS-RUN-STOPPED
003830             GO TO 1000-EXIT
003840         END-IF
003850     END-IF
003860
003870     OPEN INPUT STUDENT-MASTER-FILE
003880     IF WS-STUDENT-FILE-STATUS NOT = '00'
003890         DISPLAY 'INTGRTY: UNABLE TO OPEN STUDENT-MASTER, '
003900                 'STATUS = ' WS-STUDENT-FILE-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         SET WS-RUN-STOPPED TO TRUE
003930         GO TO 1000-EXIT
003940     END-IF
003950     SET WS-STUDENT-FILE-OPEN TO TRUE
003960
003970     OPEN INPUT COURSE-CATALOG-FILE
003980     IF WS-CATALOG-FILE-STATUS NOT = '00'
003990         DISPLAY 'INTGRTY: UNABLE TO OPEN COURSE-CATALOG, '
004000                 'STATUS = ' WS-CATALOG-FILE-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         SET WS-RUN-STOPPED TO TRUE
004030         GO TO 1000-EXIT
004040     END-IF
004050     SET WS-CATALOG-FILE-OPEN TO TRUE
004060
004070     PERFORM 1300-OPEN-STUDENT-FILES THRU 1300-EXIT
004080     IF WS-RUN-STOPPED
004090         GO TO 1000-EXIT
004100     END-IF
004110
004120     OPEN INPUT COURSE-SECTION-FILE
004130     IF WS-SECTION-FILE-STATUS NOT = '00'
004140         DISPLAY 'INTGRTY: UNABLE TO OPEN COURSE-SECTION, '
004150                 'STATUS = ' WS-SECTION-FILE-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         SET WS-RUN-STOPPED TO TRUE
004180         GO TO 1000-EXIT
004190     END-IF
004200     SET WS-SECTION-FILE-OPEN TO TRUE
004210
004220     OPEN INPUT COURSE-PREREQ-FILE
004230     IF WS-PREREQ-FILE-STATUS NOT = '00'
004240         DISPLAY 'INTGRTY: UNABLE TO OPEN COURSE-PREREQ, '
004250                 'STATUS = ' WS-PREREQ-FILE-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         SET WS-RUN-STOPPED TO TRUE
004280         GO TO 1000-EXIT
004290     END-IF
004300     SET WS-PREREQ-FILE-OPEN TO TRUE
004301
004302     OPEN INPUT ENROLLMENT-HISTORY-FILE
004303     IF WS-HISTORY-FILE-STATUS NOT = '00'
004304         DISPLAY 'INTGRTY: UNABLE TO OPEN ENROLLMENT-HISTORY, '
004305                 'STATUS = ' WS-HISTORY-FILE-STATUS
004306         MOVE 16 TO RETURN-CODE
004307         SET WS-RUN-STOPPED TO TRUE
004308         GO TO 1000-EXIT
004309     END-IF
004310     SET WS-HISTORY-FILE-OPEN TO TRUE
004311
004312     OPEN INPUT STUDENT-HOLD-FILE
004313     IF WS-HOLD-FILE-STATUS NOT = '00'
004314         DISPLAY 'INTGRTY: UNABLE TO OPEN STUDENT-HOLD, '
004315                 'STATUS = ' WS-HOLD-FILE-STATUS
004316         MOVE 16 TO RETURN-CODE
004317         SET WS-RUN-STOPPED TO TRUE
004318         GO TO 1000-EXIT
004319     END-IF
004320     SET WS-HOLD-FILE-OPEN TO TRUE
004321
004322     OPEN INPUT STUDENT-AWARD-FILE
004323     IF WS-AWARD-FILE-STATUS NOT = '00'
004324         DISPLAY 'INTGRTY: UNABLE TO OPEN STUDENT-AWARD, '
004325                 'STATUS = ' WS-AWARD-FILE-STATUS
004326         MOVE 16 TO RETURN-CODE
004327         SET WS-RUN-STOPPED TO TRUE
004328         GO TO 1000-EXIT
004329     END-IF
004330     SET WS-AWARD-FILE-OPEN TO TRUE
004331
004332     OPEN INPUT ENROLLMENT-STATUS-FILE
004333     IF WS-STATUS-FILE-STATUS NOT = '00'
004334         DISPLAY 'INTGRTY: UNABLE TO OPEN ENROLLMENT-STATUS, '
004335                 'STATUS = ' WS-STATUS-FILE-STATUS
004336         MOVE 16 TO RETURN-CODE
004337         SET WS-RUN-STOPPED TO TRUE
004338         GO TO 1000-EXIT
004339     END-IF
004340     SET WS-STATUS-FILE-OPEN TO TRUE
004341
004342     OPEN OUTPUT INTEGRITY-REPORT
004343     IF WS-REPORT-FILE-STATUS NOT = '00'
004344         DISPLAY 'INTGRTY: UNABLE TO OPEN INTEGRITY-REPORT, '
004350                 'STATUS = ' WS-REPORT-FILE-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         SET WS-RUN-STOPPED TO TRUE
004380         GO TO 1000-EXIT
004390     END-IF
004400     SET WS-REPORT-FILE-OPEN TO TRUE
004410
004420     MOVE WS-RUN-DATE TO HDG-RUN-DATE
004430     IF WS-PURGE-MODE
004440         MOVE 'PURGE' TO HDG-RUN-MODE
004450     ELSE
004460         MOVE 'REPORT' TO HDG-RUN-MODE
004470     END-IF
004480     WRITE INTEGRITY-LINE FROM WS-HEADING-1
004490     MOVE SPACES TO INTEGRITY-LINE
004500     WRITE INTEGRITY-LINE
004510     WRITE INTEGRITY-LINE FROM WS-HEADING-2
004520     WRITE INTEGRITY-LINE FROM WS-HEADING-3.
004530 1000-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    1100-EDIT-PARM - NO PARM OR 'REPORT' REPORTS ONLY;           *
004580*        'PURGE/JOBID/USERID' REPORTS AND PURGES.                 *
004590******************************************************************
004600 1100-EDIT-PARM.
004610     IF LK-PARM-LEN = ZERO
004620         SET WS-REPORT-MODE TO TRUE
004630         GO TO 1100-EXIT
004640     END-IF
004650
004660     UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
004670         INTO WS-PARM-MODE WS-JOB-ID WS-USER-ID
004680     END-UNSTRING
004690
004700     EVALUATE WS-PARM-MODE
004710         WHEN 'REPORT'
004720             SET WS-REPORT-MODE TO TRUE
004730         WHEN 'PURGE'
004740             SET WS-PURGE-MODE TO TRUE
004750         WHEN OTHER
004760             DISPLAY 'INTGRTY: PARM MUST BE REPORT OR '
004770                     'PURGE/JOBID/USERID'
004780             SET WS-PARM-BAD TO TRUE
004790     END-EVALUATE.
004800 1100-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*    1200-AUTHORIZE-PURGE - A PURGE DELETES PRODUCTION ROWS, SO   *
004850*        ONLY A LEVEL 4 OPERATOR MAY ASK FOR ONE, AND NOTHING IS  *
004860*        DELETED UNLESS THE JOURNAL IS THERE TO TAKE EACH ROW.    *
004870******************************************************************
004880 1200-AUTHORIZE-PURGE.
004890     MOVE 'V'        TO WS-AUTH-FUNCTION
004900     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
004910     MOVE WS-USER-ID TO WS-AUTH-USER-ID
004920     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
004930     END-CALL
004940     SET WS-AUTH-CALLED TO TRUE
004950     IF NOT WS-AUTH-OK
004960         DISPLAY 'INTGRTY: USER ' WS-USER-ID
004970                 ' NOT AUTHORIZED TO PURGE, STATUS = '
004980                 WS-AUTH-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         SET WS-RUN-STOPPED TO TRUE
005010         GO TO 1200-EXIT
005020     END-IF
005030
005040     MOVE WS-JOB-ID  TO WS-JRNL-JOB-ID
005050     MOVE WS-USER-ID TO WS-JRNL-USER-ID
005060     MOVE 'O'        TO WS-JRNL-FUNCTION
005070     CALL 'STUJRNL' USING WS-JRNL-REQUEST
005080     END-CALL
005090     IF NOT WS-JRNL-OK
005100         DISPLAY 'INTGRTY: STUDENT-JOURNAL UNAVAILABLE, '
005110                 'STATUS = ' WS-JRNL-STATUS
005120         MOVE 16 TO RETURN-CODE
005130         SET WS-RUN-STOPPED TO TRUE
005140         GO TO 1200-EXIT
005150     END-IF
005160     SET WS-JRNL-OPENED TO TRUE.
005170 1200-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*    1300-OPEN-STUDENT-FILES - THE FIVE FILES A PURGE MAY DELETE  *
005220*        FROM ARE OPENED I-O ON A PURGE, INPUT OTHERWISE.         *
005230******************************************************************
005240 1300-OPEN-STUDENT-FILES.
005250     IF WS-PURGE-MODE
005260         OPEN I-O STUDENT-CHARGES-FILE
005270     ELSE
005280         OPEN INPUT STUDENT-CHARGES-FILE
005290     END-IF
005300     IF WS-CHARGES-FILE-STATUS NOT = '00'
005310         DISPLAY 'INTGRTY: UNABLE TO OPEN STUDENT-CHARGES, '
005320                 'STATUS = ' WS-CHARGES-FILE-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         SET WS-RUN-STOPPED TO TRUE
005350         GO TO 1300-EXIT
005360     END-IF
005370     SET WS-CHARGES-FILE-OPEN TO TRUE
005380
005390     IF WS-PURGE-MODE
005400         OPEN I-O COURSE-GRADES-FILE
005410     ELSE
005420         OPEN INPUT COURSE-GRADES-FILE
005430     END-IF
005440     IF WS-COURSE-FILE-STATUS NOT = '00'
005450         DISPLAY 'INTGRTY: UNABLE TO OPEN COURSE-GRADES, '
005460                 'STATUS = ' WS-COURSE-FILE-STATUS
005470         MOVE 16 TO RETURN-CODE
005480         SET WS-RUN-STOPPED TO TRUE
005490         GO TO 1300-EXIT
005500     END-IF
005510     SET WS-COURSE-FILE-OPEN TO TRUE
005520
005530     IF WS-PURGE-MODE
005540         OPEN I-O CURRENT-ENROLLMENT-FILE
005550     ELSE
005560         OPEN INPUT CURRENT-ENROLLMENT-FILE
005570     END-IF
005580     IF WS-ENROLL-FILE-STATUS NOT = '00'
005590         DISPLAY 'INTGRTY: UNABLE TO OPEN CURRENT-ENROLLMENT, '
005600                 'STATUS = ' WS-ENROLL-FILE-STATUS
005610         MOVE 16 TO RETURN-CODE
005620         SET WS-RUN-STOPPED TO TRUE
005630         GO TO 1300-EXIT
005640     END-IF
005650     SET WS-ENROLL-FILE-OPEN TO TRUE
005660
005670     IF WS-PURGE-MODE
005680         OPEN I-O STUDENT-ADDRESS-FILE
005690     ELSE
005700         OPEN INPUT STUDENT-ADDRESS-FILE
005710     END-IF
005720     IF WS-ADDRESS-FILE-STATUS NOT = '00'
005730         DISPLAY 'INTGRTY: UNABLE TO OPEN STUDENT-ADDRESS, '
005740                 'STATUS = ' WS-ADDRESS-FILE-STATUS
005750         MOVE 16 TO RETURN-CODE
005760         SET WS-RUN-STOPPED TO TRUE
005770         GO TO 1300-EXIT
005780     END-IF
005790     SET WS-ADDRESS-FILE-OPEN TO TRUE
005791
005792     IF WS-PURGE-MODE
005793         OPEN I-O PREREQ-OVERRIDE-FILE
005794     ELSE
005795         OPEN INPUT PREREQ-OVERRIDE-FILE
005796     END-IF
005797     IF WS-OVERRIDE-FILE-STATUS NOT = '00'
005798         DISPLAY 'INTGRTY: UNABLE TO OPEN PREREQ-OVERRIDE, '
005799                 'STATUS = ' WS-OVERRIDE-FILE-STATUS
005800         MOVE 16 TO RETURN-CODE
005801         SET WS-RUN-STOPPED TO TRUE
005802         GO TO 1300-EXIT
005803     END-IF
005804     SET WS-OVERRIDE-FILE-OPEN TO TRUE.
005805 1300-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*    2000-SWEEP-CHARGES - EVERY STUDENT-CHARGES ROW AGAINST       *
005850*        STUDENT-MASTER.  SWEPT FIRST, SO ITS PURGES ARE DONE     *
005860*        BEFORE THE OTHER FILES ASK IT ABOUT OPEN BALANCES.       *
005870******************************************************************
005880 2000-SWEEP-CHARGES.
005890     MOVE 1   TO WS-FX
005900     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
005910
005920     PERFORM 2100-READ-CHARGES THRU 2100-EXIT
005930
005940     PERFORM 2200-CHECK-CHARGES-ROW THRU 2200-EXIT
005950         UNTIL WS-EOF-SWEEP
005960            OR WS-RUN-STOPPED.
005970 2000-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    2100-READ-CHARGES - READ THE NEXT STUDENT-CHARGES ROW.       *
006020******************************************************************
006030 2100-READ-CHARGES.
006040     READ STUDENT-CHARGES-FILE NEXT RECORD
006050         AT END
006060             SET WS-EOF-SWEEP TO TRUE
006070     END-READ.
006080 2100-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120*    2200-CHECK-CHARGES-ROW - A CHARGES ROW FOR A STUDENT NOT ON  *
006130*        FILE IS AN ORPHAN; ON A PURGE IT IS JOURNALED AND        *
006140*        DELETED UNLESS IT STILL CARRIES A BALANCE.               *
006150******************************************************************
006160 2200-CHECK-CHARGES-ROW.
006170     ADD 1 TO WS-FT-READ-CT (WS-FX)
006180
006190     MOVE BL-STUDENT-ID TO WS-CHECK-STUDENT-ID
006200     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
006210     IF WS-NOT-ORPHAN
006220         GO TO 2200-NEXT
006230     END-IF
006240
006250     MOVE BL-STUDENT-ID TO WS-ORPHAN-KEY
006260     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
006270     IF NOT WS-PURGE-THIS-ROW
006280         GO TO 2200-REPORT
006290     END-IF
006300
006310     MOVE STUDENT-BILLING-DATA TO WS-WIDE-ROW
006320     MOVE 'B'                  TO WS-JRNL-FUNCTION
006330     MOVE BL-STUDENT-ID        TO WS-JRNL-STUDENT-ID
006340     MOVE WS-WIDE-ROW-PART-1   TO WS-JRNL-BEFORE-IMAGE
006350     MOVE WS-WIDE-ROW-PART-2   TO WS-JRNL-AFTER-IMAGE
006360     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
006370     IF WS-RUN-STOPPED
006380         GO TO 2200-EXIT
006390     END-IF
006400
006410     DELETE STUDENT-CHARGES-FILE RECORD
006420         INVALID KEY
006430             PERFORM 7800-PURGE-FAILED THRU 7800-EXIT
006440             GO TO 2200-REPORT
006450     END-DELETE
006460     ADD 1 TO WS-FT-PURGED-CT (WS-FX).
006470
006480 2200-REPORT.
006490     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
006500
006510 2200-NEXT.
006520     PERFORM 2100-READ-CHARGES THRU 2100-EXIT.
006530 2200-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    2500-SWEEP-GRADES - EVERY COURSE-GRADES ROW AGAINST BOTH     *
006580*        STUDENT-MASTER AND THE COURSE-CATALOG.                   *
006590******************************************************************
006600 2500-SWEEP-GRADES.
006610     MOVE 2   TO WS-FX
006620     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
006630
006640     PERFORM 2600-READ-GRADE THRU 2600-EXIT
006650
006660     PERFORM 2700-CHECK-GRADE-ROW THRU 2700-EXIT
006670         UNTIL WS-EOF-SWEEP
006680            OR WS-RUN-STOPPED.
006690 2500-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730*    2600-READ-GRADE - READ THE NEXT COURSE-GRADES ROW.           *
006740******************************************************************
006750 2600-READ-GRADE.
006760     READ COURSE-GRADES-FILE NEXT RECORD
006770         AT END
006780             SET WS-EOF-SWEEP TO TRUE
006790     END-READ.
006800 2600-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*    2700-CHECK-GRADE-ROW - THE STUDENT IS CHECKED FIRST; ONLY A  *
006850*        ROW WHOSE STUDENT IS ON FILE IS CHECKED FOR ITS COURSE.  *
006860******************************************************************
006870 2700-CHECK-GRADE-ROW.
006880     ADD 1 TO WS-FT-READ-CT (WS-FX)
006890
006900     MOVE CG-STUDENT-ID TO WS-CHECK-STUDENT-ID
006910     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
006920     IF WS-NOT-ORPHAN
006930         MOVE CG-COURSE-CODE TO WS-CHECK-COURSE-CODE
006940         PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
006950     END-IF
006960     IF WS-NOT-ORPHAN
006970         GO TO 2700-NEXT
006980     END-IF
006990
007000     MOVE SPACES TO WS-ORPHAN-KEY
007010     STRING CG-STUDENT-ID  DELIMITED BY SIZE
007020            ' '            DELIMITED BY SIZE
007030            CG-COURSE-CODE DELIMITED BY SIZE
007040            ' '            DELIMITED BY SIZE
007050            CG-TERM        DELIMITED BY SIZE
007060         INTO WS-ORPHAN-KEY
007070     END-STRING
007080     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
007090     IF NOT WS-PURGE-THIS-ROW
007100         GO TO 2700-REPORT
007110     END-IF
007120
007130     MOVE 'H'               TO WS-JRNL-FUNCTION
007140     MOVE CG-STUDENT-ID     TO WS-JRNL-STUDENT-ID
007150     MOVE COURSE-GRADE-DATA TO WS-JRNL-BEFORE-IMAGE
007160     MOVE SPACES            TO WS-JRNL-AFTER-IMAGE
007170     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
007180     IF WS-RUN-STOPPED
007190         GO TO 2700-EXIT
007200     END-IF
007210
007220     DELETE COURSE-GRADES-FILE RECORD
007230         INVALID KEY
007240             PERFORM 7800-PURGE-FAILED THRU 7800-EXIT
007250             GO TO 2700-REPORT
007260     END-DELETE
007270     ADD 1 TO WS-FT-PURGED-CT (WS-FX).
007280
007290 2700-REPORT.
007300     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
007310
007320 2700-NEXT.
007330     PERFORM 2600-READ-GRADE THRU 2600-EXIT.
007340 2700-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380*    3000-SWEEP-ENROLLMENT - EVERY CURRENT-ENROLLMENT ROW AGAINST *
007390*        BOTH STUDENT-MASTER AND THE COURSE-CATALOG.              *
007400******************************************************************
007410 3000-SWEEP-ENROLLMENT.
007420     MOVE 3   TO WS-FX
007430     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
007440
007450     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT
007460
007470     PERFORM 3200-CHECK-ENROLLMENT-ROW THRU 3200-EXIT
007480         UNTIL WS-EOF-SWEEP
007490            OR WS-RUN-STOPPED.
007500 3000-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540*    3100-READ-ENROLLMENT - READ THE NEXT CURRENT-ENROLLMENT ROW. *
007550******************************************************************
007560 3100-READ-ENROLLMENT.
007570     READ CURRENT-ENROLLMENT-FILE NEXT RECORD
007580         AT END
007590             SET WS-EOF-SWEEP TO TRUE
007600     END-READ.
007610 3100-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    3200-CHECK-ENROLLMENT-ROW - SAME TWO CHECKS AS A GRADE ROW.  *
007660******************************************************************
007670 3200-CHECK-ENROLLMENT-ROW.
007680     ADD 1 TO WS-FT-READ-CT (WS-FX)
007690
007700     MOVE EN-STUDENT-ID TO WS-CHECK-STUDENT-ID
007710     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
007720     IF WS-NOT-ORPHAN
007730         MOVE EN-COURSE-CODE TO WS-CHECK-COURSE-CODE
007740         PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
007750     END-IF
007760     IF WS-NOT-ORPHAN
007770         GO TO 3200-NEXT
007780     END-IF
007790
007800     MOVE SPACES TO WS-ORPHAN-KEY
007810     STRING EN-STUDENT-ID  DELIMITED BY SIZE
007820            ' '            DELIMITED BY SIZE
007830            EN-COURSE-CODE DELIMITED BY SIZE
007840            ' '            DELIMITED BY SIZE
007850            EN-TERM        DELIMITED BY SIZE
007860         INTO WS-ORPHAN-KEY
007870     END-STRING
007880     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
007890     IF NOT WS-PURGE-THIS-ROW
007900         GO TO 3200-REPORT
007910     END-IF
007920
007930     MOVE 'E'             TO WS-JRNL-FUNCTION
007940     MOVE EN-STUDENT-ID   TO WS-JRNL-STUDENT-ID
007950     MOVE ENROLLMENT-DATA TO WS-JRNL-BEFORE-IMAGE
007960     MOVE SPACES          TO WS-JRNL-AFTER-IMAGE
007970     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
007980     IF WS-RUN-STOPPED
007990         GO TO 3200-EXIT
008000     END-IF
008010
008020     DELETE CURRENT-ENROLLMENT-FILE RECORD
008030         INVALID KEY
008040             PERFORM 7800-PURGE-FAILED THRU 7800-EXIT
008050             GO TO 3200-REPORT
008060     END-DELETE
008070     ADD 1 TO WS-FT-PURGED-CT (WS-FX).
008080
008090 3200-REPORT.
008100     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
008110
008120 3200-NEXT.
008130     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT.
008140 3200-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180*    3500-SWEEP-ADDRESSES - EVERY STUDENT-ADDRESS ROW AGAINST     *
008190*        STUDENT-MASTER.                                          *
008200******************************************************************
008210 3500-SWEEP-ADDRESSES.
008220     MOVE 4   TO WS-FX
008230     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
008240
008250     PERFORM 3600-READ-ADDRESS THRU 3600-EXIT
008260
008270     PERFORM 3700-CHECK-ADDRESS-ROW THRU 3700-EXIT
008280         UNTIL WS-EOF-SWEEP
008290            OR WS-RUN-STOPPED.
008300 3500-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*    3600-READ-ADDRESS - READ THE NEXT STUDENT-ADDRESS ROW.       *
008350******************************************************************
008360 3600-READ-ADDRESS.
008370     READ STUDENT-ADDRESS-FILE NEXT RECORD
008380         AT END
008390             SET WS-EOF-SWEEP TO TRUE
008400     END-READ.
008410 3600-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    3700-CHECK-ADDRESS-ROW - AN ADDRESS FOR A STUDENT NOT ON     *
008460*        FILE IS AN ORPHAN; JOURNALED SPLIT LIKE A CHARGES ROW.   *
008470******************************************************************
008480 3700-CHECK-ADDRESS-ROW.
008490     ADD 1 TO WS-FT-READ-CT (WS-FX)
008500
008510     MOVE AD-STUDENT-ID TO WS-CHECK-STUDENT-ID
008520     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
008530     IF WS-NOT-ORPHAN
008540         GO TO 3700-NEXT
008550     END-IF
008560
008570     MOVE AD-STUDENT-ID TO WS-ORPHAN-KEY
008580     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
008590     IF NOT WS-PURGE-THIS-ROW
008600         GO TO 3700-REPORT
008610     END-IF
008620
008630     MOVE STUDENT-ADDRESS-DATA TO WS-WIDE-ROW
008640     MOVE 'A'                  TO WS-JRNL-FUNCTION
008650     MOVE AD-STUDENT-ID        TO WS-JRNL-STUDENT-ID
008660     MOVE WS-WIDE-ROW-PART-1   TO WS-JRNL-BEFORE-IMAGE
008670     MOVE WS-WIDE-ROW-PART-2   TO WS-JRNL-AFTER-IMAGE
008680     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
008690     IF WS-RUN-STOPPED
008700         GO TO 3700-EXIT
008710     END-IF
008720
008730     DELETE STUDENT-ADDRESS-FILE RECORD
008740         INVALID KEY
008750             PERFORM 7800-PURGE-FAILED THRU 7800-EXIT
008760             GO TO 3700-REPORT
008770     END-DELETE
008780     ADD 1 TO WS-FT-PURGED-CT (WS-FX).
008790
008800 3700-REPORT.
008810     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
008820
008830 3700-NEXT.
008840     PERFORM 3600-READ-ADDRESS THRU 3600-EXIT.
008850 3700-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*    4000-SWEEP-SECTIONS - EVERY COURSE-SECTION ROW AGAINST THE   *
008900*        COURSE-CATALOG.  REPORT ONLY.                            *
008910******************************************************************
008920 4000-SWEEP-SECTIONS.
008930     MOVE 5   TO WS-FX
008940     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
008950
008960     PERFORM 4100-READ-SECTION THRU 4100-EXIT
008970
008980     PERFORM 4200-CHECK-SECTION-ROW THRU 4200-EXIT
008990         UNTIL WS-EOF-SWEEP.
009000 4000-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040*    4100-READ-SECTION - READ THE NEXT COURSE-SECTION ROW.        *
009050******************************************************************
009060 4100-READ-SECTION.
009070     READ COURSE-SECTION-FILE
009080         AT END
009090             SET WS-EOF-SWEEP TO TRUE
009100     END-READ.
009110 4100-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*    4200-CHECK-SECTION-ROW - A SECTION OF A COURSE NOT ON THE    *
009160*        CATALOG IS AN ORPHAN.                                    *
009170******************************************************************
009180 4200-CHECK-SECTION-ROW.
009190     ADD 1 TO WS-FT-READ-CT (WS-FX)
009200
009210     MOVE SPACE           TO WS-ORPHAN-SWITCH
009220     MOVE SEC-COURSE-CODE TO WS-CHECK-COURSE-CODE
009230     PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
009240     IF WS-NOT-ORPHAN
009250         GO TO 4200-NEXT
009260     END-IF
009270
009280     MOVE SPACES TO WS-ORPHAN-KEY
009290     STRING SEC-TERM        DELIMITED BY SIZE
009300            ' '             DELIMITED BY SIZE
009310            SEC-COURSE-CODE DELIMITED BY SIZE
009320            ' '             DELIMITED BY SIZE
009330            SEC-SECTION-NO  DELIMITED BY SIZE
009340         INTO WS-ORPHAN-KEY
009350     END-STRING
009360     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
009370     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
009380
009390 4200-NEXT.
009400     PERFORM 4100-READ-SECTION THRU 4100-EXIT.
009410 4200-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*    4500-SWEEP-PREREQS - EVERY COURSE-PREREQ ROW AGAINST THE     *
009460*        COURSE-CATALOG.  REPORT ONLY.                            *
009470******************************************************************
009480 4500-SWEEP-PREREQS.
009490     MOVE 6   TO WS-FX
009500     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
009510
009520     PERFORM 4600-READ-PREREQ THRU 4600-EXIT
009530
009540     PERFORM 4700-CHECK-PREREQ-ROW THRU 4700-EXIT
009550         UNTIL WS-EOF-SWEEP.
009560 4500-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600*    4600-READ-PREREQ - READ THE NEXT COURSE-PREREQ ROW.          *
009610******************************************************************
009620 4600-READ-PREREQ.
009630     READ COURSE-PREREQ-FILE
009640         AT END
009650             SET WS-EOF-SWEEP TO TRUE
009660     END-READ.
009670 4600-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    4700-CHECK-PREREQ-ROW - A PREREQUISITE LIST FOR A COURSE NOT *
009720*        ON THE CATALOG IS AN ORPHAN.                             *
009730******************************************************************
009740 4700-CHECK-PREREQ-ROW.
009750     ADD 1 TO WS-FT-READ-CT (WS-FX)
009760
009770     MOVE SPACE          TO WS-ORPHAN-SWITCH
009780     MOVE PQ-COURSE-CODE TO WS-CHECK-COURSE-CODE
009790     PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
009800     IF WS-NOT-ORPHAN
009810         GO TO 4700-NEXT
009820     END-IF
009830
009840     MOVE PQ-COURSE-CODE TO WS-ORPHAN-KEY
009850     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
009860     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
009870
009880 4700-NEXT.
009890     PERFORM 4600-READ-PREREQ THRU 4600-EXIT.
009900 4700-EXIT.
009910     EXIT.
009911
009912******************************************************************
009913*    5000-SWEEP-OVERRIDES - EVERY PREREQ-OVERRIDE ROW AGAINST     *
009914*        BOTH STUDENT-MASTER AND THE COURSE-CATALOG.              *
009915******************************************************************
009916 5000-SWEEP-OVERRIDES.
009917     MOVE 7   TO WS-FX
009918     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
009919
009920     PERFORM 5050-READ-OVERRIDE THRU 5050-EXIT
009921
009922     PERFORM 5100-CHECK-OVERRIDE-ROW THRU 5100-EXIT
009923         UNTIL WS-EOF-SWEEP
009924            OR WS-RUN-STOPPED.
009925 5000-EXIT.
009926     EXIT.
009927
009928******************************************************************
009929*    5050-READ-OVERRIDE - READ THE NEXT PREREQ-OVERRIDE ROW.      *
009930******************************************************************
009931 5050-READ-OVERRIDE.
009932     READ PREREQ-OVERRIDE-FILE NEXT RECORD
009933         AT END
009934             SET WS-EOF-SWEEP TO TRUE
009935     END-READ.
009936 5050-EXIT.
009937     EXIT.
009938
009939******************************************************************
009940*    5100-CHECK-OVERRIDE-ROW - SAME TWO CHECKS AS A GRADE ROW.    *
009941*        AN OVERRIDE ROW IS JOURNALED SPLIT LIKE A CHARGES ROW.   *
009942******************************************************************
009943 5100-CHECK-OVERRIDE-ROW.
009944     ADD 1 TO WS-FT-READ-CT (WS-FX)
009945
009946     MOVE PO-STUDENT-ID TO WS-CHECK-STUDENT-ID
009947     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
009948     IF WS-NOT-ORPHAN
009949         MOVE PO-COURSE-CODE TO WS-CHECK-COURSE-CODE
009950         PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
009951     END-IF
009952     IF WS-NOT-ORPHAN
009953         GO TO 5100-NEXT
009954     END-IF
009955
009956     MOVE SPACES TO WS-ORPHAN-KEY
009957     STRING PO-STUDENT-ID  DELIMITED BY SIZE
009958            ' '            DELIMITED BY SIZE
009959            PO-COURSE-CODE DELIMITED BY SIZE
009960         INTO WS-ORPHAN-KEY
009961     END-STRING
009962     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
009963     IF NOT WS-PURGE-THIS-ROW
009964         GO TO 5100-REPORT
009965     END-IF
009966
009967     MOVE PREREQ-OVERRIDE-DATA TO WS-WIDE-ROW
009968     MOVE 'P'                  TO WS-JRNL-FUNCTION
009969     MOVE PO-STUDENT-ID        TO WS-JRNL-STUDENT-ID
009970     MOVE WS-WIDE-ROW-PART-1   TO WS-JRNL-BEFORE-IMAGE
009971     MOVE WS-WIDE-ROW-PART-2   TO WS-JRNL-AFTER-IMAGE
009972     PERFORM 7900-WRITE-JOURNAL THRU 7900-EXIT
009973     IF WS-RUN-STOPPED
009974         GO TO 5100-EXIT
009975     END-IF
009976
009977     DELETE PREREQ-OVERRIDE-FILE RECORD
009978         INVALID KEY
009979             PERFORM 7800-PURGE-FAILED THRU 7800-EXIT
009980             GO TO 5100-REPORT
009981     END-DELETE
009982     ADD 1 TO WS-FT-PURGED-CT (WS-FX).
009983
009984 5100-REPORT.
009985     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
009986
009987 5100-NEXT.
009988     PERFORM 5050-READ-OVERRIDE THRU 5050-EXIT.
009989 5100-EXIT.
009990     EXIT.
009991
009992******************************************************************
009993*    5200-SWEEP-HISTORY - EVERY ENROLLMENT-HISTORY ROW AGAINST    *
009994*        BOTH STUDENT-MASTER AND THE COURSE-CATALOG.  REPORT      *
009995*        ONLY - THE FILE IS THE TERMCLOS ARCHIVE OF CLOSED TERMS. *
009996******************************************************************
009997 5200-SWEEP-HISTORY.
009998     MOVE 8   TO WS-FX
009999     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
010000
010001     PERFORM 5250-READ-HISTORY THRU 5250-EXIT
010002
010003     PERFORM 5300-CHECK-HISTORY-ROW THRU 5300-EXIT
010004         UNTIL WS-EOF-SWEEP.
010005 5200-EXIT.
010006     EXIT.
010007
010008******************************************************************
010009*    5250-READ-HISTORY - READ THE NEXT ENROLLMENT-HISTORY ROW.    *
010010******************************************************************
010011 5250-READ-HISTORY.
010012     READ ENROLLMENT-HISTORY-FILE
010013         AT END
010014             SET WS-EOF-SWEEP TO TRUE
010015     END-READ.
010016 5250-EXIT.
010017     EXIT.
010018
010019******************************************************************
010020*    5300-CHECK-HISTORY-ROW - SAME TWO CHECKS AS A GRADE ROW.     *
010021******************************************************************
010022 5300-CHECK-HISTORY-ROW.
010023     ADD 1 TO WS-FT-READ-CT (WS-FX)
010024
010025     MOVE EH-STUDENT-ID TO WS-CHECK-STUDENT-ID
010026     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
010027     IF WS-NOT-ORPHAN
010028         MOVE EH-COURSE-CODE TO WS-CHECK-COURSE-CODE
010029         PERFORM 6100-CHECK-COURSE THRU 6100-EXIT
010030     END-IF
010031     IF WS-NOT-ORPHAN
010032         GO TO 5300-NEXT
010033     END-IF
010034
010035     MOVE SPACES TO WS-ORPHAN-KEY
010036     STRING EH-STUDENT-ID  DELIMITED BY SIZE
010037            ' '            DELIMITED BY SIZE
010038            EH-COURSE-CODE DELIMITED BY SIZE
010039            ' '            DELIMITED BY SIZE
010040            EH-TERM        DELIMITED BY SIZE
010041         INTO WS-ORPHAN-KEY
010042     END-STRING
010043     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
010044     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
010045
010046 5300-NEXT.
010047     PERFORM 5250-READ-HISTORY THRU 5250-EXIT.
010048 5300-EXIT.
010049     EXIT.
010050
010051******************************************************************
010052*    5400-SWEEP-HOLDS - EVERY STUDENT-HOLD ROW AGAINST            *
010053*        STUDENT-MASTER.  REPORT ONLY - THE BURSAR MAY STILL NEED *
010054*        THE HOLD WHILE A BALANCE IS OPEN.                        *
010055******************************************************************
010056 5400-SWEEP-HOLDS.
010057     MOVE 9   TO WS-FX
010058     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
010059
010060     PERFORM 5450-READ-HOLD THRU 5450-EXIT
010061
010062     PERFORM 5500-CHECK-HOLD-ROW THRU 5500-EXIT
010063         UNTIL WS-EOF-SWEEP.
010064 5400-EXIT.
010065     EXIT.
010066
010067******************************************************************
010068*    5450-READ-HOLD - READ THE NEXT STUDENT-HOLD ROW.             *
010069******************************************************************
010070 5450-READ-HOLD.
010071     READ STUDENT-HOLD-FILE
010072         AT END
010073             SET WS-EOF-SWEEP TO TRUE
010074     END-READ.
010075 5450-EXIT.
010076     EXIT.
010077
010078******************************************************************
010079*    5500-CHECK-HOLD-ROW - A HOLD FOR A STUDENT NOT ON FILE IS AN *
010080*        ORPHAN.                                                  *
010081******************************************************************
010082 5500-CHECK-HOLD-ROW.
010083     ADD 1 TO WS-FT-READ-CT (WS-FX)
010084
010085     MOVE HD-STUDENT-ID TO WS-CHECK-STUDENT-ID
010086     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
010087     IF WS-NOT-ORPHAN
010088         GO TO 5500-NEXT
010089     END-IF
010090
010091     MOVE SPACES TO WS-ORPHAN-KEY
010092     STRING HD-STUDENT-ID  DELIMITED BY SIZE
010093            ' '            DELIMITED BY SIZE
010094            HD-HOLD-TYPE   DELIMITED BY SIZE
010095         INTO WS-ORPHAN-KEY
010096     END-STRING
010097     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
010098     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
010099
010100 5500-NEXT.
010101     PERFORM 5450-READ-HOLD THRU 5450-EXIT.
010102 5500-EXIT.
010103     EXIT.
010104
010105******************************************************************
010106*    5600-SWEEP-AWARDS - EVERY STUDENT-AWARD ROW AGAINST          *
010107*        STUDENT-MASTER.  REPORT ONLY - THE BURSAR MAY STILL NEED *
010108*        THE AWARD WHILE A BALANCE IS OPEN.                       *
010109******************************************************************
010110 5600-SWEEP-AWARDS.
010111     MOVE 10  TO WS-FX
010112     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
010113
010114     PERFORM 5650-READ-AWARD THRU 5650-EXIT
010115
010116     PERFORM 5700-CHECK-AWARD-ROW THRU 5700-EXIT
010117         UNTIL WS-EOF-SWEEP.
010118 5600-EXIT.
010119     EXIT.
010120
010121******************************************************************
010122*    5650-READ-AWARD - READ THE NEXT STUDENT-AWARD ROW.           *
010123******************************************************************
010124 5650-READ-AWARD.
010125     READ STUDENT-AWARD-FILE
010126         AT END
010127             SET WS-EOF-SWEEP TO TRUE
010128     END-READ.
010129 5650-EXIT.
010130     EXIT.
010131
010132******************************************************************
010133*    5700-CHECK-AWARD-ROW - AN AWARD FOR A STUDENT NOT ON FILE IS *
010134*        AN ORPHAN.                                               *
010135******************************************************************
010136 5700-CHECK-AWARD-ROW.
010137     ADD 1 TO WS-FT-READ-CT (WS-FX)
010138
010139     MOVE SA-STUDENT-ID TO WS-CHECK-STUDENT-ID
010140     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
010141     IF WS-NOT-ORPHAN
010142         GO TO 5700-NEXT
010143     END-IF
010144
010145     MOVE SPACES TO WS-ORPHAN-KEY
010146     STRING SA-STUDENT-ID  DELIMITED BY SIZE
010147            ' '            DELIMITED BY SIZE
010148            SA-AWARD-CODE  DELIMITED BY SIZE
010149         INTO WS-ORPHAN-KEY
010150     END-STRING
010151     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
010152     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
010153
010154 5700-NEXT.
010155     PERFORM 5650-READ-AWARD THRU 5650-EXIT.
010156 5700-EXIT.
010157     EXIT.
010158
010159******************************************************************
010160*    5800-SWEEP-STATUS - EVERY ENROLLMENT-STATUS ROW AGAINST      *
010161*        STUDENT-MASTER.  REPORT ONLY - THE FILE IS THE ENRLVER   *
010162*        CLEARINGHOUSE RECORD OF WHAT WAS ALREADY REPORTED.       *
010163******************************************************************
010164 5800-SWEEP-STATUS.
010165     MOVE 11  TO WS-FX
010166     MOVE 'N' TO WS-EOF-SWEEP-SWITCH
010167
010168     PERFORM 5850-READ-STATUS THRU 5850-EXIT
010169
010170     PERFORM 5900-CHECK-STATUS-ROW THRU 5900-EXIT
010171         UNTIL WS-EOF-SWEEP.
010172 5800-EXIT.
010173     EXIT.
010174
010175******************************************************************
010176*    5850-READ-STATUS - READ THE NEXT ENROLLMENT-STATUS ROW.      *
010177******************************************************************
010178 5850-READ-STATUS.
010179     READ ENROLLMENT-STATUS-FILE
010180         AT END
010181             SET WS-EOF-SWEEP TO TRUE
010182     END-READ.
010183 5850-EXIT.
010184     EXIT.
010185
010186******************************************************************
010187*    5900-CHECK-STATUS-ROW - A STATUS ROW FOR A STUDENT NOT ON    *
010188*        FILE IS AN ORPHAN.                                       *
010189******************************************************************
010190 5900-CHECK-STATUS-ROW.
010191     ADD 1 TO WS-FT-READ-CT (WS-FX)
010192
010193     MOVE ES-STUDENT-ID TO WS-CHECK-STUDENT-ID
010194     PERFORM 6000-CHECK-STUDENT THRU 6000-EXIT
010195     IF WS-NOT-ORPHAN
010196         GO TO 5900-NEXT
010197     END-IF
010198
010199     MOVE SPACES TO WS-ORPHAN-KEY
010200     STRING ES-STUDENT-ID  DELIMITED BY SIZE
010201            ' '            DELIMITED BY SIZE
010202            ES-TERM        DELIMITED BY SIZE
010203         INTO WS-ORPHAN-KEY
010204     END-STRING
010205     PERFORM 7000-DISPOSE-ORPHAN THRU 7000-EXIT
010206     PERFORM 7500-WRITE-ORPHAN-LINE THRU 7500-EXIT.
010207
010208 5900-NEXT.
010209     PERFORM 5850-READ-STATUS THRU 5850-EXIT.
010210 5900-EXIT.
010211     EXIT.
010212
010213******************************************************************
010214*    6000-CHECK-STUDENT - IS THE STUDENT ON STUDENT-MASTER?       *
010215******************************************************************
010216 6000-CHECK-STUDENT.
010217     MOVE SPACE               TO WS-ORPHAN-SWITCH
010218     MOVE WS-CHECK-STUDENT-ID TO STUDENT-ID
010219     READ STUDENT-MASTER-FILE
010220         INVALID KEY
010221             SET WS-STUDENT-ORPHAN TO TRUE
010222     END-READ.
010223 6000-EXIT.
010224     EXIT.
010225
010226******************************************************************
010227*    6100-CHECK-COURSE - IS THE COURSE ON THE COURSE-CATALOG?     *
010228******************************************************************
010229 6100-CHECK-COURSE.
010230     MOVE WS-CHECK-COURSE-CODE TO CAT-COURSE-CODE
010231     READ COURSE-CATALOG-FILE
010232         INVALID KEY
010233             SET WS-COURSE-ORPHAN TO TRUE
010234     END-READ.
010235 6100-EXIT.
010236     EXIT.
010237
010238******************************************************************
010239*    7000-DISPOSE-ORPHAN - COUNT THE ORPHAN AND DECIDE WHAT       *
010240*        HAPPENS TO IT.  AN ORPHAN ON A PURGEABLE FILE - A        *
010241*        STUDENT ORPHAN OR A COURSE ORPHAN ALIKE - WHOSE STUDENT  *
010242*        HAS AN OPEN BALANCE IS KEPT IN EITHER MODE.  OTHERWISE A *
010243*        REPORT RUN, OR A REPORT-ONLY FILE, ONLY REPORTS IT, AND  *
010244*        A PURGE RUN PURGES IT.  A REPORT-ONLY FILE IS NEVER      *
010245*        PURGED, SO ITS ORPHANS HAVE NO BALANCE TO CHECK.         *
010246******************************************************************
010250 7000-DISPOSE-ORPHAN.
010260     ADD 1 TO WS-FT-ORPHAN-CT (WS-FX)
010270     ADD 1 TO WS-TOTAL-ORPHAN-CT
010280     SET WS-PURGE-THIS-ROW TO FALSE
010290
010300     IF WS-FILE-PURGEABLE (WS-FX)
010310         PERFORM 7100-CHECK-OPEN-BALANCE THRU 7100-EXIT
010320         IF WS-OPEN-BALANCE
010330             ADD 1 TO WS-FT-KEPT-CT (WS-FX)
010340             MOVE 'KEPT - OPEN BALANCE' TO WS-ORPHAN-ACTION
010350             GO TO 7000-EXIT
010360         END-IF
010370     END-IF
010380
010390     IF WS-REPORT-MODE
010400             OR NOT WS-FILE-PURGEABLE (WS-FX)
010410         MOVE 'REPORTED' TO WS-ORPHAN-ACTION
010420         GO TO 7000-EXIT
010430     END-IF
010440
010450     SET WS-PURGE-THIS-ROW TO TRUE
010460     MOVE 'PURGED' TO WS-ORPHAN-ACTION.
010470 7000-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*    7100-CHECK-OPEN-BALANCE - CHARGES LESS PAYMENTS AND AWARDS   *
010520*        NOT ZERO IS AN OPEN BALANCE - A CREDIT OWED BACK COUNTS  *
010530*        AS MUCH AS A DEBT.  IN THE CHARGES SWEEP THE ROW IN HAND *
010540*        IS THE ONE TO TEST; ELSEWHERE IT IS READ BY STUDENT ID,  *
010550*        AND A STUDENT WITH NO CHARGES ROW HAS NO BALANCE.        *
010560******************************************************************
010570 7100-CHECK-OPEN-BALANCE.
010580     SET WS-OPEN-BALANCE TO FALSE
010590
010600     IF WS-FX NOT = 1
010610         MOVE WS-CHECK-STUDENT-ID TO BL-STUDENT-ID
010620         READ STUDENT-CHARGES-FILE
010630             INVALID KEY
010640                 GO TO 7100-EXIT
010650         END-READ
010660     END-IF
010670
010680     COMPUTE WS-BALANCE-DUE = BL-CHARGES - BL-PAYMENTS
010690                            - BL-AWARDS
010700     IF WS-BALANCE-DUE NOT = ZERO
010710         SET WS-OPEN-BALANCE TO TRUE
010720     END-IF.
010730 7100-EXIT.
010740     EXIT.
010750
010760******************************************************************
010770*    7500-WRITE-ORPHAN-LINE - ONE REPORT LINE PER ORPHAN.         *
010780******************************************************************
010790 7500-WRITE-ORPHAN-LINE.
010800     MOVE WS-FILE-NAME (WS-FX) TO RPT-FILE-NAME
010810     MOVE WS-ORPHAN-KEY        TO RPT-KEY
010820     MOVE WS-ORPHAN-ACTION     TO RPT-ACTION
010830     IF WS-STUDENT-ORPHAN
010840         MOVE 'STUDENT NOT ON MASTER' TO RPT-EXCEPTION
010850     ELSE
010860         MOVE 'COURSE NOT IN CATALOG' TO RPT-EXCEPTION
010870     END-IF
010880
010890     WRITE INTEGRITY-LINE FROM WS-DETAIL-LINE.
010900 7500-EXIT.
010910     EXIT.
010920
010930******************************************************************
010940*    7800-PURGE-FAILED - THE ROW WAS JOURNALED BUT WOULD NOT      *
010950*        DELETE.  THE SWEEP GOES ON AND THE STEP ENDS RC=8.       *
010960******************************************************************
010970 7800-PURGE-FAILED.
010980     ADD 1 TO WS-PURGE-FAILED-CT
010990     MOVE 'PURGE FAILED' TO WS-ORPHAN-ACTION
011000     DISPLAY 'INTGRTY: DELETE FAILED ON ' WS-FILE-NAME (WS-FX)
011010             ' FOR ' WS-ORPHAN-KEY.
011020 7800-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060*    7900-WRITE-JOURNAL - ONE STUJRNL CALL; THE CALLER SET THE    *
011070*        FUNCTION AND IMAGES.  IF THE ENTRY CANNOT BE WRITTEN THE *
011080*        RUN STOPS AT ONCE WITH RC=16 - AN UNJOURNALED PURGE      *
011090*        COULD NEVER BE BACKED OUT.                               *
011100******************************************************************
011110 7900-WRITE-JOURNAL.
011120     CALL 'STUJRNL' USING WS-JRNL-REQUEST
011130     END-CALL
011140
011150     IF NOT WS-JRNL-OK
011160         DISPLAY 'INTGRTY: JOURNAL WRITE FAILED, STATUS = '
011170                 WS-JRNL-STATUS
011180         MOVE 16 TO RETURN-CODE
011190         SET WS-RUN-STOPPED TO TRUE
011200     END-IF.
011210 7900-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250*    8000-TERMINATE - PRINT THE COUNTS PER FILE, SET THE RETURN   *
011260*        CODE, AND CLOSE EVERYTHING.                              *
011270******************************************************************
011280 8000-TERMINATE.
011290     IF WS-REPORT-FILE-OPEN
011300         MOVE SPACES TO INTEGRITY-LINE
011310         WRITE INTEGRITY-LINE
011320         WRITE INTEGRITY-LINE FROM WS-TOTALS-HEADING
011330         PERFORM 8100-WRITE-FILE-TOTAL THRU 8100-EXIT
011340             VARYING WS-FX FROM 1 BY 1
011350             UNTIL WS-FX > WS-FILE-COUNT
011360     END-IF
011370
011380     DISPLAY 'INTGRTY: ' WS-TOTAL-ORPHAN-CT
011390             ' ORPHAN ROWS FOUND'
011400     DISPLAY 'INTGRTY: ' WS-PURGE-FAILED-CT
011410             ' ORPHAN ROWS FAILED TO PURGE'
011420
011430     IF WS-RUN-OK
011440         IF WS-PURGE-FAILED-CT > ZERO
011450             MOVE 8 TO RETURN-CODE
011460         ELSE
011470             IF WS-TOTAL-ORPHAN-CT > ZERO
011480                 MOVE 4 TO RETURN-CODE
011490             END-IF
011500         END-IF
011510     END-IF
011520
011530     IF WS-JRNL-OPENED
011540         MOVE 'C' TO WS-JRNL-FUNCTION
011550         CALL 'STUJRNL' USING WS-JRNL-REQUEST
011560         END-CALL
011570     END-IF
011580     IF WS-AUTH-CALLED
011590         MOVE 'C' TO WS-AUTH-FUNCTION
011600         CALL 'OPERAUTH' USING WS-AUTH-REQUEST
011610         END-CALL
011620     END-IF
011630
011640     IF WS-STUDENT-FILE-OPEN
011650         CLOSE STUDENT-MASTER-FILE
011660     END-IF
011670     IF WS-CATALOG-FILE-OPEN
011680         CLOSE COURSE-CATALOG-FILE
011690     END-IF
011700     IF WS-CHARGES-FILE-OPEN
011710         CLOSE STUDENT-CHARGES-FILE
011720     END-IF
011730     IF WS-COURSE-FILE-OPEN
011740         CLOSE COURSE-GRADES-FILE
011750     END-IF
011760     IF WS-ENROLL-FILE-OPEN
011770         CLOSE CURRENT-ENROLLMENT-FILE
011780     END-IF
011790     IF WS-ADDRESS-FILE-OPEN
011800         CLOSE STUDENT-ADDRESS-FILE
011810     END-IF
011820     IF WS-SECTION-FILE-OPEN
011830         CLOSE COURSE-SECTION-FILE
011840     END-IF
011850     IF WS-PREREQ-FILE-OPEN
011860         CLOSE COURSE-PREREQ-FILE
011870     END-IF
011871     IF WS-OVERRIDE-FILE-OPEN
011872         CLOSE PREREQ-OVERRIDE-FILE
011873     END-IF
011874     IF WS-HISTORY-FILE-OPEN
011875         CLOSE ENROLLMENT-HISTORY-FILE
011876     END-IF
011877     IF WS-HOLD-FILE-OPEN
011878         CLOSE STUDENT-HOLD-FILE
011879     END-IF
011880     IF WS-AWARD-FILE-OPEN
011881         CLOSE STUDENT-AWARD-FILE
011882     END-IF
011883     IF WS-STATUS-FILE-OPEN
011884         CLOSE ENROLLMENT-STATUS-FILE
011885     END-IF
011886     IF WS-REPORT-FILE-OPEN
011890         CLOSE INTEGRITY-REPORT
011900     END-IF.
011910 8000-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950*    8100-WRITE-FILE-TOTAL - ONE COUNT LINE FOR ONE FILE, ALSO ON *
011960*        SYSOUT FOR THE OPERATOR.                                 *
011970******************************************************************
011980 8100-WRITE-FILE-TOTAL.
011990     MOVE WS-FILE-NAME (WS-FX)    TO TOT-FILE-NAME
012000     MOVE WS-FT-READ-CT (WS-FX)   TO TOT-READ-CT
012010     MOVE WS-FT-ORPHAN-CT (WS-FX) TO TOT-ORPHAN-CT
012020     MOVE WS-FT-PURGED-CT (WS-FX) TO TOT-PURGED-CT
012030     MOVE WS-FT-KEPT-CT (WS-FX)   TO TOT-KEPT-CT
012040     WRITE INTEGRITY-LINE FROM WS-TOTAL-LINE
012050
012060     DISPLAY 'INTGRTY: ' WS-FT-ORPHAN-CT (WS-FX)
012070             ' ORPHANS ON ' WS-FILE-NAME (WS-FX).
012080 8100-EXIT.
012090     EXIT.
