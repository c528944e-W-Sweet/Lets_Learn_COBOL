000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLFEED.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    GLFEED - GENERAL-LEDGER JOURNAL AND RECONCILIATION.          *
000090*    RUNS AS THE LAST STEP OF THE BILLING JOB.  READS THE RUN'S   *
000100*    GL-ACTIVITY FILE - GLSNAP'S OPENING TOTALS, THEN EVERY       *
000110*    CHARGE CHANGE, AWARD, AND PAYMENT THE POSTING STEPS MADE -   *
000120*    AND TURNS EACH INTO ITS DEBIT AND CREDIT:                    *
000130*      - CHARGE UP    : DR RECEIVABLE      CR TUITION REVENUE     *
000140*      - CHARGE DOWN  : DR TUITION REVENUE CR RECEIVABLE          *
000150*      - AWARD        : DR AID ALLOWANCE   CR RECEIVABLE          *
000160*      - PAYMENT      : DR CASH            CR RECEIVABLE          *
000170*    THE LEGS ARE SUMMARIZED BY GL ACCOUNT AND POSTING DATE INTO  *
000180*    THE JOURNAL FILE FOR THE CONTROLLER'S OFFICE, WITH A HEADER  *
000190*    AND A TRAILER OF COUNTS AND HASH TOTALS.  STUDENT-CHARGES    *
000200*    IS THEN TOTALLED AGAIN AND THE RECONCILIATION REPORT TIES    *
000210*    EACH ACCOUNT TO THE NET CHANGE SINCE THE OPENING TOTALS.     *
000220*    ANYTHING THAT DOES NOT TIE ENDS THE STEP RC=8, THE WAY       *
000230*    BALANCE FAILS HELLOJOB, SO THE JOURNAL IS HELD.              *
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
000390*    GL-ACTIVITY      - THE RUN'S GL WORK FILE: OPENING TOTALS    *
000400*        FIRST, THEN THE ACTIVITY IN THE ORDER IT POSTED.         *
000410*----------------------------------------------------------------*
000420     SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000450*----------------------------------------------------------------*
000460*    STUDENT-CHARGES  - THE BILLING RECORDS, TOTALLED AFTER THE   *
000470*        RUN FOR THE CLOSING FIGURES.                             *
000480*----------------------------------------------------------------*
000490     SELECT STUDENT-CHARGES-FILE ASSIGN TO "STUCHRG"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS BL-STUDENT-ID
000530         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000540*----------------------------------------------------------------*
000550*    GL-JOURNAL       - THE FIXED-WIDTH JOURNAL FOR THE LEDGER.   *
000560*----------------------------------------------------------------*
000570     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000600*----------------------------------------------------------------*
000610*    GL-RECON-REPORT  - THE TIE-OUT OF THE JOURNAL TO             *
000620*        STUDENT-CHARGES.                                         *
000630*----------------------------------------------------------------*
000640     SELECT GL-RECON-REPORT ASSIGN TO "GLRECON"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RECON-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  GL-ACTIVITY-FILE
000710     RECORD CONTAINS 60 CHARACTERS
000720     LABEL RECORDS ARE STANDARD.
000730 COPY GLACTREC.
000740
000750 FD  STUDENT-CHARGES-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY BILLREC.
000780
000790 FD  GL-JOURNAL-FILE
000800     RECORD CONTAINS 80 CHARACTERS
000810     LABEL RECORDS ARE STANDARD.
000820 COPY GLJRREC.
000830
000840 FD  GL-RECON-REPORT
000850     LABEL RECORDS ARE STANDARD.
000860 01  RECON-LINE                  PIC X(90).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-FILE-STATUS-FIELDS.
000900     05  WS-ACTIVITY-FILE-STATUS  PIC X(02) VALUE SPACES.
000910     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
000920     05  WS-JOURNAL-FILE-STATUS   PIC X(02) VALUE SPACES.
000930     05  WS-RECON-FILE-STATUS     PIC X(02) VALUE SPACES.
000940
000950 01  WS-SWITCHES.
000960     05  WS-EOF-ACTIVITY-SWITCH   PIC X(01) VALUE 'N'.
000970         88  WS-EOF-GL-ACTIVITY             VALUE 'Y'.
000980     05  WS-EOF-CHARGES-SWITCH    PIC X(01) VALUE 'N'.
000990         88  WS-EOF-STUDENT-CHARGES         VALUE 'Y'.
001000     05  WS-OPENING-SWITCH        PIC X(01) VALUE 'N'.
001010         88  WS-OPENING-FOUND               VALUE 'Y'.
001020     05  WS-CLOSING-SWITCH        PIC X(01) VALUE 'N'.
001030         88  WS-CLOSING-FOUND               VALUE 'Y'.
001040     05  WS-ACTIVITY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001050         88  WS-ACTIVITY-FILE-OPEN          VALUE 'Y'.
001060     05  WS-SLOT-MATCH-SWITCH     PIC X(01) VALUE 'N'.
001070         88  WS-SLOT-MATCHES                VALUE 'Y'.
001080     05  WS-JOURNAL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001090         88  WS-JOURNAL-FILE-OPEN           VALUE 'Y'.
001100     05  WS-RECON-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001110         88  WS-RECON-FILE-OPEN             VALUE 'Y'.
001120     05  WS-BALANCE-SWITCH        PIC X(01) VALUE 'Y'.
001130         88  WS-IN-BALANCE                  VALUE 'Y'.
001140         88  WS-OUT-OF-BALANCE              VALUE 'N'.
001150
001160*----------------------------------------------------------------*
001170*    THE GL ACCOUNTS THE BILLING JOB POSTS TO.                    *
001180*----------------------------------------------------------------*
001190 01  WS-GL-ACCOUNTS.
001200     05  WS-ACCT-CASH             PIC 9(06) VALUE 101000.
001210     05  WS-ACCT-RECEIVABLE       PIC 9(06) VALUE 112000.
001220     05  WS-ACCT-TUITION-REVENUE  PIC 9(06) VALUE 410000.
001230     05  WS-ACCT-AID-ALLOWANCE    PIC 9(06) VALUE 480000.
001240
001250 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001260 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001270
001280 77  WS-ACTIVITY-READ-CT          PIC S9(7) COMP VALUE ZERO.
001290 77  WS-CHARGE-ACTIVITY-CT        PIC S9(7) COMP VALUE ZERO.
001300 77  WS-AWARD-ACTIVITY-CT         PIC S9(7) COMP VALUE ZERO.
001310 77  WS-PAYMENT-ACTIVITY-CT       PIC S9(7) COMP VALUE ZERO.
001320 77  WS-UNKNOWN-ACTIVITY-CT       PIC S9(7) COMP VALUE ZERO.
001330 77  WS-JOURNAL-RECORD-CT         PIC S9(7) COMP VALUE ZERO.
001340 77  WS-JOURNAL-DETAIL-CT         PIC S9(7) COMP VALUE ZERO.
001350 77  WS-CLOSING-RECORD-CT         PIC S9(7) COMP VALUE ZERO.
001360 77  WS-DETAIL-ENTRY-CT           PIC S9(7) COMP VALUE ZERO.
001370
001380 77  WS-GL-SUB                    PIC S9(4) COMP VALUE ZERO.
001390 77  WS-SLOT-SUB                  PIC S9(4) COMP VALUE ZERO.
001400
001410*----------------------------------------------------------------*
001420*    OPENING (FROM GLSNAP) AND CLOSING STUDENT-CHARGES TOTALS.    *
001430*----------------------------------------------------------------*
001440 01  WS-OPENING-TOTALS.
001450     05  WS-OPEN-RECORD-CT        PIC 9(07)    VALUE ZERO.
001460     05  WS-OPEN-CHARGES          PIC 9(09)V99 VALUE ZERO.
001470     05  WS-OPEN-PAYMENTS         PIC 9(09)V99 VALUE ZERO.
001480     05  WS-OPEN-AWARDS           PIC 9(09)V99 VALUE ZERO.
001490     05  WS-OPEN-BALANCE          PIC S9(09)V99 VALUE ZERO.
001500 01  WS-CLOSING-TOTALS.
001510     05  WS-CLOSE-CHARGES         PIC 9(09)V99 VALUE ZERO.
001520     05  WS-CLOSE-PAYMENTS        PIC 9(09)V99 VALUE ZERO.
001530     05  WS-CLOSE-AWARDS          PIC 9(09)V99 VALUE ZERO.
001540     05  WS-CLOSE-BALANCE         PIC S9(09)V99 VALUE ZERO.
001550 01  WS-NET-CHANGES.
001560     05  WS-CHANGE-CHARGES        PIC S9(09)V99 VALUE ZERO.
001570     05  WS-CHANGE-PAYMENTS       PIC S9(09)V99 VALUE ZERO.
001580     05  WS-CHANGE-AWARDS         PIC S9(09)V99 VALUE ZERO.
001590     05  WS-CHANGE-BALANCE        PIC S9(09)V99 VALUE ZERO.
001600
001610*----------------------------------------------------------------*
001620*    DEBITS AND CREDITS WRITTEN TO THE JOURNAL, BY ACCOUNT.       *
001630*----------------------------------------------------------------*
001640 01  WS-ACCOUNT-TOTALS.
001650     05  WS-CASH-DEBITS           PIC 9(09)V99 VALUE ZERO.
001660     05  WS-CASH-CREDITS          PIC 9(09)V99 VALUE ZERO.
001670     05  WS-AR-DEBITS             PIC 9(09)V99 VALUE ZERO.
001680     05  WS-AR-CREDITS            PIC 9(09)V99 VALUE ZERO.
001690     05  WS-REV-DEBITS            PIC 9(09)V99 VALUE ZERO.
001700     05  WS-REV-CREDITS           PIC 9(09)V99 VALUE ZERO.
001710     05  WS-AID-DEBITS            PIC 9(09)V99 VALUE ZERO.
001720     05  WS-AID-CREDITS           PIC 9(09)V99 VALUE ZERO.
001730 01  WS-JOURNAL-TOTALS.
001740     05  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
001750     05  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
001760     05  WS-ACCOUNT-HASH          PIC 9(12)    VALUE ZERO.
001770 01  WS-NET-AMOUNT                PIC S9(11)V99 VALUE ZERO.
001780 01  WS-TIE-AMOUNT                PIC S9(11)V99 VALUE ZERO.
001790
001800*----------------------------------------------------------------*
001810*    ONE LEG OF AN ACTIVITY RECORD, READY TO SUMMARIZE.           *
001820*----------------------------------------------------------------*
001830 01  WS-LEG.
001840     05  WS-LEG-KEY.
001850         10  WS-LEG-ACCOUNT       PIC 9(06).
001860         10  WS-LEG-POSTING-DATE  PIC 9(08).
001870     05  WS-LEG-SIDE              PIC X(01).
001880         88  WS-LEG-DEBIT                   VALUE 'D'.
001890         88  WS-LEG-CREDIT                  VALUE 'C'.
001900     05  WS-LEG-AMOUNT            PIC 9(09)V99.
001910
001920*----------------------------------------------------------------*
001930*    WS-GL-TABLE - THE JOURNAL SUMMARY, ONE ENTRY PER ACCOUNT AND *
001940*    POSTING DATE, KEPT IN ACCOUNT / DATE ORDER AS IT IS BUILT.   *
001950*    A RUN THAT OVERFLOWS IT CANNOT PRODUCE A COMPLETE JOURNAL    *
001960*    AND IS FAILED RC=8.                                          *
001970*----------------------------------------------------------------*
001980 01  WS-GL-TABLE.
001990     05  WS-GL-COUNT              PIC S9(4) COMP VALUE ZERO.
002000     05  WS-GL-ENTRY OCCURS 400.
002010         10  WS-GLT-KEY.
002020             15  WS-GLT-ACCOUNT   PIC 9(06).
002030             15  WS-GLT-POSTING-DATE
002040                                  PIC 9(08).
002050         10  WS-GLT-DEBIT-AMOUNT  PIC 9(09)V99.
002060         10  WS-GLT-DEBIT-CT      PIC S9(7) COMP.
002070         10  WS-GLT-CREDIT-AMOUNT PIC 9(09)V99.
002080         10  WS-GLT-CREDIT-CT     PIC S9(7) COMP.
002090
002100 01  WS-BLANK-LINE                PIC X(90) VALUE SPACES.
002110
002120 01  WS-HEADING-1.
002130     05  FILLER                   PIC X(50) VALUE
002140         'GL FEED RECONCILIATION - BILLING JOB    RUN DATE '.
002150     05  HDG-RUN-DATE             PIC 9(08).
002160
002170 01  WS-CHARGES-HEADING.
002180     05  FILLER                   PIC X(40) VALUE
002190         'STUDENT-CHARGES             OPENING     '.
002200     05  FILLER                   PIC X(29) VALUE
002210         '     CLOSING       NET CHANGE'.
002220
002230 01  WS-CHARGES-TOTAL-LINE.
002240     05  CTL-LABEL                PIC X(20).
002250     05  CTL-OPENING              PIC -ZZZ,ZZZ,ZZ9.99.
002260     05  FILLER                   PIC X(02) VALUE SPACES.
002270     05  CTL-CLOSING              PIC -ZZZ,ZZZ,ZZ9.99.
002280     05  FILLER                   PIC X(02) VALUE SPACES.
002290     05  CTL-CHANGE               PIC -ZZZ,ZZZ,ZZ9.99.
002300
002310 01  WS-CHARGES-COUNT-LINE.
002320     05  FILLER                   PIC X(20) VALUE 'RECORDS'.
002330     05  FILLER                   PIC X(06) VALUE SPACES.
002340     05  CCL-OPENING              PIC Z,ZZZ,ZZ9.
002350     05  FILLER                   PIC X(08) VALUE SPACES.
002360     05  CCL-CLOSING              PIC Z,ZZZ,ZZ9.
002370
002380 01  WS-ACCOUNT-HEADING.
002390     05  FILLER                   PIC X(40) VALUE
002400         'GL ACCOUNT                   DEBITS     '.
002410     05  FILLER                   PIC X(29) VALUE
002420         '     CREDITS              NET'.
002430
002440 01  WS-ACCOUNT-LINE.
002450     05  ACL-ACCOUNT              PIC 9(06).
002460     05  FILLER                   PIC X(01) VALUE SPACE.
002470     05  ACL-NAME                 PIC X(13).
002480     05  ACL-DEBITS               PIC -ZZZ,ZZZ,ZZ9.99.
002490     05  FILLER                   PIC X(02) VALUE SPACES.
002500     05  ACL-CREDITS              PIC -ZZZ,ZZZ,ZZ9.99.
002510     05  FILLER                   PIC X(02) VALUE SPACES.
002520     05  ACL-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
002530
002540 01  WS-TIE-HEADING.
002550     05  FILLER                   PIC X(32) VALUE 'TIE-OUT'.
002560     05  FILLER                   PIC X(32) VALUE
002570         'STUDENT-CHARGES       GL JOURNAL'.
002590
002600 01  WS-TIE-LINE.
002610     05  TIE-LABEL                PIC X(32).
002620     05  TIE-LEFT                 PIC -ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                   PIC X(02) VALUE SPACES.
002640     05  TIE-RIGHT                PIC -ZZZ,ZZZ,ZZ9.99.
002650     05  FILLER                   PIC X(03) VALUE SPACES.
002660     05  TIE-RESULT               PIC X(20).
002670
002680 01  WS-JOURNAL-COUNT-LINE.
002690     05  FILLER                   PIC X(32) VALUE
002700         'JOURNAL RECORDS / DETAILS'.
002710     05  JCL-RECORDS              PIC Z,ZZZ,ZZ9.
002720     05  FILLER                   PIC X(03) VALUE ' / '.
002730     05  JCL-DETAILS              PIC Z,ZZZ,ZZ9.
002740     05  FILLER                   PIC X(18) VALUE
002750         '   ACCOUNT HASH = '.
002760     05  JCL-HASH                 PIC 9(12).
002770
002780 01  WS-RESULT-LINE               PIC X(90) VALUE SPACES.
002790
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002830
002840     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
002850         UNTIL WS-EOF-GL-ACTIVITY
002860
002870     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
002880     PERFORM 4000-CLOSING-TOTALS THRU 4000-EXIT
002890     PERFORM 5000-RECONCILE THRU 5000-EXIT
002900     PERFORM 8000-TERMINATE THRU 8000-EXIT
002910
002920     STOP RUN.
002930
002940******************************************************************
002950*    1000-INITIALIZE - OPEN FILES AND PICK UP GLSNAP'S OPENING    *
002960*        TOTALS, WHICH MUST BE THE FIRST ACTIVITY RECORD.         *
002970******************************************************************
002980 1000-INITIALIZE.
002990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003000     ACCEPT WS-RUN-TIME FROM TIME
003010
003020     OPEN OUTPUT GL-RECON-REPORT
003030     IF WS-RECON-FILE-STATUS NOT = '00'
003040         DISPLAY 'GLFEED: UNABLE TO OPEN GL-RECON-REPORT, '
003050                 'STATUS = ' WS-RECON-FILE-STATUS
003060     ELSE
003070         SET WS-RECON-FILE-OPEN TO TRUE
003080     END-IF
003090
003100     OPEN OUTPUT GL-JOURNAL-FILE
003110     IF WS-JOURNAL-FILE-STATUS NOT = '00'
003120         DISPLAY 'GLFEED: UNABLE TO OPEN GL-JOURNAL, '
003130                 'STATUS = ' WS-JOURNAL-FILE-STATUS
003140         SET WS-OUT-OF-BALANCE TO TRUE
003150     ELSE
003160         SET WS-JOURNAL-FILE-OPEN TO TRUE
003170     END-IF
003180
003190     OPEN INPUT GL-ACTIVITY-FILE
003200     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
003210         DISPLAY 'GLFEED: UNABLE TO OPEN GL-ACTIVITY, '
003220                 'STATUS = ' WS-ACTIVITY-FILE-STATUS
003230         SET WS-OUT-OF-BALANCE TO TRUE
003240         SET WS-EOF-GL-ACTIVITY TO TRUE
003250         GO TO 1000-EXIT
003260     END-IF
003270     SET WS-ACTIVITY-FILE-OPEN TO TRUE
003280
003290     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT
003300     IF WS-EOF-GL-ACTIVITY OR NOT GA-OPENING-TOTALS
003310         DISPLAY 'GLFEED: *** NO GLSNAP OPENING TOTALS ON '
003320                 'GL-ACTIVITY'
003330         SET WS-OUT-OF-BALANCE TO TRUE
003340         GO TO 1000-EXIT
003350     END-IF
003360
003370     SET WS-OPENING-FOUND TO TRUE
003380     MOVE GA-OPEN-RECORD-CT TO WS-OPEN-RECORD-CT
003390     MOVE GA-OPEN-CHARGES   TO WS-OPEN-CHARGES
003400     MOVE GA-OPEN-PAYMENTS  TO WS-OPEN-PAYMENTS
003410     MOVE GA-OPEN-AWARDS    TO WS-OPEN-AWARDS
003420     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
003430 1000-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    2000-PROCESS-ACTIVITY - BREAK ONE ACTIVITY RECORD INTO ITS   *
003480*        DEBIT AND CREDIT LEGS.  A RECORD OF NO KNOWN TYPE        *
003490*        CANNOT BE JOURNALED AND PUTS THE RUN OUT OF BALANCE.     *
003500******************************************************************
003510 2000-PROCESS-ACTIVITY.
003520     ADD 1 TO WS-ACTIVITY-READ-CT
003530
003540     MOVE GA-POSTING-DATE TO WS-LEG-POSTING-DATE
003550     IF GA-POSTING-DATE NOT NUMERIC OR GA-POSTING-DATE = ZERO
003560         MOVE WS-RUN-DATE TO WS-LEG-POSTING-DATE
003570     END-IF
003580
003590     EVALUATE TRUE
003600         WHEN GA-CHARGE-CHANGE
003610             ADD 1 TO WS-CHARGE-ACTIVITY-CT
003620             PERFORM 2300-CHARGE-LEGS THRU 2300-EXIT
003630         WHEN GA-AWARD-POSTED
003640             ADD 1 TO WS-AWARD-ACTIVITY-CT
003650             MOVE GA-AMOUNT TO WS-LEG-AMOUNT
003660             MOVE WS-ACCT-AID-ALLOWANCE TO WS-LEG-ACCOUNT
003670             SET WS-LEG-DEBIT TO TRUE
003680             PERFORM 2500-POST-LEG THRU 2500-EXIT
003690             MOVE WS-ACCT-RECEIVABLE TO WS-LEG-ACCOUNT
003700             SET WS-LEG-CREDIT TO TRUE
003710             PERFORM 2500-POST-LEG THRU 2500-EXIT
003720         WHEN GA-PAYMENT-APPLIED
003730             ADD 1 TO WS-PAYMENT-ACTIVITY-CT
003740             MOVE GA-AMOUNT TO WS-LEG-AMOUNT
003750             MOVE WS-ACCT-CASH TO WS-LEG-ACCOUNT
003760             SET WS-LEG-DEBIT TO TRUE
003770             PERFORM 2500-POST-LEG THRU 2500-EXIT
003780             MOVE WS-ACCT-RECEIVABLE TO WS-LEG-ACCOUNT
003790             SET WS-LEG-CREDIT TO TRUE
003800             PERFORM 2500-POST-LEG THRU 2500-EXIT
003810         WHEN OTHER
003820             ADD 1 TO WS-UNKNOWN-ACTIVITY-CT
003830             DISPLAY 'GLFEED: *** UNKNOWN ACTIVITY TYPE '
003840                     GA-REC-TYPE ' FROM ' GA-SOURCE-PROGRAM
003850             SET WS-OUT-OF-BALANCE TO TRUE
003860     END-EVALUATE
003870
003880     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    2100-READ-ACTIVITY - READ THE NEXT GL-ACTIVITY RECORD.       *
003940******************************************************************
003950 2100-READ-ACTIVITY.
003960     READ GL-ACTIVITY-FILE
003970         AT END
003980             SET WS-EOF-GL-ACTIVITY TO TRUE
003990     END-READ.
004000 2100-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    2300-CHARGE-LEGS - A CHARGE THAT WENT UP IS BILLED REVENUE;  *
004050*        ONE THAT WENT DOWN (A RECOMPUTE AFTER A W, SAY) REVERSES *
004060*        IT.  NO CHANGE POSTS NOTHING.                            *
004070******************************************************************
004080 2300-CHARGE-LEGS.
004090     IF GA-AMOUNT > ZERO
004100         MOVE GA-AMOUNT TO WS-LEG-AMOUNT
004110         MOVE WS-ACCT-RECEIVABLE TO WS-LEG-ACCOUNT
004120         SET WS-LEG-DEBIT TO TRUE
004130         PERFORM 2500-POST-LEG THRU 2500-EXIT
004140         MOVE WS-ACCT-TUITION-REVENUE TO WS-LEG-ACCOUNT
004150         SET WS-LEG-CREDIT TO TRUE
004160         PERFORM 2500-POST-LEG THRU 2500-EXIT
004170     END-IF
004180
004190     IF GA-AMOUNT < ZERO
004200         COMPUTE WS-LEG-AMOUNT = ZERO - GA-AMOUNT
004210         MOVE WS-ACCT-TUITION-REVENUE TO WS-LEG-ACCOUNT
004220         SET WS-LEG-DEBIT TO TRUE
004230         PERFORM 2500-POST-LEG THRU 2500-EXIT
004240         MOVE WS-ACCT-RECEIVABLE TO WS-LEG-ACCOUNT
004250         SET WS-LEG-CREDIT TO TRUE
004260         PERFORM 2500-POST-LEG THRU 2500-EXIT
004270     END-IF.
004280 2300-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320*    2500-POST-LEG - ADD ONE LEG TO ITS ACCOUNT / DATE ENTRY,     *
004330*        OPENING A NEW ENTRY IN ORDER WHEN THERE IS NONE.         *
004340******************************************************************
004350 2500-POST-LEG.
004360     COMPUTE WS-SLOT-SUB = WS-GL-COUNT + 1
004370     PERFORM 2550-FIND-SLOT THRU 2550-EXIT
004380         VARYING WS-GL-SUB FROM WS-GL-COUNT BY -1
004390         UNTIL WS-GL-SUB < 1
004400
004410     MOVE 'N' TO WS-SLOT-MATCH-SWITCH
004420     IF WS-SLOT-SUB NOT > WS-GL-COUNT
004430         IF WS-GLT-KEY (WS-SLOT-SUB) = WS-LEG-KEY
004440             SET WS-SLOT-MATCHES TO TRUE
004450         END-IF
004460     END-IF
004470
004480     IF NOT WS-SLOT-MATCHES
004490         PERFORM 2600-OPEN-SLOT THRU 2600-EXIT
004500         IF WS-SLOT-SUB = ZERO
004510             GO TO 2500-EXIT
004520         END-IF
004530     END-IF
004540
004550     IF WS-LEG-DEBIT
004560         ADD WS-LEG-AMOUNT TO WS-GLT-DEBIT-AMOUNT (WS-SLOT-SUB)
004570         ADD 1 TO WS-GLT-DEBIT-CT (WS-SLOT-SUB)
004580     ELSE
004590         ADD WS-LEG-AMOUNT TO WS-GLT-CREDIT-AMOUNT (WS-SLOT-SUB)
004600         ADD 1 TO WS-GLT-CREDIT-CT (WS-SLOT-SUB)
004610     END-IF.
004620 2500-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    2550-FIND-SLOT - WALKING BACK FROM THE END, THE SLOT IS THE  *
004670*        FIRST ENTRY WHOSE KEY IS NOT LESS THAN THE LEG'S.        *
004680******************************************************************
004690 2550-FIND-SLOT.
004700     IF WS-GLT-KEY (WS-GL-SUB) NOT < WS-LEG-KEY
004710         MOVE WS-GL-SUB TO WS-SLOT-SUB
004720     END-IF.
004730 2550-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*    2600-OPEN-SLOT - SHIFT THE ENTRIES FROM THE SLOT ON DOWN ONE *
004780*        AND START AN EMPTY ENTRY FOR THE LEG'S KEY IN THE SLOT.  *
004790*        A FULL TABLE HANDS BACK A ZERO SLOT.                     *
004800******************************************************************
004810 2600-OPEN-SLOT.
004820     IF WS-GL-COUNT >= 400
004830         DISPLAY 'GLFEED: *** MORE ACCOUNT / DATE ENTRIES THAN '
004840                 'THE JOURNAL TABLE HOLDS'
004850         SET WS-OUT-OF-BALANCE TO TRUE
004860         MOVE ZERO TO WS-SLOT-SUB
004870         GO TO 2600-EXIT
004880     END-IF
004890
004900     PERFORM 2650-SHIFT-ENTRY THRU 2650-EXIT
004910         VARYING WS-GL-SUB FROM WS-GL-COUNT BY -1
004920         UNTIL WS-GL-SUB < WS-SLOT-SUB
004930
004940     ADD 1 TO WS-GL-COUNT
004950     MOVE WS-LEG-KEY TO WS-GLT-KEY (WS-SLOT-SUB)
004960     MOVE ZERO TO WS-GLT-DEBIT-AMOUNT (WS-SLOT-SUB)
004970     MOVE ZERO TO WS-GLT-DEBIT-CT (WS-SLOT-SUB)
004980     MOVE ZERO TO WS-GLT-CREDIT-AMOUNT (WS-SLOT-SUB)
004990     MOVE ZERO TO WS-GLT-CREDIT-CT (WS-SLOT-SUB).
005000 2600-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    2650-SHIFT-ENTRY - MOVE ONE ENTRY DOWN A PLACE.              *
005050******************************************************************
005060 2650-SHIFT-ENTRY.
005070     MOVE WS-GL-ENTRY (WS-GL-SUB) TO WS-GL-ENTRY (WS-GL-SUB + 1).
005080 2650-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*    3000-WRITE-JOURNAL - HEADER, ONE DETAIL PER ACCOUNT / DATE / *
005130*        SIDE, AND THE TRAILER OF COUNTS AND HASH TOTALS.         *
005140******************************************************************
005150 3000-WRITE-JOURNAL.
005160     IF NOT WS-JOURNAL-FILE-OPEN
005170         GO TO 3000-EXIT
005180     END-IF
005190
005200     MOVE SPACES         TO GL-JOURNAL-RECORD
005210     SET GJ-HEADER       TO TRUE
005220     MOVE 'LETSLRN'      TO GJ-H-SOURCE-SYSTEM
005230     MOVE 'BILLING'      TO GJ-H-JOURNAL-ID
005240     MOVE WS-RUN-DATE    TO GJ-H-RUN-DATE
005250     MOVE WS-RUN-TIME (1:6) TO GJ-H-RUN-TIME
005260     WRITE GL-JOURNAL-RECORD
005270     ADD 1 TO WS-JOURNAL-RECORD-CT
005280
005290     PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT
005300         VARYING WS-GL-SUB FROM 1 BY 1
005310         UNTIL WS-GL-SUB > WS-GL-COUNT
005320
005330     ADD 1 TO WS-JOURNAL-RECORD-CT
005340     MOVE SPACES               TO GL-JOURNAL-RECORD
005350     SET GJ-TRAILER            TO TRUE
005360     MOVE WS-JOURNAL-RECORD-CT TO GJ-T-RECORD-COUNT
005370     MOVE WS-JOURNAL-DETAIL-CT TO GJ-T-DETAIL-COUNT
005380     MOVE WS-TOTAL-DEBITS      TO GJ-T-TOTAL-DEBITS
005390     MOVE WS-TOTAL-CREDITS     TO GJ-T-TOTAL-CREDITS
005400     MOVE WS-ACCOUNT-HASH      TO GJ-T-ACCOUNT-HASH
005410     WRITE GL-JOURNAL-RECORD.
005420 3000-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    3100-WRITE-ENTRY - THE DEBIT AND/OR CREDIT DETAIL FOR ONE    *
005470*        ACCOUNT AND POSTING DATE.                                *
005480******************************************************************
005490 3100-WRITE-ENTRY.
005500     IF WS-GLT-DEBIT-CT (WS-GL-SUB) > ZERO
005510         MOVE 'D' TO WS-LEG-SIDE
005520         MOVE WS-GLT-DEBIT-AMOUNT (WS-GL-SUB) TO WS-LEG-AMOUNT
005530         MOVE WS-GLT-DEBIT-CT (WS-GL-SUB) TO WS-DETAIL-ENTRY-CT
005540         PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
005550     END-IF
005560
005570     IF WS-GLT-CREDIT-CT (WS-GL-SUB) > ZERO
005580         MOVE 'C' TO WS-LEG-SIDE
005590         MOVE WS-GLT-CREDIT-AMOUNT (WS-GL-SUB) TO WS-LEG-AMOUNT
005600         MOVE WS-GLT-CREDIT-CT (WS-GL-SUB) TO WS-DETAIL-ENTRY-CT
005610         PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
005620     END-IF.
005630 3100-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    3200-WRITE-DETAIL - ONE D RECORD, FOLDED INTO THE TRAILER    *
005680*        TOTALS AND THE PER-ACCOUNT TOTALS THE TIE-OUT USES.      *
005690******************************************************************
005700 3200-WRITE-DETAIL.
005710     MOVE SPACES TO GL-JOURNAL-RECORD
005720     SET GJ-DETAIL TO TRUE
005730     MOVE WS-GLT-ACCOUNT (WS-GL-SUB)      TO GJ-D-ACCOUNT
005740     MOVE WS-GLT-POSTING-DATE (WS-GL-SUB) TO GJ-D-POSTING-DATE
005750     MOVE WS-LEG-SIDE   TO GJ-D-DR-CR
005760     MOVE WS-LEG-AMOUNT TO GJ-D-AMOUNT
005770     MOVE WS-DETAIL-ENTRY-CT TO GJ-D-ENTRY-COUNT
005780
005790     EVALUATE GJ-D-ACCOUNT
005800         WHEN WS-ACCT-CASH
005810             MOVE 'CASH - BURSAR RECEIPTS'  TO GJ-D-DESCRIPTION
005820         WHEN WS-ACCT-RECEIVABLE
005830             MOVE 'STUDENT RECEIVABLES'     TO GJ-D-DESCRIPTION
005840         WHEN WS-ACCT-TUITION-REVENUE
005850             MOVE 'TUITION REVENUE'         TO GJ-D-DESCRIPTION
005860         WHEN WS-ACCT-AID-ALLOWANCE
005870             MOVE 'SCHOLARSHIP/AID ALLOWANCE' TO GJ-D-DESCRIPTION
005880     END-EVALUATE
005890     WRITE GL-JOURNAL-RECORD
005900
005910     ADD 1 TO WS-JOURNAL-RECORD-CT
005920     ADD 1 TO WS-JOURNAL-DETAIL-CT
005930     ADD GJ-D-ACCOUNT TO WS-ACCOUNT-HASH
005940
005950     IF GJ-D-DEBIT
005960         ADD GJ-D-AMOUNT TO WS-TOTAL-DEBITS
005970     ELSE
005980         ADD GJ-D-AMOUNT TO WS-TOTAL-CREDITS
005990     END-IF
006000
006010     EVALUATE TRUE
006020         WHEN GJ-D-ACCOUNT = WS-ACCT-CASH AND GJ-D-DEBIT
006030             ADD GJ-D-AMOUNT TO WS-CASH-DEBITS
006040         WHEN GJ-D-ACCOUNT = WS-ACCT-CASH
006050             ADD GJ-D-AMOUNT TO WS-CASH-CREDITS
006060         WHEN GJ-D-ACCOUNT = WS-ACCT-RECEIVABLE AND GJ-D-DEBIT
006070             ADD GJ-D-AMOUNT TO WS-AR-DEBITS
006080         WHEN GJ-D-ACCOUNT = WS-ACCT-RECEIVABLE
006090             ADD GJ-D-AMOUNT TO WS-AR-CREDITS
006100         WHEN GJ-D-ACCOUNT = WS-ACCT-TUITION-REVENUE
006101          AND GJ-D-DEBIT
006110             ADD GJ-D-AMOUNT TO WS-REV-DEBITS
006120         WHEN GJ-D-ACCOUNT = WS-ACCT-TUITION-REVENUE
006130             ADD GJ-D-AMOUNT TO WS-REV-CREDITS
006140         WHEN GJ-D-ACCOUNT = WS-ACCT-AID-ALLOWANCE AND GJ-D-DEBIT
006150             ADD GJ-D-AMOUNT TO WS-AID-DEBITS
006160         WHEN OTHER
006170             ADD GJ-D-AMOUNT TO WS-AID-CREDITS
006180     END-EVALUATE.
006190 3200-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*    4000-CLOSING-TOTALS - TOTAL STUDENT-CHARGES AS THE RUN LEFT  *
006240*        IT, THE SAME WAY GLSNAP TOTALLED IT GOING IN.            *
006250******************************************************************
006260 4000-CLOSING-TOTALS.
006270     OPEN INPUT STUDENT-CHARGES-FILE
006280     IF WS-CHARGES-FILE-STATUS NOT = '00'
006290         DISPLAY 'GLFEED: UNABLE TO OPEN STUDENT-CHARGES, '
006300                 'STATUS = ' WS-CHARGES-FILE-STATUS
006310         SET WS-OUT-OF-BALANCE TO TRUE
006320         GO TO 4000-EXIT
006330     END-IF
006340     SET WS-CLOSING-FOUND TO TRUE
006350
006360     PERFORM 4100-READ-CHARGES THRU 4100-EXIT
006370
006380     PERFORM 4200-TALLY-CHARGES THRU 4200-EXIT
006390         UNTIL WS-EOF-STUDENT-CHARGES
006400
006410     CLOSE STUDENT-CHARGES-FILE.
006420 4000-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*    4100-READ-CHARGES - READ THE NEXT CHARGES RECORD.            *
006470******************************************************************
006480 4100-READ-CHARGES.
006490     READ STUDENT-CHARGES-FILE
006500         AT END
006510             SET WS-EOF-STUDENT-CHARGES TO TRUE
006520     END-READ.
006530 4100-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    4200-TALLY-CHARGES - FOLD ONE RECORD INTO THE CLOSING        *
006580*        TOTALS.                                                  *
006590******************************************************************
006600 4200-TALLY-CHARGES.
006610     ADD 1           TO WS-CLOSING-RECORD-CT
006620     ADD BL-CHARGES  TO WS-CLOSE-CHARGES
006630     ADD BL-PAYMENTS TO WS-CLOSE-PAYMENTS
006640     ADD BL-AWARDS   TO WS-CLOSE-AWARDS
006650
006660     PERFORM 4100-READ-CHARGES THRU 4100-EXIT.
006670 4200-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    5000-RECONCILE - PRINT THE OPENING, CLOSING, AND NET CHANGE  *
006720*        OF STUDENT-CHARGES, THE JOURNAL BY ACCOUNT, AND THE      *
006730*        TIE-OUT:                                                 *
006740*          CHARGES CHANGE  = TUITION REVENUE NET CREDIT           *
006750*          PAYMENTS CHANGE = CASH NET DEBIT                       *
006760*          AWARDS CHANGE   = AID ALLOWANCE NET DEBIT              *
006770*          BALANCE CHANGE  = RECEIVABLES NET DEBIT                *
006780*          JOURNAL DEBITS  = JOURNAL CREDITS                      *
006790*        ANY LINE THAT DOES NOT TIE FAILS THE STEP RC=8.          *
006800******************************************************************
006810 5000-RECONCILE.
006820     COMPUTE WS-OPEN-BALANCE  = WS-OPEN-CHARGES - WS-OPEN-PAYMENTS
006830                              - WS-OPEN-AWARDS
006840     COMPUTE WS-CLOSE-BALANCE = WS-CLOSE-CHARGES
006841                              - WS-CLOSE-PAYMENTS
006850                              - WS-CLOSE-AWARDS
006860     COMPUTE WS-CHANGE-CHARGES  =
006861             WS-CLOSE-CHARGES - WS-OPEN-CHARGES
006870     COMPUTE WS-CHANGE-PAYMENTS =
006880             WS-CLOSE-PAYMENTS - WS-OPEN-PAYMENTS
006890     COMPUTE WS-CHANGE-AWARDS   = WS-CLOSE-AWARDS - WS-OPEN-AWARDS
006900     COMPUTE WS-CHANGE-BALANCE  =
006901             WS-CLOSE-BALANCE - WS-OPEN-BALANCE
006910
006920     IF NOT WS-RECON-FILE-OPEN
006930         GO TO 5000-TIE-OUT
006940     END-IF
006950
006960     MOVE WS-RUN-DATE TO HDG-RUN-DATE
006970     WRITE RECON-LINE FROM WS-HEADING-1
006980     WRITE RECON-LINE FROM WS-BLANK-LINE
006990     WRITE RECON-LINE FROM WS-CHARGES-HEADING
007000
007010     MOVE WS-OPEN-RECORD-CT    TO CCL-OPENING
007020     MOVE WS-CLOSING-RECORD-CT TO CCL-CLOSING
007030     WRITE RECON-LINE FROM WS-CHARGES-COUNT-LINE
007040
007050     MOVE 'CHARGES'          TO CTL-LABEL
007060     MOVE WS-OPEN-CHARGES    TO CTL-OPENING
007070     MOVE WS-CLOSE-CHARGES   TO CTL-CLOSING
007080     MOVE WS-CHANGE-CHARGES  TO CTL-CHANGE
007090     WRITE RECON-LINE FROM WS-CHARGES-TOTAL-LINE
007100     MOVE 'PAYMENTS'         TO CTL-LABEL
007110     MOVE WS-OPEN-PAYMENTS   TO CTL-OPENING
007120     MOVE WS-CLOSE-PAYMENTS  TO CTL-CLOSING
007130     MOVE WS-CHANGE-PAYMENTS TO CTL-CHANGE
007140     WRITE RECON-LINE FROM WS-CHARGES-TOTAL-LINE
007150     MOVE 'AWARDS / AID'     TO CTL-LABEL
007160     MOVE WS-OPEN-AWARDS     TO CTL-OPENING
007170     MOVE WS-CLOSE-AWARDS    TO CTL-CLOSING
007180     MOVE WS-CHANGE-AWARDS   TO CTL-CHANGE
007190     WRITE RECON-LINE FROM WS-CHARGES-TOTAL-LINE
007200     MOVE 'BALANCE DUE'      TO CTL-LABEL
007210     MOVE WS-OPEN-BALANCE    TO CTL-OPENING
007220     MOVE WS-CLOSE-BALANCE   TO CTL-CLOSING
007230     MOVE WS-CHANGE-BALANCE  TO CTL-CHANGE
007240     WRITE RECON-LINE FROM WS-CHARGES-TOTAL-LINE
007250
007260     WRITE RECON-LINE FROM WS-BLANK-LINE
007270     WRITE RECON-LINE FROM WS-ACCOUNT-HEADING
007280     MOVE WS-ACCT-CASH TO ACL-ACCOUNT
007290     MOVE 'CASH'       TO ACL-NAME
007300     MOVE WS-CASH-DEBITS  TO ACL-DEBITS
007310     MOVE WS-CASH-CREDITS TO ACL-CREDITS
007320     COMPUTE WS-NET-AMOUNT = WS-CASH-DEBITS - WS-CASH-CREDITS
007330     MOVE WS-NET-AMOUNT TO ACL-NET
007340     WRITE RECON-LINE FROM WS-ACCOUNT-LINE
007350     MOVE WS-ACCT-RECEIVABLE TO ACL-ACCOUNT
007360     MOVE 'RECEIVABLES'      TO ACL-NAME
007370     MOVE WS-AR-DEBITS       TO ACL-DEBITS
007380     MOVE WS-AR-CREDITS      TO ACL-CREDITS
007390     COMPUTE WS-NET-AMOUNT = WS-AR-DEBITS - WS-AR-CREDITS
007400     MOVE WS-NET-AMOUNT TO ACL-NET
007410     WRITE RECON-LINE FROM WS-ACCOUNT-LINE
007420     MOVE WS-ACCT-TUITION-REVENUE TO ACL-ACCOUNT
007430     MOVE 'TUITION REV'      TO ACL-NAME
007440     MOVE WS-REV-DEBITS      TO ACL-DEBITS
007450     MOVE WS-REV-CREDITS     TO ACL-CREDITS
007460     COMPUTE WS-NET-AMOUNT = WS-REV-DEBITS - WS-REV-CREDITS
007470     MOVE WS-NET-AMOUNT TO ACL-NET
007480     WRITE RECON-LINE FROM WS-ACCOUNT-LINE
007490     MOVE WS-ACCT-AID-ALLOWANCE TO ACL-ACCOUNT
007500     MOVE 'AID ALLOWANCE'    TO ACL-NAME
007510     MOVE WS-AID-DEBITS      TO ACL-DEBITS
007520     MOVE WS-AID-CREDITS     TO ACL-CREDITS
007530     COMPUTE WS-NET-AMOUNT = WS-AID-DEBITS - WS-AID-CREDITS
007540     MOVE WS-NET-AMOUNT TO ACL-NET
007550     WRITE RECON-LINE FROM WS-ACCOUNT-LINE
007560
007570     WRITE RECON-LINE FROM WS-BLANK-LINE
007580     MOVE WS-JOURNAL-RECORD-CT TO JCL-RECORDS
007590     MOVE WS-JOURNAL-DETAIL-CT TO JCL-DETAILS
007600     MOVE WS-ACCOUNT-HASH      TO JCL-HASH
007610     WRITE RECON-LINE FROM WS-JOURNAL-COUNT-LINE
007620
007630     WRITE RECON-LINE FROM WS-BLANK-LINE
007640     WRITE RECON-LINE FROM WS-TIE-HEADING.
007650 5000-TIE-OUT.
007660     MOVE 'CHARGES VS TUITION REVENUE' TO TIE-LABEL
007670     MOVE WS-CHANGE-CHARGES TO WS-TIE-AMOUNT
007680     COMPUTE WS-NET-AMOUNT = WS-REV-CREDITS - WS-REV-DEBITS
007690     PERFORM 5100-TIE-ONE-LINE THRU 5100-EXIT
007700
007710     MOVE 'PAYMENTS VS CASH' TO TIE-LABEL
007720     MOVE WS-CHANGE-PAYMENTS TO WS-TIE-AMOUNT
007730     COMPUTE WS-NET-AMOUNT = WS-CASH-DEBITS - WS-CASH-CREDITS
007740     PERFORM 5100-TIE-ONE-LINE THRU 5100-EXIT
007750
007760     MOVE 'AWARDS VS AID ALLOWANCE' TO TIE-LABEL
007770     MOVE WS-CHANGE-AWARDS TO WS-TIE-AMOUNT
007780     COMPUTE WS-NET-AMOUNT = WS-AID-DEBITS - WS-AID-CREDITS
007790     PERFORM 5100-TIE-ONE-LINE THRU 5100-EXIT
007800
007810     MOVE 'BALANCE DUE VS RECEIVABLES' TO TIE-LABEL
007820     MOVE WS-CHANGE-BALANCE TO WS-TIE-AMOUNT
007830     COMPUTE WS-NET-AMOUNT = WS-AR-DEBITS - WS-AR-CREDITS
007840     PERFORM 5100-TIE-ONE-LINE THRU 5100-EXIT
007850
007860     MOVE 'JOURNAL CREDITS VS DEBITS' TO TIE-LABEL
007870     MOVE WS-TOTAL-CREDITS TO WS-TIE-AMOUNT
007880     MOVE WS-TOTAL-DEBITS  TO WS-NET-AMOUNT
007890     PERFORM 5100-TIE-ONE-LINE THRU 5100-EXIT
007900
007910     IF NOT WS-OPENING-FOUND OR NOT WS-CLOSING-FOUND
007920         SET WS-OUT-OF-BALANCE TO TRUE
007930     END-IF
007940
007950     IF WS-IN-BALANCE
007960         MOVE 'GL FEED IN BALANCE - RELEASE THE JOURNAL'
007970             TO WS-RESULT-LINE
007980         DISPLAY 'GLFEED: ALL GL TOTALS TIE TO STUDENT-CHARGES'
007990     ELSE
008000         MOVE '*** GL FEED OUT OF BALANCE - HOLD THE JOURNAL'
008010             TO WS-RESULT-LINE
008020         DISPLAY 'GLFEED: *** GL FEED OUT OF BALANCE - HOLD THE '
008030                 'JOURNAL'
008040         MOVE 8 TO RETURN-CODE
008050     END-IF
008060
008070     IF WS-RECON-FILE-OPEN
008080         WRITE RECON-LINE FROM WS-BLANK-LINE
008090         WRITE RECON-LINE FROM WS-RESULT-LINE
008100     END-IF.
008110 5000-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150*    5100-TIE-ONE-LINE - COMPARE THE STUDENT-CHARGES FIGURE IN    *
008160*        WS-TIE-AMOUNT TO THE JOURNAL FIGURE IN WS-NET-AMOUNT AND *
008170*        PRINT THE LINE.                                          *
008180******************************************************************
008190 5100-TIE-ONE-LINE.
008200     MOVE WS-TIE-AMOUNT TO TIE-LEFT
008210     MOVE WS-NET-AMOUNT TO TIE-RIGHT
008220     IF WS-TIE-AMOUNT = WS-NET-AMOUNT
008230         MOVE 'TIES' TO TIE-RESULT
008240     ELSE
008250         MOVE '*** DOES NOT TIE' TO TIE-RESULT
008260         SET WS-OUT-OF-BALANCE TO TRUE
008270         DISPLAY 'GLFEED: *** ' TIE-LABEL ' DOES NOT TIE'
008280     END-IF
008290
008300     IF WS-RECON-FILE-OPEN
008310         WRITE RECON-LINE FROM WS-TIE-LINE
008320     END-IF.
008330 5100-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
008380******************************************************************
008390 8000-TERMINATE.
008400     DISPLAY 'GLFEED: ' WS-ACTIVITY-READ-CT
008410             ' GL ACTIVITY RECORDS READ'
008420     DISPLAY 'GLFEED: ' WS-CHARGE-ACTIVITY-CT ' CHARGE CHANGES, '
008430             WS-AWARD-ACTIVITY-CT ' AWARDS, '
008440             WS-PAYMENT-ACTIVITY-CT ' PAYMENTS'
008450     DISPLAY 'GLFEED: ' WS-JOURNAL-DETAIL-CT
008460             ' JOURNAL DETAILS WRITTEN, DEBITS ' WS-TOTAL-DEBITS
008470             ' CREDITS ' WS-TOTAL-CREDITS
008480
008490     IF WS-UNKNOWN-ACTIVITY-CT > ZERO
008500         DISPLAY 'GLFEED: ' WS-UNKNOWN-ACTIVITY-CT
008510                 ' ACTIVITY RECORDS OF NO KNOWN TYPE'
008520     END-IF
008530
008540     IF WS-ACTIVITY-FILE-OPEN
008550         CLOSE GL-ACTIVITY-FILE
008560     END-IF
008570     IF WS-JOURNAL-FILE-OPEN
008580         CLOSE GL-JOURNAL-FILE
008590     END-IF
008600     IF WS-RECON-FILE-OPEN
008610         CLOSE GL-RECON-REPORT
008620     END-IF.
008630 8000-EXIT.
008640     EXIT.
