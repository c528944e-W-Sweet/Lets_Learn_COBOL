000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRDCHRPT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    GRDCHRPT - GRADE-CHANGE REPORT FOR REGISTRAR SIGN-OFF.       *
000090*    PRINTS THE GRADE-CHANGE LOG ONE BLOCK PER TERM: THE TERM'S   *
000100*    STATUS FROM TERM-CONTROL, ONE LINE PER CHANGE WITH THE       *
000110*    GRADE AND HOURS BEFORE AND AFTER, THE REASON CODE, WHO       *
000120*    APPROVED IT AND WHICH RUN MADE IT, THE COUNTS BY ACTION,     *
000130*    AND A SIGNATURE BLOCK FOR THE REGISTRAR.  THE LOG IS         *
000140*    SORTED BY TERM, STUDENT, COURSE, AND TIME OF CHANGE, SO A    *
000150*    GRADE CHANGED MORE THAN ONCE READS IN ORDER.                 *
000160*                                                                 *
000170*    THE EXEC PARM NAMES ONE TERM AS YYYYT; WITH NO PARM EVERY    *
000180*    TERM ON THE LOG IS PRINTED.  A TERM NAMED ON THE PARM WITH   *
000190*    NO CHANGES STILL GETS ITS BLOCK, SO THE REGISTRAR CAN SIGN   *
000200*    OFF A TERM THAT HAD NONE.                                    *
000210*----------------------------------------------------------------*
000220*    MODIFICATION HISTORY                                        *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    ---------- ----  --------------------------------------------
000250*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000260******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*----------------------------------------------------------------*
000360*    GRADE-CHANGE-LOG - EVERY CHANGE GRADLOAD AND INCLAPSE HAVE   *
000370*        MADE TO A GRADE ALREADY ON COURSE-GRADES.                *
000380*----------------------------------------------------------------*
000390     SELECT GRADE-CHANGE-LOG-FILE ASSIGN TO "GRADECHG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-GRADECHG-FILE-STATUS.
000420*----------------------------------------------------------------*
000430*    SORT-WORK-FILE   - SCRATCH FILE THE SORT VERB WORKS AGAINST. *
000440*----------------------------------------------------------------*
000450     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK06".
000460*----------------------------------------------------------------*
000470*    TERM-CONTROL     - THE STATUS LINE OF EACH TERM BLOCK, ONE   *
000480*        RANDOM LOOKUP PER TERM.                                  *
000490*----------------------------------------------------------------*
000500     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TC-TERM
000540         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000550*----------------------------------------------------------------*
000560*    GRADE-CHANGE-REPORT - ONE SIGN-OFF BLOCK PER TERM.           *
000570*----------------------------------------------------------------*
000580     SELECT GRADE-CHANGE-REPORT ASSIGN TO "GRCHRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GRADE-CHANGE-LOG-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY GCHGREC.
000670
000680 SD  SORT-WORK-FILE.
000690 COPY GCHGREC REPLACING
000700     ==GRADE-CHANGE-DATA==     BY ==SRT-GRADE-CHANGE-DATA==
000710     ==GC-TERM==               BY ==SRT-GC-TERM==
000720     ==GC-STUDENT-ID==         BY ==SRT-GC-STUDENT-ID==
000730     ==GC-COURSE-CODE==        BY ==SRT-GC-COURSE-CODE==
000740     ==GC-ACTION-REPLACE==     BY ==SRT-GC-ACTION-REPLACE==
000750     ==GC-ACTION-DELETE==      BY ==SRT-GC-ACTION-DELETE==
000760     ==GC-ACTION-CHANGE==      BY ==SRT-GC-ACTION-CHANGE==
000770     ==GC-ACTION-LAPSE==       BY ==SRT-GC-ACTION-LAPSE==
000780     ==GC-ACTION==             BY ==SRT-GC-ACTION==
000790     ==GC-OLD-HOURS==          BY ==SRT-GC-OLD-HOURS==
000800     ==GC-OLD-GRADE==          BY ==SRT-GC-OLD-GRADE==
000810     ==GC-NEW-HOURS==          BY ==SRT-GC-NEW-HOURS==
000820     ==GC-NEW-GRADE==          BY ==SRT-GC-NEW-GRADE==
000830     ==GC-REASON-CLERICAL==    BY ==SRT-GC-REASON-CLERICAL==
000840     ==GC-REASON-APPEAL==      BY ==SRT-GC-REASON-APPEAL==
000850     ==GC-REASON-INCOMPLETE==  BY ==SRT-GC-REASON-INCOMPLETE==
000860     ==GC-REASON-ADMIN==       BY ==SRT-GC-REASON-ADMIN==
000870     ==GC-REASON-LAPSE==       BY ==SRT-GC-REASON-LAPSE==
000880     ==GC-REASON-CODE==        BY ==SRT-GC-REASON-CODE==
000890     ==GC-APPROVED-BY==        BY ==SRT-GC-APPROVED-BY==
000900     ==GC-PROGRAM-ID==         BY ==SRT-GC-PROGRAM-ID==
000910     ==GC-JOB-ID==             BY ==SRT-GC-JOB-ID==
000920     ==GC-USER-ID==            BY ==SRT-GC-USER-ID==
000930     ==GC-CHANGE-DATE==        BY ==SRT-GC-CHANGE-DATE==
000940     ==GC-CHANGE-TIME==        BY ==SRT-GC-CHANGE-TIME==.
000950
000960 FD  TERM-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY TERMREC.
000990
001000 FD  GRADE-CHANGE-REPORT
001010     LABEL RECORDS ARE STANDARD.
001020 01  GRADE-CHANGE-LINE           PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-FILE-STATUS-FIELDS.
001060     05  WS-GRADECHG-FILE-STATUS  PIC X(02) VALUE SPACES.
001070     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001080     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE SPACES.
001090
001100 01  WS-SWITCHES.
001110     05  WS-EOF-LOG-SWITCH        PIC X(01) VALUE 'N'.
001120         88  WS-EOF-GRADE-CHANGE-LOG        VALUE 'Y'.
001130     05  WS-EOF-SORT-SWITCH       PIC X(01) VALUE 'N'.
001140         88  WS-EOF-SORT-WORK               VALUE 'Y'.
001150     05  WS-PARM-OK-SWITCH        PIC X(01) VALUE 'Y'.
001160         88  WS-PARM-OK                     VALUE 'Y'.
001170         88  WS-PARM-BAD                    VALUE 'N'.
001180     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001190         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001200     05  WS-REPORT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001210         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
001220     05  WS-BLOCK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001230         88  WS-TERM-BLOCK-OPEN             VALUE 'Y'.
001240
001250 77  WS-CHANGES-READ-CT           PIC S9(7) COMP VALUE ZERO.
001260 77  WS-CHANGES-PRINTED-CT        PIC S9(7) COMP VALUE ZERO.
001270 77  WS-TERMS-PRINTED-CT          PIC S9(7) COMP VALUE ZERO.
001280 77  WS-TERM-TOTAL-CT             PIC S9(5) COMP VALUE ZERO.
001290 77  WS-TERM-REPLACE-CT           PIC S9(5) COMP VALUE ZERO.
001300 77  WS-TERM-DELETE-CT            PIC S9(5) COMP VALUE ZERO.
001310 77  WS-TERM-CHANGE-CT            PIC S9(5) COMP VALUE ZERO.
001320 77  WS-TERM-LAPSE-CT             PIC S9(5) COMP VALUE ZERO.
001330
001340*----------------------------------------------------------------*
001350*    WS-SELECT-TERM - THE TERM ON THE PARM; SPACES FOR ALL TERMS. *
001360*----------------------------------------------------------------*
001370 01  WS-SELECT-TERM.
001380     05  WS-SELECT-YEAR           PIC X(04) VALUE SPACES.
001390     05  WS-SELECT-CODE           PIC X(01) VALUE SPACE.
001400         88  WS-SELECT-CODE-VALID           VALUE '1' '2' '3'.
001410
001420 01  WS-CURRENT-TERM              PIC X(05) VALUE SPACES.
001430
001440 01  WS-DATE-X.
001450     05  WS-DATE-YYYY             PIC X(04).
001460     05  WS-DATE-MM               PIC X(02).
001470     05  WS-DATE-DD               PIC X(02).
001480
001490 01  WS-PAGE-SEPARATOR            PIC X(80) VALUE ALL '='.
001500
001510 01  WS-TITLE-LINE                PIC X(80) VALUE
001520     'GRADE-CHANGE REPORT FOR REGISTRAR SIGN-OFF'.
001530
001540 01  WS-TERM-HEADING-LINE.
001550     05  FILLER                   PIC X(07) VALUE 'TERM : '.
001560     05  THD-TERM                 PIC X(05).
001570     05  FILLER                   PIC X(12) VALUE
001580         '   STATUS : '.
001590     05  THD-STATUS               PIC X(11).
001600     05  THD-CLOSED-LEGEND        PIC X(07).
001610     05  THD-CLOSED-DATE.
001620         10  THD-DATE-YYYY        PIC X(04).
001630         10  THD-DATE-DASH-1      PIC X(01).
001640         10  THD-DATE-MM          PIC X(02).
001650         10  THD-DATE-DASH-2      PIC X(01).
001660         10  THD-DATE-DD          PIC X(02).
001670     05  THD-BY-LEGEND            PIC X(04).
001680     05  THD-CLOSED-BY            PIC X(08).
001690
001700 01  WS-NO-TERMCTL-LINE           PIC X(80) VALUE
001710     '  (TERM NOT ON TERM-CONTROL)'.
001720 01  WS-NO-CHANGES-LINE           PIC X(80) VALUE
001730     '  NO GRADE CHANGES LOGGED FOR THIS TERM'.
001740
001750 01  WS-COLUMN-HEADING-1.
001760     05  FILLER                   PIC X(40) VALUE
001770         'STUDNT  COURSE  ACTION   OLD   NEW   RSN'.
001780     05  FILLER                   PIC X(40) VALUE
001790         '  APPROVER  DATE        PROGRAM'.
001800 01  WS-COLUMN-HEADING-2.
001810     05  FILLER                   PIC X(40) VALUE
001820         '------  ------  -------  ---   ---   ---'.
001830     05  FILLER                   PIC X(40) VALUE
001840         '  --------  ----------  --------'.
001850
001860 01  WS-DETAIL-LINE.
001870     05  DTL-STUDENT-ID           PIC X(06).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  DTL-COURSE-CODE          PIC X(06).
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  DTL-ACTION               PIC X(07).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  DTL-OLD-GRADE            PIC X(01).
001940     05  FILLER                   PIC X(01) VALUE '/'.
001950     05  DTL-OLD-HOURS            PIC X(01).
001960     05  FILLER                   PIC X(03) VALUE SPACES.
001970     05  DTL-NEW-GRADE            PIC X(01).
001980     05  FILLER                   PIC X(01) VALUE '/'.
001990     05  DTL-NEW-HOURS            PIC X(01).
002000     05  FILLER                   PIC X(03) VALUE SPACES.
002010     05  DTL-REASON-CODE          PIC X(02).
002020     05  FILLER                   PIC X(03) VALUE SPACES.
002030     05  DTL-APPROVED-BY          PIC X(08).
002040     05  FILLER                   PIC X(02) VALUE SPACES.
002050     05  DTL-CHANGE-DATE.
002060         10  DTL-DATE-YYYY        PIC X(04).
002070         10  FILLER               PIC X(01) VALUE '-'.
002080         10  DTL-DATE-MM          PIC X(02).
002090         10  FILLER               PIC X(01) VALUE '-'.
002100         10  DTL-DATE-DD          PIC X(02).
002110     05  FILLER                   PIC X(02) VALUE SPACES.
002120     05  DTL-PROGRAM-ID           PIC X(08).
002130
002140 01  WS-TERM-TOTAL-LINE.
002150     05  FILLER                   PIC X(08) VALUE 'TOTAL : '.
002160     05  TTL-TOTAL                PIC ZZZ9.
002170     05  FILLER                   PIC X(12) VALUE
002180         '   REPLACE :'.
002190     05  TTL-REPLACE              PIC ZZZ9.
002200     05  FILLER                   PIC X(11) VALUE
002210         '   DELETE :'.
002220     05  TTL-DELETE               PIC ZZZ9.
002230     05  FILLER                   PIC X(11) VALUE
002240         '   CHANGE :'.
002250     05  TTL-CHANGE               PIC ZZZ9.
002260     05  FILLER                   PIC X(10) VALUE
002270         '   LAPSE :'.
002280     05  TTL-LAPSE                PIC ZZZ9.
002290
002300 01  WS-SIGN-OFF-LINE-1           PIC X(80) VALUE
002310     'REVIEWED AND APPROVED BY THE REGISTRAR:'.
002320 01  WS-SIGN-OFF-LINE-2           PIC X(80) VALUE
002330     'SIGNATURE ____________________________  DATE __________'.
002340
002350 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
002360
002370 LINKAGE SECTION.
002380*----------------------------------------------------------------*
002390*    LK-PARM-AREA - THE TERM TO PRINT AS YYYYT, E.G. '20263';     *
002400*        NO PARM PRINTS EVERY TERM ON THE LOG.                    *
002410*----------------------------------------------------------------*
002420 01  LK-PARM-AREA.
002430     05  LK-PARM-LEN              PIC S9(4) COMP.
002440     05  LK-PARM-DATA             PIC X(80).
002450
002460 PROCEDURE DIVISION USING LK-PARM-AREA.
002470 0000-MAINLINE.
002480     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002490     IF WS-PARM-BAD
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530
002540     SORT SORT-WORK-FILE
002550         ON ASCENDING KEY SRT-GC-TERM
002560                          SRT-GC-STUDENT-ID
002570                          SRT-GC-COURSE-CODE
002580                          SRT-GC-CHANGE-DATE
002590                          SRT-GC-CHANGE-TIME
002600         INPUT PROCEDURE IS 2000-RELEASE-CHANGES THRU 2000-EXIT
002610         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT
002620
002630     DISPLAY 'GRDCHRPT: ' WS-CHANGES-READ-CT
002640             ' GRADE CHANGES READ'
002650     DISPLAY 'GRDCHRPT: ' WS-CHANGES-PRINTED-CT
002660             ' GRADE CHANGES PRINTED'
002670     DISPLAY 'GRDCHRPT: ' WS-TERMS-PRINTED-CT
002680             ' TERMS PRINTED'
002690
002700     STOP RUN.
002710
002720******************************************************************
002730*    1100-EDIT-PARM - NO PARM MEANS EVERY TERM; OTHERWISE IT      *
002740*        MUST BE EXACTLY YYYYT WITH A NUMERIC YEAR AND TERM CODE  *
002750*        1, 2, OR 3.                                              *
002760******************************************************************
002770 1100-EDIT-PARM.
002780     IF LK-PARM-LEN = 0
002790         GO TO 1100-EXIT
002800     END-IF
002810
002820     IF LK-PARM-LEN NOT = 5
002830         DISPLAY 'GRDCHRPT: PARM MUST BE A TERM YYYYT OR OMITTED'
002840         SET WS-PARM-BAD TO TRUE
002850         GO TO 1100-EXIT
002860     END-IF
002870
002880     MOVE LK-PARM-DATA (1:4) TO WS-SELECT-YEAR
002890     MOVE LK-PARM-DATA (5:1) TO WS-SELECT-CODE
002900
002910     IF WS-SELECT-YEAR NOT NUMERIC
002920             OR NOT WS-SELECT-CODE-VALID
002930         DISPLAY 'GRDCHRPT: PARM MUST BE A TERM YYYYT OR OMITTED'
002940         SET WS-PARM-BAD TO TRUE
002950     END-IF.
002960 1100-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000*    2000-RELEASE-CHANGES - READ THE GRADE-CHANGE LOG AND RELEASE *
003010*        EVERY CHANGE FOR THE SELECTED TERM (OR ALL OF THEM) TO   *
003020*        THE SORT.                                                *
003030******************************************************************
003040 2000-RELEASE-CHANGES.
003050     OPEN INPUT GRADE-CHANGE-LOG-FILE
003060     IF WS-GRADECHG-FILE-STATUS NOT = '00'
003070         DISPLAY 'GRDCHRPT: UNABLE TO OPEN GRADE-CHANGE LOG, '
003080                 'STATUS = ' WS-GRADECHG-FILE-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 2000-EXIT
003110     END-IF
003120
003130     PERFORM 2100-READ-CHANGE THRU 2100-EXIT
003140
003150     PERFORM 2200-RELEASE-ONE-CHANGE THRU 2200-EXIT
003160         UNTIL WS-EOF-GRADE-CHANGE-LOG
003170
003180     CLOSE GRADE-CHANGE-LOG-FILE.
003190 2000-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2100-READ-CHANGE - READ THE NEXT GRADE-CHANGE LOG RECORD.    *
003240******************************************************************
003250 2100-READ-CHANGE.
003260     READ GRADE-CHANGE-LOG-FILE
003270         AT END
003280             SET WS-EOF-GRADE-CHANGE-LOG TO TRUE
003290     END-READ.
003300 2100-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*    2200-RELEASE-ONE-CHANGE - HAND ONE CHANGE TO THE SORT IF IT  *
003350*        BELONGS TO THE SELECTED TERM.                            *
003360******************************************************************
003370 2200-RELEASE-ONE-CHANGE.
003380     ADD 1 TO WS-CHANGES-READ-CT
003390
003400     IF WS-SELECT-TERM = SPACES
003410             OR GC-TERM = WS-SELECT-TERM
003420         MOVE GRADE-CHANGE-DATA TO SRT-GRADE-CHANGE-DATA
003430         RELEASE SRT-GRADE-CHANGE-DATA
003440     END-IF
003450
003460     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
003470 2200-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    3000-PRINT-REPORT - PULL THE SORTED CHANGES AND PRINT ONE    *
003520*        SIGN-OFF BLOCK PER TERM.                                 *
003530******************************************************************
003540 3000-PRINT-REPORT.
003550     OPEN INPUT TERM-CONTROL-FILE
003560     IF WS-TERMCTL-FILE-STATUS NOT = '00'
003570         DISPLAY 'GRDCHRPT: UNABLE TO OPEN TERM-CONTROL, '
003580                 'STATUS = ' WS-TERMCTL-FILE-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         SET WS-EOF-SORT-WORK TO TRUE
003610         GO TO 3000-EXIT
003620     END-IF
003630     SET WS-TERMCTL-FILE-OPEN TO TRUE
003640
003650     OPEN OUTPUT GRADE-CHANGE-REPORT
003660     IF WS-REPORT-FILE-STATUS NOT = '00'
003670         DISPLAY 'GRDCHRPT: UNABLE TO OPEN GRADE-CHANGE REPORT, '
003680                 'STATUS = ' WS-REPORT-FILE-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         SET WS-EOF-SORT-WORK TO TRUE
003710         GO TO 3000-EXIT
003720     END-IF
003730     SET WS-REPORT-FILE-OPEN TO TRUE
003740
003750     PERFORM 3100-RETURN-CHANGE THRU 3100-EXIT
003760
003770     PERFORM 3200-PRINT-ONE-CHANGE THRU 3200-EXIT
003780         UNTIL WS-EOF-SORT-WORK
003790
003800     IF WS-TERM-BLOCK-OPEN
003810         PERFORM 3600-PRINT-TERM-FOOTER THRU 3600-EXIT
003820     END-IF
003830
003840*    A TERM ASKED FOR BY NAME THAT HAD NO CHANGES STILL GETS A
003850*    BLOCK THE REGISTRAR CAN SIGN.
003860     IF WS-TERMS-PRINTED-CT = ZERO
003870             AND WS-SELECT-TERM NOT = SPACES
003880         MOVE WS-SELECT-TERM TO WS-CURRENT-TERM
003890         PERFORM 3300-PRINT-TERM-HEADING THRU 3300-EXIT
003900         WRITE GRADE-CHANGE-LINE FROM WS-NO-CHANGES-LINE
003910         PERFORM 3600-PRINT-TERM-FOOTER THRU 3600-EXIT
003920     END-IF
003930
003940     IF WS-TERMCTL-FILE-OPEN
003950         CLOSE TERM-CONTROL-FILE
003960     END-IF
003970     IF WS-REPORT-FILE-OPEN
003980         CLOSE GRADE-CHANGE-REPORT
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    3100-RETURN-CHANGE - PULL THE NEXT SORTED CHANGE.            *
004050******************************************************************
004060 3100-RETURN-CHANGE.
004070     RETURN SORT-WORK-FILE
004080         AT END
004090             SET WS-EOF-SORT-WORK TO TRUE
004100     END-RETURN.
004110 3100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    3200-PRINT-ONE-CHANGE - ON A TERM BREAK CLOSE THE OLD BLOCK  *
004160*        AND OPEN THE NEW ONE, THEN PRINT THE CHANGE LINE.        *
004170******************************************************************
004180 3200-PRINT-ONE-CHANGE.
004190     IF NOT WS-TERM-BLOCK-OPEN
004200             OR SRT-GC-TERM NOT = WS-CURRENT-TERM
004210         IF WS-TERM-BLOCK-OPEN
004220             PERFORM 3600-PRINT-TERM-FOOTER THRU 3600-EXIT
004230         END-IF
004240         MOVE SRT-GC-TERM TO WS-CURRENT-TERM
004250         PERFORM 3300-PRINT-TERM-HEADING THRU 3300-EXIT
004260     END-IF
004270
004280     PERFORM 3400-PRINT-CHANGE-LINE THRU 3400-EXIT
004290
004300     PERFORM 3100-RETURN-CHANGE THRU 3100-EXIT.
004310 3200-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*    3300-PRINT-TERM-HEADING - START THE BLOCK FOR WS-CURRENT-    *
004360*        TERM WITH ITS STATUS, AND WHEN AND BY WHOM IT WAS        *
004370*        CLOSED, FROM TERM-CONTROL.  A LOG ROW WITH NO TERM       *
004380*        PREDATES TERM TRACKING AND PRINTS UNDER A BLANK TERM.    *
004390******************************************************************
004400 3300-PRINT-TERM-HEADING.
004410     SET WS-TERM-BLOCK-OPEN TO TRUE
004420     MOVE ZERO TO WS-TERM-TOTAL-CT
004430                  WS-TERM-REPLACE-CT
004440                  WS-TERM-DELETE-CT
004450                  WS-TERM-CHANGE-CT
004460                  WS-TERM-LAPSE-CT
004470     ADD 1 TO WS-TERMS-PRINTED-CT
004480
004490     WRITE GRADE-CHANGE-LINE FROM WS-PAGE-SEPARATOR
004500     WRITE GRADE-CHANGE-LINE FROM WS-TITLE-LINE
004510     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
004520
004530     MOVE WS-CURRENT-TERM TO THD-TERM
004540     MOVE SPACES TO THD-CLOSED-LEGEND
004550                    THD-CLOSED-DATE
004560                    THD-BY-LEGEND
004570                    THD-CLOSED-BY
004580
004590     MOVE WS-CURRENT-TERM TO TC-TERM
004600     READ TERM-CONTROL-FILE
004610         INVALID KEY
004620             MOVE 'NOT ON FILE' TO THD-STATUS
004630             WRITE GRADE-CHANGE-LINE FROM WS-TERM-HEADING-LINE
004640             WRITE GRADE-CHANGE-LINE FROM WS-NO-TERMCTL-LINE
004650             GO TO 3300-WRITE-COLUMNS
004660     END-READ
004670
004680     EVALUATE TRUE
004690         WHEN TC-TERM-OPEN
004700             MOVE 'OPEN'        TO THD-STATUS
004710         WHEN TC-TERM-GRADING
004720             MOVE 'GRADING'     TO THD-STATUS
004730         WHEN TC-TERM-CLOSED
004740             MOVE 'CLOSED'      TO THD-STATUS
004750             MOVE ' ON    '     TO THD-CLOSED-LEGEND
004760             MOVE TC-CLOSED-DATE TO WS-DATE-X
004770             MOVE WS-DATE-YYYY  TO THD-DATE-YYYY
004780             MOVE '-'           TO THD-DATE-DASH-1
004790             MOVE WS-DATE-MM    TO THD-DATE-MM
004800             MOVE '-'           TO THD-DATE-DASH-2
004810             MOVE WS-DATE-DD    TO THD-DATE-DD
004820             MOVE ' BY '        TO THD-BY-LEGEND
004830             MOVE TC-CLOSED-BY  TO THD-CLOSED-BY
004840         WHEN OTHER
004850             MOVE TC-TERM-STATUS TO THD-STATUS
004860     END-EVALUATE
004870
004880     WRITE GRADE-CHANGE-LINE FROM WS-TERM-HEADING-LINE.
004890
004900 3300-WRITE-COLUMNS.
004910     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
004920     WRITE GRADE-CHANGE-LINE FROM WS-COLUMN-HEADING-1
004930     WRITE GRADE-CHANGE-LINE FROM WS-COLUMN-HEADING-2.
004940 3300-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*    3400-PRINT-CHANGE-LINE - ONE LOGGED CHANGE, COUNTED BY       *
004990*        ACTION FOR THE TERM FOOTER.                              *
005000******************************************************************
005010 3400-PRINT-CHANGE-LINE.
005020     ADD 1 TO WS-CHANGES-PRINTED-CT
005030     ADD 1 TO WS-TERM-TOTAL-CT
005040
005050     EVALUATE TRUE
005060         WHEN SRT-GC-ACTION-REPLACE
005070             MOVE 'REPLACE'     TO DTL-ACTION
005080             ADD 1 TO WS-TERM-REPLACE-CT
005090         WHEN SRT-GC-ACTION-DELETE
005100             MOVE 'DELETE'      TO DTL-ACTION
005110             ADD 1 TO WS-TERM-DELETE-CT
005120         WHEN SRT-GC-ACTION-CHANGE
005130             MOVE 'CHANGE'      TO DTL-ACTION
005140             ADD 1 TO WS-TERM-CHANGE-CT
005150         WHEN SRT-GC-ACTION-LAPSE
005160             MOVE 'LAPSE'       TO DTL-ACTION
005170             ADD 1 TO WS-TERM-LAPSE-CT
005180         WHEN OTHER
005190             MOVE SRT-GC-ACTION TO DTL-ACTION
005200     END-EVALUATE
005210
005220     MOVE SRT-GC-STUDENT-ID     TO DTL-STUDENT-ID
005230     MOVE SRT-GC-COURSE-CODE    TO DTL-COURSE-CODE
005240     MOVE SRT-GC-OLD-GRADE      TO DTL-OLD-GRADE
005250     MOVE SRT-GC-OLD-HOURS      TO DTL-OLD-HOURS
005260     MOVE SRT-GC-NEW-GRADE      TO DTL-NEW-GRADE
005270     MOVE SRT-GC-NEW-HOURS      TO DTL-NEW-HOURS
005280     MOVE SRT-GC-REASON-CODE    TO DTL-REASON-CODE
005290     MOVE SRT-GC-APPROVED-BY    TO DTL-APPROVED-BY
005300     MOVE SRT-GC-PROGRAM-ID     TO DTL-PROGRAM-ID
005310
005320     MOVE SRT-GC-CHANGE-DATE    TO WS-DATE-X
005330     MOVE WS-DATE-YYYY          TO DTL-DATE-YYYY
005340     MOVE WS-DATE-MM            TO DTL-DATE-MM
005350     MOVE WS-DATE-DD            TO DTL-DATE-DD
005360
005370     WRITE GRADE-CHANGE-LINE FROM WS-DETAIL-LINE.
005380 3400-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*    3600-PRINT-TERM-FOOTER - CLOSE A TERM BLOCK WITH ITS COUNTS  *
005430*        BY ACTION AND THE REGISTRAR'S SIGNATURE LINES.           *
005440******************************************************************
005450 3600-PRINT-TERM-FOOTER.
005460     MOVE WS-TERM-TOTAL-CT      TO TTL-TOTAL
005470     MOVE WS-TERM-REPLACE-CT    TO TTL-REPLACE
005480     MOVE WS-TERM-DELETE-CT     TO TTL-DELETE
005490     MOVE WS-TERM-CHANGE-CT     TO TTL-CHANGE
005500     MOVE WS-TERM-LAPSE-CT      TO TTL-LAPSE
005510
005520     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
005530     WRITE GRADE-CHANGE-LINE FROM WS-TERM-TOTAL-LINE
005540     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
005550     WRITE GRADE-CHANGE-LINE FROM WS-SIGN-OFF-LINE-1
005560     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
005570     WRITE GRADE-CHANGE-LINE FROM WS-SIGN-OFF-LINE-2
005580     WRITE GRADE-CHANGE-LINE FROM WS-BLANK-LINE
005590
005600     MOVE 'N' TO WS-BLOCK-OPEN-SWITCH.
005610 3600-EXIT.
005620     EXIT.
