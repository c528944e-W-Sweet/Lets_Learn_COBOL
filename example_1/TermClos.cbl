000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TERMCLOS.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    TERMCLOS - TERM-END CLOSE.                                   *
000090*    CLOSES THE TERM NAMED ON THE EXEC PARM: EVERY CURRENT-       *
000100*    ENROLLMENT SEAT FOR THAT TERM IS COPIED TO THE ENROLLMENT-   *
000110*    HISTORY FILE AND DELETED, SO CURRENT-ENROLLMENT STARTS THE   *
000120*    NEXT TERM EMPTY WITHOUT ANYONE CLEARING IT BY HAND, AND THE  *
000130*    TERM IS MARKED CLOSED ON TERM-CONTROL.  FROM THEN ON         *
000140*    GRADLOAD TAKES A CHANGE TO THAT TERM'S GRADES ONLY AS A      *
000150*    GRADE-CHANGE TRANSACTION WITH A REASON CODE AND A LEVEL-3    *
000160*    APPROVER.                                                    *
000170*                                                                 *
000180*    THE TERM MUST BE IN GRADING (SET BY TERMMNT) - AN OPEN TERM  *
000190*    IS STILL REGISTERING AND A CLOSED ONE IS DONE.  SEATS FOR    *
000200*    ANY OTHER TERM (EARLY REGISTRATION FOR THE NEXT ONE) ARE     *
000210*    LEFT WHERE THEY ARE.  IF A SEAT CANNOT BE ARCHIVED OR        *
000220*    DELETED THE TERM IS LEFT IN GRADING AND THE STEP ENDS RC=8;  *
000230*    A RERUN PICKS UP WHAT IS LEFT, AND A SEAT ALREADY ON         *
000240*    HISTORY FROM THE EARLIER RUN IS SIMPLY DELETED.              *
000250*----------------------------------------------------------------*
000260*    MODIFICATION HISTORY                                        *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  --------------------------------------------
000290*    2026-10-15 JBH   ORIGINAL PROGRAM.                          *
000293*    2026-10-15 JBH   THE SEAT'S SECTION NUMBER IS CARRIED TO    *
000296*                     ENROLLMENT-HISTORY WITH THE SEAT.          *
000300******************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*----------------------------------------------------------------*
000400*    TERM-CONTROL     - THE TERM BEING CLOSED, READ AND REWRITTEN *
000410*        RANDOMLY.                                                *
000420*----------------------------------------------------------------*
000430     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS TC-TERM
000470         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000480*----------------------------------------------------------------*
000490*    CURRENT-ENROLLMENT - READ FRONT TO BACK; EACH SEAT OF THE    *
000500*        CLOSING TERM IS DELETED ONCE IT IS ON HISTORY.           *
000510*----------------------------------------------------------------*
000520     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS EN-KEY
000560         FILE STATUS IS WS-ENROL-FILE-STATUS.
000570*----------------------------------------------------------------*
000580*    ENROLLMENT-HISTORY - ONE ROW PER ARCHIVED SEAT, KEYED BY     *
000590*        TERM + STUDENT ID + COURSE CODE.                         *
000600*----------------------------------------------------------------*
000610     SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRLHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS EH-KEY
000650         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000660*----------------------------------------------------------------*
000670*    HELLO-AUDIT-LOG  - ONE LINE FOR THE CLOSE.  THE JCL GIVES    *
000680*        THIS DD DISP=MOD SO THE ENTRY APPENDS.                   *
000690*----------------------------------------------------------------*
000700     SELECT HELLO-AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TERM-CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY TERMREC.
000790
000800 FD  CURRENT-ENROLLMENT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY ENRLREC.
000830
000840 FD  ENROLLMENT-HISTORY-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY ENRHREC.
000870
000880 FD  HELLO-AUDIT-LOG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY AUDITREC.
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-FILE-STATUS-FIELDS.
000940     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
000950     05  WS-ENROL-FILE-STATUS     PIC X(02) VALUE SPACES.
000960     05  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE SPACES.
000970     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE SPACES.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001010         88  WS-EOF-ENROLLMENT              VALUE 'Y'.
001020     05  WS-READY-SWITCH          PIC X(01) VALUE 'N'.
001030         88  WS-READY-TO-CLOSE              VALUE 'Y'.
001040     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001050         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001060     05  WS-ENROL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001070         88  WS-ENROL-FILE-OPEN             VALUE 'Y'.
001080     05  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001090         88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
001100     05  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001110         88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
001120
001130 77  WS-SEATS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001140 77  WS-SEATS-ARCHIVED-CT         PIC S9(7) COMP VALUE ZERO.
001150 77  WS-SEATS-PRIOR-CT            PIC S9(7) COMP VALUE ZERO.
001160 77  WS-SEATS-KEPT-CT             PIC S9(7) COMP VALUE ZERO.
001170 77  WS-SEATS-FAILED-CT           PIC S9(7) COMP VALUE ZERO.
001180
001190 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001200 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001210
001220*----------------------------------------------------------------*
001230*    WS-CLOSE-TERM - THE TERM TO CLOSE, THIRD FIELD OF THE PARM.  *
001240*----------------------------------------------------------------*
001250 01  WS-CLOSE-TERM.
001260     05  WS-CLOSE-YEAR            PIC X(04) VALUE SPACES.
001270     05  WS-CLOSE-CODE            PIC X(01) VALUE SPACE.
001280         88  WS-CLOSE-CODE-VALID            VALUE '1' '2' '3'.
001290
001300*----------------------------------------------------------------*
001310*    WS-CLOSE-MESSAGE - AUDIT-MESSAGE TEXT FOR THE CLOSE.         *
001320*----------------------------------------------------------------*
001330 01  WS-CLOSE-MESSAGE.
001340     05  FILLER                   PIC X(05) VALUE 'TERM '.
001350     05  CLM-TERM                 PIC X(05) VALUE SPACES.
001360     05  FILLER                   PIC X(10) VALUE ' CLOSED - '.
001370     05  CLM-SEATS                PIC Z(6)9.
001380     05  FILLER                   PIC X(15) VALUE
001390         ' SEATS ARCHIVED'.
001400
001410*----------------------------------------------------------------*
001420*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S          *
001430*    LINKAGE.  CLOSING A TERM LOCKS ITS GRADES, SO LEVEL 3.       *
001440*----------------------------------------------------------------*
001450 01  WS-AUTH-REQUEST.
001460     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001470     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'TERMCLOS'.
001480     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001490     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001500     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001510     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001520         88  WS-AUTH-OK                     VALUE '00'.
001530
001540 01  WS-RUN-IDENTIFICATION.
001550     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001560     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001570
001580 LINKAGE SECTION.
001590*----------------------------------------------------------------*
001600*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL.                   *
001610*        FORMAT IS 'JOBID/USERID/TERM', E.G.                      *
001620*        'TERMCLOS/REGISTRR/20263'.                               *
001630*----------------------------------------------------------------*
001640 01  LK-PARM-AREA.
001650     05  LK-PARM-LEN              PIC S9(4) COMP.
001660     05  LK-PARM-DATA             PIC X(80).
001670
001680 PROCEDURE DIVISION USING LK-PARM-AREA.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001710
001720     PERFORM 2000-PROCESS-SEAT THRU 2000-EXIT
001730         UNTIL WS-EOF-ENROLLMENT
001740
001750     IF WS-READY-TO-CLOSE
001760         PERFORM 3000-CLOSE-TERM THRU 3000-EXIT
001770     END-IF
001780
001790     PERFORM 8000-TERMINATE THRU 8000-EXIT
001800
001810     STOP RUN.
001820
001830******************************************************************
001840*    1000-INITIALIZE - EDIT THE PARM, VERIFY THE OPERATOR, MAKE   *
001850*        SURE THE TERM IS READY TO CLOSE, OPEN FILES, AND PRIME   *
001860*        THE READ.  ANY PROBLEM HERE ENDS THE RUN RC=16 WITH      *
001870*        NOTHING TOUCHED.                                         *
001880******************************************************************
001890 1000-INITIALIZE.
001900     SET WS-EOF-ENROLLMENT TO TRUE
001910
001920     IF LK-PARM-LEN > 0
001930         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
001940             INTO WS-JOB-ID WS-USER-ID WS-CLOSE-TERM
001950     END-IF
001960
001970     IF WS-CLOSE-YEAR NOT NUMERIC
001980             OR NOT WS-CLOSE-CODE-VALID
001990         DISPLAY 'TERMCLOS: PARM MUST BE JOBID/USERID/YYYYT'
002000         MOVE 16 TO RETURN-CODE
002010         GO TO 1000-EXIT
002020     END-IF
002030
002040*    CLOSING A TERM LOCKS ITS GRADES - THE OPERATOR MUST HOLD
002050*    LEVEL 3 OR THE RUN ENDS BEFORE A FILE OPENS.
002060     MOVE 'V'        TO WS-AUTH-FUNCTION
002070     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
002080     MOVE WS-USER-ID TO WS-AUTH-USER-ID
002090     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
002100     END-CALL
002110     IF NOT WS-AUTH-OK
002120         DISPLAY 'TERMCLOS: USER ' WS-USER-ID
002130                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
002140         MOVE 16 TO RETURN-CODE
002150         GO TO 1000-EXIT
002160     END-IF
002170
002180     OPEN I-O TERM-CONTROL-FILE
002190     IF WS-TERMCTL-FILE-STATUS NOT = '00'
002200         DISPLAY 'TERMCLOS: UNABLE TO OPEN TERM-CONTROL, '
002210                 'STATUS = ' WS-TERMCTL-FILE-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF
002250     SET WS-TERMCTL-FILE-OPEN TO TRUE
002260
002270     MOVE WS-CLOSE-TERM TO TC-TERM
002280     READ TERM-CONTROL-FILE
002290         INVALID KEY
002300             DISPLAY 'TERMCLOS: TERM ' WS-CLOSE-TERM
002310                     ' NOT ON TERM-CONTROL'
002320             MOVE 16 TO RETURN-CODE
002330             GO TO 1000-EXIT
002340     END-READ
002350
002360     IF NOT TC-TERM-GRADING
002370         DISPLAY 'TERMCLOS: TERM ' WS-CLOSE-TERM
002380                 ' IS NOT IN GRADING, STATUS = ' TC-TERM-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         GO TO 1000-EXIT
002410     END-IF
002420
002430     OPEN I-O CURRENT-ENROLLMENT-FILE
002440     IF WS-ENROL-FILE-STATUS NOT = '00'
002450         DISPLAY 'TERMCLOS: UNABLE TO OPEN CURRENT-ENROLLMENT, '
002460                 'STATUS = ' WS-ENROL-FILE-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         GO TO 1000-EXIT
002490     END-IF
002500     SET WS-ENROL-FILE-OPEN TO TRUE
002510
002520     OPEN I-O ENROLLMENT-HISTORY-FILE
002530     IF WS-HISTORY-FILE-STATUS NOT = '00'
002540         DISPLAY 'TERMCLOS: UNABLE TO OPEN ENROLLMENT-HISTORY, '
002550                 'STATUS = ' WS-HISTORY-FILE-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF
002590     SET WS-HISTORY-FILE-OPEN TO TRUE
002600
002610*    A CLOSE THAT CANNOT BE AUDITED IS NOT MADE - NO AUDIT LOG,
002620*    NO RUN.
002630     OPEN OUTPUT HELLO-AUDIT-LOG-FILE
002640     IF WS-AUDIT-FILE-STATUS NOT = '00'
002650         DISPLAY 'TERMCLOS: UNABLE TO OPEN AUDIT LOG, '
002660                 'STATUS = ' WS-AUDIT-FILE-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF
002700     SET WS-AUDIT-FILE-OPEN TO TRUE
002710
002720     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
002730
002740     SET WS-READY-TO-CLOSE TO TRUE
002750     MOVE 'N' TO WS-EOF-SWITCH
002760     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    2000-PROCESS-SEAT - ARCHIVE ONE SEAT OF THE CLOSING TERM;    *
002820*        A SEAT FOR ANY OTHER TERM STAYS ON CURRENT-ENROLLMENT.   *
002830******************************************************************
002840 2000-PROCESS-SEAT.
002850     ADD 1 TO WS-SEATS-READ-CT
002860
002870     IF EN-TERM = WS-CLOSE-TERM
002880         PERFORM 2300-ARCHIVE-SEAT THRU 2300-EXIT
002890     ELSE
002900         ADD 1 TO WS-SEATS-KEPT-CT
002910     END-IF
002920
002930     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    2100-READ-ENROLLMENT - READ THE NEXT ENROLLMENT ROW.         *
002990******************************************************************
003000 2100-READ-ENROLLMENT.
003010     READ CURRENT-ENROLLMENT-FILE
003020         AT END
003030             SET WS-EOF-ENROLLMENT TO TRUE
003040     END-READ.
003050 2100-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*    2300-ARCHIVE-SEAT - COPY THE SEAT TO ENROLLMENT-HISTORY,     *
003100*        THEN DELETE IT FROM CURRENT-ENROLLMENT.  A SEAT ALREADY  *
003110*        ON HISTORY WAS COPIED BY AN EARLIER RUN THAT DID NOT     *
003120*        FINISH, SO IT IS ONLY DELETED.  A SEAT THAT CANNOT BE    *
003130*        COPIED IS NOT DELETED.                                   *
003140******************************************************************
003150 2300-ARCHIVE-SEAT.
003160     MOVE EN-TERM          TO EH-TERM
003170     MOVE EN-STUDENT-ID    TO EH-STUDENT-ID
003180     MOVE EN-COURSE-CODE   TO EH-COURSE-CODE
003185     MOVE EN-SECTION-NO    TO EH-SECTION-NO
003190     MOVE WS-STAMP-DATE    TO EH-ARCHIVED-DATE
003200
003210     WRITE ENROLLMENT-HISTORY-DATA
003220         INVALID KEY
003230             IF WS-HISTORY-FILE-STATUS = '22'
003240                 ADD 1 TO WS-SEATS-PRIOR-CT
003250             ELSE
003260                 DISPLAY 'TERMCLOS: HISTORY WRITE FAILED FOR '
003270                         EN-STUDENT-ID ' ' EN-COURSE-CODE
003280                         ', STATUS = ' WS-HISTORY-FILE-STATUS
003290                 ADD 1 TO WS-SEATS-FAILED-CT
003300                 GO TO 2300-EXIT
003310             END-IF
003320         NOT INVALID KEY
003330             ADD 1 TO WS-SEATS-ARCHIVED-CT
003340     END-WRITE
003350
003360     DELETE CURRENT-ENROLLMENT-FILE RECORD
003370         INVALID KEY
003380             DISPLAY 'TERMCLOS: ENROLLMENT DELETE FAILED FOR '
003390                     EN-STUDENT-ID ' ' EN-COURSE-CODE
003400                     ', STATUS = ' WS-ENROL-FILE-STATUS
003410             ADD 1 TO WS-SEATS-FAILED-CT
003420     END-DELETE.
003430 2300-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    3000-CLOSE-TERM - MARK THE TERM CLOSED AND AUDIT IT, BUT     *
003480*        ONLY WHEN EVERY SEAT OF THE TERM MADE IT TO HISTORY AND  *
003490*        OFF CURRENT-ENROLLMENT.  OTHERWISE THE TERM STAYS IN     *
003500*        GRADING AND THE STEP ENDS RC=8 FOR A RERUN.              *
003510******************************************************************
003520 3000-CLOSE-TERM.
003530     IF WS-SEATS-FAILED-CT > ZERO
003540         DISPLAY 'TERMCLOS: ' WS-SEATS-FAILED-CT
003550                 ' SEATS NOT ARCHIVED - TERM ' WS-CLOSE-TERM
003560                 ' LEFT IN GRADING'
003570         MOVE 8 TO RETURN-CODE
003580         GO TO 3000-EXIT
003590     END-IF
003600
003610     SET TC-TERM-CLOSED    TO TRUE
003620     MOVE WS-USER-ID       TO TC-STATUS-BY
003630     MOVE WS-STAMP-DATE    TO TC-STATUS-DATE
003640     MOVE WS-USER-ID       TO TC-CLOSED-BY
003650     MOVE WS-STAMP-DATE    TO TC-CLOSED-DATE
003660     ADD WS-SEATS-ARCHIVED-CT WS-SEATS-PRIOR-CT
003665         TO TC-SEATS-ARCHIVED
003670
003680     REWRITE TERM-CONTROL-DATA
003690         INVALID KEY
003700             DISPLAY 'TERMCLOS: TERM-CONTROL REWRITE FAILED, '
003710                     'STATUS = ' WS-TERMCTL-FILE-STATUS
003720             MOVE 8 TO RETURN-CODE
003730             GO TO 3000-EXIT
003740     END-REWRITE
003750
003760     ACCEPT WS-STAMP-TIME FROM TIME
003770
003780     MOVE WS-CLOSE-TERM         TO CLM-TERM
003790     MOVE TC-SEATS-ARCHIVED     TO CLM-SEATS
003800
003810     MOVE WS-STAMP-DATE         TO AUDIT-RUN-DATE
003820     MOVE WS-STAMP-TIME         TO AUDIT-RUN-TIME
003830     MOVE 'TERMCLOS'            TO AUDIT-PROGRAM-ID
003840     MOVE WS-JOB-ID             TO AUDIT-JOB-ID
003850     MOVE WS-USER-ID            TO AUDIT-USER-ID
003860     MOVE 'TERMCLOS'            TO AUDIT-TRAN-CODE
003870     MOVE SPACES                TO AUDIT-STUDENT-ID
003880     MOVE WS-SEATS-READ-CT      TO AUDIT-RECORDS-READ
003890     MOVE ZERO                  TO AUDIT-RECORDS-REJECT
003900     MOVE ZERO                  TO AUDIT-CYCLE-NUMBER
003910     MOVE WS-CLOSE-MESSAGE      TO AUDIT-MESSAGE
003920
003930     WRITE AUDIT-LOG-RECORD.
003940 3000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
003990******************************************************************
004000 8000-TERMINATE.
004010     DISPLAY 'TERMCLOS: ' WS-SEATS-READ-CT
004020             ' ENROLLMENT SEATS READ'
004030     DISPLAY 'TERMCLOS: ' WS-SEATS-ARCHIVED-CT
004040             ' SEATS ARCHIVED TO HISTORY'
004050     DISPLAY 'TERMCLOS: ' WS-SEATS-PRIOR-CT
004060             ' SEATS ALREADY ON HISTORY'
004070     DISPLAY 'TERMCLOS: ' WS-SEATS-KEPT-CT
004080             ' SEATS FOR OTHER TERMS LEFT IN PLACE'
004090     DISPLAY 'TERMCLOS: ' WS-SEATS-FAILED-CT
004100             ' SEATS FAILED'
004110
004120     MOVE 'C' TO WS-AUTH-FUNCTION
004130     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
004140     END-CALL
004150
004160     IF WS-TERMCTL-FILE-OPEN
004170         CLOSE TERM-CONTROL-FILE
004180     END-IF
004190     IF WS-ENROL-FILE-OPEN
004200         CLOSE CURRENT-ENROLLMENT-FILE
004210     END-IF
004220     IF WS-HISTORY-FILE-OPEN
004230         CLOSE ENROLLMENT-HISTORY-FILE
004240     END-IF
004250     IF WS-AUDIT-FILE-OPEN
004260         CLOSE HELLO-AUDIT-LOG-FILE
004270     END-IF.
004280 8000-EXIT.
004290     EXIT.
