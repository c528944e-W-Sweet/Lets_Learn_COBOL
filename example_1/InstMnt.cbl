000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INSTMNT.
000030 AUTHOR.        J B HENDRICKS.
000040 INSTALLATION.  LETS-LEARN-COBOL TRAINING SHOP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    INSTMNT - BATCH MAINTENANCE FOR THE INSTRUCTOR MASTER.       *
000090*    READS INSTRUCTOR TRANSACTIONS (ADD/REPLACE/DELETE, ONE PER   *
000100*    LINE), EDITS THEM, APPLIES THE GOOD ONES TO INSTRUCTOR-      *
000110*    MASTER, AND WRITES EVERY REJECT TO THE INSTRUCTOR-ERRORS     *
000120*    REPORT.  FOLLOWS THE SAME TRANSACTION-APPLY PATTERN AS       *
000130*    CATMAINT.  AN INSTRUCTOR WHO STOPS TEACHING IS BEST MARKED   *
000140*    INACTIVE RATHER THAN DELETED, SO OLD SECTIONS STILL PRINT    *
000150*    THE NAME; SECTMNT WILL NOT ASSIGN AN INACTIVE INSTRUCTOR.    *
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
000310*    INSTRUCTOR-TRANS - INSTRUCTOR MAINTENANCE TRANSACTIONS, ONE  *
000320*        PER LINE: ACTION (A/R/D), INSTRUCTOR ID, NAME,           *
000330*        DEPARTMENT, ACTIVE/INACTIVE STATUS.                      *
000340*----------------------------------------------------------------*
000350     SELECT INSTRUCTOR-TRANS-FILE ASSIGN TO "INSTTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TRANS-FILE-STATUS.
000380*----------------------------------------------------------------*
000390*    INSTRUCTOR-MASTER - ONE RECORD PER INSTRUCTOR, KEYED BY      *
000400*        INSTRUCTOR ID.                                           *
000410*----------------------------------------------------------------*
000420     SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS INS-INSTRUCTOR-ID
000460         FILE STATUS IS WS-INSTR-FILE-STATUS.
000470*----------------------------------------------------------------*
000480*    INSTRUCTOR-ERRORS - REJECTED-TRANSACTION REPORT.             *
000490*----------------------------------------------------------------*
000500     SELECT INSTRUCTOR-ERRORS-FILE ASSIGN TO "INSTERR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-INSTERR-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  INSTRUCTOR-TRANS-FILE
000570     RECORD CONTAINS 32 CHARACTERS
000580     LABEL RECORDS ARE STANDARD.
000590 01  INSTRUCTOR-TRANS-RECORD.
000600     05  IT-ACTION               PIC X(01).
000610         88  IT-ACTION-ADD                  VALUE 'A'.
000620         88  IT-ACTION-REPLACE              VALUE 'R'.
000630         88  IT-ACTION-DELETE               VALUE 'D'.
000640         88  IT-ACTION-VALID                VALUE 'A' 'R' 'D'.
000650     05  IT-INSTRUCTOR-ID        PIC X(06).
000660     05  IT-INSTRUCTOR-NAME      PIC X(20).
000670     05  IT-DEPARTMENT           PIC X(04).
000680     05  IT-STATUS               PIC X(01).
000690         88  IT-STATUS-VALID                VALUE 'A' 'I'.
000700
000710 FD  INSTRUCTOR-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY INSTREC.
000740
000750 FD  INSTRUCTOR-ERRORS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  INSTRUCTOR-ERROR-LINE.
000780     05  IERR-ACTION             PIC X(01).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  IERR-INSTRUCTOR-ID      PIC X(06).
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  IERR-INSTRUCTOR-NAME    PIC X(20).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  IERR-DEPARTMENT         PIC X(04).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  IERR-STATUS             PIC X(01).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  IERR-REASON             PIC X(30).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-FILE-STATUS-FIELDS.
000920     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
000930     05  WS-INSTR-FILE-STATUS     PIC X(02) VALUE SPACES.
000940     05  WS-INSTERR-FILE-STATUS   PIC X(02) VALUE SPACES.
000950
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000980         88  WS-EOF-INSTRUCTOR-TRANS        VALUE 'Y'.
000990     05  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001000         88  WS-VALID-TRANS                 VALUE 'Y'.
001010         88  WS-INVALID-TRANS               VALUE 'N'.
001020     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001030         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001040     05  WS-INSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001050         88  WS-INSTR-FILE-OPEN             VALUE 'Y'.
001060     05  WS-INSTERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001070         88  WS-INSTERR-FILE-OPEN           VALUE 'Y'.
001080
001090 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001100
001110 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001120 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001130 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001140
001150*----------------------------------------------------------------*
001160*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S          *
001170*    LINKAGE.  INSTRUCTORS ARE CATALOG DATA, SO LEVEL 3.          *
001180*----------------------------------------------------------------*
001190 01  WS-AUTH-REQUEST.
001200     05  WS-AUTH-FUNCTION         PIC X(01) VALUE SPACE.
001210     05  WS-AUTH-PROGRAM-ID       PIC X(08) VALUE 'INSTMNT'.
001220     05  WS-AUTH-JOB-ID           PIC X(08) VALUE SPACES.
001230     05  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
001240     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001250     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001260         88  WS-AUTH-OK                     VALUE '00'.
001270
001280 01  WS-RUN-IDENTIFICATION.
001290     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001300     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
001310
001320 LINKAGE SECTION.
001330*----------------------------------------------------------------*
001340*    LK-PARM-AREA - THE EXEC PARM FROM THE JCL, IF ANY.           *
001350*        FORMAT IS 'JOBID/USERID', E.G. 'SECTIONS/REGISTRR'.      *
001360*----------------------------------------------------------------*
001370 01  LK-PARM-AREA.
001380     05  LK-PARM-LEN              PIC S9(4) COMP.
001390     05  LK-PARM-DATA             PIC X(80).
001400
001410 PROCEDURE DIVISION USING LK-PARM-AREA.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440
001450     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001460         UNTIL WS-EOF-INSTRUCTOR-TRANS
001470
001480     PERFORM 8000-TERMINATE THRU 8000-EXIT
001490
001500     STOP RUN.
001510
001520******************************************************************
001530*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.             *
001540******************************************************************
001550 1000-INITIALIZE.
001560     IF LK-PARM-LEN > 0
001570         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
001580             INTO WS-JOB-ID WS-USER-ID
001590     END-IF
001600
001610*    THE INSTRUCTOR MASTER IS CATALOG DATA - THE OPERATOR MUST
001620*    HOLD LEVEL 3 OR THE RUN ENDS BEFORE A FILE OPENS.
001630     MOVE 'V'        TO WS-AUTH-FUNCTION
001640     MOVE WS-JOB-ID  TO WS-AUTH-JOB-ID
001650     MOVE WS-USER-ID TO WS-AUTH-USER-ID
001660     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
001670     END-CALL
001680     IF NOT WS-AUTH-OK
001690         DISPLAY 'INSTMNT: USER ' WS-USER-ID
001700                 ' NOT AUTHORIZED, STATUS = ' WS-AUTH-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         SET WS-EOF-INSTRUCTOR-TRANS TO TRUE
001730         GO TO 1000-EXIT
001740     END-IF
001750
001760     OPEN INPUT INSTRUCTOR-TRANS-FILE
001770     IF WS-TRANS-FILE-STATUS NOT = '00'
001780         DISPLAY 'INSTMNT: UNABLE TO OPEN INSTRUCTOR-TRANS, '
001790                 'STATUS = ' WS-TRANS-FILE-STATUS
001800         SET WS-EOF-INSTRUCTOR-TRANS TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF
001830     SET WS-TRANS-FILE-OPEN TO TRUE
001840
001850     OPEN I-O INSTRUCTOR-MASTER-FILE
001860     IF WS-INSTR-FILE-STATUS NOT = '00'
001870         DISPLAY 'INSTMNT: UNABLE TO OPEN INSTRUCTOR-MASTER, '
001880                 'STATUS = ' WS-INSTR-FILE-STATUS
001890         SET WS-EOF-INSTRUCTOR-TRANS TO TRUE
001900         GO TO 1000-EXIT
001910     END-IF
001920     SET WS-INSTR-FILE-OPEN TO TRUE
001930
001940     OPEN OUTPUT INSTRUCTOR-ERRORS-FILE
001950     IF WS-INSTERR-FILE-STATUS NOT = '00'
001960         DISPLAY 'INSTMNT: UNABLE TO OPEN INSTRUCTOR-ERRORS, '
001970                 'STATUS = ' WS-INSTERR-FILE-STATUS
001980         SET WS-EOF-INSTRUCTOR-TRANS TO TRUE
001990         GO TO 1000-EXIT
002000     END-IF
002010     SET WS-INSTERR-FILE-OPEN TO TRUE
002020
002030     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    2000-PROCESS-TRANS - VALIDATE AND APPLY ONE TRANSACTION.     *
002090******************************************************************
002100 2000-PROCESS-TRANS.
002110     ADD 1 TO WS-TRANS-READ-CT
002120
002130     PERFORM 2200-VALIDATE-TRANS THRU 2200-EXIT
002140
002150     IF WS-VALID-TRANS
002160         PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
002170     END-IF
002180
002190     IF WS-INVALID-TRANS
002200         PERFORM 2250-WRITE-ERROR THRU 2250-EXIT
002210     END-IF
002220
002230     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002240 2000-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280*    2100-READ-TRANS - READ THE NEXT INSTRUCTOR TRANSACTION.      *
002290******************************************************************
002300 2100-READ-TRANS.
002310     READ INSTRUCTOR-TRANS-FILE
002320         AT END
002330             SET WS-EOF-INSTRUCTOR-TRANS TO TRUE
002340     END-READ.
002350 2100-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*    2200-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE TOUCHING   *
002400*        INSTRUCTOR-MASTER.  AN ADD OR REPLACE NEEDS A NAME AND   *
002410*        A STATUS OF A (ACTIVE) OR I (INACTIVE).  A DELETE NEEDS  *
002420*        ONLY THE INSTRUCTOR ID.                                  *
002430******************************************************************
002440 2200-VALIDATE-TRANS.
002450     SET WS-VALID-TRANS TO TRUE
002460     MOVE SPACES TO WS-REJECT-REASON
002470
002480     IF NOT IT-ACTION-VALID
002490         SET WS-INVALID-TRANS TO TRUE
002500         MOVE 'ACTION NOT A, R, OR D' TO WS-REJECT-REASON
002510         GO TO 2200-EXIT
002520     END-IF
002530
002540     IF IT-INSTRUCTOR-ID = SPACES
002550         SET WS-INVALID-TRANS TO TRUE
002560         MOVE 'INSTRUCTOR ID MISSING' TO WS-REJECT-REASON
002570         GO TO 2200-EXIT
002580     END-IF
002590
002600     IF IT-ACTION-DELETE
002610         GO TO 2200-EXIT
002620     END-IF
002630
002640     IF IT-INSTRUCTOR-NAME = SPACES
002650         SET WS-INVALID-TRANS TO TRUE
002660         MOVE 'INSTRUCTOR NAME MISSING' TO WS-REJECT-REASON
002670         GO TO 2200-EXIT
002680     END-IF
002690
002700     IF NOT IT-STATUS-VALID
002710         SET WS-INVALID-TRANS TO TRUE
002720         MOVE 'STATUS NOT A OR I' TO WS-REJECT-REASON
002730     END-IF.
002740 2200-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780*    2250-WRITE-ERROR - LOG A REJECTED TRANSACTION TO THE         *
002790*        INSTRUCTOR-ERRORS REPORT.                                *
002800******************************************************************
002810 2250-WRITE-ERROR.
002820     ADD 1 TO WS-TRANS-REJECT-CT
002830
002840     MOVE IT-ACTION          TO IERR-ACTION
002850     MOVE IT-INSTRUCTOR-ID   TO IERR-INSTRUCTOR-ID
002860     MOVE IT-INSTRUCTOR-NAME TO IERR-INSTRUCTOR-NAME
002870     MOVE IT-DEPARTMENT      TO IERR-DEPARTMENT
002880     MOVE IT-STATUS          TO IERR-STATUS
002890     MOVE WS-REJECT-REASON   TO IERR-REASON
002900
002910     WRITE INSTRUCTOR-ERROR-LINE.
002920 2250-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    3000-APPLY-TRANS - DRIVE THE REQUESTED ADD, REPLACE, OR      *
002970*        DELETE AGAINST INSTRUCTOR-MASTER.                        *
002980******************************************************************
002990 3000-APPLY-TRANS.
003000     MOVE IT-INSTRUCTOR-ID TO INS-INSTRUCTOR-ID
003010
003020     EVALUATE TRUE
003030         WHEN IT-ACTION-ADD
003040             PERFORM 3100-ADD-INSTRUCTOR THRU 3100-EXIT
003050         WHEN IT-ACTION-REPLACE
003060             PERFORM 3200-REPLACE-INSTRUCTOR THRU 3200-EXIT
003070         WHEN IT-ACTION-DELETE
003080             PERFORM 3300-DELETE-INSTRUCTOR THRU 3300-EXIT
003090     END-EVALUATE
003100
003110     IF WS-VALID-TRANS
003120         ADD 1 TO WS-TRANS-APPLIED-CT
003130     END-IF.
003140 3000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    3100-ADD-INSTRUCTOR - WRITE A NEW INSTRUCTOR-MASTER RECORD.  *
003190******************************************************************
003200 3100-ADD-INSTRUCTOR.
003210     MOVE IT-INSTRUCTOR-NAME TO INS-INSTRUCTOR-NAME
003220     MOVE IT-DEPARTMENT      TO INS-DEPARTMENT
003230     MOVE IT-STATUS          TO INS-STATUS
003240
003250     WRITE INSTRUCTOR-DATA
003260         INVALID KEY
003270             SET WS-INVALID-TRANS TO TRUE
003280             MOVE 'ADD - INSTRUCTOR ALREADY ON FILE'
003290                 TO WS-REJECT-REASON
003300     END-WRITE.
003310 3100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    3200-REPLACE-INSTRUCTOR - REWRITE AN EXISTING INSTRUCTOR.    *
003360******************************************************************
003370 3200-REPLACE-INSTRUCTOR.
003380     MOVE IT-INSTRUCTOR-NAME TO INS-INSTRUCTOR-NAME
003390     MOVE IT-DEPARTMENT      TO INS-DEPARTMENT
003400     MOVE IT-STATUS          TO INS-STATUS
003410
003420     REWRITE INSTRUCTOR-DATA
003430         INVALID KEY
003440             SET WS-INVALID-TRANS TO TRUE
003450             MOVE 'REPLACE - INSTRUCTOR NOT ON FILE'
003460                 TO WS-REJECT-REASON
003470     END-REWRITE.
003480 3200-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    3300-DELETE-INSTRUCTOR - REMOVE AN INSTRUCTOR-MASTER RECORD. *
003530******************************************************************
003540 3300-DELETE-INSTRUCTOR.
003550     DELETE INSTRUCTOR-MASTER-FILE
003560         INVALID KEY
003570             SET WS-INVALID-TRANS TO TRUE
003580             MOVE 'DELETE - INSTRUCTOR NOT ON FILE'
003590                 TO WS-REJECT-REASON
003600     END-DELETE.
003610 3300-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
003660******************************************************************
003670 8000-TERMINATE.
003680     DISPLAY 'INSTMNT: ' WS-TRANS-READ-CT
003690             ' INSTRUCTOR TRANSACTIONS READ'
003700     DISPLAY 'INSTMNT: ' WS-TRANS-APPLIED-CT
003710             ' INSTRUCTOR TRANSACTIONS APPLIED'
003720     DISPLAY 'INSTMNT: ' WS-TRANS-REJECT-CT
003730             ' INSTRUCTOR TRANSACTIONS REJECTED'
003740
003750     MOVE 'C' TO WS-AUTH-FUNCTION
003760     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
003770     END-CALL
003780
003790     IF WS-TRANS-FILE-OPEN
003800         CLOSE INSTRUCTOR-TRANS-FILE
003810     END-IF
003820     IF WS-INSTR-FILE-OPEN
003830         CLOSE INSTRUCTOR-MASTER-FILE
003840     END-IF
003850     IF WS-INSTERR-FILE-OPEN
003860         CLOSE INSTRUCTOR-ERRORS-FILE
003870     END-IF.
003880 8000-EXIT.
003890     EXIT.
