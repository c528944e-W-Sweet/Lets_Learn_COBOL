000330*                     COURSE IS RECORDED INSTEAD OF BEING LEFT   *
000340*                     OFF OR KEYED AS A FAKE F.  GPACALC AND     *
000350*                     TRNSCRPT LEAVE THEM OUT OF THE GPA.        *
000351*    2026-10-15 JBH   GRADES OF A TERM CLOSED ON TERM-CONTROL    *
000352*                     ARE LOCKED - AN ADD, REPLACE, OR DELETE    *
000353*                     AGAINST ONE IS REJECTED.  NEW ACTION C     *
000354*                     (GRADE CHANGE) CARRIES A REASON CODE AND   *
000355*                     AN APPROVER WHO MUST HOLD LEVEL 3, AND IS  *
000356*                     THE ONLY WAY TO CHANGE A CLOSED TERM'S     *
000357*                     GRADE.  EVERY REPLACE, DELETE, AND GRADE   *
000358*                     CHANGE IS WRITTEN TO THE GRADE-CHANGE LOG  *
000359*                     FOR THE REGISTRAR'S SIGN-OFF (GRDCHRPT).   *
000360*    2026-10-15 JBH   COURSE-GRADES IS NOW KEYED BY TERM TOO, SO *
000361*                     A RETAKE IS ADDED AS A NEW ROW INSTEAD OF  *
000362*                     REPLACING THE EARLIER GRADE, AND EVERY     *
000363*                     TRANSACTION ADDRESSES ONE ATTEMPT BY ITS   *
000364*                     TERM.  AN ADD BEYOND THE REPEAT POLICY'S   *
000365*                     ATTEMPT LIMIT (RPTPOLCY) IS REJECTED.      *
000366*                     AFTER EVERY CHANGE THE COURSE'S REPEAT     *
000367*                     FLAGS ARE RESET SO ONLY THE ATTEMPT THAT   *
000368*                     COUNTS IS LEFT UNFLAGGED.                  *
000369******************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000440 FILE-CONTROL.
000450*----------------------------------------------------------------*
000460*    GRADE-TRANS      - THE REGISTRAR'S GRADE-ENTRY TRANSACTIONS, *
000470*        ONE PER LINE: ACTION (A/R/D/C), STUDENT ID, COURSE CODE, *
000480*        TERM (YYYYT), CREDIT HOURS, LETTER GRADE, AND FOR A      *
000485*        GRADE CHANGE (C) THE REASON CODE AND THE APPROVER.       *
000490*----------------------------------------------------------------*
000500     SELECT GRADE-TRANS-FILE ASSIGN TO "GRADETRN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRANS-FILE-STATUS.
000530*----------------------------------------------------------------*
000540*    COURSE-GRADES   - ONE ROW PER ATTEMPT AT A COURSE, KEYED BY  *
000550*        STUDENT ID + COURSE CODE + TERM.  SAME FILE GPACALC      *
000553*        READS.  DYNAMIC SO A COURSE'S ATTEMPTS CAN BE BROWSED    *
000556*        TO COUNT THEM AND SET THEIR REPEAT FLAGS.                *
000560*----------------------------------------------------------------*
000570     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CG-KEY
000610         FILE STATUS IS WS-COURSE-FILE-STATUS.
000620*----------------------------------------------------------------*
000660     SELECT GRADE-ERRORS-FILE ASSIGN TO "GRADERR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GRADERR-FILE-STATUS.
000681*----------------------------------------------------------------*
000682*    TERM-CONTROL     - TERM STATUS, ONE RANDOM LOOKUP PER TERM   *
000683*        A TRANSACTION TOUCHES.  A CLOSED TERM'S GRADES ARE       *
000684*        LOCKED.                                                  *
000685*----------------------------------------------------------------*
000686     SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
000687         ORGANIZATION IS INDEXED
000688         ACCESS MODE IS RANDOM
000689         RECORD KEY IS TC-TERM
000690         FILE STATUS IS WS-TERMCTL-FILE-STATUS.
000691*----------------------------------------------------------------*
000692*    GRADE-CHANGE-LOG - ONE LINE PER REPLACE, DELETE, OR GRADE    *
000693*        CHANGE APPLIED.  THE JCL GIVES THIS DD DISP=MOD SO THE   *
000694*        ENTRIES APPEND; GRDCHRPT PRINTS THEM PER TERM.           *
000695*----------------------------------------------------------------*
000696     SELECT GRADE-CHANGE-LOG-FILE ASSIGN TO "GRADECHG"
000697         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-GRADECHG-FILE-STATUS.
000699
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  GRADE-TRANS-FILE
000730     RECORD CONTAINS 30 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 01  GRADE-TRANS-RECORD.
000760     05  GT-ACTION               PIC X(01).
000770         88  GT-ACTION-ADD                  VALUE 'A'.
000780         88  GT-ACTION-REPLACE              VALUE 'R'.
000790         88  GT-ACTION-DELETE               VALUE 'D'.
000796         88  GT-ACTION-CHANGE               VALUE 'C'.
000802         88  GT-ACTION-VALID                VALUE 'A' 'R' 'D' 'C'.
000810     05  GT-STUDENT-ID           PIC X(06).
000820     05  GT-COURSE-CODE          PIC X(06).
000830     05  GT-TERM.
000880     05  GT-LETTER-GRADE         PIC X(01).
000890         88  GT-GRADE-VALID                 VALUE 'A' 'B' 'C'
000900                                                  'D' 'F' 'W' 'I'.
000902     05  GT-REASON-CODE          PIC X(02).
000904         88  GT-REASON-VALID                VALUE 'CE' 'GA' 'IC'
000906                                                  'AD'.
000908     05  GT-APPROVED-BY          PIC X(08).
000910
000920 FD  COURSE-GRADES-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY COURSREC.
000941
000942 FD  TERM-CONTROL-FILE
000943     LABEL RECORDS ARE STANDARD.
000944 COPY TERMREC.
000945
000946 FD  GRADE-CHANGE-LOG-FILE
000947     LABEL RECORDS ARE STANDARD.
000948 COPY GCHGREC.
000950
000960 FD  GRADE-ERRORS-FILE
000970     LABEL RECORDS ARE STANDARD.
001080     05  FILLER                  PIC X(01) VALUE SPACE.
001090     05  GERR-LETTER-GRADE       PIC X(01).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001103     05  GERR-REASON-CODE        PIC X(02).
001106     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  GERR-REASON             PIC X(30).
001120
001130 WORKING-STORAGE SECTION.
001150     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
001160     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
001170     05  WS-GRADERR-FILE-STATUS   PIC X(02) VALUE SPACES.
001173     05  WS-TERMCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
001176     05  WS-GRADECHG-FILE-STATUS  PIC X(02) VALUE SPACES.
001180
001190 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001280         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001290     05  WS-GRADERR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001300         88  WS-GRADERR-FILE-OPEN           VALUE 'Y'.
001301     05  WS-TERMCTL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001302         88  WS-TERMCTL-FILE-OPEN           VALUE 'Y'.
001303     05  WS-GRADECHG-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001304         88  WS-GRADECHG-FILE-OPEN          VALUE 'Y'.
001305     05  WS-ROW-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001306         88  WS-ROW-ON-FILE                 VALUE 'Y'.
001307     05  WS-TERM-CLOSED-SWITCH    PIC X(01) VALUE 'N'.
001308         88  WS-CHECK-TERM-CLOSED           VALUE 'Y'.
001311     05  WS-ATTEMPT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001314         88  WS-ATTEMPTS-DONE               VALUE 'Y'.
001317
001320 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001330
001340 77  WS-TRANS-READ-CT             PIC S9(7) COMP VALUE ZERO.
001350 77  WS-TRANS-APPLIED-CT          PIC S9(7) COMP VALUE ZERO.
001360 77  WS-TRANS-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001361 77  WS-LOCKED-REJECT-CT          PIC S9(7) COMP VALUE ZERO.
001362 77  WS-CHANGES-LOGGED-CT         PIC S9(7) COMP VALUE ZERO.
001363 77  WS-LIMIT-REJECT-CT           PIC S9(7) COMP VALUE ZERO.
001364 77  WS-FLAGS-RESET-CT            PIC S9(7) COMP VALUE ZERO.
001365 77  WS-ATTEMPT-CT                PIC S9(7) COMP VALUE ZERO.
001366
001367 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
001368 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
001369
001370 01  WS-CHECK-TERM                PIC X(05) VALUE SPACES.
001371
001372*----------------------------------------------------------------*
001373*    WS-OLD-GRADE-FIELDS - THE ROW AS IT STOOD BEFORE THIS        *
001374*    TRANSACTION, FOR THE TERM LOCK AND THE GRADE-CHANGE LOG.     *
001375*    SPACES WHEN THE ROW WAS NOT ON FILE.                         *
001376*----------------------------------------------------------------*
001377 01  WS-OLD-GRADE-FIELDS.
001378     05  WS-OLD-TERM              PIC X(05) VALUE SPACES.
001379     05  WS-OLD-HOURS             PIC X(01) VALUE SPACE.
001380     05  WS-OLD-GRADE             PIC X(01) VALUE SPACE.
001381
001382*----------------------------------------------------------------*
001383*    WS-REPEAT-FIELDS - ONE COURSE'S ATTEMPTS, AS 3500 FINDS      *
001384*    THEM: THE LATEST TERM OF ANY ATTEMPT, AND THE LATEST TERM    *
001385*    NOT A W - HIGH-VALUES UNTIL ONE IS SEEN.  THE ATTEMPT IN     *
001386*    WS-COUNTED-TERM IS THE ONE THAT COUNTS.                      *
001387*----------------------------------------------------------------*
001388 01  WS-REPEAT-FIELDS.
001389     05  WS-LATEST-TERM           PIC X(05) VALUE SPACES.
001390     05  WS-COUNTED-TERM          PIC X(05) VALUE SPACES.
001391
001392*----------------------------------------------------------------*
001393*    REPEAT-POLICY - THE ATTEMPT LIMIT PER COURSE.                *
001394*----------------------------------------------------------------*
001395 COPY RPTPOLCY.
001396
001397*----------------------------------------------------------------*
001398*    WS-AUTH-REQUEST - ONE OPERAUTH CALL; SEE OPERAUTH'S         *
001400*    LINKAGE.  GRADE MAINTENANCE NEEDS LEVEL 3.                  *
001410*----------------------------------------------------------------*
001420 01  WS-AUTH-REQUEST.
001470     05  WS-AUTH-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001480     05  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001490         88  WS-AUTH-OK                     VALUE '00'.
001491
001492*----------------------------------------------------------------*
001493*    WS-APPROVER-AUTH - THE SAME OPERAUTH CALL, MADE FOR THE      *
001494*    APPROVER NAMED ON A GRADE CHANGE, WHO MUST HOLD LEVEL 3.     *
001495*----------------------------------------------------------------*
001496 01  WS-APPROVER-AUTH.
001497     05  WS-APPR-FUNCTION         PIC X(01) VALUE 'V'.
001498     05  WS-APPR-PROGRAM-ID       PIC X(08) VALUE 'GRADLOAD'.
001499     05  WS-APPR-JOB-ID           PIC X(08) VALUE SPACES.
001500     05  WS-APPR-USER-ID          PIC X(08) VALUE SPACES.
001501     05  WS-APPR-REQUIRED-LEVEL   PIC X(01) VALUE '3'.
001502     05  WS-APPR-STATUS           PIC X(02) VALUE '00'.
001503         88  WS-APPR-OK                     VALUE '00'.
001504
001510 01  WS-RUN-IDENTIFICATION.
001520     05  WS-JOB-ID                PIC X(08) VALUE 'UNKNOWN'.
001530     05  WS-USER-ID               PIC X(08) VALUE 'UNKNOWN'.
002220         GO TO 1000-EXIT
002230     END-IF
002240     SET WS-GRADERR-FILE-OPEN TO TRUE
002241
002242     OPEN INPUT TERM-CONTROL-FILE
002243     IF WS-TERMCTL-FILE-STATUS NOT = '00'
002244         DISPLAY 'GRADLOAD: UNABLE TO OPEN TERM-CONTROL, '
002245                 'STATUS = ' WS-TERMCTL-FILE-STATUS
002246         SET WS-EOF-GRADE-TRANS TO TRUE
002247         GO TO 1000-EXIT
002248     END-IF
002249     SET WS-TERMCTL-FILE-OPEN TO TRUE
002250
002251*    A GRADE CHANGE THAT CANNOT BE LOGGED IS NOT MADE - NO
002252*    GRADE-CHANGE LOG, NO RUN.
002253     OPEN OUTPUT GRADE-CHANGE-LOG-FILE
002254     IF WS-GRADECHG-FILE-STATUS NOT = '00'
002255         DISPLAY 'GRADLOAD: UNABLE TO OPEN GRADE-CHANGE LOG, '
002256                 'STATUS = ' WS-GRADECHG-FILE-STATUS
002257         MOVE 16 TO RETURN-CODE
002258         SET WS-EOF-GRADE-TRANS TO TRUE
002259         GO TO 1000-EXIT
002260     END-IF
002261     SET WS-GRADECHG-FILE-OPEN TO TRUE
002262
002263     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290
002650*        CREDIT HOURS MUST BE                                     *
002660*        A SINGLE DIGIT 1-9, AND THE TERM MUST BE A NUMERIC       *
002670*        YEAR FOLLOWED BY TERM CODE 1, 2, OR 3.  A DELETE NEEDS   *
002680*        ONLY THE KEY.  A GRADE CHANGE ALSO NEEDS A REASON CODE   *
002682*        (CE CLERICAL ERROR, GA GRADE APPEAL, IC INCOMPLETE       *
002684*        COMPLETED, AD ADMINISTRATIVE) AND AN APPROVER WHO HOLDS  *
002686*        LEVEL 3 ON OPERATOR-SECURITY; A REFUSED APPROVER LANDS   *
002688*        ON THE AUDIT LOG THROUGH OPERAUTH.                       *
002690******************************************************************
002700 2200-VALIDATE-TRANS.
002710     SET WS-VALID-TRANS TO TRUE
002730
002740     IF NOT GT-ACTION-VALID
002750         SET WS-INVALID-TRANS TO TRUE
002760         MOVE 'ACTION NOT A, R, D, OR C' TO WS-REJECT-REASON
002770         GO TO 2200-EXIT
002780     END-IF
002790
003200     IF NOT GT-GRADE-VALID
003210         SET WS-INVALID-TRANS TO TRUE
003220         MOVE 'GRADE NOT A-F, W, OR I' TO WS-REJECT-REASON
003221         GO TO 2200-EXIT
003222     END-IF
003223
003224     IF NOT GT-ACTION-CHANGE
003225         GO TO 2200-EXIT
003226     END-IF
003227
003228     IF NOT GT-REASON-VALID
003229         SET WS-INVALID-TRANS TO TRUE
003230         MOVE 'REASON CODE NOT CE/GA/IC/AD' TO WS-REJECT-REASON
003231         GO TO 2200-EXIT
003232     END-IF
003233
003234     IF GT-APPROVED-BY = SPACES
003235         SET WS-INVALID-TRANS TO TRUE
003236         MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
003237         GO TO 2200-EXIT
003238     END-IF
003239
003240     MOVE WS-JOB-ID      TO WS-APPR-JOB-ID
003241     MOVE GT-APPROVED-BY TO WS-APPR-USER-ID
003242     CALL 'OPERAUTH' USING WS-APPROVER-AUTH
003243     END-CALL
003244     IF NOT WS-APPR-OK
003245         SET WS-INVALID-TRANS TO TRUE
003246         MOVE 'APPROVER NOT LEVEL 3' TO WS-REJECT-REASON
003247     END-IF.
003248 2200-EXIT.
003250     EXIT.
003260
003270******************************************************************
003370     MOVE GT-TERM          TO GERR-TERM
003380     MOVE GT-CREDIT-HOURS  TO GERR-CREDIT-HOURS
003390     MOVE GT-LETTER-GRADE  TO GERR-LETTER-GRADE
003395     MOVE GT-REASON-CODE   TO GERR-REASON-CODE
003400     MOVE WS-REJECT-REASON TO GERR-REASON
003410
003420     WRITE GRADE-ERROR-LINE.
003480*        DELETE AGAINST COURSE-GRADES.  A FILE-STATUS FAILURE     *
003490*        TURNS THE TRANSACTION INTO A REJECT SO IT SHOWS ON THE   *
003500*        GRADE-ERRORS REPORT INSTEAD OF VANISHING.                *
003502*        THE ROW ON FILE IS READ FIRST SO ITS TERM CAN BE         *
003504*        CHECKED AGAINST TERM-CONTROL AND ITS OLD GRADE LOGGED;   *
003506*        EVERYTHING BUT AN ADD GOES TO THE GRADE-CHANGE LOG.      *
003508*        EACH TRANSACTION ADDRESSES ONE ATTEMPT, BY TERM; A       *
003510*        DELETE WITH NO TERM REMOVES A ROW LOADED BEFORE TERMS    *
003512*        WERE RECORDED.  ONCE ANY ATTEMPT CHANGES, THE REPEAT     *
003514*        FLAGS OF THE COURSE'S ATTEMPTS ARE RESET.                *
003516******************************************************************
003520 3000-APPLY-TRANS.
003530     MOVE GT-STUDENT-ID  TO CG-STUDENT-ID
003540     MOVE GT-COURSE-CODE TO CG-COURSE-CODE
003545     MOVE GT-TERM        TO CG-TERM
003550
003551     PERFORM 3050-READ-CURRENT-ROW THRU 3050-EXIT
003552
003553     PERFORM 3060-CHECK-TERM-LOCK THRU 3060-EXIT
003554     IF WS-INVALID-TRANS
003555         GO TO 3000-EXIT
003556     END-IF
003557
003560     EVALUATE TRUE
003570         WHEN GT-ACTION-ADD
003580             PERFORM 3100-ADD-GRADE THRU 3100-EXIT
003600             PERFORM 3200-REPLACE-GRADE THRU 3200-EXIT
003610         WHEN GT-ACTION-DELETE
003620             PERFORM 3300-DELETE-GRADE THRU 3300-EXIT
003623         WHEN GT-ACTION-CHANGE
003626             PERFORM 3400-CHANGE-GRADE THRU 3400-EXIT
003630     END-EVALUATE
003640
003650     IF WS-VALID-TRANS
003660         ADD 1 TO WS-TRANS-APPLIED-CT
003661         PERFORM 3500-SET-REPEAT-FLAGS THRU 3500-EXIT
003662         IF NOT GT-ACTION-ADD
003664             PERFORM 3600-LOG-GRADE-CHANGE THRU 3600-EXIT
003666         END-IF
003670     END-IF.
003680 3000-EXIT.
003690     EXIT.
003691
003692******************************************************************
003693*    3050-READ-CURRENT-ROW - FETCH THE ROW THIS TRANSACTION       *
003694*        TOUCHES, IF ANY, AND KEEP ITS TERM, HOURS, AND GRADE.    *
003695******************************************************************
003696 3050-READ-CURRENT-ROW.
003697     MOVE 'Y' TO WS-ROW-FOUND-SWITCH
003698
003699     READ COURSE-GRADES-FILE
003700         INVALID KEY
003701             MOVE 'N' TO WS-ROW-FOUND-SWITCH
003702     END-READ
003703
003704     IF WS-ROW-ON-FILE
003705         MOVE CG-TERM         TO WS-OLD-TERM
003706         MOVE CG-CREDIT-HOURS TO WS-OLD-HOURS
003707         MOVE CG-LETTER-GRADE TO WS-OLD-GRADE
003708     ELSE
003709         MOVE SPACES          TO WS-OLD-GRADE-FIELDS
003710         MOVE GT-STUDENT-ID   TO CG-STUDENT-ID
003711         MOVE GT-COURSE-CODE  TO CG-COURSE-CODE
003712         MOVE GT-TERM         TO CG-TERM
003713     END-IF.
003714 3050-EXIT.
003715     EXIT.
003716
003717******************************************************************
003718*    3060-CHECK-TERM-LOCK - A CLOSED TERM'S GRADES MOVE ONLY ON   *
003719*        A GRADE CHANGE.  FOR AN ADD, REPLACE, OR DELETE BOTH THE *
003720*        TERM ON THE ROW ALREADY ON FILE AND THE TERM ON THE      *
003721*        TRANSACTION MUST BE OPEN, SO A REPLACE CANNOT MOVE A     *
003722*        GRADE INTO OR OUT OF A CLOSED TERM.                      *
003723******************************************************************
003724 3060-CHECK-TERM-LOCK.
003725     IF GT-ACTION-CHANGE
003726         PERFORM 3070-CHECK-CHANGE-TERM THRU 3070-EXIT
003727         GO TO 3060-EXIT
003728     END-IF
003729
003730     IF WS-ROW-ON-FILE
003731         MOVE WS-OLD-TERM TO WS-CHECK-TERM
003732         PERFORM 3080-READ-TERM-STATUS THRU 3080-EXIT
003733         IF WS-CHECK-TERM-CLOSED
003734             SET WS-INVALID-TRANS TO TRUE
003735             MOVE 'TERM CLOSED - USE GRADE CHANGE'
003736                 TO WS-REJECT-REASON
003737             ADD 1 TO WS-LOCKED-REJECT-CT
003738             GO TO 3060-EXIT
003739         END-IF
003740     END-IF
003741
003742     IF GT-ACTION-DELETE
003743         GO TO 3060-EXIT
003744     END-IF
003745
003746     MOVE GT-TERM TO WS-CHECK-TERM
003747     PERFORM 3080-READ-TERM-STATUS THRU 3080-EXIT
003748     IF WS-CHECK-TERM-CLOSED
003749         SET WS-INVALID-TRANS TO TRUE
003750         MOVE 'TERM CLOSED - USE GRADE CHANGE' TO WS-REJECT-REASON
003751         ADD 1 TO WS-LOCKED-REJECT-CT
003752     END-IF.
003753 3060-EXIT.
003754     EXIT.
003755
003756******************************************************************
003757*    3070-CHECK-CHANGE-TERM - A GRADE CHANGE IS FOR A CLOSED TERM *
003758*        ONLY (AN OPEN TERM IS CORRECTED WITH A REPLACE), AND FOR *
003759*        THE TERM ALREADY ON THE ROW WHEN THERE IS ONE.  A ROW    *
003760*        NOT ON FILE IS A LATE GRADE POSTED TO THE CLOSED TERM.   *
003761******************************************************************
003762 3070-CHECK-CHANGE-TERM.
003763     IF WS-ROW-ON-FILE
003764             AND WS-OLD-TERM NOT = GT-TERM
003765         SET WS-INVALID-TRANS TO TRUE
003766         MOVE 'CHANGE - TERM NOT THE ROW TERM' TO WS-REJECT-REASON
003767         GO TO 3070-EXIT
003768     END-IF
003769
003770     MOVE GT-TERM TO WS-CHECK-TERM
003771     PERFORM 3080-READ-TERM-STATUS THRU 3080-EXIT
003772     IF NOT WS-CHECK-TERM-CLOSED
003773         SET WS-INVALID-TRANS TO TRUE
003774         MOVE 'CHANGE - TERM NOT CLOSED' TO WS-REJECT-REASON
003775     END-IF.
003776 3070-EXIT.
003777     EXIT.
003778
003779******************************************************************
003780*    3080-READ-TERM-STATUS - IS WS-CHECK-TERM CLOSED?  A TERM NOT *
003781*        ON TERM-CONTROL (INCLUDING THE BLANK TERM OF A ROW       *
003782*        LOADED BEFORE TERMS WERE RECORDED) IS NOT.               *
003783******************************************************************
003784 3080-READ-TERM-STATUS.
003785     MOVE 'N' TO WS-TERM-CLOSED-SWITCH
003786
003787     IF WS-CHECK-TERM = SPACES
003788         GO TO 3080-EXIT
003789     END-IF
003790
003791     MOVE WS-CHECK-TERM TO TC-TERM
003792     READ TERM-CONTROL-FILE
003793         INVALID KEY
003794             GO TO 3080-EXIT
003795     END-READ
003796
003797     IF TC-TERM-CLOSED
003798         MOVE 'Y' TO WS-TERM-CLOSED-SWITCH
003799     END-IF.
003800 3080-EXIT.
003801     EXIT.
003802
003803******************************************************************
003804*    3100-ADD-GRADE - WRITE A NEW COURSE-GRADES ROW.              *
003805*        A NEW ATTEMPT IS REFUSED ONCE THE STUDENT HAS AS MANY    *
003806*        ATTEMPTS AT THE COURSE AS THE REPEAT POLICY ALLOWS.  THE *
003807*        ROW IS WRITTEN UNFLAGGED; 3500 FLAGS IT IF NEED BE.      *
003808******************************************************************
003809 3100-ADD-GRADE.
003810     IF WS-ROW-ON-FILE
003811         SET WS-INVALID-TRANS TO TRUE
003812         MOVE 'ADD - ROW ALREADY ON FILE' TO WS-REJECT-REASON
003813         GO TO 3100-EXIT
003814     END-IF
003815
003816     PERFORM 3150-COUNT-ATTEMPTS THRU 3150-EXIT
003817     IF WS-ATTEMPT-CT NOT < RP-ATTEMPT-LIMIT
003818         SET WS-INVALID-TRANS TO TRUE
003819         MOVE 'ADD - REPEAT LIMIT REACHED' TO WS-REJECT-REASON
003820         ADD 1 TO WS-LIMIT-REJECT-CT
003821         GO TO 3100-EXIT
003822     END-IF
003823
003824     MOVE GT-STUDENT-ID   TO CG-STUDENT-ID
003825     MOVE GT-COURSE-CODE  TO CG-COURSE-CODE
003826     MOVE GT-TERM         TO CG-TERM
003827     MOVE GT-CREDIT-HOURS TO CG-CREDIT-HOURS
003828     MOVE GT-LETTER-GRADE TO CG-LETTER-GRADE
003829     MOVE SPACE           TO CG-REPEAT-FLAG
003830
003831     WRITE COURSE-GRADE-DATA
003832         INVALID KEY
003833             SET WS-INVALID-TRANS TO TRUE
003834             MOVE 'ADD - ROW ALREADY ON FILE' TO WS-REJECT-REASON
003835     END-WRITE.
003840 3100-EXIT.
003850     EXIT.
003851
003852******************************************************************
003853*    3150-COUNT-ATTEMPTS - COUNT THE STUDENT'S ROWS FOR THE       *
003854*        COURSE, IN ANY TERM AND WITH ANY GRADE (W INCLUDED).     *
003855******************************************************************
003856 3150-COUNT-ATTEMPTS.
003857     MOVE ZERO TO WS-ATTEMPT-CT
003858
003859     PERFORM 3550-START-ATTEMPTS THRU 3550-EXIT
003860
003861     PERFORM 3160-COUNT-ONE-ATTEMPT THRU 3160-EXIT
003862         UNTIL WS-ATTEMPTS-DONE.
003863 3150-EXIT.
003864     EXIT.
003865
003866******************************************************************
003867*    3160-COUNT-ONE-ATTEMPT - COUNT ONE ATTEMPT AND READ THE      *
003868*        NEXT.                                                    *
003869******************************************************************
003870 3160-COUNT-ONE-ATTEMPT.
003871     ADD 1 TO WS-ATTEMPT-CT
003872
003873     PERFORM 3560-READ-ATTEMPT THRU 3560-EXIT.
003874 3160-EXIT.
003875     EXIT.
003876
003877******************************************************************
003880*    3200-REPLACE-GRADE - REWRITE AN EXISTING COURSE-GRADES ROW.  *
003890******************************************************************
003900 3200-REPLACE-GRADE.
004110     END-DELETE.
004120 3300-EXIT.
004130     EXIT.
004131
004132******************************************************************
004133*    3400-CHANGE-GRADE - APPLY A GRADE CHANGE TO A CLOSED TERM:   *
004134*        REWRITE THE ROW ON FILE, OR WRITE A LATE GRADE THAT WAS  *
004135*        NEVER POSTED.                                            *
004136******************************************************************
004137 3400-CHANGE-GRADE.
004138     MOVE GT-TERM         TO CG-TERM
004139     MOVE GT-CREDIT-HOURS TO CG-CREDIT-HOURS
004140     MOVE GT-LETTER-GRADE TO CG-LETTER-GRADE
004141     IF NOT WS-ROW-ON-FILE
004142         MOVE SPACE       TO CG-REPEAT-FLAG
004143     END-IF
004144
004145     IF WS-ROW-ON-FILE
004146         REWRITE COURSE-GRADE-DATA
004147             INVALID KEY
004148                 SET WS-INVALID-TRANS TO TRUE
004149                 MOVE 'CHANGE - REWRITE FAILED'
004150                     TO WS-REJECT-REASON
004151         END-REWRITE
004152     ELSE
004153         WRITE COURSE-GRADE-DATA
004154             INVALID KEY
004155                 SET WS-INVALID-TRANS TO TRUE
004156                 MOVE 'CHANGE - WRITE FAILED' TO WS-REJECT-REASON
004157         END-WRITE
004158     END-IF.
004159 3400-EXIT.
004160     EXIT.
004161
004162******************************************************************
004163*    3500-SET-REPEAT-FLAGS - APPLY THE REPEAT POLICY TO THE       *
004164*        STUDENT'S ATTEMPTS AT THE COURSE JUST CHANGED.  THE      *
004165*        FIRST PASS FINDS THE ATTEMPT THAT COUNTS - THE LATEST    *
004166*        ONE THAT IS NOT A W, OR THE LATEST OF ALL IF EVERY       *
004167*        ATTEMPT IS A W.  THE SECOND PASS REWRITES ANY ROW WHOSE  *
004168*        FLAG IS WRONG: THE COUNTED ATTEMPT UNFLAGGED, EVERY      *
004169*        OTHER ONE CG-REPEAT-EXCLUDED.  A ROW LOADED BEFORE TERMS *
004170*        WERE RECORDED SORTS AHEAD OF EVERY TERM, SO IT IS TAKEN  *
004171*        AS THE EARLIEST ATTEMPT.                                 *
004172******************************************************************
004173 3500-SET-REPEAT-FLAGS.
004174     MOVE SPACES      TO WS-LATEST-TERM
004175     MOVE HIGH-VALUES TO WS-COUNTED-TERM
004176
004177     PERFORM 3550-START-ATTEMPTS THRU 3550-EXIT
004178
004179     PERFORM 3510-FIND-COUNTED-ATTEMPT THRU 3510-EXIT
004180         UNTIL WS-ATTEMPTS-DONE
004181
004182     IF WS-COUNTED-TERM = HIGH-VALUES
004183         MOVE WS-LATEST-TERM TO WS-COUNTED-TERM
004184     END-IF
004185
004186     PERFORM 3550-START-ATTEMPTS THRU 3550-EXIT
004187
004188     PERFORM 3520-FLAG-ONE-ATTEMPT THRU 3520-EXIT
004189         UNTIL WS-ATTEMPTS-DONE.
004190 3500-EXIT.
004191     EXIT.
004192
004193******************************************************************
004194*    3510-FIND-COUNTED-ATTEMPT - ROWS COME IN TERM ORDER, SO THE  *
004195*        LAST ONE SEEN IS THE LATEST.                             *
004196******************************************************************
004197 3510-FIND-COUNTED-ATTEMPT.
004198     MOVE CG-TERM TO WS-LATEST-TERM
004199
004200     IF CG-LETTER-GRADE NOT = 'W'
004201         MOVE CG-TERM TO WS-COUNTED-TERM
004202     END-IF
004203
004204     PERFORM 3560-READ-ATTEMPT THRU 3560-EXIT.
004205 3510-EXIT.
004206     EXIT.
004207
004208******************************************************************
004209*    3520-FLAG-ONE-ATTEMPT - SET ONE ROW'S REPEAT FLAG AND        *
004210*        REWRITE IT IF IT CHANGED.                                *
004211******************************************************************
004212 3520-FLAG-ONE-ATTEMPT.
004213     IF CG-TERM = WS-COUNTED-TERM
004214         IF CG-REPEAT-COUNTED
004215             GO TO 3520-READ-NEXT
004216         END-IF
004217         SET CG-REPEAT-COUNTED TO TRUE
004218     ELSE
004219         IF CG-REPEAT-EXCLUDED
004220             GO TO 3520-READ-NEXT
004221         END-IF
004222         SET CG-REPEAT-EXCLUDED TO TRUE
004223     END-IF
004224
004225     REWRITE COURSE-GRADE-DATA
004226         INVALID KEY
004227             DISPLAY 'GRADLOAD: REPEAT FLAG REWRITE FAILED FOR '
004228                     CG-KEY ', STATUS = ' WS-COURSE-FILE-STATUS
004229             GO TO 3520-READ-NEXT
004230     END-REWRITE
004231
004232     ADD 1 TO WS-FLAGS-RESET-CT.
004233 3520-READ-NEXT.
004234     PERFORM 3560-READ-ATTEMPT THRU 3560-EXIT.
004235 3520-EXIT.
004236     EXIT.
004237
004238******************************************************************
004239*    3550-START-ATTEMPTS - POSITION AT THE STUDENT'S FIRST ROW    *
004240*        FOR THE COURSE AND READ IT.                              *
004241******************************************************************
004242 3550-START-ATTEMPTS.
004243     MOVE 'N'            TO WS-ATTEMPT-EOF-SWITCH
004244     MOVE GT-STUDENT-ID  TO CG-STUDENT-ID
004245     MOVE GT-COURSE-CODE TO CG-COURSE-CODE
004246     MOVE LOW-VALUES     TO CG-TERM
004247
004248     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
004249         INVALID KEY
004250             SET WS-ATTEMPTS-DONE TO TRUE
004251     END-START
004252
004253     IF NOT WS-ATTEMPTS-DONE
004254         PERFORM 3560-READ-ATTEMPT THRU 3560-EXIT
004255     END-IF.
004256 3550-EXIT.
004257     EXIT.
004258
004259******************************************************************
004260*    3560-READ-ATTEMPT - READ THE NEXT ROW; THE FIRST ROW OF      *
004261*        ANOTHER COURSE OR STUDENT ENDS THE ATTEMPTS.             *
004262******************************************************************
004263 3560-READ-ATTEMPT.
004264     READ COURSE-GRADES-FILE NEXT RECORD
004265         AT END
004266             SET WS-ATTEMPTS-DONE TO TRUE
004267     END-READ
004268
004269     IF NOT WS-ATTEMPTS-DONE
004270         IF CG-STUDENT-ID NOT = GT-STUDENT-ID
004271            OR CG-COURSE-CODE NOT = GT-COURSE-CODE
004272             SET WS-ATTEMPTS-DONE TO TRUE
004273         END-IF
004274     END-IF.
004275 3560-EXIT.
004276     EXIT.
004277
004278******************************************************************
004279*    3600-LOG-GRADE-CHANGE - APPEND THE APPLIED REPLACE, DELETE,  *
004280*        OR GRADE CHANGE TO THE GRADE-CHANGE LOG WITH THE GRADE   *
004281*        BEFORE AND AFTER.  A REPLACE OR DELETE IS APPROVED BY    *
004282*        THE RUN'S OWN OPERATOR AND CARRIES NO REASON CODE.       *
004283******************************************************************
004284 3600-LOG-GRADE-CHANGE.
004285     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
004286     ACCEPT WS-STAMP-TIME FROM TIME
004287
004288     IF GT-ACTION-DELETE
004289         MOVE WS-OLD-TERM      TO GC-TERM
004290         MOVE SPACE            TO GC-NEW-HOURS
004291         MOVE SPACE            TO GC-NEW-GRADE
004292     ELSE
004293         MOVE GT-TERM          TO GC-TERM
004294         MOVE GT-CREDIT-HOURS  TO GC-NEW-HOURS
004295         MOVE GT-LETTER-GRADE  TO GC-NEW-GRADE
004296     END-IF
004297
004298     IF GT-ACTION-CHANGE
004299         MOVE GT-REASON-CODE   TO GC-REASON-CODE
004300         MOVE GT-APPROVED-BY   TO GC-APPROVED-BY
004301     ELSE
004302         MOVE SPACES           TO GC-REASON-CODE
004303         MOVE WS-USER-ID       TO GC-APPROVED-BY
004304     END-IF
004305
004306     MOVE GT-STUDENT-ID        TO GC-STUDENT-ID
004307     MOVE GT-COURSE-CODE       TO GC-COURSE-CODE
004308     MOVE GT-ACTION            TO GC-ACTION
004309     MOVE WS-OLD-HOURS         TO GC-OLD-HOURS
004310     MOVE WS-OLD-GRADE         TO GC-OLD-GRADE
004311     MOVE 'GRADLOAD'           TO GC-PROGRAM-ID
004312     MOVE WS-JOB-ID            TO GC-JOB-ID
004313     MOVE WS-USER-ID           TO GC-USER-ID
004314     MOVE WS-STAMP-DATE        TO GC-CHANGE-DATE
004315     MOVE WS-STAMP-TIME        TO GC-CHANGE-TIME
004316
004317     WRITE GRADE-CHANGE-DATA
004318
004319     ADD 1 TO WS-CHANGES-LOGGED-CT.
004320 3600-EXIT.
004321     EXIT.
004322
004323******************************************************************
004324*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
004325******************************************************************
004326 8000-TERMINATE.
004327     DISPLAY 'GRADLOAD: ' WS-TRANS-READ-CT
004328             ' GRADE TRANSACTIONS READ'
004329     DISPLAY 'GRADLOAD: ' WS-TRANS-APPLIED-CT
004330             ' GRADE TRANSACTIONS APPLIED'
004331     DISPLAY 'GRADLOAD: ' WS-TRANS-REJECT-CT
004332             ' GRADE TRANSACTIONS REJECTED'
004333     DISPLAY 'GRADLOAD: ' WS-LOCKED-REJECT-CT
004334             ' REJECTED FOR A CLOSED TERM'
004335     DISPLAY 'GRADLOAD: ' WS-CHANGES-LOGGED-CT
004336             ' GRADE CHANGES LOGGED'
004337     DISPLAY 'GRADLOAD: ' WS-LIMIT-REJECT-CT
004338             ' REJECTED FOR THE REPEAT LIMIT'
004339     DISPLAY 'GRADLOAD: ' WS-FLAGS-RESET-CT
004340             ' REPEAT FLAGS RESET'
004341
004342     MOVE 'C' TO WS-AUTH-FUNCTION
004343     CALL 'OPERAUTH' USING WS-AUTH-REQUEST
004344     END-CALL
004345
004346     IF WS-TRANS-FILE-OPEN
004347         CLOSE GRADE-TRANS-FILE
004348     END-IF
004349     IF WS-COURSE-FILE-OPEN
004350         CLOSE COURSE-GRADES-FILE
004351     END-IF
004360     IF WS-GRADERR-FILE-OPEN
004370         CLOSE GRADE-ERRORS-FILE
004371     END-IF
004372     IF WS-TERMCTL-FILE-OPEN
004373         CLOSE TERM-CONTROL-FILE
004374     END-IF
004375     IF WS-GRADECHG-FILE-OPEN
004376         CLOSE GRADE-CHANGE-LOG-FILE
004380     END-IF.
004390 8000-EXIT.
004400     EXIT.
