000130*    STUJRNL - CGW/CGD ENTRIES FOR THE COURSE ROWS AND A DEL      *
000140*    ENTRY FOR THE MASTER - SO A BAD MERGE CAN BE UNDONE WITH     *
000150*    STUBACK.  A COURSE THE SURVIVOR ALREADY HAS IS LEFT ON THE   *
000160*    RETIRING STUDENT AND REPORTED - EVERY ATTEMPT AT IT, IN ANY  *
000163*    TERM, SINCE TWO STUDENTS' ATTEMPTS CANNOT BE RANKED UNDER    *
000166*    THE REPEAT POLICY WITHOUT THE REGISTRAR.  WHEN THAT HAPPENS  *
000170*    THE RETIRED MASTER IS KEPT TOO AND THE STEP ENDS RC=8,       *
000180*    BECAUSE A HALF-MOVED STUDENT MUST STAY VISIBLE.              *
000190*----------------------------------------------------------------*
000200*    MODIFICATION HISTORY                                        *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  --------------------------------------------
000230*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000231*    2026-10-15 JBH   COURSE-GRADES IS NOW KEYED BY TERM TOO AND *
000232*                     CARRIES A REPEAT FLAG. THE ROW IMAGES ARE  *
000233*                     WIDENED TO THE NEW RECORD, THE SURVIVOR'S  *
000234*                     COURSES ARE TABLED FIRST SO A COURSE THE   *
000235*                     SURVIVOR HOLDS IN ANY TERM IS LEFT, AND    *
000236*                     THE REPORT LINES NAME THE TERM.            *
000240******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000410*----------------------------------------------------------------*
000420*    COURSE-GRADES   - THE ROWS BEING MOVED, POSITIONED AT THE    *
000430*        RETIRING STUDENT AND SWEPT FORWARD.                      *
000435*        THE SURVIVOR'S OWN ROWS ARE SWEPT ONCE FIRST.            *
000440*----------------------------------------------------------------*
000450     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000460         ORGANIZATION IS INDEXED
000910         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
000920     05  WS-REPORT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000930         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
000933     05  WS-EOF-SURVIVOR-SWITCH   PIC X(01) VALUE 'N'.
000936         88  WS-EOF-SURVIVOR-ROWS           VALUE 'Y'.
000940
000950 77  WS-ROWS-MOVED-CT             PIC S9(7) COMP VALUE ZERO.
000960 77  WS-ROWS-LEFT-CT              PIC S9(7) COMP VALUE ZERO.
000961 77  WS-SVR-SUB                   PIC S9(4) COMP VALUE ZERO.
000962 77  WS-SVR-FOUND-SUB             PIC S9(4) COMP VALUE ZERO.
000963
000964*----------------------------------------------------------------*
000965*    WS-SURVIVOR-COURSE-TABLE - EVERY COURSE THE SURVIVOR HAS A   *
000966*    ROW FOR BEFORE THE MERGE, ONCE EACH HOWEVER MANY ATTEMPTS.   *
000967*    A SURVIVOR WITH MORE COURSES THAN THE TABLE STOPS THE RUN    *
000968*    RATHER THAN MOVE ROWS IT CANNOT CHECK.                       *
000969*----------------------------------------------------------------*
000970 01  WS-SURVIVOR-COURSE-TABLE.
000971     05  WS-SVR-COUNT             PIC S9(4) COMP VALUE ZERO.
000972     05  WS-SVR-COURSE-CODE       PIC X(06) OCCURS 200.
000973
000980 01  WS-SURVIVOR-ID               PIC X(06) VALUE SPACES.
000990 01  WS-RETIRING-ID               PIC X(06) VALUE SPACES.
001000
001010 01  WS-OLD-ROW                   PIC X(20) VALUE SPACES.
001020 01  WS-NEW-ROW                   PIC X(20) VALUE SPACES.
001030
001040*----------------------------------------------------------------*
001050*    WS-JRNL-REQUEST - ONE STUJRNL CALL; SEE STUJRNL'S LINKAGE.  *
001230 01  WS-MOVED-LINE.
001240     05  FILLER                   PIC X(09) VALUE 'MOVED   '.
001250     05  MVD-COURSE-CODE          PIC X(06).
001253     05  FILLER                   PIC X(01) VALUE SPACE.
001256     05  MVD-TERM                 PIC X(05).
001260     05  FILLER                   PIC X(06) VALUE ' FROM '.
001270     05  MVD-FROM-ID              PIC X(06).
001280     05  FILLER                   PIC X(04) VALUE ' TO '.
001310 01  WS-LEFT-LINE.
001320     05  FILLER                   PIC X(09) VALUE 'LEFT    '.
001330     05  LFT-COURSE-CODE          PIC X(06).
001333     05  FILLER                   PIC X(01) VALUE SPACE.
001336     05  LFT-TERM                 PIC X(05).
001340     05  FILLER                   PIC X(33) VALUE
001350         ' - SURVIVOR ALREADY HAS A GRADE'.
001360
001630******************************************************************
001640*    1000-INITIALIZE - EDIT THE PARM, OPEN EVERYTHING, PROBE THE  *
001650*        JOURNAL, AND PROVE BOTH STUDENTS ARE ON FILE.            *
001655*        THEN TABLE THE SURVIVOR'S COURSES.                       *
001660******************************************************************
001670 1000-INITIALIZE.
001680     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002180     MOVE WS-JOB-ID  TO WS-JRNL-JOB-ID
002190     MOVE WS-USER-ID TO WS-JRNL-USER-ID
002200
002210     PERFORM 1500-CHECK-BOTH-STUDENTS THRU 1500-EXIT
002211     IF WS-RUN-STOPPED
002212         GO TO 1000-EXIT
002213     END-IF
002214
002215     PERFORM 1600-LOAD-SURVIVOR-COURSES THRU 1600-EXIT.
002220 1000-EXIT.
002230     EXIT.
002240
002780     END-READ.
002790 1500-EXIT.
002800     EXIT.
002801
002802******************************************************************
002803*    1600-LOAD-SURVIVOR-COURSES - SWEEP THE SURVIVOR'S COURSE     *
002804*        ROWS ONCE AND TABLE EACH COURSE.  THE ROWS COME IN       *
002805*        COURSE ORDER, SO A REPEAT IS ONLY EVER NEXT TO THE       *
002806*        ATTEMPT BEFORE IT.                                       *
002807******************************************************************
002808 1600-LOAD-SURVIVOR-COURSES.
002809     MOVE WS-SURVIVOR-ID TO CG-STUDENT-ID
002810     MOVE LOW-VALUES     TO CG-COURSE-CODE
002811     MOVE LOW-VALUES     TO CG-TERM
002812
002813     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
002814         INVALID KEY
002815             SET WS-EOF-SURVIVOR-ROWS TO TRUE
002816     END-START
002817
002818     IF NOT WS-EOF-SURVIVOR-ROWS
002819         PERFORM 1650-READ-SURVIVOR-ROW THRU 1650-EXIT
002820     END-IF
002821
002822     PERFORM 1700-TABLE-SURVIVOR-COURSE THRU 1700-EXIT
002823         UNTIL WS-EOF-SURVIVOR-ROWS
002824            OR WS-RUN-STOPPED.
002825 1600-EXIT.
002826     EXIT.
002827
002828******************************************************************
002829*    1650-READ-SURVIVOR-ROW - READ THE NEXT ROW; THE FIRST ROW OF *
002830*        ANOTHER STUDENT ENDS THE SWEEP.                          *
002831******************************************************************
002832 1650-READ-SURVIVOR-ROW.
002833     READ COURSE-GRADES-FILE NEXT RECORD
002834         AT END
002835             SET WS-EOF-SURVIVOR-ROWS TO TRUE
002836             GO TO 1650-EXIT
002837     END-READ
002838
002839     IF CG-STUDENT-ID NOT = WS-SURVIVOR-ID
002840         SET WS-EOF-SURVIVOR-ROWS TO TRUE
002841     END-IF.
002842 1650-EXIT.
002843     EXIT.
002844
002845******************************************************************
002846*    1700-TABLE-SURVIVOR-COURSE - TABLE ONE ROW'S COURSE UNLESS   *
002847*        IT IS A REPEAT OF THE COURSE JUST TABLED.                *
002848******************************************************************
002849 1700-TABLE-SURVIVOR-COURSE.
002850     IF WS-SVR-COUNT > ZERO
002851         IF CG-COURSE-CODE = WS-SVR-COURSE-CODE (WS-SVR-COUNT)
002852             GO TO 1700-READ-NEXT
002853         END-IF
002854     END-IF
002855
002856     IF WS-SVR-COUNT >= 200
002857         DISPLAY 'STUMERGE: SURVIVOR HAS MORE COURSES THAN TABLE'
002858         MOVE 16 TO RETURN-CODE
002859         SET WS-RUN-STOPPED TO TRUE
002860         GO TO 1700-EXIT
002861     END-IF
002862
002863     ADD 1 TO WS-SVR-COUNT
002864     MOVE CG-COURSE-CODE TO WS-SVR-COURSE-CODE (WS-SVR-COUNT).
002865 1700-READ-NEXT.
002866     PERFORM 1650-READ-SURVIVOR-ROW THRU 1650-EXIT.
002867 1700-EXIT.
002868     EXIT.
002869
002870******************************************************************
002871*    3000-MOVE-COURSE-ROWS - WALK THE RETIRING STUDENT'S COURSE   *
002872*        ROWS AND MOVE EACH ONE TO THE SURVIVOR.                  *
002873******************************************************************
002874 3000-MOVE-COURSE-ROWS.
002875     MOVE WS-RETIRING-ID TO CG-STUDENT-ID
002880     MOVE LOW-VALUES     TO CG-COURSE-CODE
002885     MOVE LOW-VALUES     TO CG-TERM
002890
002900     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
002910         INVALID KEY
003290*        DELETE.  A SURVIVOR WHO ALREADY HAS THE COURSE KEEPS     *
003300*        ITS OWN GRADE AND THE RETIRING ROW STAYS PUT - THAT IS   *
003310*        A HUMAN DECISION, NOT A BATCH ONE.                       *
003312*        THAT HOLDS FOR A COURSE THE SURVIVOR TOOK IN ANOTHER     *
003314*        TERM TOO - MOVING THE ROW WOULD MAKE A REPEAT WHOSE      *
003316*        FLAGS NOBODY HAS SET.                                    *
003320******************************************************************
003330 3200-MOVE-ONE-ROW.
003340     MOVE COURSE-GRADE-DATA TO WS-OLD-ROW
003341
003342     PERFORM 3300-FIND-SURVIVOR-COURSE THRU 3300-EXIT
003343     IF WS-SVR-FOUND-SUB > ZERO
003344         PERFORM 3400-REPORT-LEFT-ROW THRU 3400-EXIT
003345         GO TO 3200-NEXT
003346     END-IF
003350
003360     MOVE WS-SURVIVOR-ID TO CG-STUDENT-ID
003370     MOVE COURSE-GRADE-DATA TO WS-NEW-ROW
003730
003740     ADD 1 TO WS-ROWS-MOVED-CT
003750     MOVE CG-COURSE-CODE TO MVD-COURSE-CODE
003755     MOVE CG-TERM        TO MVD-TERM
003760     MOVE WS-RETIRING-ID TO MVD-FROM-ID
003770     MOVE WS-SURVIVOR-ID TO MVD-TO-ID
003780     WRITE MERGE-LINE FROM WS-MOVED-LINE.
003810     PERFORM 3100-READ-COURSE-ROW THRU 3100-EXIT.
003820 3200-EXIT.
003830     EXIT.
003831
003832******************************************************************
003833*    3300-FIND-SURVIVOR-COURSE - LOOK THE ROW'S COURSE UP IN THE  *
003834*        SURVIVOR COURSE TABLE.  WS-SVR-FOUND-SUB COMES BACK ZERO *
003835*        WHEN THE SURVIVOR HAS NEVER TAKEN IT.                    *
003836******************************************************************
003837 3300-FIND-SURVIVOR-COURSE.
003838     MOVE ZERO TO WS-SVR-FOUND-SUB
003839     PERFORM 3350-MATCH-SURVIVOR-COURSE THRU 3350-EXIT
003840         VARYING WS-SVR-SUB FROM 1 BY 1
003841         UNTIL WS-SVR-SUB > WS-SVR-COUNT
003842            OR WS-SVR-FOUND-SUB > ZERO.
003843 3300-EXIT.
003844     EXIT.
003845
003846******************************************************************
003847*    3350-MATCH-SURVIVOR-COURSE - ONE SLOT OF THE TABLE.          *
003848******************************************************************
003849 3350-MATCH-SURVIVOR-COURSE.
003850     IF WS-SVR-COURSE-CODE (WS-SVR-SUB) = CG-COURSE-CODE
003851         MOVE WS-SVR-SUB TO WS-SVR-FOUND-SUB
003852     END-IF.
003853 3350-EXIT.
003854     EXIT.
003855
003856******************************************************************
003860*    3400-REPORT-LEFT-ROW - THE SURVIVOR ALREADY HAS THIS         *
003870*        COURSE; THE RETIRING ROW STAYS AND THE MERGE ENDS RC=8.  *
003880******************************************************************
003900     ADD 1 TO WS-ROWS-LEFT-CT
003910
003920     MOVE CG-COURSE-CODE TO LFT-COURSE-CODE
003925     MOVE CG-TERM        TO LFT-TERM
003930     WRITE MERGE-LINE FROM WS-LEFT-LINE.
003940 3400-EXIT.
003950     EXIT.
