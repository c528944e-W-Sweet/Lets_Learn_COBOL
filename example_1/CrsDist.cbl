000140*    COMPUTED ON THE SAME SCALE AND WEIGHTING GPACALC USES.       *
000150*    "HOW DID MATH20 GRADE OUT" IS NOW ONE JOB STEP, NOT AN       *
000160*    AFTERNOON WITH THE TRANSCRIPT PILE.                          *
000161*                                                                 *
000162*    WITH THE I OPTION ON THE PARM EACH COURSE BLOCK IS FOLLOWED  *
000163*    BY THE SAME FIGURES FOR EACH INSTRUCTOR WHO TAUGHT IT.  A    *
000164*    GRADE ROW'S SECTION COMES FROM ENROLLMENT-HISTORY (OR, FOR A *
000165*    TERM NOT YET CLOSED, CURRENT-ENROLLMENT), AND THE SECTION'S  *
000166*    INSTRUCTOR FROM COURSE-SECTION; A ROW WITH NO SECTION ON     *
000167*    RECORD IS SHOWN UNDER NO SECTION RECORDED.  A TERM ON THE    *
000168*    PARM LIMITS EITHER REPORT TO THAT TERM'S GRADES.             *
000169*                                                                 *
000170*    EVERY ATTEMPT AT A COURSE IS A GRADE AWARDED, SO A REPEATED  *
000171*    COURSE'S ATTEMPTS ALL COUNT IN THE SEATS AND THE             *
000172*    DISTRIBUTION.  AN ATTEMPT THE REPEAT POLICY EXCLUDED STAYS   *
000173*    OUT OF THE AVERAGE GPA, AS IT DOES IN GPACALC, AND IS        *
000174*    COUNTED ON ITS OWN EXCLUDED REPEATS LINE.                    *
000175*----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                        *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  --------------------------------------------
000210*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000212*    2026-10-15 JBH   PARM NOW COURSE/OPTION/TERM.  OPTION I     *
000214*                     BREAKS EACH COURSE OUT BY INSTRUCTOR; A    *
000216*                     TERM LIMITS THE REPORT TO THAT TERM.  A    *
000218*                     PARM OF JUST A COURSE CODE IS UNCHANGED.   *
000219*    2026-10-15 JBH   AN ATTEMPT FLAGGED CG-REPEAT-EXCLUDED IS   *
000220*                     NOW LEFT OUT OF THE AVERAGE GPA AND        *
000221*                     COUNTED ON A NEW EXCLUDED REPEATS LINE,    *
000222*                     FOR THE COURSE AND FOR EACH INSTRUCTOR.    *
000223*                     THE SECTION OF A SEAT STILL ON             *
000224*                     CURRENT-ENROLLMENT IS READ BY TERM, NOW    *
000225*                     PART OF THAT FILE'S KEY.                   *
000226******************************************************************
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000510         ALTERNATE RECORD KEY IS CG-COURSE-CODE
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-COURSE-FILE-STATUS.
000531*----------------------------------------------------------------*
000532*    THE NEXT FOUR ARE OPENED ONLY FOR THE BY-INSTRUCTOR OPTION,  *
000533*    EACH READ RANDOMLY PER GRADE ROW (INSTRUCTOR-MASTER PER      *
000534*    INSTRUCTOR PRINTED):                                         *
000535*    ENROLLMENT-HISTORY - THE SECTION OF A SEAT IN A CLOSED TERM. *
000536*    CURRENT-ENROLLMENT - THE SECTION OF A SEAT NOT YET ARCHIVED. *
000537*    COURSE-SECTION     - THE INSTRUCTOR OF THAT SECTION.         *
000538*    INSTRUCTOR-MASTER  - THE INSTRUCTOR'S NAME.                  *
000539*----------------------------------------------------------------*
000540     SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRLHIST"
000541         ORGANIZATION IS INDEXED
000542         ACCESS MODE IS RANDOM
000543         RECORD KEY IS EH-KEY
000544         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000545     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000546         ORGANIZATION IS INDEXED
000547         ACCESS MODE IS RANDOM
000548         RECORD KEY IS EN-KEY
000549         FILE STATUS IS WS-ENROL-FILE-STATUS.
000550     SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS RANDOM
000553         RECORD KEY IS SEC-KEY
000554         FILE STATUS IS WS-SECTION-FILE-STATUS.
000555     SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST"
000556         ORGANIZATION IS INDEXED
000557         ACCESS MODE IS RANDOM
000558         RECORD KEY IS INS-INSTRUCTOR-ID
000559         FILE STATUS IS WS-INSTR-FILE-STATUS.
000560*----------------------------------------------------------------*
000561*    DISTRIBUTION-REPORT - ONE BLOCK PER COURSE.                  *
000562*----------------------------------------------------------------*
000570     SELECT DISTRIBUTION-REPORT ASSIGN TO "DISTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-FILE-STATUS.
000670 FD  COURSE-GRADES-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY COURSREC.
000691
000692 FD  ENROLLMENT-HISTORY-FILE
000693     LABEL RECORDS ARE STANDARD.
000694 COPY ENRHREC.
000695
000696 FD  CURRENT-ENROLLMENT-FILE
000697     LABEL RECORDS ARE STANDARD.
000698 COPY ENRLREC.
000699
000700 FD  COURSE-SECTION-FILE
000701     LABEL RECORDS ARE STANDARD.
000702 COPY SECTREC.
000703
000704 FD  INSTRUCTOR-MASTER-FILE
000705     LABEL RECORDS ARE STANDARD.
000706 COPY INSTREC.
000707
000710 FD  DISTRIBUTION-REPORT
000720     LABEL RECORDS ARE STANDARD.
000730 01  DISTRIBUTION-LINE           PIC X(80).
000770     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
000780     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
000790     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE SPACES.
000792     05  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE SPACES.
000794     05  WS-ENROL-FILE-STATUS     PIC X(02) VALUE SPACES.
000796     05  WS-SECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
000798     05  WS-INSTR-FILE-STATUS     PIC X(02) VALUE SPACES.
000800
000810 01  WS-SWITCHES.
000820     05  WS-EOF-CATALOG-SWITCH    PIC X(01) VALUE 'N'.
000930         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
000940     05  WS-ONE-COURSE-SWITCH     PIC X(01) VALUE 'N'.
000950         88  WS-ONE-COURSE-ONLY             VALUE 'Y'.
000951     05  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000952         88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
000953     05  WS-ENROL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000954         88  WS-ENROL-FILE-OPEN             VALUE 'Y'.
000955     05  WS-SECTION-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000956         88  WS-SECTION-FILE-OPEN           VALUE 'Y'.
000957     05  WS-INSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000958         88  WS-INSTR-FILE-OPEN             VALUE 'Y'.
000960
000970 77  WS-COURSES-PRINTED-CT        PIC S9(7) COMP VALUE ZERO.
000980
000990 01  WS-PARM-COURSE               PIC X(06) VALUE SPACES.
000991 01  WS-PARM-OPTION               PIC X(01) VALUE SPACES.
000992     88  WS-BY-INSTRUCTOR                   VALUE 'I'.
000993     88  WS-PARM-OPTION-VALID               VALUE SPACE 'I'.
000994 01  WS-PARM-TERM.
000995     05  WS-PARM-TERM-YEAR        PIC X(04) VALUE SPACES.
000996     05  WS-PARM-TERM-CODE        PIC X(01) VALUE SPACES.
000997         88  WS-PARM-TERM-CODE-VALID        VALUE '1' '2' '3'.
000998
000999*----------------------------------------------------------------*
001000*    WS-INSTRUCTOR-TABLE - BY-INSTRUCTOR TALLIES OF THE COURSE    *
001001*    BEING REPORTED, ONE ENTRY PER INSTRUCTOR IN THE ORDER FIRST  *
001002*    MET.  A BLANK ID HOLDS THE ROWS WITH NO SECTION RECORDED.  A *
001003*    COURSE WITH MORE INSTRUCTORS THAN THE TABLE HOLDS LEAVES THE *
001004*    EXTRA ROWS IN THE COURSE TOTALS ONLY AND ENDS THE RUN RC=4.  *
001005*----------------------------------------------------------------*
001006 01  WS-INSTRUCTOR-TABLE.
001007     05  WS-INSTR-COUNT           PIC S9(4) COMP VALUE ZERO.
001008     05  WS-INSTR-ENTRY OCCURS 100.
001009         10  WS-ITL-INSTRUCTOR-ID PIC X(06).
001010         10  WS-ITL-GRADED-SEATS  PIC S9(5) COMP.
001011         10  WS-ITL-COUNT-A       PIC S9(5) COMP.
001012         10  WS-ITL-COUNT-B       PIC S9(5) COMP.
001013         10  WS-ITL-COUNT-C       PIC S9(5) COMP.
001014         10  WS-ITL-COUNT-D       PIC S9(5) COMP.
001015         10  WS-ITL-COUNT-F       PIC S9(5) COMP.
001016         10  WS-ITL-COUNT-W       PIC S9(5) COMP.
001017         10  WS-ITL-COUNT-I       PIC S9(5) COMP.
001018         10  WS-ITL-EXCLUDED      PIC S9(5) COMP.
001019         10  WS-ITL-QUALITY-POINTS PIC 9(05)V99.
001020         10  WS-ITL-CREDIT-HOURS  PIC 9(05).
001021
001022 77  WS-ITL-SUB                   PIC S9(4) COMP VALUE ZERO.
001023 77  WS-ITL-FOUND-SUB             PIC S9(4) COMP VALUE ZERO.
001024
001025 01  WS-ROW-SECTION-NO            PIC X(03) VALUE SPACES.
001026 01  WS-ROW-INSTRUCTOR-ID         PIC X(06) VALUE SPACES.
001027
001028 01  WS-GRADE-POINTS              PIC 9(01) VALUE ZERO.
001029 01  WS-TOTAL-QUALITY-POINTS      PIC 9(05)V99 VALUE ZERO.
001030 01  WS-TOTAL-CREDIT-HOURS        PIC 9(05) VALUE ZERO.
001040 01  WS-AVERAGE-GPA               PIC 9(01)V99 VALUE ZERO.
001050
001110 77  WS-COUNT-F                   PIC S9(5) COMP VALUE ZERO.
001120 77  WS-COUNT-W                   PIC S9(5) COMP VALUE ZERO.
001130 77  WS-COUNT-I                   PIC S9(5) COMP VALUE ZERO.
001135 77  WS-EXCLUDED-CT               PIC S9(5) COMP VALUE ZERO.
001140
001150 01  WS-PAGE-SEPARATOR            PIC X(80) VALUE ALL '='.
001160
001190     05  CHD-COURSE-CODE          PIC X(06).
001200     05  FILLER                   PIC X(03) VALUE SPACES.
001210     05  CHD-COURSE-TITLE         PIC X(30).
001211
001212 01  WS-TERM-LINE.
001213     05  FILLER                   PIC X(09) VALUE 'TERM   : '.
001214     05  TRM-TERM                 PIC X(05).
001215
001216 01  WS-INSTRUCTOR-LINE.
001217     05  FILLER                   PIC X(15) VALUE
001218         '  INSTRUCTOR : '.
001219     05  IHD-INSTRUCTOR-NAME      PIC X(21).
001220     05  FILLER                   PIC X(02) VALUE SPACES.
001221     05  IHD-INSTRUCTOR-ID        PIC X(06).
001222
001230 01  WS-SEATS-LINE.
001240     05  FILLER                   PIC X(25) VALUE
001250         '  GRADED SEATS        :  '.
001260     05  STL-GRADED-SEATS         PIC ZZZ9.
001261
001262 01  WS-EXCLUDED-LINE.
001263     05  FILLER                   PIC X(25) VALUE
001264         '  EXCLUDED REPEATS    :  '.
001265     05  EXL-EXCLUDED             PIC ZZZ9.
001270
001280 01  WS-DIST-LINE.
001290     05  FILLER                   PIC X(05) VALUE '  A: '.
001560*    LK-PARM-AREA - OPTIONALLY ONE COURSE CODE; THE REPORT THEN   *
001570*        COVERS ONLY THAT COURSE.  EMPTY MEANS THE WHOLE          *
001580*        CATALOG.                                                 *
001582*        FULL FORMAT IS 'COURSE/OPTION/TERM', EACH PART           *
001584*        OPTIONAL: OPTION I BREAKS EACH COURSE OUT BY INSTRUCTOR  *
001586*        AND A TERM (YYYYT) LIMITS THE GRADES COUNTED, E.G.       *
001588*        'MATH20', '/I/20263', OR 'BIOL10/I'.                     *
001590*----------------------------------------------------------------*
001600 01  LK-PARM-AREA.
001610     05  LK-PARM-LEN              PIC S9(4) COMP.
001790******************************************************************
001800 1000-INITIALIZE.
001810     IF LK-PARM-LEN > 0
001813         UNSTRING LK-PARM-DATA (1:LK-PARM-LEN) DELIMITED BY '/'
001816             INTO WS-PARM-COURSE WS-PARM-OPTION WS-PARM-TERM
001819     END-IF
001822
001825     IF WS-PARM-COURSE NOT = SPACES
001830         SET WS-ONE-COURSE-ONLY TO TRUE
001840     END-IF
001841
001842     IF NOT WS-PARM-OPTION-VALID
001843         DISPLAY 'CRSDIST: PARM OPTION ' WS-PARM-OPTION
001844                 ' NOT BLANK OR I'
001845         MOVE 16 TO RETURN-CODE
001846         SET WS-EOF-COURSE-CATALOG TO TRUE
001847         GO TO 1000-EXIT
001848     END-IF
001849
001850     IF WS-PARM-TERM NOT = SPACES
001851         IF WS-PARM-TERM-YEAR NOT NUMERIC
001852            OR NOT WS-PARM-TERM-CODE-VALID
001853             DISPLAY 'CRSDIST: PARM TERM ' WS-PARM-TERM
001854                     ' NOT YYYYT'
001855             MOVE 16 TO RETURN-CODE
001856             SET WS-EOF-COURSE-CATALOG TO TRUE
001857             GO TO 1000-EXIT
001858         END-IF
001859     END-IF
001860
001861     OPEN INPUT COURSE-CATALOG-FILE
001870     IF WS-CATALOG-FILE-STATUS NOT = '00'
001880         DISPLAY 'CRSDIST: UNABLE TO OPEN COURSE-CATALOG, '
001890                 'STATUS = ' WS-CATALOG-FILE-STATUS
002090         GO TO 1000-EXIT
002100     END-IF
002110     SET WS-REPORT-FILE-OPEN TO TRUE
002111
002112     IF WS-BY-INSTRUCTOR
002113         PERFORM 1100-OPEN-SECTION-FILES THRU 1100-EXIT
002114         IF WS-EOF-COURSE-CATALOG
002115             GO TO 1000-EXIT
002116         END-IF
002117     END-IF
002120
002130     IF WS-ONE-COURSE-ONLY
002140         MOVE WS-PARM-COURSE TO CAT-COURSE-CODE
002240     END-IF.
002250 1000-EXIT.
002260     EXIT.
002261
002262******************************************************************
002263*    1100-OPEN-SECTION-FILES - OPEN THE FILES THAT TIE A GRADE    *
002264*        ROW TO ITS INSTRUCTOR.  ONLY THE BY-INSTRUCTOR OPTION    *
002265*        NEEDS THEM.                                              *
002266******************************************************************
002267 1100-OPEN-SECTION-FILES.
002268     OPEN INPUT ENROLLMENT-HISTORY-FILE
002269     IF WS-HISTORY-FILE-STATUS NOT = '00'
002270         DISPLAY 'CRSDIST: UNABLE TO OPEN ENROLLMENT-HISTORY, '
002271                 'STATUS = ' WS-HISTORY-FILE-STATUS
002272         SET WS-EOF-COURSE-CATALOG TO TRUE
002273         GO TO 1100-EXIT
002274     END-IF
002275     SET WS-HISTORY-FILE-OPEN TO TRUE
002276
002277     OPEN INPUT CURRENT-ENROLLMENT-FILE
002278     IF WS-ENROL-FILE-STATUS NOT = '00'
002279         DISPLAY 'CRSDIST: UNABLE TO OPEN CURRENT-ENROLLMENT, '
002280                 'STATUS = ' WS-ENROL-FILE-STATUS
002281         SET WS-EOF-COURSE-CATALOG TO TRUE
002282         GO TO 1100-EXIT
002283     END-IF
002284     SET WS-ENROL-FILE-OPEN TO TRUE
002285
002286     OPEN INPUT COURSE-SECTION-FILE
002287     IF WS-SECTION-FILE-STATUS NOT = '00'
002288         DISPLAY 'CRSDIST: UNABLE TO OPEN COURSE-SECTION, '
002289                 'STATUS = ' WS-SECTION-FILE-STATUS
002290         SET WS-EOF-COURSE-CATALOG TO TRUE
002291         GO TO 1100-EXIT
002292     END-IF
002293     SET WS-SECTION-FILE-OPEN TO TRUE
002294
002295     OPEN INPUT INSTRUCTOR-MASTER-FILE
002296     IF WS-INSTR-FILE-STATUS NOT = '00'
002297         DISPLAY 'CRSDIST: UNABLE TO OPEN INSTRUCTOR-MASTER, '
002298                 'STATUS = ' WS-INSTR-FILE-STATUS
002299         SET WS-EOF-COURSE-CATALOG TO TRUE
002300         GO TO 1100-EXIT
002301     END-IF
002302     SET WS-INSTR-FILE-OPEN TO TRUE.
002303 1100-EXIT.
002304     EXIT.
002305
002306******************************************************************
002307*    2000-REPORT-ONE-COURSE - TALLY AND PRINT THE DISTRIBUTION    *
002308*        BLOCK FOR THE CATALOG COURSE IN THE RECORD AREA.         *
002310******************************************************************
002320 2000-REPORT-ONE-COURSE.
002330     PERFORM 3000-TALLY-COURSE THRU 3000-EXIT
002650     MOVE ZERO TO WS-COUNT-F
002660     MOVE ZERO TO WS-COUNT-W
002670     MOVE ZERO TO WS-COUNT-I
002675     MOVE ZERO TO WS-EXCLUDED-CT
002680     MOVE ZERO TO WS-TOTAL-QUALITY-POINTS
002690     MOVE ZERO TO WS-TOTAL-CREDIT-HOURS
002700     MOVE 'N'  TO WS-EOF-COURSE-SWITCH
002705     MOVE ZERO TO WS-INSTR-COUNT
002710     SET WS-SAME-COURSE TO TRUE
002720
002730     MOVE CAT-COURSE-CODE TO CG-COURSE-CODE
003120*        AND, FOR A GPA-BEARING GRADE, INTO THE AVERAGE.  W AND   *
003130*        I ARE COUNTED BUT JOIN NO AVERAGE, THE SAME RULE         *
003140*        GPACALC APPLIES.                                         *
003142*        A ROW OUTSIDE THE PARM TERM IS PASSED OVER, AND UNDER    *
003144*        THE BY-INSTRUCTOR OPTION THE ROW IS ALSO TALLIED FOR ITS *
003146*        INSTRUCTOR.                                              *
003147*        AN ATTEMPT THE REPEAT POLICY EXCLUDED IS COUNTED IN THE  *
003148*        DISTRIBUTION AND THE SEATS BUT, AS IN GPACALC, JOINS NO  *
003149*        AVERAGE.                                                 *
003150******************************************************************
003160 3200-TALLY-ONE-ROW.
003161     IF WS-PARM-TERM NOT = SPACES
003162        AND CG-TERM NOT = WS-PARM-TERM
003163         GO TO 3200-READ-NEXT
003164     END-IF
003165
003170     EVALUATE CG-LETTER-GRADE
003180         WHEN 'A'
003190             ADD 1 TO WS-COUNT-A
003380
003390     IF CG-LETTER-GRADE NOT = 'W' AND CG-LETTER-GRADE NOT = 'I'
003400         ADD 1 TO WS-GRADED-SEATS-CT
003401     END-IF
003402
003403     IF CG-REPEAT-EXCLUDED
003404         ADD 1 TO WS-EXCLUDED-CT
003405     END-IF
003406
003407     IF CG-LETTER-GRADE NOT = 'W' AND CG-LETTER-GRADE NOT = 'I'
003408         AND NOT CG-REPEAT-EXCLUDED
003410         COMPUTE WS-TOTAL-QUALITY-POINTS =
003420                 WS-TOTAL-QUALITY-POINTS +
003430                 (WS-GRADE-POINTS * CG-CREDIT-HOURS)
003440         ADD CG-CREDIT-HOURS TO WS-TOTAL-CREDIT-HOURS
003450     END-IF
003460
003462     IF WS-BY-INSTRUCTOR
003464         PERFORM 3300-TALLY-INSTRUCTOR THRU 3300-EXIT
003466     END-IF.
003468 3200-READ-NEXT.
003470     PERFORM 3100-READ-COURSE-ROW THRU 3100-EXIT.
003480 3200-EXIT.
003490     EXIT.
003491
003492******************************************************************
003493*    3300-TALLY-INSTRUCTOR - COUNT THE ROW JUST TALLIED INTO ITS  *
003494*        INSTRUCTOR'S ENTRY, ON THE SAME RULES AS 3200.           *
003495******************************************************************
003496 3300-TALLY-INSTRUCTOR.
003497     PERFORM 3400-FIND-ROW-INSTRUCTOR THRU 3400-EXIT
003498     PERFORM 3500-FIND-INSTR-ENTRY THRU 3500-EXIT
003499
003500     IF WS-ITL-FOUND-SUB = ZERO
003501         GO TO 3300-EXIT
003502     END-IF
003503
003504     EVALUATE CG-LETTER-GRADE
003505         WHEN 'A'
003506             ADD 1 TO WS-ITL-COUNT-A (WS-ITL-FOUND-SUB)
003507         WHEN 'B'
003508             ADD 1 TO WS-ITL-COUNT-B (WS-ITL-FOUND-SUB)
003509         WHEN 'C'
003510             ADD 1 TO WS-ITL-COUNT-C (WS-ITL-FOUND-SUB)
003511         WHEN 'D'
003512             ADD 1 TO WS-ITL-COUNT-D (WS-ITL-FOUND-SUB)
003513         WHEN 'W'
003514             ADD 1 TO WS-ITL-COUNT-W (WS-ITL-FOUND-SUB)
003515         WHEN 'I'
003516             ADD 1 TO WS-ITL-COUNT-I (WS-ITL-FOUND-SUB)
003517         WHEN OTHER
003518             ADD 1 TO WS-ITL-COUNT-F (WS-ITL-FOUND-SUB)
003519     END-EVALUATE
003520
003521     IF CG-LETTER-GRADE NOT = 'W' AND CG-LETTER-GRADE NOT = 'I'
003522         ADD 1 TO WS-ITL-GRADED-SEATS (WS-ITL-FOUND-SUB)
003523     END-IF
003524
003525     IF CG-REPEAT-EXCLUDED
003526         ADD 1 TO WS-ITL-EXCLUDED (WS-ITL-FOUND-SUB)
003527     END-IF
003528
003529     IF CG-LETTER-GRADE NOT = 'W' AND CG-LETTER-GRADE NOT = 'I'
003530         AND NOT CG-REPEAT-EXCLUDED
003531         COMPUTE WS-ITL-QUALITY-POINTS (WS-ITL-FOUND-SUB) =
003532                 WS-ITL-QUALITY-POINTS (WS-ITL-FOUND-SUB) +
003533                 (WS-GRADE-POINTS * CG-CREDIT-HOURS)
003534         ADD CG-CREDIT-HOURS
003535             TO WS-ITL-CREDIT-HOURS (WS-ITL-FOUND-SUB)
003536     END-IF.
003537 3300-EXIT.
003538     EXIT.
003539
003540******************************************************************
003541*    3400-FIND-ROW-INSTRUCTOR - WHO TAUGHT THIS GRADE ROW?  THE   *
003542*        SEAT'S SECTION IS ON ENROLLMENT-HISTORY ONCE THE TERM IS *
003543*        CLOSED, OR STILL ON CURRENT-ENROLLMENT BEFORE THAT; THE  *
003544*        SECTION NAMES THE INSTRUCTOR.  WS-ROW-INSTRUCTOR-ID      *
003545*        COMES BACK SPACES WHEN NO SECTION OR INSTRUCTOR IS ON    *
003546*        RECORD.                                                  *
003547******************************************************************
003548 3400-FIND-ROW-INSTRUCTOR.
003549     MOVE SPACES TO WS-ROW-SECTION-NO
003550     MOVE SPACES TO WS-ROW-INSTRUCTOR-ID
003551
003552     MOVE CG-TERM        TO EH-TERM
003553     MOVE CG-STUDENT-ID  TO EH-STUDENT-ID
003554     MOVE CG-COURSE-CODE TO EH-COURSE-CODE
003555     READ ENROLLMENT-HISTORY-FILE
003556         NOT INVALID KEY
003557             MOVE EH-SECTION-NO TO WS-ROW-SECTION-NO
003558     END-READ
003559
003560     IF WS-ROW-SECTION-NO = SPACES
003561         MOVE CG-STUDENT-ID  TO EN-STUDENT-ID
003562         MOVE CG-COURSE-CODE TO EN-COURSE-CODE
003563         MOVE CG-TERM        TO EN-TERM
003564         READ CURRENT-ENROLLMENT-FILE
003565             NOT INVALID KEY
003566                 MOVE EN-SECTION-NO TO WS-ROW-SECTION-NO
003567         END-READ
003568     END-IF
003569
003570     IF WS-ROW-SECTION-NO = SPACES
003571         GO TO 3400-EXIT
003572     END-IF
003573
003574     MOVE CG-TERM           TO SEC-TERM
003575     MOVE CG-COURSE-CODE    TO SEC-COURSE-CODE
003576     MOVE WS-ROW-SECTION-NO TO SEC-SECTION-NO
003577     READ COURSE-SECTION-FILE
003578         NOT INVALID KEY
003579             MOVE SEC-INSTRUCTOR-ID TO WS-ROW-INSTRUCTOR-ID
003580     END-READ.
003581 3400-EXIT.
003582     EXIT.
003583
003584******************************************************************
003585*    3500-FIND-INSTR-ENTRY - FIND WS-ROW-INSTRUCTOR-ID IN THE     *
003586*        INSTRUCTOR TABLE, ADDING AN EMPTY ENTRY THE FIRST TIME.  *
003587*        WS-ITL-FOUND-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS  *
003588*        FULL.                                                    *
003589******************************************************************
003590 3500-FIND-INSTR-ENTRY.
003591     MOVE ZERO TO WS-ITL-FOUND-SUB
003592     PERFORM 3550-MATCH-INSTR-ENTRY THRU 3550-EXIT
003593         VARYING WS-ITL-SUB FROM 1 BY 1
003594         UNTIL WS-ITL-SUB > WS-INSTR-COUNT
003595            OR WS-ITL-FOUND-SUB > ZERO
003596
003597     IF WS-ITL-FOUND-SUB > ZERO
003598         GO TO 3500-EXIT
003599     END-IF
003600
003601     IF WS-INSTR-COUNT >= 100
003602         DISPLAY 'CRSDIST: MORE INSTRUCTORS THAN TABLE HOLDS FOR '
003603                 CAT-COURSE-CODE
003604         MOVE 4 TO RETURN-CODE
003605         GO TO 3500-EXIT
003606     END-IF
003607
003608     ADD 1 TO WS-INSTR-COUNT
003609     MOVE WS-INSTR-COUNT       TO WS-ITL-FOUND-SUB
003610     MOVE WS-ROW-INSTRUCTOR-ID
003611         TO WS-ITL-INSTRUCTOR-ID (WS-ITL-FOUND-SUB)
003612     MOVE ZERO TO WS-ITL-GRADED-SEATS (WS-ITL-FOUND-SUB)
003613     MOVE ZERO TO WS-ITL-COUNT-A (WS-ITL-FOUND-SUB)
003614     MOVE ZERO TO WS-ITL-COUNT-B (WS-ITL-FOUND-SUB)
003615     MOVE ZERO TO WS-ITL-COUNT-C (WS-ITL-FOUND-SUB)
003616     MOVE ZERO TO WS-ITL-COUNT-D (WS-ITL-FOUND-SUB)
003617     MOVE ZERO TO WS-ITL-COUNT-F (WS-ITL-FOUND-SUB)
003618     MOVE ZERO TO WS-ITL-COUNT-W (WS-ITL-FOUND-SUB)
003619     MOVE ZERO TO WS-ITL-COUNT-I (WS-ITL-FOUND-SUB)
003620     MOVE ZERO TO WS-ITL-EXCLUDED (WS-ITL-FOUND-SUB)
003621     MOVE ZERO TO WS-ITL-QUALITY-POINTS (WS-ITL-FOUND-SUB)
003622     MOVE ZERO TO WS-ITL-CREDIT-HOURS (WS-ITL-FOUND-SUB).
003623 3500-EXIT.
003624     EXIT.
003625
003626******************************************************************
003627*    3550-MATCH-INSTR-ENTRY - REMEMBER THE SUBSCRIPT OF A         *
003628*        MATCHING TABLE ENTRY.                                    *
003629******************************************************************
003630 3550-MATCH-INSTR-ENTRY.
003631     IF WS-ITL-INSTRUCTOR-ID (WS-ITL-SUB) = WS-ROW-INSTRUCTOR-ID
003632         MOVE WS-ITL-SUB TO WS-ITL-FOUND-SUB
003633     END-IF.
003634 3550-EXIT.
003635     EXIT.
003636
003637******************************************************************
003638*    4000-PRINT-COURSE-BLOCK - ONE DISTRIBUTION BLOCK FOR THE     *
003639*        COURSE JUST TALLIED.                                     *
003640******************************************************************
003641 4000-PRINT-COURSE-BLOCK.
003642     ADD 1 TO WS-COURSES-PRINTED-CT
003643
003644     WRITE DISTRIBUTION-LINE FROM WS-PAGE-SEPARATOR
003645
003646     MOVE CAT-COURSE-CODE  TO CHD-COURSE-CODE
003647     MOVE CAT-COURSE-TITLE TO CHD-COURSE-TITLE
003648     WRITE DISTRIBUTION-LINE FROM WS-COURSE-HEADING-LINE
003649     IF WS-PARM-TERM NOT = SPACES
003650         MOVE WS-PARM-TERM TO TRM-TERM
003651         WRITE DISTRIBUTION-LINE FROM WS-TERM-LINE
003652     END-IF
003653     WRITE DISTRIBUTION-LINE FROM WS-BLANK-LINE
003654
003655     IF WS-GRADED-SEATS-CT = ZERO AND WS-COUNT-W = ZERO
003660             AND WS-COUNT-I = ZERO
003670         WRITE DISTRIBUTION-LINE FROM WS-NO-GRADES-LINE
003680         GO TO 4000-EXIT
003700
003710     MOVE WS-GRADED-SEATS-CT TO STL-GRADED-SEATS
003720     WRITE DISTRIBUTION-LINE FROM WS-SEATS-LINE
003722
003724     MOVE WS-EXCLUDED-CT TO EXL-EXCLUDED
003726     WRITE DISTRIBUTION-LINE FROM WS-EXCLUDED-LINE
003730
003740     MOVE WS-COUNT-A TO DST-COUNT-A
003750     MOVE WS-COUNT-B TO DST-COUNT-B
003850                 WS-TOTAL-QUALITY-POINTS / WS-TOTAL-CREDIT-HOURS
003860         MOVE WS-AVERAGE-GPA TO AVG-GPA
003870         WRITE DISTRIBUTION-LINE FROM WS-AVERAGE-LINE
003872     END-IF
003874
003876     IF WS-BY-INSTRUCTOR
003878         PERFORM 4100-PRINT-INSTRUCTOR THRU 4100-EXIT
003880             VARYING WS-ITL-SUB FROM 1 BY 1
003882             UNTIL WS-ITL-SUB > WS-INSTR-COUNT
003884     END-IF.
003890 4000-EXIT.
003900     EXIT.
003901
003902******************************************************************
003903*    4100-PRINT-INSTRUCTOR - ONE INSTRUCTOR'S SHARE OF THE COURSE *
003904*        JUST PRINTED: NAME, GRADED SEATS, EXCLUDED REPEATS,      *
003905*        DISTRIBUTION, AVERAGE.                                   *
003906******************************************************************
003907 4100-PRINT-INSTRUCTOR.
003908     WRITE DISTRIBUTION-LINE FROM WS-BLANK-LINE
003909
003910     MOVE WS-ITL-INSTRUCTOR-ID (WS-ITL-SUB) TO IHD-INSTRUCTOR-ID
003911     IF WS-ITL-INSTRUCTOR-ID (WS-ITL-SUB) = SPACES
003912         MOVE '(NO SECTION RECORDED)' TO IHD-INSTRUCTOR-NAME
003913     ELSE
003914         MOVE WS-ITL-INSTRUCTOR-ID (WS-ITL-SUB)
003915             TO INS-INSTRUCTOR-ID
003916         READ INSTRUCTOR-MASTER-FILE
003917             INVALID KEY
003918                 MOVE '(NOT ON MASTER)' TO IHD-INSTRUCTOR-NAME
003919             NOT INVALID KEY
003920                 MOVE INS-INSTRUCTOR-NAME TO IHD-INSTRUCTOR-NAME
003921         END-READ
003922     END-IF
003923     WRITE DISTRIBUTION-LINE FROM WS-INSTRUCTOR-LINE
003924
003925     MOVE WS-ITL-GRADED-SEATS (WS-ITL-SUB) TO STL-GRADED-SEATS
003926     WRITE DISTRIBUTION-LINE FROM WS-SEATS-LINE
003927
003928     MOVE WS-ITL-EXCLUDED (WS-ITL-SUB) TO EXL-EXCLUDED
003929     WRITE DISTRIBUTION-LINE FROM WS-EXCLUDED-LINE
003930
003931     MOVE WS-ITL-COUNT-A (WS-ITL-SUB) TO DST-COUNT-A
003932     MOVE WS-ITL-COUNT-B (WS-ITL-SUB) TO DST-COUNT-B
003933     MOVE WS-ITL-COUNT-C (WS-ITL-SUB) TO DST-COUNT-C
003934     MOVE WS-ITL-COUNT-D (WS-ITL-SUB) TO DST-COUNT-D
003935     MOVE WS-ITL-COUNT-F (WS-ITL-SUB) TO DST-COUNT-F
003936     MOVE WS-ITL-COUNT-W (WS-ITL-SUB) TO DST-COUNT-W
003937     MOVE WS-ITL-COUNT-I (WS-ITL-SUB) TO DST-COUNT-I
003938     WRITE DISTRIBUTION-LINE FROM WS-DIST-LINE
003939
003940     IF WS-ITL-CREDIT-HOURS (WS-ITL-SUB) > ZERO
003941         COMPUTE WS-AVERAGE-GPA ROUNDED =
003942                 WS-ITL-QUALITY-POINTS (WS-ITL-SUB) /
003943                 WS-ITL-CREDIT-HOURS (WS-ITL-SUB)
003944         MOVE WS-AVERAGE-GPA TO AVG-GPA
003945         WRITE DISTRIBUTION-LINE FROM WS-AVERAGE-LINE
003946     END-IF.
003947 4100-EXIT.
003948     EXIT.
003949
003950******************************************************************
003951*    8000-TERMINATE - REPORT THE CONTROL TOTALS AND CLOSE FILES.  *
003952******************************************************************
003953 8000-TERMINATE.
003960     DISPLAY 'CRSDIST: ' WS-COURSES-PRINTED-CT
003970             ' COURSE DISTRIBUTIONS PRINTED'
003980
004040     END-IF
004050     IF WS-REPORT-FILE-OPEN
004060         CLOSE DISTRIBUTION-REPORT
004061     END-IF
004062     IF WS-HISTORY-FILE-OPEN
004063         CLOSE ENROLLMENT-HISTORY-FILE
004064     END-IF
004065     IF WS-ENROL-FILE-OPEN
004066         CLOSE CURRENT-ENROLLMENT-FILE
004067     END-IF
004068     IF WS-SECTION-FILE-OPEN
004069         CLOSE COURSE-SECTION-FILE
004070     END-IF
004071     IF WS-INSTR-FILE-OPEN
004072         CLOSE INSTRUCTOR-MASTER-FILE
004073     END-IF.
004080 8000-EXIT.
004090     EXIT.
