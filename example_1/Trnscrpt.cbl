000370*                     INCOMPLETE NOTATION INSTEAD OF QUALITY     *
000380*                     POINTS AND STAY OUT OF EVERY CREDIT AND    *
000390*                     GPA TOTAL, MATCHING GPACALC.               *
000391*    2026-10-15 JBH   A STUDENT WITH AN ACTIVE HOLD ON           *
000392*                     STUDENT-HOLD NOW GETS A TRANSCRIPT MARKED  *
000393*                     HOLD - NOT OFFICIAL UNDER THE HEADER AND   *
000394*                     AGAIN UNDER THE FOOTER INSTEAD OF A CLEAN  *
000395*                     COPY.                                      *
000396*    2026-10-15 JBH   EVERY ATTEMPT AT A REPEATED COURSE NOW     *
000397*                     PRINTS UNDER ITS OWN TERM.  AN ATTEMPT THE *
000398*                     REPEAT POLICY EXCLUDED PRINTS ITS GRADE    *
000399*                     WITH A REPEAT EXCLUDED NOTATION AND, LIKE  *
000400*                     A W OR I, STAYS OUT OF EVERY CREDIT AND    *
000401*                     GPA TOTAL, MATCHING GPACALC AND WHAT THE   *
000402*                     REGISTRAR CERTIFIES.                       *
000403******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000550         RECORD KEY IS STUDENT-ID
000560         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000570*----------------------------------------------------------------*
000580*    COURSE-GRADES   - ONE ROW PER ATTEMPT AT A COURSE, KEYED BY  *
000590*        STUDENT ID + COURSE CODE + TERM.  POSITIONED PER         *
000595*        STUDENT.                                                 *
000600*----------------------------------------------------------------*
000610     SELECT COURSE-GRADES-FILE ASSIGN TO "COURSGRD"
000620         ORGANIZATION IS INDEXED
000690     SELECT TRANSCRIPT-REPORT ASSIGN TO "TRANSRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-TRANS-FILE-STATUS.
000711*----------------------------------------------------------------*
000712*    STUDENT-HOLD     - HOLDS, KEYED BY STUDENT ID + HOLD TYPE.   *
000713*        ANY ACTIVE HOLD MARKS THE TRANSCRIPT NOT OFFICIAL.       *
000714*----------------------------------------------------------------*
000715     SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
000716         ORGANIZATION IS INDEXED
000717         ACCESS MODE IS RANDOM
000718         RECORD KEY IS HD-KEY
000719         FILE STATUS IS WS-HOLD-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000830 FD  TRANSCRIPT-REPORT
000840     LABEL RECORDS ARE STANDARD.
000850 01  TRANSCRIPT-LINE             PIC X(80).
000852
000854 FD  STUDENT-HOLD-FILE
000856     LABEL RECORDS ARE STANDARD.
000858 COPY HOLDREC.
000860
000870 WORKING-STORAGE SECTION.
000880 COPY STUDREC REPLACING ==STUDENT-DATA== BY ==WS-STUDENT-DATA==
000970     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
000980     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
000990     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE SPACES.
000995     05  WS-HOLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001000
001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001110         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001120     05  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001130         88  WS-TRANS-FILE-OPEN             VALUE 'Y'.
001132     05  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001134         88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
001136     05  WS-ON-HOLD-SWITCH        PIC X(01) VALUE 'N'.
001138         88  WS-STUDENT-ON-HOLD             VALUE 'Y'.
001140
001150 77  WS-STUDENTS-PRINTED-CT       PIC S9(7) COMP VALUE ZERO.
001160 77  WS-COURSE-LINE-CT            PIC S9(5) COMP VALUE ZERO.
001161 77  WS-HELD-PRINTED-CT           PIC S9(7) COMP VALUE ZERO.
001162
001163*----------------------------------------------------------------*
001164*    WS-HOLD-TYPES - EVERY HOLD TYPE MARKS THE TRANSCRIPT:        *
001165*    BURSAR, REGISTRAR, DEAN.                                     *
001166*----------------------------------------------------------------*
001167 01  WS-HOLD-TYPE-VALUES          PIC X(03) VALUE 'BRD'.
001168 01  WS-HOLD-TYPES REDEFINES WS-HOLD-TYPE-VALUES.
001169     05  WS-HOLD-TYPE             PIC X(01) OCCURS 3.
001170
001171 77  WS-HOLD-SUB                  PIC S9(4) COMP VALUE ZERO.
001172
001180 01  WS-GRADE-POINTS              PIC 9(01) VALUE ZERO.
001190 01  WS-QUALITY-POINTS            PIC 9(03) VALUE ZERO.
001200 01  WS-TOTAL-QUALITY-POINTS      PIC 9(05)V99 VALUE ZERO.
001380         10  WS-CT-QUALITY-POINTS PIC 9(03).
001390         10  WS-CT-PRINTED-SW     PIC X(01).
001400             88  WS-CT-ROW-PRINTED          VALUE 'Y'.
001403         10  WS-CT-REPEAT-FLAG    PIC X(01).
001406             88  WS-CT-REPEAT-EXCLUDED      VALUE 'E'.
001410
001420 77  WS-CT-SUB                    PIC S9(4) COMP VALUE ZERO.
001430 77  WS-CT-PRINTED-CT             PIC S9(4) COMP VALUE ZERO.
001840     05  FILLER                   PIC X(05) VALUE SPACES.
001850     05  NTL-LETTER-GRADE         PIC X(01).
001860     05  FILLER                   PIC X(05) VALUE SPACES.
001870     05  NTL-NOTATION             PIC X(15).
001880
001890 01  WS-NO-COURSES-LINE           PIC X(80) VALUE
001900     '  NO COURSE-GRADES ROWS ON FILE FOR THIS STUDENT'.
001910
001920 01  WS-OVERFLOW-LINE             PIC X(80) VALUE
001930     '  MORE ROWS THAN CAN BE LISTED - FOOTER COUNTS THEM'.
001932
001934 01  WS-HOLD-LINE                 PIC X(80) VALUE
001936     '*** HOLD - NOT OFFICIAL ***'.
001940
001950 01  WS-TERM-HEADING-LINE.
001960     05  FILLER                   PIC X(07) VALUE 'TERM : '.
002550         GO TO 1000-EXIT
002560     END-IF
002570     SET WS-TRANS-FILE-OPEN TO TRUE
002571
002572     OPEN INPUT STUDENT-HOLD-FILE
002573     IF WS-HOLD-FILE-STATUS NOT = '00'
002574         DISPLAY 'TRNSCRPT: UNABLE TO OPEN STUDENT-HOLD, '
002575                 'STATUS = ' WS-HOLD-FILE-STATUS
002576         SET WS-EOF-STUDENT-MASTER TO TRUE
002577         GO TO 1000-EXIT
002578     END-IF
002579     SET WS-HOLD-FILE-OPEN TO TRUE
002580
002590     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
002600 1000-EXIT.
002630******************************************************************
002640*    2000-PRINT-TRANSCRIPT - PRINT ONE STUDENT'S FULL PAGE BLOCK: *
002650*        HEADER, ONE LINE PER COURSE, AND THE TOTALS FOOTER.      *
002653*        A STUDENT ON HOLD IS MARKED NOT OFFICIAL UNDER THE       *
002656*        HEADER AND UNDER THE FOOTER.                             *
002660******************************************************************
002670 2000-PRINT-TRANSCRIPT.
002680     ADD 1 TO WS-STUDENTS-PRINTED-CT
002820     MOVE WS-STUDENT-NAME TO HDR-STUDENT-NAME
002830     MOVE WS-STUDENT-AGE  TO HDR-STUDENT-AGE
002840     WRITE TRANSCRIPT-LINE FROM WS-HEADER-LINE-1
002841
002842     MOVE 'N' TO WS-ON-HOLD-SWITCH
002843     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT
002844         VARYING WS-HOLD-SUB FROM 1 BY 1
002845         UNTIL WS-HOLD-SUB > 3
002846            OR WS-STUDENT-ON-HOLD
002847     IF WS-STUDENT-ON-HOLD
002848         ADD 1 TO WS-HELD-PRINTED-CT
002849         WRITE TRANSCRIPT-LINE FROM WS-HOLD-LINE
002850     END-IF
002851
002852     WRITE TRANSCRIPT-LINE FROM WS-BLANK-LINE
002860     WRITE TRANSCRIPT-LINE FROM WS-COLUMN-HEADING-1
002870     WRITE TRANSCRIPT-LINE FROM WS-COLUMN-HEADING-2
002880
003030     END-IF
003040
003050     PERFORM 3200-PRINT-FOOTER THRU 3200-EXIT
003052
003054     IF WS-STUDENT-ON-HOLD
003056         WRITE TRANSCRIPT-LINE FROM WS-HOLD-LINE
003058     END-IF
003060
003070     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
003080 2000-EXIT.
003180     END-READ.
003190 2100-EXIT.
003200     EXIT.
003201
003202******************************************************************
003203*    2300-CHECK-HOLDS - LOOK UP ONE HOLD TYPE FOR THE STUDENT.    *
003204*        AN ACTIVE HOLD OF ANY TYPE MARKS THE TRANSCRIPT; A       *
003205*        RELEASED ONE DOES NOT.                                   *
003206******************************************************************
003207 2300-CHECK-HOLDS.
003208     MOVE WS-STUDENT-ID              TO HD-STUDENT-ID
003209     MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO HD-HOLD-TYPE
003210     READ STUDENT-HOLD-FILE
003211         INVALID KEY
003212             GO TO 2300-EXIT
003213     END-READ
003214
003215     IF HD-HOLD-ACTIVE
003216         SET WS-STUDENT-ON-HOLD TO TRUE
003217     END-IF.
003218 2300-EXIT.
003219     EXIT.
003220
003221******************************************************************
003230*    3000-POSITION-COURSES - POSITION COURSE-GRADES AT THE FIRST  *
003240*        ROW FOR THIS STUDENT AND READ IT, THE SAME WAY GPACALC   *
003250*        POSITIONS ITSELF.                                        *
003270 3000-POSITION-COURSES.
003280     MOVE WS-STUDENT-ID TO CG-STUDENT-ID
003290     MOVE LOW-VALUES    TO CG-COURSE-CODE
003295     MOVE LOW-VALUES    TO CG-TERM
003300
003310     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
003320         INVALID KEY
003870
003880*    A W OR I ROW IS SHOWN BUT NEVER COUNTED - SAME RULE AS
003890*    GPACALC, SO THE FOOTER STILL TIES BACK.
003895*    SO IS AN ATTEMPT THE REPEAT POLICY EXCLUDED.
003900     IF CG-LETTER-GRADE NOT = 'W' AND CG-LETTER-GRADE NOT = 'I'
003905         AND NOT CG-REPEAT-EXCLUDED
003910         COMPUTE WS-TOTAL-QUALITY-POINTS =
003920                 WS-TOTAL-QUALITY-POINTS + WS-QUALITY-POINTS
003930         ADD CG-CREDIT-HOURS TO WS-TOTAL-CREDIT-HOURS
004040         MOVE WS-QUALITY-POINTS TO WS-CT-QUALITY-POINTS
004050                                   (WS-CT-COUNT)
004060         MOVE 'N'               TO WS-CT-PRINTED-SW (WS-CT-COUNT)
004065         MOVE CG-REPEAT-FLAG    TO WS-CT-REPEAT-FLAG (WS-CT-COUNT)
004070     ELSE
004080         SET WS-TABLE-OVERFLOW TO TRUE
004090     END-IF
004700*        THE TERM BEING PRINTED, AND FOLD IT INTO THE TERM        *
004710*        TOTALS.  A W OR I ROW PRINTS AS A NOTATION LINE AND      *
004720*        JOINS NO TOTAL.                                          *
004723*        SO DOES AN EXCLUDED REPEAT ATTEMPT, WHICH SHOWS THE      *
004726*        GRADE EARNED BUT NOT THE QUALITY POINTS.                 *
004730******************************************************************
004740 3400-PRINT-GROUP-LINE.
004750     IF WS-CT-ROW-PRINTED (WS-CT-SUB)
004790
004800     IF WS-CT-LETTER-GRADE (WS-CT-SUB) = 'W'
004810         OR WS-CT-LETTER-GRADE (WS-CT-SUB) = 'I'
004815         OR WS-CT-REPEAT-EXCLUDED (WS-CT-SUB)
004820         MOVE WS-CT-COURSE-CODE (WS-CT-SUB)  TO NTL-COURSE-CODE
004830         MOVE WS-CT-CREDIT-HOURS (WS-CT-SUB) TO NTL-CREDIT-HOURS
004840         MOVE WS-CT-LETTER-GRADE (WS-CT-SUB) TO NTL-LETTER-GRADE
004850         EVALUATE TRUE
004856             WHEN WS-CT-LETTER-GRADE (WS-CT-SUB) = 'W'
004862                 MOVE 'WITHDRAWN'       TO NTL-NOTATION
004868             WHEN WS-CT-REPEAT-EXCLUDED (WS-CT-SUB)
004874                 MOVE 'REPEAT EXCLUDED' TO NTL-NOTATION
004880             WHEN OTHER
004886                 MOVE 'INCOMPLETE'      TO NTL-NOTATION
004892         END-EVALUATE
004900         WRITE TRANSCRIPT-LINE FROM WS-COURSE-NOTE-LINE
004910         MOVE 'Y' TO WS-CT-PRINTED-SW (WS-CT-SUB)
004920         ADD 1 TO WS-CT-PRINTED-CT
005370 8000-TERMINATE.
005380     DISPLAY 'TRNSCRPT: ' WS-STUDENTS-PRINTED-CT
005390             ' STUDENT TRANSCRIPTS PRINTED'
005393     DISPLAY 'TRNSCRPT: ' WS-HELD-PRINTED-CT
005396             ' TRANSCRIPTS MARKED HOLD - NOT OFFICIAL'
005400
005410     IF WS-STUDENT-FILE-OPEN
005420         CLOSE STUDENT-MASTER-FILE
005460     END-IF
005470     IF WS-TRANS-FILE-OPEN
005480         CLOSE TRANSCRIPT-REPORT
005484     END-IF
005488     IF WS-HOLD-FILE-OPEN
005492         CLOSE STUDENT-HOLD-FILE
005496     END-IF.
005500 8000-EXIT.
005510     EXIT.
