000070******************************************************************
000080*    CLASSRST - CLASS ROSTER REPORT FROM CURRENT-ENROLLMENT.      *
000090*    THE ENROLLMENT FILE IS KEYED STUDENT-FIRST, SO THE ROWS ARE  *
000096*    SORTED BY TERM, COURSE CODE, SECTION, THEN STUDENT ID AND    *
000102*    PRINTED AS ONE ROSTER BLOCK PER SECTION: THE COURSE HEADING  *
000108*    WITH ITS TITLE AND SEAT LIMIT FROM THE CATALOG, THE SECTION  *
000114*    HEADING WITH ITS INSTRUCTOR, MEETING TIME, ROOM, AND SEAT    *
000120*    LIMIT, ONE LINE PER ENROLLED STUDENT WITH THE NAME FROM      *
000130*    STUDENT-MASTER, AND A FILLED-SEATS FOOTER.  ANSWERS          *
000140*    "WHO IS TAKING BIOL10 RIGHT NOW" WHILE THE TERM IS STILL     *
000150*    RUNNING.                                                     *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  --------------------------------------------
000200*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000201*    2026-10-15 JBH   ONE ROSTER PER SECTION INSTEAD OF PER      *
000202*                     COURSE, SORTED BY TERM, COURSE, AND        *
000203*                     SECTION.  THE HEADING ADDS THE SECTION'S   *
000204*                     INSTRUCTOR (FROM INSTRUCTOR-MASTER),       *
000205*                     MEETING DAYS AND TIMES, ROOM, AND SECTION  *
000206*                     SEAT LIMIT FROM COURSE-SECTION.            *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS STUDENT-ID
000590         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000591*----------------------------------------------------------------*
000592*    COURSE-SECTION   - INSTRUCTOR, MEETING TIME, ROOM, AND SEAT  *
000593*        LIMIT FOR EACH SECTION HEADING, ONE RANDOM LOOKUP PER    *
000594*        SECTION GROUP.                                           *
000595*----------------------------------------------------------------*
000596     SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS RANDOM
000599         RECORD KEY IS SEC-KEY
000600         FILE STATUS IS WS-SECTION-FILE-STATUS.
000601*----------------------------------------------------------------*
000602*    INSTRUCTOR-MASTER - THE INSTRUCTOR'S NAME FOR EACH SECTION   *
000603*        HEADING.                                                 *
000604*----------------------------------------------------------------*
000605     SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST"
000606         ORGANIZATION IS INDEXED
000607         ACCESS MODE IS RANDOM
000608         RECORD KEY IS INS-INSTRUCTOR-ID
000609         FILE STATUS IS WS-INSTR-FILE-STATUS.
000610*----------------------------------------------------------------*
000611*    ROSTER-REPORT    - ONE ROSTER BLOCK PER SECTION.             *
000620*----------------------------------------------------------------*
000630     SELECT ROSTER-REPORT ASSIGN TO "ROSTRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000760     ==EN-KEY==            BY ==SRT-E-KEY==
000770     ==EN-STUDENT-ID==     BY ==SRT-E-STUDENT-ID==
000780     ==EN-COURSE-CODE==    BY ==SRT-E-COURSE-CODE==
000790     ==EN-TERM==           BY ==SRT-E-TERM==
000795     ==EN-SECTION-NO==     BY ==SRT-E-SECTION-NO==.
000800
000810 FD  COURSE-CATALOG-FILE
000820     LABEL RECORDS ARE STANDARD.
000850 FD  STUDENT-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY STUDREC.
000871
000872 FD  COURSE-SECTION-FILE
000873     LABEL RECORDS ARE STANDARD.
000874 COPY SECTREC.
000875
000876 FD  INSTRUCTOR-MASTER-FILE
000877     LABEL RECORDS ARE STANDARD.
000878 COPY INSTREC.
000880
000890 FD  ROSTER-REPORT
000900     LABEL RECORDS ARE STANDARD.
000960     05  WS-CATALOG-FILE-STATUS   PIC X(02) VALUE SPACES.
000970     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
000980     05  WS-ROSTER-FILE-STATUS    PIC X(02) VALUE SPACES.
000983     05  WS-SECTION-FILE-STATUS   PIC X(02) VALUE SPACES.
000986     05  WS-INSTR-FILE-STATUS     PIC X(02) VALUE SPACES.
000990
001000 01  WS-SWITCHES.
001010     05  WS-EOF-ENROL-SWITCH      PIC X(01) VALUE 'N'.
001100         88  WS-ROSTER-FILE-OPEN            VALUE 'Y'.
001102     05  WS-COURSE-FOUND-SW       PIC X(01) VALUE 'N'.
001104         88  WS-COURSE-ON-CATALOG           VALUE 'Y'.
001105     05  WS-SECTION-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001106         88  WS-SECTION-FILE-OPEN           VALUE 'Y'.
001107     05  WS-INSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001108         88  WS-INSTR-FILE-OPEN             VALUE 'Y'.
001110
001120 77  WS-ROWS-RELEASED-CT          PIC S9(7) COMP VALUE ZERO.
001130 77  WS-ROSTERS-PRINTED-CT        PIC S9(7) COMP VALUE ZERO.
001140 77  WS-SEATS-FILLED-CT           PIC S9(5) COMP VALUE ZERO.
001150
001160 01  WS-CURRENT-COURSE            PIC X(06) VALUE SPACES.
001163 01  WS-CURRENT-TERM              PIC X(05) VALUE SPACES.
001166 01  WS-CURRENT-SECTION           PIC X(03) VALUE SPACES.
001170
001180 01  WS-PAGE-SEPARATOR            PIC X(80) VALUE ALL '='.
001190
001280
001290 01  WS-NO-CATALOG-LINE           PIC X(80) VALUE
001300     '  (COURSE NOT ON THE CATALOG)'.
001301
001302 01  WS-SECTION-HEADING-LINE.
001303     05  FILLER                   PIC X(10) VALUE 'SECTION : '.
001304     05  SHD-SECTION-NO           PIC X(03).
001305     05  FILLER                   PIC X(10) VALUE '   TERM : '.
001306     05  SHD-TERM                 PIC X(05).
001307     05  FILLER                   PIC X(16) VALUE
001308         '   INSTRUCTOR : '.
001309     05  SHD-INSTRUCTOR-NAME      PIC X(21).
001310
001311*----------------------------------------------------------------*
001312*    WS-MEETING-LINE - DAYS, TIMES, ROOM, AND SECTION SEAT LIMIT. *
001313*    AN ARRANGED SECTION PRINTS ARRANGED WHERE THE TIMES GO.      *
001314*----------------------------------------------------------------*
001315 01  WS-MEETING-LINE.
001316     05  FILLER                   PIC X(10) VALUE 'MEETS   : '.
001317     05  MTG-DAYS                 PIC X(07).
001318     05  FILLER                   PIC X(03) VALUE SPACES.
001319     05  MTG-TIMES.
001320         10  MTG-START-TIME       PIC X(04).
001321         10  MTG-DASH             PIC X(01).
001322         10  MTG-END-TIME         PIC X(04).
001323     05  FILLER                   PIC X(10) VALUE '   ROOM : '.
001324     05  MTG-ROOM                 PIC X(08).
001325     05  FILLER                   PIC X(18) VALUE
001326         '   SECTION LIMIT :'.
001327     05  MTG-SEAT-LIMIT           PIC ZZZ9.
001328
001329 01  WS-COLUMN-HEADING-1          PIC X(80) VALUE
001330     'STUDENT  NAME                  TERM'.
001340 01  WS-COLUMN-HEADING-2          PIC X(80) VALUE
001350     '------   --------------------  -----'.
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     SORT SORT-WORK-FILE
001540         ON ASCENDING KEY SRT-E-TERM
001543                          SRT-E-COURSE-CODE
001546                          SRT-E-SECTION-NO
001550                          SRT-E-STUDENT-ID
001560         INPUT PROCEDURE IS 2000-RELEASE-ROWS THRU 2000-EXIT
001570         OUTPUT PROCEDURE IS 3000-PRINT-ROSTERS THRU 3000-EXIT
001580
001590     DISPLAY 'CLASSRST: ' WS-ROWS-RELEASED-CT
001600             ' ENROLLMENT ROWS REPORTED'
001610     DISPLAY 'CLASSRST: ' WS-ROSTERS-PRINTED-CT
001620             ' SECTION ROSTERS PRINTED'
001630
001640     STOP RUN.
001650
002100
002110******************************************************************
002120*    3000-PRINT-ROSTERS - PULL THE SORTED ROWS AND PRINT ONE      *
002130*        ROSTER BLOCK PER SECTION.                                *
002140******************************************************************
002150 3000-PRINT-ROSTERS.
002160     OPEN INPUT COURSE-CATALOG-FILE
002420         GO TO 3000-EXIT
002430     END-IF
002440     SET WS-ROSTER-FILE-OPEN TO TRUE
002441
002442     OPEN INPUT COURSE-SECTION-FILE
002443     IF WS-SECTION-FILE-STATUS NOT = '00'
002444         DISPLAY 'CLASSRST: UNABLE TO OPEN COURSE-SECTION, '
002445                 'STATUS = ' WS-SECTION-FILE-STATUS
002446         MOVE 16 TO RETURN-CODE
002447         SET WS-EOF-SORT-WORK TO TRUE
002448         GO TO 3000-EXIT
002449     END-IF
002450     SET WS-SECTION-FILE-OPEN TO TRUE
002451
002452     OPEN INPUT INSTRUCTOR-MASTER-FILE
002453     IF WS-INSTR-FILE-STATUS NOT = '00'
002454         DISPLAY 'CLASSRST: UNABLE TO OPEN INSTRUCTOR-MASTER, '
002455                 'STATUS = ' WS-INSTR-FILE-STATUS
002456         MOVE 16 TO RETURN-CODE
002457         SET WS-EOF-SORT-WORK TO TRUE
002458         GO TO 3000-EXIT
002459     END-IF
002460     SET WS-INSTR-FILE-OPEN TO TRUE
002461
002462     PERFORM 3100-RETURN-ROW THRU 3100-EXIT
002470
002480     PERFORM 3200-PRINT-ONE-ROW THRU 3200-EXIT
002490         UNTIL WS-EOF-SORT-WORK
002600     END-IF
002610     IF WS-ROSTER-FILE-OPEN
002620         CLOSE ROSTER-REPORT
002622     END-IF
002624     IF WS-SECTION-FILE-OPEN
002626         CLOSE COURSE-SECTION-FILE
002628     END-IF
002630     IF WS-INSTR-FILE-OPEN
002632         CLOSE INSTRUCTOR-MASTER-FILE
002634     END-IF.
002640 3000-EXIT.
002650     EXIT.
002660
002760     EXIT.
002770
002780******************************************************************
002790*    3200-PRINT-ONE-ROW - ON A SECTION BREAK CLOSE THE OLD GROUP  *
002800*        AND OPEN THE NEW ONE, THEN PRINT THE STUDENT LINE.       *
002810******************************************************************
002820 3200-PRINT-ONE-ROW.
002830     IF SRT-E-COURSE-CODE NOT = WS-CURRENT-COURSE
002833        OR SRT-E-SECTION-NO NOT = WS-CURRENT-SECTION
002836        OR SRT-E-TERM NOT = WS-CURRENT-TERM
002840         IF WS-CURRENT-COURSE NOT = SPACES
002850             PERFORM 3600-PRINT-FOOTER THRU 3600-EXIT
002860         END-IF
002960******************************************************************
002970*    3300-PRINT-COURSE-HEADING - START A NEW ROSTER BLOCK WITH    *
002980*        THE TITLE AND SEAT LIMIT FROM THE CATALOG.               *
002985*        THE SECTION LINES FOLLOW FROM 3350.                      *
002990******************************************************************
003000 3300-PRINT-COURSE-HEADING.
003010     MOVE SRT-E-COURSE-CODE TO WS-CURRENT-COURSE
003013     MOVE SRT-E-SECTION-NO  TO WS-CURRENT-SECTION
003016     MOVE SRT-E-TERM        TO WS-CURRENT-TERM
003020     MOVE ZERO TO WS-SEATS-FILLED-CT
003030     ADD 1 TO WS-ROSTERS-PRINTED-CT
003040
003050     WRITE ROSTER-LINE FROM WS-PAGE-SEPARATOR
003060
003198         WRITE ROSTER-LINE FROM WS-NO-CATALOG-LINE
003200     END-IF
003210
003213     PERFORM 3350-PRINT-SECTION-HEADING THRU 3350-EXIT
003216
003220     WRITE ROSTER-LINE FROM WS-BLANK-LINE
003230     WRITE ROSTER-LINE FROM WS-COLUMN-HEADING-1
003240     WRITE ROSTER-LINE FROM WS-COLUMN-HEADING-2.
003250 3300-EXIT.
003260     EXIT.
003261
003262******************************************************************
003263*    3350-PRINT-SECTION-HEADING - THE SECTION NUMBER AND TERM,    *
003264*        THE INSTRUCTOR'S NAME, AND THE MEETING LINE.  A SEAT     *
003265*        TAKEN BEFORE SECTIONS WERE RECORDED PRINTS UNDER NO      *
003266*        SECTION; A SECTION OR INSTRUCTOR MISSING FROM ITS FILE   *
003267*        IS NOTED WHERE THE NAME GOES.                            *
003268******************************************************************
003269 3350-PRINT-SECTION-HEADING.
003270     MOVE SRT-E-TERM TO SHD-TERM
003271
003272     IF SRT-E-SECTION-NO = SPACES
003273         MOVE '---'                   TO SHD-SECTION-NO
003274         MOVE '(NO SECTION ASSIGNED)' TO SHD-INSTRUCTOR-NAME
003275         WRITE ROSTER-LINE FROM WS-SECTION-HEADING-LINE
003276         GO TO 3350-EXIT
003277     END-IF
003278
003279     MOVE SRT-E-SECTION-NO  TO SHD-SECTION-NO
003280     MOVE SRT-E-TERM        TO SEC-TERM
003281     MOVE SRT-E-COURSE-CODE TO SEC-COURSE-CODE
003282     MOVE SRT-E-SECTION-NO  TO SEC-SECTION-NO
003283     READ COURSE-SECTION-FILE
003284         INVALID KEY
003285             MOVE '(SECTION NOT ON FILE)' TO SHD-INSTRUCTOR-NAME
003286             WRITE ROSTER-LINE FROM WS-SECTION-HEADING-LINE
003287             GO TO 3350-EXIT
003288     END-READ
003289
003290     MOVE SEC-INSTRUCTOR-ID TO INS-INSTRUCTOR-ID
003291     READ INSTRUCTOR-MASTER-FILE
003292         INVALID KEY
003293             MOVE '(NOT ON MASTER)' TO SHD-INSTRUCTOR-NAME
003294         NOT INVALID KEY
003295             MOVE INS-INSTRUCTOR-NAME TO SHD-INSTRUCTOR-NAME
003296     END-READ
003297     WRITE ROSTER-LINE FROM WS-SECTION-HEADING-LINE
003298
003299     MOVE SEC-MEETING-DAYS TO MTG-DAYS
003300     IF SEC-MEETING-DAYS = SPACES
003301         MOVE 'ARRANGED'     TO MTG-TIMES
003302     ELSE
003303         MOVE SEC-START-TIME TO MTG-START-TIME
003304         MOVE '-'            TO MTG-DASH
003305         MOVE SEC-END-TIME   TO MTG-END-TIME
003306     END-IF
003307     MOVE SEC-ROOM         TO MTG-ROOM
003308     MOVE SEC-SEAT-LIMIT   TO MTG-SEAT-LIMIT
003309     WRITE ROSTER-LINE FROM WS-MEETING-LINE.
003310 3350-EXIT.
003311     EXIT.
003312
003313******************************************************************
003314*    3400-PRINT-STUDENT-LINE - ONE ENROLLED STUDENT, NAME FROM    *
003315*        STUDENT-MASTER.  AN ENROLLMENT FOR AN ID NOT ON THE      *
003316*        MASTER STILL PRINTS - WITH A NOTE WHERE THE NAME GOES -  *
003320*        BECAUSE HIDING IT WOULD HIDE THE PROBLEM.                *
003330******************************************************************
003340 3400-PRINT-STUDENT-LINE.
