000370*                     SESSION OTHERWISE, WRITING THE REFUSAL TO  *
000380*                     THE AUDIT TDQ SO AUDITRPT SHOWS WHO        *
000390*                     TRIED.                                     *
000391*    2026-10-15 JBH   DETAIL SCREEN NOW SHOWS THE STUDENT'S      *
000392*                     ACTIVE HOLDS FROM THE STUHOLD FCT FILE -   *
000393*                     ONE HOLD WITH ITS REASON, SEVERAL BY TYPE, *
000394*                     OR NONE - SO A HELD STUDENT IS NOT SENT    *
000395*                     TO THE REGISTRAR'S WINDOW.                 *
000397*    2026-10-15 JBH   COURSE-GRADES IS NOW KEYED BY TERM TOO, SO *
000399*                     EACH ATTEMPT AT A COURSE IS ITS OWN ROW.   *
000401*                     THE DETAIL LINES NOW SHOW THE TERM AND     *
000403*                     MARK AN ATTEMPT EXCLUDED UNDER THE REPEAT  *
000405*                     POLICY.                                    *
000407******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000790*    OPERATOR IS REFUSED.                                         *
000800*----------------------------------------------------------------*
000810 COPY AUDITREC.
000811
000812*----------------------------------------------------------------*
000813*    ONE STUDENT-HOLD RECORD, READ FROM THE STUHOLD FCT FILE      *
000814*    FOR EACH HOLD TYPE WHEN THE DETAIL SCREEN IS PAINTED.        *
000815*----------------------------------------------------------------*
000816 COPY HOLDREC.
000820
000830 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000840
000950 77  WS-ROW-SUB                   PIC S9(4) COMP VALUE ZERO.
000960 77  WS-CRS-SUB                   PIC S9(4) COMP VALUE ZERO.
000970 77  WS-PREV-COUNT                PIC S9(4) COMP VALUE ZERO.
000973 77  WS-HOLD-SUB                  PIC S9(4) COMP VALUE ZERO.
000976 77  WS-HOLD-COUNT                PIC S9(4) COMP VALUE ZERO.
000980
000990 01  WS-BROWSE-NAME               PIC X(20) VALUE SPACES.
001000 01  WS-BROWSE-SKIP               PIC 9(03) VALUE ZERO.
001130 01  WS-CG-RID.
001140     05  WS-CG-RID-STUDENT-ID     PIC X(06).
001150     05  WS-CG-RID-COURSE-CODE    PIC X(06).
001151     05  WS-CG-RID-TERM           PIC X(05).
001152
001153 01  WS-HOLD-RID.
001154     05  WS-HOLD-RID-STUDENT-ID   PIC X(06).
001155     05  WS-HOLD-RID-TYPE         PIC X(01).
001156
001157*----------------------------------------------------------------*
001158*    HOLD TYPES IN THE ORDER THEY ARE SHOWN, WITH THEIR NAMES.    *
001159*----------------------------------------------------------------*
001160 01  WS-HOLD-TYPE-VALUES          PIC X(03) VALUE 'BRD'.
001161 01  WS-HOLD-TYPES REDEFINES WS-HOLD-TYPE-VALUES.
001162     05  WS-HOLD-TYPE             PIC X(01) OCCURS 3.
001163 01  WS-HOLD-NAME-VALUES          PIC X(30) VALUE
001164     'BURSAR    REGISTRARDEAN      '.
001165 01  WS-HOLD-NAMES REDEFINES WS-HOLD-NAME-VALUES.
001166     05  WS-HOLD-NAME             PIC X(10) OCCURS 3.
001167
001168*----------------------------------------------------------------*
001169*    WS-HOLD-DISPLAY - THE DHOLD FIELD.  ONE ACTIVE HOLD SHOWS    *
001170*    ITS TYPE AND REASON; MORE THAN ONE LISTS THE TYPES.          *
001171*----------------------------------------------------------------*
001172 01  WS-HOLD-DISPLAY              PIC X(42) VALUE SPACES.
001173 01  WS-HOLD-LIST REDEFINES WS-HOLD-DISPLAY.
001174     05  WS-HOLD-LIST-NAME        PIC X(10) OCCURS 3.
001175     05  FILLER                   PIC X(12).
001176 01  WS-HOLD-SINGLE REDEFINES WS-HOLD-DISPLAY.
001177     05  WS-HOLD-ONE-NAME         PIC X(10).
001178     05  WS-HOLD-ONE-REASON       PIC X(30).
001179     05  FILLER                   PIC X(02).
001180 01  WS-FIRST-HOLD-REASON         PIC X(30) VALUE SPACES.
001181
001182 01  WS-RESULT-LINE.
001183     05  RL-ROW-NO                PIC 9(01).
001190     05  FILLER                   PIC X(02) VALUE SPACES.
001200     05  RL-STUDENT-ID            PIC X(06).
001210     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  CL-CREDIT-HOURS          PIC 9(01).
001320     05  FILLER                   PIC X(03) VALUE SPACES.
001330     05  CL-LETTER-GRADE          PIC X(01).
001332     05  FILLER                   PIC X(03) VALUE SPACES.
001334     05  CL-TERM                  PIC X(05).
001336     05  FILLER                   PIC X(03) VALUE SPACES.
001338     05  CL-REPEAT-NOTE           PIC X(15).
001340
001350*----------------------------------------------------------------*
001360*    WS-COMMAREA - THE BROWSE STATE CARRIED BETWEEN PSEUDO-       *
006150******************************************************************
006160*    5000-SHOW-DETAIL - READ THE SELECTED STUDENT BY ITS SAVED    *
006170*        ID AND PAINT THE READ-ONLY DETAIL SCREEN WITH ITS        *
006180*        COURSE-GRADE LINES AND ACTIVE HOLDS.                     *
006190******************************************************************
006200 5000-SHOW-DETAIL.
006210     MOVE SELI TO WS-SEL-ROW
006490     MOVE WS-STUDENT-STANDING TO DSTNDO
006500
006510     PERFORM 5100-LOAD-COURSE-LINES THRU 5100-EXIT
006515     PERFORM 5300-LOAD-HOLDS THRU 5300-EXIT
006520
006530     IF WS-MORE-COURSES
006540         MOVE 'MORE COURSE GRADES NOT SHOWN - R=RETURN X=EXIT'
006730 5100-LOAD-COURSE-LINES.
006740     MOVE WS-STUDENT-ID TO WS-CG-RID-STUDENT-ID
006750     MOVE LOW-VALUES    TO WS-CG-RID-COURSE-CODE
006755     MOVE LOW-VALUES    TO WS-CG-RID-TERM
006760     MOVE ZERO TO WS-CRS-SUB
006770     MOVE 'N'  TO WS-MORE-COURSES-SWITCH
006780     MOVE 'N'  TO WS-BROWSE-DONE-SWITCH
007080******************************************************************
007090*    5200-READ-COURSE-LINE - ONE COURSE-GRADES ROW ONTO THE       *
007100*        DETAIL SCREEN, STOPPING AT THE NEXT STUDENT'S ROWS.      *
007103*        AN ATTEMPT EXCLUDED UNDER THE REPEAT POLICY IS MARKED    *
007106*        THE WAY TRNSCRPT MARKS IT.                               *
007110******************************************************************
007120 5200-READ-COURSE-LINE.
007130     EXEC CICS READNEXT FILE('COURSGRD')
007300     MOVE CG-COURSE-CODE  TO CL-COURSE-CODE
007310     MOVE CG-CREDIT-HOURS TO CL-CREDIT-HOURS
007320     MOVE CG-LETTER-GRADE TO CL-LETTER-GRADE
007321     MOVE CG-TERM         TO CL-TERM
007322     IF CG-REPEAT-EXCLUDED
007323         MOVE 'REPEAT EXCLUDED' TO CL-REPEAT-NOTE
007324     ELSE
007325         MOVE SPACES TO CL-REPEAT-NOTE
007326     END-IF
007330     MOVE WS-COURSE-LINE  TO CRSO (WS-CRS-SUB).
007340 5200-EXIT.
007350     EXIT.
007580     END-IF.
007590 5250-EXIT.
007600     EXIT.
007601
007602******************************************************************
007603*    5300-LOAD-HOLDS - LOOK UP EACH HOLD TYPE FOR THE SELECTED    *
007604*        STUDENT AND FILL THE HOLDS FIELD WITH THE ACTIVE ONES.   *
007605******************************************************************
007606 5300-LOAD-HOLDS.
007607     MOVE SPACES TO WS-HOLD-DISPLAY
007608     MOVE SPACES TO WS-FIRST-HOLD-REASON
007609     MOVE ZERO   TO WS-HOLD-COUNT
007610
007611     PERFORM 5350-READ-ONE-HOLD THRU 5350-EXIT
007612         VARYING WS-HOLD-SUB FROM 1 BY 1
007613         UNTIL WS-HOLD-SUB > 3
007614
007615     EVALUATE WS-HOLD-COUNT
007616         WHEN ZERO
007617             MOVE 'NONE' TO WS-HOLD-DISPLAY
007618         WHEN 1
007619             MOVE WS-FIRST-HOLD-REASON TO WS-HOLD-ONE-REASON
007620     END-EVALUATE
007621
007622     MOVE WS-HOLD-DISPLAY TO DHOLDO.
007623 5300-EXIT.
007624     EXIT.
007625
007626******************************************************************
007627*    5350-READ-ONE-HOLD - ONE HOLD TYPE.  NOT ON FILE OR ALREADY  *
007628*        RELEASED IS NOT SHOWN.                                   *
007629******************************************************************
007630 5350-READ-ONE-HOLD.
007631     MOVE WS-STUDENT-ID              TO WS-HOLD-RID-STUDENT-ID
007632     MOVE WS-HOLD-TYPE (WS-HOLD-SUB) TO WS-HOLD-RID-TYPE
007633
007634     EXEC CICS READ FILE('STUHOLD')
007635         INTO(STUDENT-HOLD-DATA)
007636         RIDFLD(WS-HOLD-RID)
007637         RESP(WS-RESP)
007638     END-EXEC
007639
007640     IF WS-RESP NOT = DFHRESP(NORMAL)
007641         GO TO 5350-EXIT
007642     END-IF
007643
007644     IF NOT HD-HOLD-ACTIVE
007645         GO TO 5350-EXIT
007646     END-IF
007647
007648     ADD 1 TO WS-HOLD-COUNT
007649     MOVE WS-HOLD-NAME (WS-HOLD-SUB)
007650         TO WS-HOLD-LIST-NAME (WS-HOLD-COUNT)
007651     IF WS-HOLD-COUNT = 1
007652         MOVE HD-REASON TO WS-FIRST-HOLD-REASON
007653     END-IF.
007654 5350-EXIT.
007655     EXIT.
007656
007657******************************************************************
007658*    6000-PROCESS-DETAIL - ONE ENTRY FROM THE DETAIL SCREEN:      *
007659*        X ENDS THE SESSION, ANYTHING ELSE RETURNS TO THE LIST    *
007660*        PAGE THE OPERATOR CAME FROM.                             *
007661******************************************************************
007670 6000-PROCESS-DETAIL.
007680     EXEC CICS RECEIVE MAP('INQ2')
007690         MAPSET('INQSET')
