000110*    EACH VALIDATED AGAINST COURSE-CATALOG), THEN SWEEPS          *
000120*    STUDENT-MASTER WITH COURSE-GRADES IN STEP AND MEASURES       *
000130*    EVERY STUDENT AGAINST THEM.  CREDIT HOURS ARE EARNED ONLY    *
000140*    BY A PASSING GRADE (A-D); F, W, AND I EARN NOTHING.          *
000143*    A REPEATED COURSE EARNS ONLY ON THE ATTEMPT THE REPEAT       *
000146*    POLICY COUNTS - AN EXCLUDED ATTEMPT EARNS NOTHING.           *
000150*    A STUDENT WHO MEETS EVERYTHING GOES ON THE CANDIDATES        *
000160*    REPORT; EVERYONE ELSE GETS A SHORTFALL BLOCK SAYING          *
000170*    EXACTLY WHAT IS MISSING.  ENDS THE REGISTRAR'S SPRING       *
000180*    RITUAL OF TALLYING CREDIT HOURS OFF THE TRANSCRIPT PILE      *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  --------------------------------------------
000240*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000242*    2026-10-15 JBH   AN ATTEMPT FLAGGED CG-REPEAT-EXCLUDED NOW  *
000244*                     EARNS NO HOURS AND SATISFIES NO REQUIRED   *
000246*                     COURSE, SO A REPEATED COURSE COUNTS ONCE,  *
000248*                     ON THE ATTEMPT GPACALC COUNTS.             *
000250******************************************************************
000260
000270 ENVIRONMENT DIVISION.
005270
005280     MOVE WS-STUDENT-ID TO CG-STUDENT-ID
005290     MOVE LOW-VALUES    TO CG-COURSE-CODE
005295     MOVE LOW-VALUES    TO CG-TERM
005300
005310     START COURSE-GRADES-FILE KEY IS NOT LESS THAN CG-KEY
005320         INVALID KEY
005630*    3200-TALLY-COURSE - A PASSING GRADE (A-D) EARNS ITS CREDIT   *
005640*        HOURS AND CAN SATISFY A REQUIRED COURSE.  F, W, AND I    *
005650*        EARN NOTHING.                                            *
005655*        NEITHER DOES AN ATTEMPT THE REPEAT POLICY EXCLUDED.      *
005660******************************************************************
005670 3200-TALLY-COURSE.
005672     IF CG-REPEAT-EXCLUDED
005674         GO TO 3200-READ-NEXT
005676     END-IF
005678
005680     IF CG-LETTER-GRADE = 'A' OR CG-LETTER-GRADE = 'B'
005690             OR CG-LETTER-GRADE = 'C' OR CG-LETTER-GRADE = 'D'
005700         ADD CG-CREDIT-HOURS TO WS-EARNED-HOURS
005710         PERFORM 3250-MARK-REQUIRED THRU 3250-EXIT
005720             VARYING WS-RQ-SUB FROM 1 BY 1
005730             UNTIL WS-RQ-SUB > WS-REQUIRED-COUNT
005740     END-IF.
005750 3200-READ-NEXT.
005760     PERFORM 3150-READ-COURSE-GRADE THRU 3150-EXIT.
005770 3200-EXIT.
005780     EXIT.
