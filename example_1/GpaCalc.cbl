000410*                     HOURS NOR ZERO QUALITY POINTS FOLD INTO    *
000420*                     ANY GPA, SO A WITHDRAWAL NO LONGER DRAGS   *
000430*                     A STUDENT DOWN LIKE A FAKE F DID.          *
000432*    2026-10-15 JBH   AN ATTEMPT FLAGGED CG-REPEAT-EXCLUDED (A   *
000434*                     COURSE TAKEN AGAIN) IS NOW SKIPPED THE     *
000436*                     SAME WAY, SO ONLY THE ATTEMPT THE REPEAT   *
000438*                     POLICY COUNTS FOLDS INTO THE GPA.          *
000440******************************************************************
000450
000460 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530*----------------------------------------------------------------*
000540*    COURSE-GRADES   - ONE ROW PER ATTEMPT AT A COURSE, KEYED BY  *
000550*        STUDENT ID + COURSE CODE + TERM SO ONE STUDENT CAN HAVE  *
000560*        MANY ROWS.  READ FRONT TO BACK IN KEY ORDER, ONCE,       *
000570*        ACROSS THE WHOLE RUN.                                    *
000580*----------------------------------------------------------------*
002000*        QUALITY POINTS, WEIGHT BY CREDIT HOURS, ADD IT IN.  A    *
002010*        W OR I ROW CARRIES NO QUALITY POINTS AND NO HOURS - IT   *
002020*        IS PART OF THE RECORD, NOT PART OF ANY GPA.              *
002025*        NEITHER IS AN ATTEMPT THE REPEAT POLICY EXCLUDED.        *
002030******************************************************************
002040 2500-ACCUMULATE-GRADES.
002050     IF CG-LETTER-GRADE = 'W' OR CG-LETTER-GRADE = 'I'
002055        OR CG-REPEAT-EXCLUDED
002060         PERFORM 2100-READ-COURSE-GRADE THRU 2100-EXIT
002070         GO TO 2500-EXIT
002080     END-IF
