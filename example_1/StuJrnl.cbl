000220*                C = CLOSE THE JOURNAL                            *
000230*                G = JOURNAL A COURSE-GRADES WRITE (ACTION CGW)   *
000240*                H = JOURNAL A COURSE-GRADES DELETE (ACTION CGD)  *
000242*                E = JOURNAL A CURRENT-ENROLLMENT DELETE (CED)    *
000244*                B = JOURNAL A STUDENT-CHARGES DELETE (SCD)       *
000246*                A = JOURNAL A STUDENT-ADDRESS DELETE (SAD)       *
000248*                P = JOURNAL A PREREQ-OVERRIDE DELETE (POD)       *
000250*    FOR G AND H THE BEFORE/AFTER IMAGES CARRY THE COURSE-        *
000260*    GRADES ROW INSTEAD OF A STUDENT-MASTER RECORD.               *
000264*    FOR E THE BEFORE IMAGE CARRIES THE ENROLLMENT ROW.           *
000265*    CHARGES, ADDRESS AND OVERRIDE ROWS ARE WIDER THAN ONE IMAGE, *
000266*    SO FOR B, A AND P THE ROW AFTER ITS STUDENT ID IS SPLIT      *
000267*    ACROSS THE BEFORE IMAGE (FIRST 34 BYTES) AND THE AFTER IMAGE *
000268*    (THE REST); THE STUDENT ID ITSELF IS ALREADY ON THE ENTRY.   *
000270*----------------------------------------------------------------*
000280*    MODIFICATION HISTORY                                        *
000290*    DATE       INIT  DESCRIPTION                                *
000360*                     CYCLE NUMBER AND IT IS STAMPED ON EVERY   *
000370*                     ENTRY (ZERO FOR CALLERS OUTSIDE THE       *
000380*                     NIGHTLY CYCLE).                            *
000382*    2026-10-15 JBH   ADDED THE E, B AND A FUNCTIONS SO THE      *
000384*                     INTEGRITY PURGE CAN JOURNAL THE ORPHAN     *
000386*                     ENROLLMENT, CHARGES AND ADDRESS ROWS IT    *
000388*                     DELETES AND STUBACK CAN PUT THEM BACK.     *
000389*    2026-10-15 JBH   ADDED P FOR PURGED PREREQ-OVERRIDE ROWS.   *
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000880         88  LK-FUNCTION-CLOSE              VALUE 'C'.
000890         88  LK-FUNCTION-CG-WRITE           VALUE 'G'.
000900         88  LK-FUNCTION-CG-DELETE          VALUE 'H'.
000902         88  LK-FUNCTION-CE-DELETE          VALUE 'E'.
000904         88  LK-FUNCTION-SC-DELETE          VALUE 'B'.
000906         88  LK-FUNCTION-SA-DELETE          VALUE 'A'.
000908         88  LK-FUNCTION-PO-DELETE          VALUE 'P'.
000910     05  LK-JRNL-PROGRAM-ID       PIC X(08).
000920     05  LK-JRNL-JOB-ID           PIC X(08).
000930     05  LK-JRNL-USER-ID          PIC X(08).
001600             MOVE 'CGW' TO JRNL-ACTION
001610         WHEN LK-FUNCTION-CG-DELETE
001620             MOVE 'CGD' TO JRNL-ACTION
001621         WHEN LK-FUNCTION-CE-DELETE
001622             MOVE 'CED' TO JRNL-ACTION
001623         WHEN LK-FUNCTION-SC-DELETE
001624             MOVE 'SCD' TO JRNL-ACTION
001625         WHEN LK-FUNCTION-SA-DELETE
001626             MOVE 'SAD' TO JRNL-ACTION
001627         WHEN LK-FUNCTION-PO-DELETE
001628             MOVE 'POD' TO JRNL-ACTION
001630         WHEN OTHER
001640             MOVE 'DEL' TO JRNL-ACTION
001650     END-EVALUATE
