000120*                 CGW AND CGD JOURNAL A COURSE-GRADES WRITE AND   *
000130*                 DELETE - FOR THOSE THE IMAGES CARRY THE         *
000140*                 COURSE-GRADES ROW, NOT A STUDENT RECORD.        *
000142*                 CED JOURNALS A CURRENT-ENROLLMENT DELETE (THE   *
000144*                 ROW IN THE BEFORE IMAGE).  SCD, SAD AND POD     *
000145*                 JOURNAL A STUDENT-CHARGES, A STUDENT-ADDRESS    *
000146*                 AND A PREREQ-OVERRIDE DELETE; THOSE ROWS ARE    *
000147*                 TOO WIDE FOR ONE IMAGE, SO THE ROW AFTER ITS    *
000148*                 STUDENT ID RUNS ON FROM THE BEFORE IMAGE INTO   *
000149*                 THE AFTER IMAGE.                                *
000150*    USE        : COPY JRNLREC.                                  *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000250*                     ONLINE AND FOR RUNS OUTSIDE THE NIGHTLY     *
000260*                     CYCLE - SO STUBACK CAN BACK OUT EXACTLY     *
000270*                     ONE CYCLE.                                  *
000272*    2026-10-15 JBH   DOCUMENTED THE CED/SCD/SAD ACTIONS THE      *
000274*                     INTEGRITY PURGE WRITES AND STUBACK          *
000276*                     REPLAYS.                                    *
000277*    2026-10-15 JBH   DOCUMENTED THE POD ACTION FOR A PURGED      *
000278*                     PREREQ-OVERRIDE ROW.                        *
000280******************************************************************
000290    01  STUDENT-JOURNAL-RECORD.
000300        05  JRNL-RUN-DATE           PIC 9(08).
