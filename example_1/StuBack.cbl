000360*                     AND A JOURNALED COURSE-ROW DELETE IS       *
000370*                     WRITTEN BACK, SO A BAD MERGE COMES UNDONE  *
000380*                     WITH THE SAME RUN THAT UNDOES THE MASTER.  *
000382*    2026-10-15 JBH   NOW ALSO REPLAYS THE CED/SCD/SAD ENTRIES   *
000384*                     THE INTEGRITY PURGE JOURNALS: A PURGED     *
000386*                     ENROLLMENT, CHARGES OR ADDRESS ROW IS      *
000388*                     WRITTEN BACK FROM ITS JOURNALED IMAGE.     *
000389*    2026-10-15 JBH   NOW ALSO REPLAYS POD (PURGED OVERRIDES).   *
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CG-KEY
000750         FILE STATUS IS WS-COURSE-FILE-STATUS.
000751*----------------------------------------------------------------*
000752*    CURRENT-ENROLLMENT, STUDENT-CHARGES, STUDENT-ADDRESS -       *
000753*        TOUCHED ONLY WHEN A CED/SCD/SAD ENTRY FROM THE           *
000754*        INTEGRITY PURGE IS BEING BACKED OUT.                     *
000755*----------------------------------------------------------------*
000756     SELECT CURRENT-ENROLLMENT-FILE ASSIGN TO "ENROLMNT"
000757         ORGANIZATION IS INDEXED
000758         ACCESS MODE IS RANDOM
000759         RECORD KEY IS EN-KEY
000760         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000761     SELECT STUDENT-CHARGES-FILE ASSIGN TO "STUCHRG"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS RANDOM
000764         RECORD KEY IS BL-STUDENT-ID
000765         FILE STATUS IS WS-CHARGES-FILE-STATUS.
000766     SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUDADDR"
000767         ORGANIZATION IS INDEXED
000768         ACCESS MODE IS RANDOM
000769         RECORD KEY IS AD-STUDENT-ID
000770         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000771*----------------------------------------------------------------*
000772*    PREREQ-OVERRIDE  - TOUCHED ONLY WHEN A POD ENTRY FROM THE    *
000773*        INTEGRITY PURGE IS BEING BACKED OUT.                     *
000774*----------------------------------------------------------------*
000775     SELECT PREREQ-OVERRIDE-FILE ASSIGN TO "PREOVRD"
000776         ORGANIZATION IS INDEXED
000777         ACCESS MODE IS RANDOM
000778         RECORD KEY IS PO-KEY
000779         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
000780
000781 DATA DIVISION.
000782 FILE SECTION.
000790 FD  STUDENT-JOURNAL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY JRNLREC.
001020 FD  COURSE-GRADES-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY COURSREC.
001041
001042 FD  CURRENT-ENROLLMENT-FILE
001043     LABEL RECORDS ARE STANDARD.
001044 COPY ENRLREC.
001045
001046 FD  STUDENT-CHARGES-FILE
001047     LABEL RECORDS ARE STANDARD.
001048 COPY BILLREC.
001049
001050 FD  STUDENT-ADDRESS-FILE
001051     LABEL RECORDS ARE STANDARD.
001052 COPY ADDRREC.
001053
001054 FD  PREREQ-OVERRIDE-FILE
001055     LABEL RECORDS ARE STANDARD.
001056 COPY PQOVREC.
001057
001060 WORKING-STORAGE SECTION.
001070 01  WS-FILE-STATUS-FIELDS.
001080     05  WS-JOURNAL-FILE-STATUS   PIC X(02) VALUE SPACES.
001090     05  WS-STUDENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001100     05  WS-COURSE-FILE-STATUS    PIC X(02) VALUE SPACES.
001102     05  WS-ENROLL-FILE-STATUS    PIC X(02) VALUE SPACES.
001104     05  WS-CHARGES-FILE-STATUS   PIC X(02) VALUE SPACES.
001106     05  WS-ADDRESS-FILE-STATUS   PIC X(02) VALUE SPACES.
001108     05  WS-OVERRIDE-FILE-STATUS  PIC X(02) VALUE SPACES.
001110
001120 01  WS-SWITCHES.
001130     05  WS-EOF-JOURNAL-SWITCH    PIC X(01) VALUE 'N'.
001210         88  WS-STUDENT-FILE-OPEN           VALUE 'Y'.
001220     05  WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001230         88  WS-COURSE-FILE-OPEN            VALUE 'Y'.
001231     05  WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001232         88  WS-ENROLL-FILE-OPEN            VALUE 'Y'.
001233     05  WS-CHARGES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001234         88  WS-CHARGES-FILE-OPEN           VALUE 'Y'.
001235     05  WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001236         88  WS-ADDRESS-FILE-OPEN           VALUE 'Y'.
001237     05  WS-OVERRIDE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001238         88  WS-OVERRIDE-FILE-OPEN          VALUE 'Y'.
001240     05  WS-SELECT-MODE-SWITCH    PIC X(01) VALUE 'T'.
001250         88  WS-TIMESTAMP-MODE              VALUE 'T'.
001260         88  WS-CYCLE-MODE                  VALUE 'C'.
001420 01  WS-TARGET-CYCLE-X            PIC X(05) VALUE SPACES.
001430 01  WS-TARGET-CYCLE-N REDEFINES WS-TARGET-CYCLE-X
001440                                  PIC 9(05).
001441
001442*----------------------------------------------------------------*
001443*    WS-WIDE-ROW - A CHARGES, ADDRESS OR OVERRIDE ROW REBUILT     *
001444*        FROM AN SCD, SAD OR POD ENTRY: THE STUDENT ID, THEN THE  *
001445*        REST OF THE ROW AS JOURNALED ACROSS THE TWO IMAGES.      *
001446*----------------------------------------------------------------*
001447 01  WS-WIDE-ROW.
001448     05  WS-WIDE-ROW-STUDENT-ID   PIC X(06) VALUE SPACES.
001449     05  WS-WIDE-ROW-PART-1       PIC X(34) VALUE SPACES.
001450     05  WS-WIDE-ROW-PART-2       PIC X(34) VALUE SPACES.
001451
001460 01  WS-PARM-TOKEN-1              PIC X(08) VALUE SPACES.
001470 01  WS-PARM-TOKEN-2              PIC X(06) VALUE SPACES.
001480
003590         GO TO 3000-EXIT
003600     END-IF
003610     SET WS-COURSE-FILE-OPEN TO TRUE
003611
003612     OPEN I-O CURRENT-ENROLLMENT-FILE
003613     IF WS-ENROLL-FILE-STATUS NOT = '00'
003614         DISPLAY 'STUBACK: UNABLE TO OPEN CURRENT-ENROLLMENT, '
003615                 'STATUS = ' WS-ENROLL-FILE-STATUS
003616         MOVE 16 TO RETURN-CODE
003617         SET WS-EOF-SORT-WORK TO TRUE
003618         GO TO 3000-EXIT
003619     END-IF
003620     SET WS-ENROLL-FILE-OPEN TO TRUE
003621
003622     OPEN I-O STUDENT-CHARGES-FILE
003623     IF WS-CHARGES-FILE-STATUS NOT = '00'
003624         DISPLAY 'STUBACK: UNABLE TO OPEN STUDENT-CHARGES, '
003625                 'STATUS = ' WS-CHARGES-FILE-STATUS
003626         MOVE 16 TO RETURN-CODE
003627         SET WS-EOF-SORT-WORK TO TRUE
003628         GO TO 3000-EXIT
003629     END-IF
003630     SET WS-CHARGES-FILE-OPEN TO TRUE
003631
003632     OPEN I-O STUDENT-ADDRESS-FILE
003633     IF WS-ADDRESS-FILE-STATUS NOT = '00'
003634         DISPLAY 'STUBACK: UNABLE TO OPEN STUDENT-ADDRESS, '
003635                 'STATUS = ' WS-ADDRESS-FILE-STATUS
003636         MOVE 16 TO RETURN-CODE
003637         SET WS-EOF-SORT-WORK TO TRUE
003638         GO TO 3000-EXIT
003639     END-IF
003640     SET WS-ADDRESS-FILE-OPEN TO TRUE
003641
003642     OPEN I-O PREREQ-OVERRIDE-FILE
003643     IF WS-OVERRIDE-FILE-STATUS NOT = '00'
003644         DISPLAY 'STUBACK: UNABLE TO OPEN PREREQ-OVERRIDE, '
003645                 'STATUS = ' WS-OVERRIDE-FILE-STATUS
003646         MOVE 16 TO RETURN-CODE
003647         SET WS-EOF-SORT-WORK TO TRUE
003648         GO TO 3000-EXIT
003649     END-IF
003650     SET WS-OVERRIDE-FILE-OPEN TO TRUE
003651
003652     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
003653
003654     PERFORM 3200-BACK-OUT-ENTRY THRU 3200-EXIT
003660         UNTIL WS-EOF-SORT-WORK
003670
003680     IF WS-STUDENT-FILE-OPEN
003700     END-IF
003710     IF WS-COURSE-FILE-OPEN
003720         CLOSE COURSE-GRADES-FILE
003721     END-IF
003722     IF WS-ENROLL-FILE-OPEN
003723         CLOSE CURRENT-ENROLLMENT-FILE
003724     END-IF
003725     IF WS-CHARGES-FILE-OPEN
003726         CLOSE STUDENT-CHARGES-FILE
003727     END-IF
003728     IF WS-ADDRESS-FILE-OPEN
003729         CLOSE STUDENT-ADDRESS-FILE
003730     END-IF
003731     IF WS-OVERRIDE-FILE-OPEN
003732         CLOSE PREREQ-OVERRIDE-FILE
003733     END-IF.
003740 3000-EXIT.
003750     EXIT.
003760
004030             PERFORM 3600-UNDO-CG-WRITE THRU 3600-EXIT
004040         WHEN 'CGD'
004050             PERFORM 3700-UNDO-CG-DELETE THRU 3700-EXIT
004051         WHEN 'CED'
004052             PERFORM 3800-UNDO-CE-DELETE THRU 3800-EXIT
004053         WHEN 'SCD'
004054             PERFORM 3850-UNDO-SC-DELETE THRU 3850-EXIT
004055         WHEN 'SAD'
004056             PERFORM 3900-UNDO-SA-DELETE THRU 3900-EXIT
004057         WHEN 'POD'
004058             PERFORM 3950-UNDO-PO-DELETE THRU 3950-EXIT
004060         WHEN OTHER
004070             ADD 1 TO WS-ENTRIES-FAILED-CT
004080             DISPLAY 'STUBACK: UNKNOWN ACTION ' SRT-J-ACTION
005080     ADD 1 TO WS-ENTRIES-BACKED-OUT-CT.
005090 3700-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    3800-UNDO-CE-DELETE - A CURRENT-ENROLLMENT ROW WAS PURGED    *
005140*        AFTER THE RESTORE POINT, SO WRITE ITS BEFORE IMAGE BACK  *
005150*        ON.                                                      *
005160******************************************************************
005170 3800-UNDO-CE-DELETE.
005180     MOVE SRT-J-BEFORE-IMAGE TO ENROLLMENT-DATA
005190
005200     WRITE ENROLLMENT-DATA
005210         INVALID KEY
005220             ADD 1 TO WS-ENTRIES-FAILED-CT
005230             DISPLAY 'STUBACK: UNDO CE DELETE FAILED FOR '
005240                     EN-STUDENT-ID ' ' EN-COURSE-CODE
005250             GO TO 3800-EXIT
005260     END-WRITE
005270
005280     ADD 1 TO WS-ENTRIES-BACKED-OUT-CT.
005290 3800-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    3850-UNDO-SC-DELETE - A STUDENT-CHARGES ROW WAS PURGED       *
005340*        AFTER THE RESTORE POINT.  REBUILD IT FROM THE STUDENT ID *
005350*        AND THE TWO IMAGES AND WRITE IT BACK ON.                 *
005360******************************************************************
005370 3850-UNDO-SC-DELETE.
005380     MOVE SRT-J-STUDENT-ID   TO WS-WIDE-ROW-STUDENT-ID
005390     MOVE SRT-J-BEFORE-IMAGE TO WS-WIDE-ROW-PART-1
005400     MOVE SRT-J-AFTER-IMAGE  TO WS-WIDE-ROW-PART-2
005410     MOVE WS-WIDE-ROW        TO STUDENT-BILLING-DATA
005420
005430     WRITE STUDENT-BILLING-DATA
005440         INVALID KEY
005450             ADD 1 TO WS-ENTRIES-FAILED-CT
005460             DISPLAY 'STUBACK: UNDO SC DELETE FAILED FOR STUDENT '
005470                     SRT-J-STUDENT-ID
005480             GO TO 3850-EXIT
005490     END-WRITE
005500
005510     ADD 1 TO WS-ENTRIES-BACKED-OUT-CT.
005520 3850-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    3900-UNDO-SA-DELETE - A STUDENT-ADDRESS ROW WAS PURGED AFTER *
005570*        THE RESTORE POINT.  REBUILD IT THE SAME WAY AND WRITE IT *
005580*        BACK ON.                                                 *
005590******************************************************************
005600 3900-UNDO-SA-DELETE.
005610     MOVE SRT-J-STUDENT-ID   TO WS-WIDE-ROW-STUDENT-ID
005620     MOVE SRT-J-BEFORE-IMAGE TO WS-WIDE-ROW-PART-1
005630     MOVE SRT-J-AFTER-IMAGE  TO WS-WIDE-ROW-PART-2
005640     MOVE WS-WIDE-ROW        TO STUDENT-ADDRESS-DATA
005650
005660     WRITE STUDENT-ADDRESS-DATA
005670         INVALID KEY
005680             ADD 1 TO WS-ENTRIES-FAILED-CT
005690             DISPLAY 'STUBACK: UNDO SA DELETE FAILED FOR STUDENT '
005700                     SRT-J-STUDENT-ID
005710             GO TO 3900-EXIT
005720     END-WRITE
005730
005740     ADD 1 TO WS-ENTRIES-BACKED-OUT-CT.
005750 3900-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    3950-UNDO-PO-DELETE - A PREREQ-OVERRIDE ROW WAS PURGED AFTER *
005800*        THE RESTORE POINT.  REBUILD IT THE SAME WAY AND WRITE IT *
005810*        BACK ON.                                                 *
005820******************************************************************
005830 3950-UNDO-PO-DELETE.
005840     MOVE SRT-J-STUDENT-ID   TO WS-WIDE-ROW-STUDENT-ID
005850     MOVE SRT-J-BEFORE-IMAGE TO WS-WIDE-ROW-PART-1
005860     MOVE SRT-J-AFTER-IMAGE  TO WS-WIDE-ROW-PART-2
005870     MOVE WS-WIDE-ROW        TO PREREQ-OVERRIDE-DATA
005880
005890     WRITE PREREQ-OVERRIDE-DATA
005900         INVALID KEY
005910             ADD 1 TO WS-ENTRIES-FAILED-CT
005920             DISPLAY 'STUBACK: UNDO PO DELETE FAILED FOR '
005930                     PO-STUDENT-ID ' ' PO-COURSE-CODE
005940             GO TO 3950-EXIT
005950     END-WRITE
005960
005970     ADD 1 TO WS-ENTRIES-BACKED-OUT-CT.
005980 3950-EXIT.
005990     EXIT.
