000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  --------------------------------------------
000220*    2026-09-02 JBH   ORIGINAL PROGRAM.                          *
000222*    2026-10-15 JBH   SKELETON WIDENED TO 30 TO MATCH GRADE-     *
000224*                     TRANS.  THE REASON CODE AND APPROVER ARE   *
000226*                     LEFT BLANK - THEY ARE USED ONLY ON A       *
000228*                     GRADE CHANGE.                              *
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000720 COPY CRSEREC.
000730
000740 FD  GRADE-SKELETON-FILE
000750     RECORD CONTAINS 30 CHARACTERS
000760     LABEL RECORDS ARE STANDARD.
000770 01  GRADE-SKELETON-RECORD.
000780     05  GS-ACTION               PIC X(01).
000810     05  GS-TERM                 PIC X(05).
000820     05  GS-CREDIT-HOURS         PIC X(01).
000830     05  GS-LETTER-GRADE         PIC X(01).
000833     05  GS-REASON-CODE          PIC X(02).
000836     05  GS-APPROVED-BY          PIC X(08).
000840
000850 FD  PREP-ERRORS-FILE
000860     LABEL RECORDS ARE STANDARD.
002310     MOVE EN-TERM          TO GS-TERM
002320     MOVE CAT-CREDIT-HOURS TO GS-CREDIT-HOURS
002330     MOVE SPACE            TO GS-LETTER-GRADE
002333     MOVE SPACES           TO GS-REASON-CODE
002336     MOVE SPACES           TO GS-APPROVED-BY
002340
002350     WRITE GRADE-SKELETON-RECORD.
002360 2400-EXIT.
