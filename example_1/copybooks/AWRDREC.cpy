000010******************************************************************
000020*    COPYBOOK   : AWRDREC                                        *
000030*    PURPOSE    : ONE AWARD-MASTER RECORD - A SCHOLARSHIP OR AID  *
000040*                 AWARD THE FINANCIAL-AID OFFICE GRANTS: A FIXED  *
000050*                 AMOUNT PER TERM OR A WHOLE PERCENT OF THE       *
000060*                 TERM'S TUITION, THE MINIMUM STUDENT-GPA TO      *
000070*                 KEEP IT, AND UP TO FOUR STANDINGS THAT MAY NOT  *
000080*                 RECEIVE IT ('NE' STANDS FOR A STUDENT NOT YET   *
000090*                 EVALUATED).  KEYED BY AWARD CODE.  MAINTAINED   *
000100*                 BY AWRDMNT; READ BY THE TERM AWARD RUN AWRDRUN. *
000110*    USE        : COPY AWRDREC.                (FD RECORD AS-IS)  *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  --------------------------------------------
000160*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000170******************************************************************
000180    01  AWARD-MASTER-DATA.
000190        05  AW-AWARD-CODE           PIC X(04).
000200        05  AW-AWARD-NAME           PIC X(20).
000210        05  AW-AWARD-TYPE           PIC X(01).
000220            88  AW-TYPE-AMOUNT                 VALUE 'A'.
000230            88  AW-TYPE-PERCENT                VALUE 'P'.
000240            88  AW-TYPE-VALID                  VALUE 'A' 'P'.
000250        05  AW-AWARD-AMOUNT         PIC 9(05)V99.
000260        05  AW-AWARD-PERCENT        PIC 9(03).
000270        05  AW-MIN-GPA              PIC 9(01)V99.
000280        05  AW-EXCLUDED-STANDINGS.
000290            10  AW-EXCLUDED-STANDING PIC X(02) OCCURS 4.
000300        05  AW-STATUS               PIC X(01).
000310            88  AW-ACTIVE                      VALUE 'A'.
000320            88  AW-INACTIVE                    VALUE 'I'.
000330            88  AW-STATUS-VALID                VALUE 'A' 'I'.
