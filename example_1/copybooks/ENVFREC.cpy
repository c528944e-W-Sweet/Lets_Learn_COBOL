000010******************************************************************
000020*    COPYBOOK   : ENVFREC                                        *
000030*    PURPOSE    : ONE RECORD OF THE ENROLLMENT-VERIFICATION FILE  *
000040*                 ENRLVER SENDS THE NATIONAL CLEARINGHOUSE - 80   *
000050*                 BYTES, FIXED.  ONE H HEADER NAMING THE SCHOOL   *
000060*                 AND TERM, THEN ONE D DETAIL PER STUDENT WHOSE   *
000070*                 ENROLLMENT STATUS CHANGED SINCE THE LAST RUN,   *
000080*                 WITH THE NEW AND PRIOR STATUS AND THE DATE THE  *
000090*                 NEW STATUS TOOK EFFECT, THEN ONE T TRAILER WITH *
000100*                 THE RECORD COUNT AND THE DETAIL COUNTS BY       *
000110*                 STATUS.  STATUS CODES ARE F FULL-TIME, H        *
000120*                 HALF-TIME, L LESS THAN HALF-TIME, W WITHDRAWN.  *
000130*    USE        : COPY ENVFREC.                (FD RECORD AS-IS)  *
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  --------------------------------------------
000180*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000190******************************************************************
000200    01  ENRL-VERIFY-RECORD.
000210        05  EV-REC-TYPE             PIC X(01).
000220            88  EV-HEADER                      VALUE 'H'.
000230            88  EV-DETAIL                      VALUE 'D'.
000240            88  EV-TRAILER                     VALUE 'T'.
000250        05  EV-BODY                 PIC X(79).
000260        05  EV-HEADER-BODY REDEFINES EV-BODY.
000270            10  EV-H-SCHOOL-CODE    PIC X(08).
000280            10  EV-H-TERM           PIC X(05).
000290            10  EV-H-RUN-DATE       PIC 9(08).
000300            10  EV-H-RUN-TIME       PIC 9(06).
000310            10  FILLER              PIC X(52).
000320        05  EV-DETAIL-BODY REDEFINES EV-BODY.
000330            10  EV-D-STUDENT-ID     PIC X(06).
000340            10  EV-D-STUDENT-NAME   PIC X(20).
000350            10  EV-D-TERM           PIC X(05).
000360            10  EV-D-STATUS         PIC X(01).
000370            10  EV-D-CREDIT-HOURS   PIC 9(03).
000380            10  EV-D-EFFECTIVE-DATE PIC 9(08).
000390            10  EV-D-PRIOR-STATUS   PIC X(01).
000400            10  FILLER              PIC X(35).
000410        05  EV-TRAILER-BODY REDEFINES EV-BODY.
000420            10  EV-T-RECORD-COUNT   PIC 9(07).
000430            10  EV-T-DETAIL-COUNT   PIC 9(07).
000440            10  EV-T-FULL-TIME-CT   PIC 9(07).
000450            10  EV-T-HALF-TIME-CT   PIC 9(07).
000460            10  EV-T-LESS-HALF-CT   PIC 9(07).
000470            10  EV-T-WITHDRAWN-CT   PIC 9(07).
000480            10  EV-T-STUDENTS-CT    PIC 9(07).
000490            10  FILLER              PIC X(30).
