000010******************************************************************
000020*    COPYBOOK   : GLJRREC                                        *
000030*    PURPOSE    : ONE RECORD OF THE GENERAL-LEDGER JOURNAL FILE   *
000040*                 GLFEED HANDS THE CONTROLLER'S OFFICE EACH       *
000050*                 BILLING RUN - 80 BYTES, FIXED.  ONE H HEADER,   *
000060*                 THEN ONE D DETAIL PER GL ACCOUNT, POSTING DATE, *
000070*                 AND SIDE (DEBIT OR CREDIT), THEN ONE T TRAILER  *
000080*                 CARRYING THE RECORD COUNTS, THE DEBIT AND       *
000090*                 CREDIT TOTALS, AND THE HASH OF THE DETAIL       *
000100*                 ACCOUNT NUMBERS FOR THE LEDGER'S LOAD CHECK.    *
000110*    USE        : COPY GLJRREC.                (FD RECORD AS-IS)  *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  --------------------------------------------
000160*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000170******************************************************************
000180    01  GL-JOURNAL-RECORD.
000190        05  GJ-REC-TYPE             PIC X(01).
000200            88  GJ-HEADER                      VALUE 'H'.
000210            88  GJ-DETAIL                      VALUE 'D'.
000220            88  GJ-TRAILER                     VALUE 'T'.
000230        05  GJ-BODY                 PIC X(79).
000240        05  GJ-HEADER-BODY REDEFINES GJ-BODY.
000250            10  GJ-H-SOURCE-SYSTEM  PIC X(08).
000260            10  GJ-H-JOURNAL-ID     PIC X(08).
000270            10  GJ-H-RUN-DATE       PIC 9(08).
000280            10  GJ-H-RUN-TIME       PIC 9(06).
000290            10  FILLER              PIC X(49).
000300        05  GJ-DETAIL-BODY REDEFINES GJ-BODY.
000310            10  GJ-D-ACCOUNT        PIC 9(06).
000320            10  GJ-D-POSTING-DATE   PIC 9(08).
000330            10  GJ-D-DR-CR          PIC X(01).
000340                88  GJ-D-DEBIT                 VALUE 'D'.
000350                88  GJ-D-CREDIT                VALUE 'C'.
000360            10  GJ-D-AMOUNT         PIC 9(09)V99.
000370            10  GJ-D-ENTRY-COUNT    PIC 9(07).
000380            10  GJ-D-DESCRIPTION    PIC X(30).
000390            10  FILLER              PIC X(16).
000400        05  GJ-TRAILER-BODY REDEFINES GJ-BODY.
000410            10  GJ-T-RECORD-COUNT   PIC 9(07).
000420            10  GJ-T-DETAIL-COUNT   PIC 9(07).
000430            10  GJ-T-TOTAL-DEBITS   PIC 9(11)V99.
000440            10  GJ-T-TOTAL-CREDITS  PIC 9(11)V99.
000450            10  GJ-T-ACCOUNT-HASH   PIC 9(12).
000460            10  FILLER              PIC X(27).
