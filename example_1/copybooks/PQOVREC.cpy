000010******************************************************************
000020*    COPYBOOK   : PQOVREC                                        *
000030*    PURPOSE    : ONE PREREQUISITE-OVERRIDE RECORD - ADVISING'S   *
000040*                 PERMISSION FOR ONE STUDENT TO REGISTER FOR ONE  *
000050*                 COURSE WITHOUT MEETING ITS PREREQUISITES.       *
000060*                 KEYED BY STUDENT ID + COURSE CODE, SO ONE       *
000070*                 OVERRIDE SERVES EVERY TERM.  GRANTED AND        *
000080*                 CANCELLED BY PRQMAINT; HONORED BY ENRLLOAD.     *
000090*    USE        : COPY PQOVREC.                (FD RECORD AS-IS)  *
000100*----------------------------------------------------------------*
000110*    MODIFICATION HISTORY                                        *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  --------------------------------------------
000140*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000145*    2026-10-15 JBH   PURPOSE TEXT STATES THE KEY DIRECTLY; IT    *
000146*                     NO LONGER MATCHES CURRENT-ENROLLMENT'S,     *
000147*                     WHICH NOW CARRIES THE TERM.                 *
000150******************************************************************
000160    01  PREREQ-OVERRIDE-DATA.
000170        05  PO-KEY.
000180            10  PO-STUDENT-ID       PIC X(06).
000190            10  PO-COURSE-CODE      PIC X(06).
000200        05  PO-GRANTED-BY           PIC X(08).
000210        05  PO-GRANTED-DATE         PIC 9(08).
000220        05  PO-REASON               PIC X(29).
