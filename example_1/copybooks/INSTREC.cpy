000010******************************************************************
000020*    COPYBOOK   : INSTREC                                        *
000030*    PURPOSE    : ONE INSTRUCTOR-MASTER RECORD - AN INSTRUCTOR    *
000040*                 WHO CAN BE ASSIGNED TO TEACH A COURSE SECTION:  *
000050*                 THE INSTRUCTOR ID, NAME, HOME DEPARTMENT, AND   *
000060*                 WHETHER THE INSTRUCTOR IS STILL TEACHING.       *
000070*                 KEYED BY INSTRUCTOR ID.  MAINTAINED BY INSTMNT; *
000080*                 NAMED ON EACH SECTION (SECTREC) AND PRINTED BY  *
000090*                 CLASSRST AND CRSDIST.                           *
000100*    USE        : COPY INSTREC.                (FD RECORD AS-IS)  *
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY                                        *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  --------------------------------------------
000150*    2026-10-15 JBH   ORIGINAL COPYBOOK.                          *
000160******************************************************************
000170    01  INSTRUCTOR-DATA.
000180        05  INS-INSTRUCTOR-ID       PIC X(06).
000190        05  INS-INSTRUCTOR-NAME     PIC X(20).
000200        05  INS-DEPARTMENT          PIC X(04).
000210        05  INS-STATUS              PIC X(01).
000220            88  INS-ACTIVE                     VALUE 'A'.
000230            88  INS-INACTIVE                   VALUE 'I'.
000240            88  INS-STATUS-VALID               VALUE 'A' 'I'.
