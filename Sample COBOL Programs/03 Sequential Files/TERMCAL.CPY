000010******************************************************************
000020* COPYBOOK:    TERMCAL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the academic calendar file
000070*              (TERMCAL.DAT), one line per term with the dates
000080*              (YYYYMMDD) the enrollment programs enforce:
000090*              TC-RegOpen     - registration opens; no add before
000100*              TC-LastAdd     - last day a course may be added
000110*                               without an operator override
000120*              TC-LastDrop    - last day to drop without record;
000130*                               the course leaves the EnrollTable
000140*                               and the tuition is credited
000150*              TC-LastWithdraw - last day to withdraw; a drop
000160*                               after TC-LastDrop up to this date
000170*                               keeps the enrollment and records
000180*                               a W on GRADES.DAT; later needs
000190*                               an operator override
000200*              TC-TermEnd     - end of term; TERMROLL will not
000210*                               close the term before this date
000220*              SEQWRITE, ENRLTXN, STUDLOAD and TERMROLL read the
000230*              row for the TERM.CTL term at start of run; when
000240*              none is on file the operator is prompted and the
000250*              row is appended, as FINANCE.CTL is seeded.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15  DJO  Original version.
000300******************************************************************
000310 01  TermCalRecord.
000320     02  TC-Term             PIC X(5).
000330     02  FILLER              PIC X.
000340     02  TC-RegOpen          PIC 9(8).
000350     02  FILLER              PIC X.
000360     02  TC-LastAdd          PIC 9(8).
000370     02  FILLER              PIC X.
000380     02  TC-LastDrop         PIC 9(8).
000390     02  FILLER              PIC X.
000400     02  TC-LastWithdraw     PIC 9(8).
000410     02  FILLER              PIC X.
000420     02  TC-TermEnd          PIC 9(8).
