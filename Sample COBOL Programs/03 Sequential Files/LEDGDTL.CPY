000010******************************************************************
000020* COPYBOOK:    LEDGDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the student account ledger
000070*              (LEDGER.DAT), keyed by StudentId plus entry number
000080*              so one student's postings come back from the
000090*              index in the order they were made. A new entry
000100*              goes on at the highest entry number plus one.
000110*              LG-Amount is always positive; LG-EntryType says
000120*              which way it moves the balance:
000130*                C  tuition charge  - posted by SEQWRITE,
000140*                   STUDLOAD and ENRLTXN when a course is added
000150*                   (including a waitlist promotion)
000160*                R  tuition credit  - posted when a course is
000170*                   dropped, changed away or the student is
000176*                   withdrawn or deleted, or when STUDMRG finds
000182*                   the same course held under two merged Ids
000190*                P  payment         - posted by PAYLOAD from
000200*                   the bursar's payment file
000210*              Balance = charges - credits - payments. Charges
000220*              are settled oldest first, so the overdue amount
000230*              is the charges posted more than FC-HoldDays ago
000240*              less everything credited or paid; a student with
000250*              an overdue amount is on finance hold and may not
000260*              add courses. ACCTSTMT prints the statements.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15  DJO  Original version.
000302*   2026-10-15  DJO  STUDMRG credits a course held twice and
000304*                    moves a retired Id's entries onto the end of
000306*                    the surviving Id's account.
000310******************************************************************
000320 01  LedgerRecord.
000330     02  LG-LedgerKey.
000340         03  LG-StudentId    PIC 9(7).
000350         03  LG-EntryNo      PIC 9(5).
000360     02  LG-EntryType        PIC X.
000370         88  LG-Charge                  VALUE "C".
000380         88  LG-Credit                  VALUE "R".
000390         88  LG-Payment                 VALUE "P".
000400     02  LG-PostDate         PIC 9(8).
000410     02  LG-Term             PIC X(5).
000420     02  LG-CourseCode       PIC X(4).
000430     02  LG-Amount           PIC 9(5)V99.
000440     02  LG-Source           PIC X(8).
000450     02  LG-BatchId          PIC X(8).
000460     02  LG-Reference        PIC X(10).
000470     02  LG-Operator         PIC X(8).
