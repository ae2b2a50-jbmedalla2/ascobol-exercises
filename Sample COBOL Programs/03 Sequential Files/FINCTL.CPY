000010******************************************************************
000020* COPYBOOK:    FINCTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the finance control file
000070*              (FINANCE.CTL), a single line read at start of
000080*              run by every program that posts to or reports
000090*              on LEDGER.DAT. FC-CourseFee is the tuition
000100*              charged for each course added; FC-HoldDays is
000110*              how long a charge may stay unpaid before the
000120*              student goes on finance hold. When the file is
000130*              not yet on disk the operator is prompted and it
000140*              is seeded, as TERM.CTL is.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   2026-10-15  DJO  Original version.
000190******************************************************************
000200 01  FinanceCtlRecord.
000210     02  FC-CourseFee        PIC 9(5)V99.
000220     02  FILLER              PIC X.
000230     02  FC-HoldDays         PIC 9(3).
