000010******************************************************************
000020* COPYBOOK:    JOBHDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the nightly job-stream run
000070*              history (JOBHIST.DAT), appended to by JOBSTRM and
000080*              read back by JOBSTRM (to find the restart point)
000090*              and by JOBRPT (the morning summary). JH-RunId is
000100*              the date and time the run was first started
000110*              (YYYYMMDDHHMM); a restart keeps the RunId of the
000120*              run it restarts, so one night's work reads back
000130*              as one run. JH-RecType is B (begin - JH-Status
000140*              NEW or RESTART), S (one row per step - JH-Status
000150*              OK, FAILED or SKIPPED) or E (end - JH-Status
000160*              COMPLETE or FAILED, with JH-RestartSeq the step
000170*              a restart begins from, zero when complete).
000180*              Times are HHMMSSCC as returned by ACCEPT FROM
000190*              TIME.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DJO  Original version.
000240******************************************************************
000250 01  JobHistRecord.
000260     02  JH-RunId            PIC X(12).
000270     02  JH-RecType          PIC X(1).
000280         88  JH-BeginRow             VALUE "B".
000290         88  JH-StepRow              VALUE "S".
000300         88  JH-EndRow               VALUE "E".
000310     02  JH-StepSeq          PIC 9(3).
000320     02  JH-StepName         PIC X(8).
000330     02  JH-StartDate        PIC 9(8).
000340     02  JH-StartTime        PIC 9(8).
000350     02  JH-EndDate          PIC 9(8).
000360     02  JH-EndTime          PIC 9(8).
000370     02  JH-ReturnCode       PIC 9(4).
000380     02  JH-MaxRc            PIC 9(4).
000390     02  JH-Status           PIC X(8).
000400         88  JH-StepOk               VALUE "OK".
000410         88  JH-StepFailed           VALUE "FAILED".
000420         88  JH-StepSkipped          VALUE "SKIPPED".
000430         88  JH-RunComplete          VALUE "COMPLETE".
000440         88  JH-RunRestart           VALUE "RESTART".
000450     02  JH-Operator         PIC X(8).
000460     02  JH-RestartSeq       PIC 9(3).
