000010******************************************************************
000020* COPYBOOK:    OVRDDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the deadline override log
000070*              (OVERRIDE.LOG), appended to by SEQWRITE, ENRLTXN
000080*              and STUDLOAD whenever an operator lets an add
000090*              through after the TERMCAL.DAT last day to add
000100*              (OV-Type A) or records a withdrawal after the last
000110*              day to withdraw (OV-Type D). One line per course,
000120*              with the operator and the reason given, for the
000130*              registrar to review.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-10-15  DJO  Original version.
000180******************************************************************
000190 01  OverrideRecord.
000200     02  OV-Date             PIC 9(8).
000210     02  FILLER              PIC X.
000220     02  OV-Time             PIC 9(8).
000230     02  FILLER              PIC X.
000240     02  OV-Operator         PIC X(8).
000250     02  FILLER              PIC X.
000260     02  OV-Program          PIC X(8).
000270     02  FILLER              PIC X.
000280     02  OV-Type             PIC X.
000290         88  OV-LateAdd                  VALUE "A".
000300         88  OV-LateDrop                 VALUE "D".
000310     02  FILLER              PIC X.
000320     02  OV-StudentId        PIC 9(7).
000330     02  FILLER              PIC X.
000340     02  OV-Term             PIC X(5).
000350     02  FILLER              PIC X.
000360     02  OV-CourseCode       PIC X(4).
000370     02  FILLER              PIC X.
000380     02  OV-Reason           PIC X(30).
