000010******************************************************************
000020* COPYBOOK:    DEGRQDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the programme requirements file
000070*              (DEGREQ.DAT), keyed by programme code plus a
000080*              requirement number so every requirement of one
000090*              programme comes back from the index together, in
000100*              the order they print on the DEGAUDIT report.
000110*              RQ-Type C means every course listed must be
000120*              passed; G means at least RQ-Needed of the courses
000130*              listed must be passed (a choice from a group); A
000140*              means a cumulative GPA of at least RQ-MinGpa over
000150*              every grade on GRADES.DAT, on the GPARPT
000160*              grade-point scale. For C and G a course counts
000170*              only with a grade at or above RQ-MinGrade (blank
000180*              or D- means any passing grade). Maintained through
000190*              the CRSMAINT R function.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DJO  Original version.
000240******************************************************************
000250 01  DegreeReqRecord.
000260     02  RQ-ReqKey.
000270         03  RQ-Programme    PIC X(4).
000280         03  RQ-SeqNo        PIC 9(3).
000290     02  RQ-Type             PIC X.
000300         88  RQ-AllCourses           VALUE "C".
000310         88  RQ-Group                VALUE "G".
000320         88  RQ-MinimumGpa           VALUE "A".
000330     02  RQ-Desc             PIC X(30).
000340     02  RQ-Needed           PIC 9(1).
000350     02  RQ-MinGrade         PIC X(2).
000360     02  RQ-MinGpa           PIC 9V99.
000370     02  RQ-CourseCount      PIC 9(1).
000380     02  RQ-CourseCode       PIC X(4) OCCURS 8 TIMES.
