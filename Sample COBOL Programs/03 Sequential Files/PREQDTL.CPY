000010******************************************************************
000020* COPYBOOK:    PREQDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the course prerequisite file
000070*              (PREREQ.DAT), keyed by CourseCode plus the
000080*              prerequisite CourseCode so every prerequisite of
000090*              one course comes back from the index together.
000100*              PQ-MinGrade is the lowest grade in the
000110*              prerequisite that satisfies it - a letter A-D,
000120*              optionally followed by + or -, compared on the
000130*              GPARPT grade-point scale; blank means any
000140*              passing grade (D- or better). The enrollment
000150*              programs (SEQWRITE, STUDLOAD, ENRLTXN) refuse an
000160*              add unless GRADES.DAT holds such a grade from a
000170*              term earlier than the current one for every
000180*              prerequisite on file. Maintained through the
000190*              CRSMAINT P function.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DJO  Original version.
000240******************************************************************
000250 01  PrereqRecord.
000260     02  PQ-PrereqKey.
000270         03  PQ-CourseCode   PIC X(4).
000280         03  PQ-PrereqCode   PIC X(4).
000290     02  PQ-MinGrade         PIC X(2).
