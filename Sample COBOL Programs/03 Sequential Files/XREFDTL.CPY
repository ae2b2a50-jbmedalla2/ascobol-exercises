000010******************************************************************
000020* COPYBOOK:    XREFDTL
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* PURPOSE:     Record layout for the Student Id cross-reference
000070*              (STUDXREF.DAT), one line per merge made by STUDMRG:
000080*              the retired Id, the surviving Id it was merged
000090*              into, when, by whom, and the name the survivor
000100*              carries. The file is only ever extended, so it is
000110*              the complete old-to-new Id history and goes to the
000120*              registrar as it stands.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   2026-10-15  DJO  Original version.
000170******************************************************************
000180 01  XrefRecord.
000190     02  XR-OldId            PIC 9(7).
000200     02  FILLER              PIC X(1).
000210     02  XR-NewId            PIC 9(7).
000220     02  FILLER              PIC X(1).
000230     02  XR-MergeDate        PIC 9(8).
000240     02  FILLER              PIC X(1).
000250     02  XR-MergeTime        PIC 9(8).
000260     02  FILLER              PIC X(1).
000270     02  XR-Operator         PIC X(8).
000280     02  FILLER              PIC X(1).
000290     02  XR-Surname          PIC X(8).
000300     02  FILLER              PIC X(1).
000310     02  XR-Initials         PIC XX.
