000080*              CourseCode so one grade is held per enrollment
000090*              per term and a retake in a later term no longer
000100*              replaces the earlier result. A grade is a letter
000104*              A-D or F, optionally followed by + or -, or W for
000108*              a course withdrawn from after the TERMCAL.DAT last
000112*              day to drop - a W carries no grade points and is
000116*              left out of every GPA.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000210*                    before this change carries the old
000220*                    13-byte record and must be recaptured
000230*                    through GRDLOAD.
000233*   2026-10-15  DJO  Added the W (late withdrawal) grade and the
000236*                    GR-Withdrawn condition.
000240******************************************************************
000250 01  GradeRecord.
000260     02  GR-GradeKey.
000280         03  GR-Term         PIC X(5).
000290         03  GR-CourseCode   PIC X(4).
000300     02  GR-Grade            PIC X(2).
000310         88  GR-Withdrawn                VALUE "W ".
