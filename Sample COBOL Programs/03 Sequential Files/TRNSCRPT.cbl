000140*              on file yet, which prints as "--" under its own
000150*              term. A course code no longer on COURSES.DAT
000160*              prints with an (UNKNOWN COURSE) description so
000165*              the roster still balances. A W grade (withdrawn
000170*              after the drop deadline) prints with WITHDRAWN
000175*              beside it.
000180* TECTONICS:   cobc
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000330*                    (retakes in later terms each show) and
000340*                    only ungraded current enrollments are
000350*                    taken from the EnrollTable.
000355*   2026-10-15  DJO  W grades print with a WITHDRAWN note.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TRNSCRPT.
001150     02  WS-D-DESC           PIC X(20).
001160     02  FILLER              PIC X(3)  VALUE SPACES.
001170     02  WS-D-GRADE          PIC X(2).
001173     02  FILLER              PIC X(2)  VALUE SPACES.
001176     02  WS-D-NOTE           PIC X(9).
001180 01  WS-TOTAL-LINE.
001190     02  FILLER              PIC X(20)
001200                             VALUE "Students printed:".
002370     MOVE GR-CourseCode TO WS-D-COURSE
002380     PERFORM 3300-GET-COURSE-DESC THRU 3300-EXIT
002390     MOVE GR-Grade TO WS-D-GRADE
002391     IF GR-Withdrawn
002392         MOVE "WITHDRAWN" TO WS-D-NOTE
002393     ELSE
002394         MOVE SPACES TO WS-D-NOTE
002395     END-IF
002400     MOVE WS-DETAIL-LINE TO PrintLine
002410     WRITE PrintLine AFTER ADVANCING 1 LINE
002420     PERFORM 3160-READ-NEXT-GRADE THRU 3160-EXIT.
002720     MOVE CourseCode(EnrollIdx) TO WS-D-COURSE
002730     PERFORM 3300-GET-COURSE-DESC THRU 3300-EXIT
002740     MOVE "--" TO WS-D-GRADE
002745     MOVE SPACES TO WS-D-NOTE
002750     MOVE WS-DETAIL-LINE TO PrintLine
002760     WRITE PrintLine AFTER ADVANCING 1 LINE.
002770 3250-EXIT.
