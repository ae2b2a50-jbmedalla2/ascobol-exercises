000170*              3.50 and above repeat in an honor roll section,
000180*              below 2.00 in a probation section, and a grade
000190*              distribution (A-F counts) per COURSES.DAT
000193*              course closes the report. A W (withdrawn after the
000196*              drop deadline) is counted in its own distribution
000199*              column but carries no points and is not a graded
000202*              course in the GPA; a student with only W grades is
000205*              not listed.
000210* TECTONICS:   cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-09-02  DJO  Original version.
000252*   2026-10-15  DJO  W grades are left out of the GPA and the
000254*                    graded-course count and shown in a new W
000256*                    column of the grade distribution.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. GPARPT.
000990         03  WS-DIST-C       PIC 9(5) COMP.
001000         03  WS-DIST-D       PIC 9(5) COMP.
001010         03  WS-DIST-F       PIC 9(5) COMP.
001015         03  WS-DIST-W       PIC 9(5) COMP.
001020 01  WS-HEADING-1             PIC X(40)
001030         VALUE "GRADE POINT AVERAGES BY STUDENT".
001040 01  WS-HEADING-2.
001270     02  FILLER              PIC X(6)    VALUE "C".
001280     02  FILLER              PIC X(6)    VALUE "D".
001290     02  FILLER              PIC X(6)    VALUE "F".
001295     02  FILLER              PIC X(6)    VALUE "W".
001300 01  WS-DIST-LINE.
001310     02  WS-DL-COURSE        PIC X(4).
001320     02  FILLER              PIC X(4)    VALUE SPACES.
001410     02  WS-DL-D             PIC ZZZZ9.
001420     02  FILLER              PIC X(1)    VALUE SPACES.
001430     02  WS-DL-F             PIC ZZZZ9.
001433     02  FILLER              PIC X(1)    VALUE SPACES.
001436     02  WS-DL-W             PIC ZZZZ9.
001440 01  WS-SUMMARY-LINE.
001450     02  WS-SUM-LABEL         PIC X(30)   VALUE SPACES.
001460     02  WS-SUM-COUNT         PIC ZZZZ9.
002090         MOVE GR-StudentId TO WS-PREV-STUDENT
002100     ELSE
002110         IF GR-StudentId NOT = WS-PREV-STUDENT
002115             IF WS-GRADE-COUNT > 0
002120                 PERFORM 3300-STUDENT-TOTAL THRU 3300-EXIT
002125             END-IF
002130             MOVE GR-StudentId TO WS-PREV-STUDENT
002140         END-IF
002150     END-IF
002156     IF NOT GR-Withdrawn
002162         PERFORM 3100-GRADE-POINTS THRU 3100-EXIT
002168         ADD WS-POINTS TO WS-TOT-POINTS
002174         ADD 1 TO WS-GRADE-COUNT
002180     END-IF
002190     PERFORM 3200-TALLY-DIST THRU 3200-EXIT
002200     PERFORM 2000-READ-GRADE THRU 2000-EXIT.
002210 3000-EXIT.
002620             MOVE 0 TO WS-DIST-C(WS-DIST-IDX)
002630             MOVE 0 TO WS-DIST-D(WS-DIST-IDX)
002640             MOVE 0 TO WS-DIST-F(WS-DIST-IDX)
002645             MOVE 0 TO WS-DIST-W(WS-DIST-IDX)
002650             PERFORM 3220-BUMP-DIST THRU 3220-EXIT
002660         END-IF
002670     END-IF.
002820         WHEN "B"  ADD 1 TO WS-DIST-B(WS-DIST-IDX)
002830         WHEN "C"  ADD 1 TO WS-DIST-C(WS-DIST-IDX)
002840         WHEN "D"  ADD 1 TO WS-DIST-D(WS-DIST-IDX)
002845         WHEN "W"  ADD 1 TO WS-DIST-W(WS-DIST-IDX)
002850         WHEN OTHER ADD 1 TO WS-DIST-F(WS-DIST-IDX)
002860     END-EVALUATE.
002870 3220-EXIT.
004140     MOVE WS-DIST-C(WS-DIST-IDX) TO WS-DL-C
004150     MOVE WS-DIST-D(WS-DIST-IDX) TO WS-DL-D
004160     MOVE WS-DIST-F(WS-DIST-IDX) TO WS-DL-F
004165     MOVE WS-DIST-W(WS-DIST-IDX) TO WS-DL-W
004170     MOVE WS-DIST-LINE TO PrintLine
004180     WRITE PrintLine.
004190 6100-EXIT.
