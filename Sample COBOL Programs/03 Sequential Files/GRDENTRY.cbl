000204*                    entry, so a retake in a later term records
000205*                    a second grade instead of replacing the
000206*                    first.
000207*   2026-10-15  DJO  A grade of W (withdrawn after the drop
000207*                    deadline) is now accepted, without a + or
000207*                    - suffix; it carries no grade points.
000207******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. GRDENTRY.
001410     EXIT.
001420*-----------------------------------------------------------------
001430 3200-GET-GRADE.
001440     DISPLAY "Enter grade (A-D, F or W, optional + or -): "
001450         WITH NO ADVANCING
001460     ACCEPT WS-GRADE-ENTRY
001470     PERFORM 3250-VALIDATE-GRADE THRU 3250-EXIT
001480     IF WS-GRADE-INVALID
001490         DISPLAY "*** Grade must be A, B, C, D or F, "
001500             "optionally followed by + or -, or W alone."
001510     END-IF.
001520 3200-EXIT.
001530     EXIT.
001580             OR WS-G1 = "D" OR WS-G1 = "F")
001590         AND (WS-G2 = SPACE OR WS-G2 = "+" OR WS-G2 = "-")
001600         SET WS-GRADE-VALID TO TRUE
001602     END-IF
001604     IF WS-G1 = "W" AND WS-G2 = SPACE
001606         SET WS-GRADE-VALID TO TRUE
001610     END-IF.
001620 3250-EXIT.
001630     EXIT.
