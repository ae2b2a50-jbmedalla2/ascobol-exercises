000540*                    EnrollTable entry, so a retake in a later
000550*                    term records a second grade instead of
000560*                    replacing the first.
000562*   2026-10-15  DJO  A grade of W (withdrawn after the drop
000564*                    deadline) is now accepted, without a + or
000566*                    - suffix; it is recorded but carries no
000568*                    grade points.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. GRDLOAD.
003990         MOVE "Course code is missing." TO WS-ERROR-MSG
004000       WHEN WS-RAW-G1 NOT = "A" AND WS-RAW-G1 NOT = "B"
004010            AND WS-RAW-G1 NOT = "C" AND WS-RAW-G1 NOT = "D"
004020            AND WS-RAW-G1 NOT = "F" AND WS-RAW-G1 NOT = "W"
004030         SET WS-ENTRY-INVALID TO TRUE
004034         MOVE "Grade must be A, B, C, D, F or W." TO WS-ERROR-MSG
004038       WHEN WS-RAW-G1 = "W" AND WS-RAW-G2 NOT = SPACE
004042         SET WS-ENTRY-INVALID TO TRUE
004046         MOVE "W takes no + or - suffix." TO WS-ERROR-MSG
004050       WHEN WS-RAW-G2 NOT = SPACE AND WS-RAW-G2 NOT = "+"
004060            AND WS-RAW-G2 NOT = "-"
004070         SET WS-ENTRY-INVALID TO TRUE
