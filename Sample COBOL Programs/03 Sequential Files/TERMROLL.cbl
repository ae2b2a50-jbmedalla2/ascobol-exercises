000230*              next term's registrants start a fresh list),
000240*              the operator is prompted for the new term id
000250*              and TERM.CTL is rewritten, and run counts are
000255*              displayed for the run log. The rollover is refused
000260*              (return code 8) before the term's end date on
000265*              TERMCAL.DAT.
000270* TECTONICS:   cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000380*                    queue would auto-enroll ahead of next
000390*                    term's registrants the first time a seat
000400*                    freed. The cleared count is reported.
000401*   2026-10-15  DJO  The term's dates are read from TERMCAL.DAT
000402*                    (prompted for and appended when missing)
000403*                    and the rollover is refused, RC 8, before
000404*                    the term's end date. W (late withdrawal)
000405*                    grades go to ENRHIST.DAT like any other.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. TERMROLL.
000730     SELECT TermFile ASSIGN TO "TERM.CTL"
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-TERM-STATUS.
000752     SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
000754            ORGANIZATION IS LINE SEQUENTIAL
000756            FILE STATUS IS WS-CAL-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  StudentFile
000980 01  ReportLine          PIC X(80).
000990 FD  TermFile.
001000 01  TermRecord          PIC X(5).
001003 FD  TermCalFile.
001006     COPY TERMCAL.
001010 WORKING-STORAGE SECTION.
001020 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001030 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001220 01  WS-WAIT-EOF-SW           PIC X       VALUE "N".
001230     88  WS-END-OF-WAIT                   VALUE "Y".
001240 01  WS-WAIT-CLEARED          PIC 9(5)    VALUE 0.
001241 01  WS-CAL-STATUS            PIC XX      VALUE SPACES.
001242 01  WS-CAL-EOF-SW            PIC X       VALUE "N".
001243     88  WS-END-OF-CAL                    VALUE "Y".
001244 01  WS-CAL-FOUND-SW          PIC X       VALUE "N".
001245     88  WS-CAL-FOUND                     VALUE "Y".
001246 01  WS-CAL-DATES.
001247     02  WS-CAL-REG-OPEN      PIC 9(8)    VALUE 0.
001248     02  WS-CAL-LAST-ADD      PIC 9(8)    VALUE 0.
001249     02  WS-CAL-LAST-DROP     PIC 9(8)    VALUE 0.
001250     02  WS-CAL-LAST-WDRAW    PIC 9(8)    VALUE 0.
001251     02  WS-CAL-TERM-END      PIC 9(8)    VALUE 0.
001252 01  WS-CAL-ENTRY.
001253     02  WS-CE-REG-OPEN       PIC X(8)    VALUE SPACES.
001254     02  WS-CE-LAST-ADD       PIC X(8)    VALUE SPACES.
001255     02  WS-CE-LAST-DROP      PIC X(8)    VALUE SPACES.
001256     02  WS-CE-LAST-WDRAW     PIC X(8)    VALUE SPACES.
001257     02  WS-CE-TERM-END       PIC X(8)    VALUE SPACES.
001258 01  WS-CAL-ENTRY-NUM REDEFINES WS-CAL-ENTRY.
001259     02  WS-CN-REG-OPEN       PIC 9(8).
001260     02  WS-CN-LAST-ADD       PIC 9(8).
001261     02  WS-CN-LAST-DROP      PIC 9(8).
001262     02  WS-CN-LAST-WDRAW     PIC 9(8).
001263     02  WS-CN-TERM-END       PIC 9(8).
001264 01  WS-TODAY                 PIC 9(8)    VALUE 0.
001266 PROCEDURE DIVISION.
001268 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001280     IF NOT WS-ROLL-ABORTED
001290         PERFORM 2000-READ-STUDENT THRU 2000-EXIT
001390 1000-INITIALIZE.
001400     DISPLAY "End-of-term rollover - STUDMAST.DAT"
001410     PERFORM 1100-GET-TERM THRU 1100-EXIT
001420     PERFORM 1170-GET-CALENDAR THRU 1170-EXIT
001430     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001440     IF WS-TODAY < WS-CAL-TERM-END
001450         DISPLAY "*** Term " WS-CURRENT-TERM " does not end "
001460             "until " WS-CAL-TERM-END " - rollover refused."
001470         SET WS-ROLL-ABORTED TO TRUE
001475         MOVE 8 TO RETURN-CODE
001480     ELSE
001481         DISPLAY "Close term " WS-CURRENT-TERM "? (Y/N) "
001482             WITH NO ADVANCING
001483         ACCEPT WS-REPLY
001484         IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
001485             DISPLAY "Rollover cancelled - nothing done."
001486             SET WS-ROLL-ABORTED TO TRUE
001487         END-IF
001488     END-IF
001489     IF NOT WS-ROLL-ABORTED
001490         OPEN I-O StudentFile
001500         IF WS-FILE-STATUS = "35"
001510             DISPLAY "*** STUDMAST.DAT not found - nothing done."
001990     DISPLAY "Current term: " WS-CURRENT-TERM.
002000 1100-EXIT.
002010     EXIT.
002011*-----------------------------------------------------------------
002012 1170-GET-CALENDAR.
002013     MOVE "N" TO WS-CAL-FOUND-SW
002014     MOVE "N" TO WS-CAL-EOF-SW
002015     OPEN INPUT TermCalFile
002016     IF WS-CAL-STATUS NOT = "35"
002017         PERFORM 1175-READ-CALENDAR THRU 1175-EXIT
002018             UNTIL WS-END-OF-CAL OR WS-CAL-FOUND
002019         CLOSE TermCalFile
002020     END-IF
002021     IF NOT WS-CAL-FOUND
002022         DISPLAY "*** Calendar for term " WS-CURRENT-TERM
002023             " not on TERMCAL.DAT - enter dates (YYYYMMDD)."
002024         PERFORM 1180-PROMPT-CALENDAR THRU 1180-EXIT
002025             UNTIL WS-CAL-FOUND
002026         OPEN EXTEND TermCalFile
002027         IF WS-CAL-STATUS = "35"
002028             OPEN OUTPUT TermCalFile
002029         END-IF
002030         MOVE SPACES TO TermCalRecord
002031         MOVE WS-CURRENT-TERM TO TC-Term
002032         MOVE WS-CAL-REG-OPEN TO TC-RegOpen
002033         MOVE WS-CAL-LAST-ADD TO TC-LastAdd
002034         MOVE WS-CAL-LAST-DROP TO TC-LastDrop
002035         MOVE WS-CAL-LAST-WDRAW TO TC-LastWithdraw
002036         MOVE WS-CAL-TERM-END TO TC-TermEnd
002037         WRITE TermCalRecord
002038         CLOSE TermCalFile
002039     END-IF
002040     DISPLAY "Term calendar - registration " WS-CAL-REG-OPEN
002041         "  last add " WS-CAL-LAST-ADD
002042         "  last drop " WS-CAL-LAST-DROP
002043     DISPLAY "                last withdraw " WS-CAL-LAST-WDRAW
002044         "  term end " WS-CAL-TERM-END.
002045 1170-EXIT.
002046     EXIT.
002047*-----------------------------------------------------------------
002048 1175-READ-CALENDAR.
002049     READ TermCalFile
002050         AT END
002051             SET WS-END-OF-CAL TO TRUE
002052         NOT AT END
002053             IF TC-Term = WS-CURRENT-TERM
002054                 MOVE TC-RegOpen TO WS-CAL-REG-OPEN
002055                 MOVE TC-LastAdd TO WS-CAL-LAST-ADD
002056                 MOVE TC-LastDrop TO WS-CAL-LAST-DROP
002057                 MOVE TC-LastWithdraw TO WS-CAL-LAST-WDRAW
002058                 MOVE TC-TermEnd TO WS-CAL-TERM-END
002059                 SET WS-CAL-FOUND TO TRUE
002060             END-IF
002061     END-READ.
002062 1175-EXIT.
002063     EXIT.
002064*-----------------------------------------------------------------
002065 1180-PROMPT-CALENDAR.
002066     DISPLAY "    Registration opens:      " WITH NO ADVANCING
002067     ACCEPT WS-CE-REG-OPEN
002068     DISPLAY "    Last day to add:         " WITH NO ADVANCING
002069     ACCEPT WS-CE-LAST-ADD
002070     DISPLAY "    Last day to drop:        " WITH NO ADVANCING
002071     ACCEPT WS-CE-LAST-DROP
002072     DISPLAY "    Last day to withdraw:    " WITH NO ADVANCING
002073     ACCEPT WS-CE-LAST-WDRAW
002074     DISPLAY "    Term ends:               " WITH NO ADVANCING
002075     ACCEPT WS-CE-TERM-END
002076     IF WS-CAL-ENTRY IS NUMERIC
002077         IF WS-CN-REG-OPEN NOT > WS-CN-LAST-ADD
002078                 AND WS-CN-LAST-ADD NOT > WS-CN-LAST-DROP
002079                 AND WS-CN-LAST-DROP NOT > WS-CN-LAST-WDRAW
002080                 AND WS-CN-LAST-WDRAW NOT > WS-CN-TERM-END
002081             MOVE WS-CAL-ENTRY-NUM TO WS-CAL-DATES
002082             SET WS-CAL-FOUND TO TRUE
002083         END-IF
002084     END-IF
002085     IF NOT WS-CAL-FOUND
002086         DISPLAY "*** Dates must be all digits and in calendar "
002087             "order - please re-enter."
002088     END-IF.
002089 1180-EXIT.
002090     EXIT.
002091*-----------------------------------------------------------------
002092 2000-READ-STUDENT.
002093     READ StudentFile
002094         AT END
002095             SET WS-END-OF-STUDENT TO TRUE
002096     END-READ.
002097 2000-EXIT.
002098     EXIT.
002100*-----------------------------------------------------------------
002110 3000-ROLL-STUDENT.
002120     PERFORM 3100-ROLL-ENROLLMENT THRU 3100-EXIT
