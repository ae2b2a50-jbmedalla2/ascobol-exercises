000060* DATE-COMPILED.
000070* PURPOSE:     Maintains the student master file - Add, Change and
000080*              Delete of student records keyed by Student Id.
000082*              Adds and drops are held to the TERMCAL.DAT dates
000084*              for the current term; deadline overrides are
000086*              logged on OVERRIDE.LOG.
000090* TECTONICS:   cobc
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
001140*                    would clash is skipped (the stale entry is
001150*                    cleared). Courses with day or period zero
001160*                    are unscheduled and never clash.
001161*   2026-10-15  DJO  Prerequisites: a keyed course is refused
001162*                    (and logged on STUDEXCP.LST) unless
001163*                    GRADES.DAT holds a passing grade, at or
001164*                    above the PREREQ.DAT minimum, from an
001165*                    earlier term for every prerequisite of the
001166*                    course. A course the student already holds
001167*                    is not rechecked on Change.
001168*   2026-10-15  DJO  Student accounts: every course added (by
001169*                    Add, Change or a waitlist promotion) posts
001170*                    the FINANCE.CTL tuition charge to
001171*                    LEDGER.DAT, and every course dropped by
001172*                    Change, Withdraw or Delete posts a credit
001173*                    for what was charged for it. A student with
001174*                    a charge unpaid past the FINANCE.CTL hold
001175*                    period is on finance hold: Change may keep
001176*                    courses already held but no new course is
001177*                    accepted, and the refusal is logged.
001178*   2026-10-15  DJO  Academic calendar: the current term's dates
001179*                    are read from TERMCAL.DAT (prompted for and
001180*                    appended when missing). After the last day
001181*                    to add a new course is taken only on an
001182*                    operator override with a reason, logged on
001183*                    OVERRIDE.LOG, and waitlist promotion stops.
001184*                    New X-Drop course function drops one course:
001185*                    up to the last day to drop it leaves the
001186*                    table and is credited; up to the last day
001187*                    to withdraw it stays enrolled and a W is
001188*                    written to GRADES.DAT (journalled); after
001189*                    that a W needs a logged override. Change
001190*                    may not drop a current-term course once the
001191*                    drop period is over, and Withdraw keeps the
001192*                    term's courses enrolled with a W instead of
001193*                    crediting them. GRADES.DAT is now I-O.
001194*   2026-10-15  DJO  Waitlist promotion rechecks the finance
001195*                    hold; a held student's entry is dropped,
001196*                    logged, and the next in line is tried.
001198******************************************************************
001200 IDENTIFICATION DIVISION.
001202 PROGRAM-ID. SEQWRITE.
001204 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001220 FILE-CONTROL.
001230     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
001470     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
001480            ORGANIZATION IS LINE SEQUENTIAL
001490            FILE STATUS IS WS-JRNL-STATUS.
001491     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
001492            ORGANIZATION IS INDEXED
001493            ACCESS MODE IS DYNAMIC
001494            RECORD KEY IS PQ-PrereqKey
001495            FILE STATUS IS WS-PREQ-STATUS.
001496     SELECT GradeFile ASSIGN TO "GRADES.DAT"
001497            ORGANIZATION IS INDEXED
001498            ACCESS MODE IS DYNAMIC
001499            RECORD KEY IS GR-GradeKey
001500            FILE STATUS IS WS-GRADE-STATUS.
001501     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
001502            ORGANIZATION IS INDEXED
001503            ACCESS MODE IS DYNAMIC
001504            RECORD KEY IS LG-LedgerKey
001505            FILE STATUS IS WS-LEDGER-STATUS.
001506     SELECT FinanceFile ASSIGN TO "FINANCE.CTL"
001507            ORGANIZATION IS LINE SEQUENTIAL
001508            FILE STATUS IS WS-FIN-STATUS.
001509     SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
001510            ORGANIZATION IS LINE SEQUENTIAL
001511            FILE STATUS IS WS-CAL-STATUS.
001512     SELECT OverrideFile ASSIGN TO "OVERRIDE.LOG"
001513            ORGANIZATION IS LINE SEQUENTIAL
001514            FILE STATUS IS WS-OVRD-STATUS.
001516 DATA DIVISION.
001518 FILE SECTION.
001520 FD  StudentFile
001530         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
001540         DEPENDING ON EnrollCount.
001720     COPY WAITLDTL.
001730 FD  JournalFile.
001740     COPY JRNLDTL.
001742 FD  PrereqFile.
001744     COPY PREQDTL.
001746 FD  GradeFile.
001748     COPY GRADEDTL.
001749 FD  LedgerFile.
001750     COPY LEDGDTL.
001751 FD  FinanceFile.
001752     COPY FINCTL.
001753 FD  TermCalFile.
001754     COPY TERMCAL.
001755 FD  OverrideFile.
001756     COPY OVRDDTL.
001758 WORKING-STORAGE SECTION.
001760 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001770 01  WS-AUDIT-STATUS          PIC XX      VALUE SPACES.
001780 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001840     88  WS-FUNC-ADD                      VALUE "A".
001850     88  WS-FUNC-CHANGE                   VALUE "C".
001860     88  WS-FUNC-DELETE                   VALUE "D".
001865     88  WS-FUNC-DROP                     VALUE "X".
001870     88  WS-FUNC-WITHDRAW                 VALUE "W".
001880     88  WS-FUNC-GRADUATE                 VALUE "G".
001890     88  WS-FUNC-QUIT                     VALUE "Q".
002100 01  WS-OLD-COUNT             PIC 9       VALUE 0.
002110 01  WS-OLD-ENROLLMENT.
002120     02  WS-OLD-COURSE        PIC X(4)    OCCURS 6 TIMES.
002125     02  WS-OLD-TERM          PIC X(5)    OCCURS 6 TIMES.
002130 01  WS-WAIT-STATUS           PIC XX      VALUE SPACES.
002140 01  WS-PEND-COUNT            PIC 9       VALUE 0.
002150 01  WS-PEND-WAITLIST.
002450     88  WS-CLASH                         VALUE "Y".
002460 01  WS-CLASH-IDX             PIC 9       VALUE 0.
002470 01  WS-CLASH-WITH            PIC X(4)    VALUE SPACES.
002471 01  WS-PREQ-STATUS           PIC XX      VALUE SPACES.
002472 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
002473 01  WS-PREQ-STUDENT          PIC 9(7)    VALUE 0.
002474 01  WS-PREQ-COURSE           PIC X(4)    VALUE SPACES.
002475 01  WS-PREQ-EOF-SW           PIC X       VALUE "N".
002476     88  WS-END-OF-PREREQS                VALUE "Y".
002477 01  WS-PREQ-GR-EOF-SW        PIC X       VALUE "N".
002478     88  WS-END-OF-PREQ-GRADES            VALUE "Y".
002479 01  WS-PREQ-MISSING-SW       PIC X       VALUE "N".
002480     88  WS-PREQ-MISSING                  VALUE "Y".
002481 01  WS-PREQ-PASSED-SW        PIC X       VALUE "N".
002482     88  WS-PREQ-PASSED                   VALUE "Y".
002483 01  WS-PREQ-MISSING-CODE     PIC X(4)    VALUE SPACES.
002484 01  WS-PREQ-GRADE            PIC X(2)    VALUE SPACES.
002485 01  WS-PREQ-POINTS           PIC 9V9(2)  VALUE 0.
002486 01  WS-PREQ-MIN-POINTS       PIC 9V9(2)  VALUE 0.
002487 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
002488 01  WS-FIN-STATUS            PIC XX      VALUE SPACES.
002489 01  WS-FIN-FOUND-SW          PIC X       VALUE "N".
002490     88  WS-FIN-FOUND                     VALUE "Y".
002491 01  WS-COURSE-FEE            PIC 9(5)V99 VALUE 0.
002492 01  WS-HOLD-DAYS             PIC 9(3)    VALUE 0.
002493 01  WS-FEE-ENTRY             PIC X(7)    VALUE SPACES.
002494 01  WS-FEE-ENTRY-NUM REDEFINES WS-FEE-ENTRY
002495                              PIC 9(5)V99.
002496 01  WS-DAYS-ENTRY            PIC X(3)    VALUE SPACES.
002497 01  WS-DAYS-ENTRY-NUM REDEFINES WS-DAYS-ENTRY
002498                              PIC 9(3).
002499 01  WS-LEDGER-COUNT          PIC 9(5) COMP VALUE 0.
002500 01  WS-ACCT-STUDENT          PIC 9(7)    VALUE 0.
002501 01  WS-ACCT-COURSE           PIC X(4)    VALUE SPACES.
002502 01  WS-ACCT-TERM             PIC X(5)    VALUE SPACES.
002503 01  WS-ACCT-TYPE             PIC X       VALUE SPACE.
002504 01  WS-ACCT-AMOUNT           PIC 9(5)V99 VALUE 0.
002505 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
002506 01  WS-ACCT-NET              PIC S9(7)V99 VALUE 0.
002507 01  WS-ACCT-OLD-CHARGES      PIC 9(7)V99 VALUE 0.
002508 01  WS-ACCT-SETTLED          PIC 9(7)V99 VALUE 0.
002509 01  WS-ACCT-OVERDUE          PIC S9(7)V99 VALUE 0.
002510 01  WS-ACCT-AMT-ED           PIC Z,ZZZ,ZZ9.99.
002511 01  WS-ACCT-IDX              PIC 9       VALUE 0.
002512 01  WS-ACCT-FOUND-SW         PIC X       VALUE "N".
002513     88  WS-ACCT-FOUND                    VALUE "Y".
002514 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
002515     88  WS-END-OF-LEDGER                 VALUE "Y".
002516 01  WS-FINANCE-HOLD-SW       PIC X       VALUE "N".
002517     88  WS-FINANCE-HOLD                  VALUE "Y".
002518 01  WS-HOLD-REFUSED-SW       PIC X       VALUE "N".
002519     88  WS-HOLD-REFUSED                  VALUE "Y".
002520 01  WS-TODAY                 PIC 9(8)    VALUE 0.
002521 01  WS-CUTOFF-DAYS           PIC 9(7) COMP VALUE 0.
002522 01  WS-DT-DATE               PIC 9(8)    VALUE 0.
002523 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
002524     02  WS-DT-YYYY           PIC 9(4).
002525     02  WS-DT-MM             PIC 9(2).
002526     02  WS-DT-DD             PIC 9(2).
002527 01  WS-DT-YEAR               PIC 9(4) COMP VALUE 0.
002528 01  WS-DT-MONTH              PIC 9(2) COMP VALUE 0.
002529 01  WS-DT-DAYS               PIC 9(7) COMP VALUE 0.
002530 01  WS-DT-WORK               PIC 9(7) COMP VALUE 0.
002531 01  WS-CAL-STATUS            PIC XX      VALUE SPACES.
002532 01  WS-CAL-EOF-SW            PIC X       VALUE "N".
002533     88  WS-END-OF-CAL                    VALUE "Y".
002534 01  WS-CAL-FOUND-SW          PIC X       VALUE "N".
002535     88  WS-CAL-FOUND                     VALUE "Y".
002536 01  WS-CAL-DATES.
002537     02  WS-CAL-REG-OPEN      PIC 9(8)    VALUE 0.
002538     02  WS-CAL-LAST-ADD      PIC 9(8)    VALUE 0.
002539     02  WS-CAL-LAST-DROP     PIC 9(8)    VALUE 0.
002540     02  WS-CAL-LAST-WDRAW    PIC 9(8)    VALUE 0.
002541     02  WS-CAL-TERM-END      PIC 9(8)    VALUE 0.
002542 01  WS-CAL-ENTRY.
002543     02  WS-CE-REG-OPEN       PIC X(8)    VALUE SPACES.
002544     02  WS-CE-LAST-ADD       PIC X(8)    VALUE SPACES.
002545     02  WS-CE-LAST-DROP      PIC X(8)    VALUE SPACES.
002546     02  WS-CE-LAST-WDRAW     PIC X(8)    VALUE SPACES.
002547     02  WS-CE-TERM-END       PIC X(8)    VALUE SPACES.
002548 01  WS-CAL-ENTRY-NUM REDEFINES WS-CAL-ENTRY.
002549     02  WS-CN-REG-OPEN       PIC 9(8).
002550     02  WS-CN-LAST-ADD       PIC 9(8).
002551     02  WS-CN-LAST-DROP      PIC 9(8).
002552     02  WS-CN-LAST-WDRAW     PIC 9(8).
002553     02  WS-CN-TERM-END       PIC 9(8).
002554 01  WS-ADD-PERIOD-SW         PIC X       VALUE "N".
002555     88  WS-ADD-OPEN                      VALUE "Y".
002556 01  WS-DROP-PERIOD-SW        PIC X       VALUE "F".
002557     88  WS-DROP-FREE                     VALUE "F".
002558     88  WS-DROP-LATE                     VALUE "W".
002559     88  WS-DROP-CLOSED                   VALUE "C".
002560 01  WS-OVRD-STATUS           PIC XX      VALUE SPACES.
002561 01  WS-OVERRIDE-COUNT        PIC 9(5) COMP VALUE 0.
002562 01  WS-OV-TYPE               PIC X       VALUE SPACE.
002563 01  WS-OV-STUDENT            PIC 9(7)    VALUE 0.
002564 01  WS-OV-COURSE             PIC X(4)    VALUE SPACES.
002565 01  WS-OV-REASON             PIC X(30)   VALUE SPACES.
002566 01  WS-LATE-OVERRIDE-SW      PIC X       VALUE "N".
002567     88  WS-LATE-OVERRIDE                 VALUE "Y".
002568 01  WS-LATE-IDX              PIC 9       VALUE 0.
002569 01  WS-LATE-ADDS.
002570     02  WS-LATE-ADD-ENTRY    OCCURS 6 TIMES.
002571         03  WS-LATE-ADD-FLAG PIC X.
002572         03  WS-LATE-ADD-REASON
002573                              PIC X(30).
002574 01  WS-LATE-DROP-SW          PIC X       VALUE "N".
002575     88  WS-LATE-DROP-FOUND               VALUE "Y".
002576 01  WS-DROP-COURSE           PIC X(4)    VALUE SPACES.
002577 01  WS-DROP-POS              PIC 9       VALUE 0.
002578 01  WS-SHIFT-IDX             PIC 9       VALUE 0.
002579 01  WS-CUR-COUNT             PIC 9       VALUE 0.
002580 01  WS-GRADE-ON-FILE-SW      PIC X       VALUE "N".
002581     88  WS-GRADE-ON-FILE                 VALUE "Y".
002582 01  WS-W-RECORDED-SW         PIC X       VALUE "N".
002583     88  WS-W-RECORDED                    VALUE "Y".
002584 01  WS-W-COUNT               PIC 9(5) COMP VALUE 0.
002585 PROCEDURE DIVISION.
002586 0000-MAINLINE.
002587     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002588     PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
002589     PERFORM 2900-PROCESS-AND-GET THRU 2900-EXIT
002590         UNTIL WS-FUNC-QUIT
002591     PERFORM 8000-TERMINATE THRU 8000-EXIT
002592     STOP RUN.
002593*-----------------------------------------------------------------
002594 1000-INITIALIZE.
002595     OPEN I-O StudentFile
002596     IF WS-FILE-STATUS = "35"
002600         OPEN OUTPUT StudentFile
002610         CLOSE StudentFile
002620         OPEN I-O StudentFile
002840     OPEN EXTEND JournalFile
002850     IF WS-JRNL-STATUS = "35"
002860         OPEN OUTPUT JournalFile
002861     END-IF
002862     OPEN INPUT PrereqFile
002863     IF WS-PREQ-STATUS = "35"
002864         OPEN OUTPUT PrereqFile
002865         CLOSE PrereqFile
002866         OPEN INPUT PrereqFile
002867     END-IF
002868     OPEN I-O GradeFile
002869     IF WS-GRADE-STATUS = "35"
002870         OPEN OUTPUT GradeFile
002871         CLOSE GradeFile
002872         OPEN I-O GradeFile
002873     END-IF
002874     OPEN I-O LedgerFile
002875     IF WS-LEDGER-STATUS = "35"
002876         OPEN OUTPUT LedgerFile
002877         CLOSE LedgerFile
002878         OPEN I-O LedgerFile
002879     END-IF
002880     OPEN EXTEND OverrideFile
002881     IF WS-OVRD-STATUS = "35"
002882         OPEN OUTPUT OverrideFile
002883     END-IF
002886     OPEN OUTPUT ExceptionFile
002890     MOVE "COURSE CODE EXCEPTIONS THIS SESSION" TO ExceptionLine
002900     WRITE ExceptionLine
002910     PERFORM 1100-GET-TERM THRU 1100-EXIT
002915     PERFORM 1150-GET-FINANCE THRU 1150-EXIT
002917     PERFORM 1170-GET-CALENDAR THRU 1170-EXIT
002920     DISPLAY "Student master maintenance - STUDMAST.DAT".
002930 1000-EXIT.
002940     EXIT.
003150     END-IF
003160     DISPLAY "Current term: " WS-CURRENT-TERM.
003170 1100-EXIT.
003171     EXIT.
003172*-----------------------------------------------------------------
003173 1150-GET-FINANCE.
003174     OPEN INPUT FinanceFile
003175     IF WS-FIN-STATUS NOT = "35"
003176         READ FinanceFile
003177             AT END
003178                 CONTINUE
003179             NOT AT END
003180                 MOVE FC-CourseFee TO WS-COURSE-FEE
003181                 MOVE FC-HoldDays TO WS-HOLD-DAYS
003182                 SET WS-FIN-FOUND TO TRUE
003183         END-READ
003184         CLOSE FinanceFile
003185     END-IF
003186     IF NOT WS-FIN-FOUND
003187         DISPLAY "*** Tuition and hold period not on FINANCE.CTL."
003188         PERFORM 1160-PROMPT-FINANCE THRU 1160-EXIT
003189             UNTIL WS-FIN-FOUND
003190         OPEN OUTPUT FinanceFile
003191         MOVE SPACES TO FinanceCtlRecord
003192         MOVE WS-COURSE-FEE TO FC-CourseFee
003193         MOVE WS-HOLD-DAYS TO FC-HoldDays
003194         WRITE FinanceCtlRecord
003195         CLOSE FinanceFile
003196     END-IF
003197     MOVE WS-COURSE-FEE TO WS-ACCT-AMT-ED
003198     DISPLAY "Tuition per course: " WS-ACCT-AMT-ED
003199         "  finance hold after " WS-HOLD-DAYS " days unpaid".
003200 1150-EXIT.
003201     EXIT.
003202*-----------------------------------------------------------------
003203 1160-PROMPT-FINANCE.
003204     DISPLAY "    Tuition per course in cents, 7 digits "
003205         "(0025000 = 250.00): " WITH NO ADVANCING
003206     ACCEPT WS-FEE-ENTRY
003207     DISPLAY "    Days before an unpaid charge is overdue "
003208         "(000-999): " WITH NO ADVANCING
003209     ACCEPT WS-DAYS-ENTRY
003210     IF WS-FEE-ENTRY IS NUMERIC AND WS-DAYS-ENTRY IS NUMERIC
003211         MOVE WS-FEE-ENTRY-NUM TO WS-COURSE-FEE
003212         MOVE WS-DAYS-ENTRY-NUM TO WS-HOLD-DAYS
003213         SET WS-FIN-FOUND TO TRUE
003214     ELSE
003215         DISPLAY "*** Both entries must be all digits - "
003216             "please re-enter."
003217     END-IF.
003218 1160-EXIT.
003219     EXIT.
003220*-----------------------------------------------------------------
003221 1170-GET-CALENDAR.
003222     MOVE "N" TO WS-CAL-FOUND-SW
003223     MOVE "N" TO WS-CAL-EOF-SW
003224     OPEN INPUT TermCalFile
003225     IF WS-CAL-STATUS NOT = "35"
003226         PERFORM 1175-READ-CALENDAR THRU 1175-EXIT
003227             UNTIL WS-END-OF-CAL OR WS-CAL-FOUND
003228         CLOSE TermCalFile
003229     END-IF
003230     IF NOT WS-CAL-FOUND
003231         DISPLAY "*** Calendar for term " WS-CURRENT-TERM
003232             " not on TERMCAL.DAT - enter dates (YYYYMMDD)."
003233         PERFORM 1180-PROMPT-CALENDAR THRU 1180-EXIT
003234             UNTIL WS-CAL-FOUND
003235         OPEN EXTEND TermCalFile
003236         IF WS-CAL-STATUS = "35"
003237             OPEN OUTPUT TermCalFile
003238         END-IF
003239         MOVE SPACES TO TermCalRecord
003240         MOVE WS-CURRENT-TERM TO TC-Term
003241         MOVE WS-CAL-REG-OPEN TO TC-RegOpen
003242         MOVE WS-CAL-LAST-ADD TO TC-LastAdd
003243         MOVE WS-CAL-LAST-DROP TO TC-LastDrop
003244         MOVE WS-CAL-LAST-WDRAW TO TC-LastWithdraw
003245         MOVE WS-CAL-TERM-END TO TC-TermEnd
003246         WRITE TermCalRecord
003247         CLOSE TermCalFile
003248     END-IF
003249     PERFORM 1190-SET-PERIODS THRU 1190-EXIT
003250     DISPLAY "Term calendar - registration " WS-CAL-REG-OPEN
003251         "  last add " WS-CAL-LAST-ADD
003252         "  last drop " WS-CAL-LAST-DROP
003253     DISPLAY "                last withdraw " WS-CAL-LAST-WDRAW
003254         "  term end " WS-CAL-TERM-END.
003255 1170-EXIT.
003256     EXIT.
003257*-----------------------------------------------------------------
003258 1175-READ-CALENDAR.
003259     READ TermCalFile
003260         AT END
003261             SET WS-END-OF-CAL TO TRUE
003262         NOT AT END
003263             IF TC-Term = WS-CURRENT-TERM
003264                 MOVE TC-RegOpen TO WS-CAL-REG-OPEN
003265                 MOVE TC-LastAdd TO WS-CAL-LAST-ADD
003266                 MOVE TC-LastDrop TO WS-CAL-LAST-DROP
003267                 MOVE TC-LastWithdraw TO WS-CAL-LAST-WDRAW
003268                 MOVE TC-TermEnd TO WS-CAL-TERM-END
003269                 SET WS-CAL-FOUND TO TRUE
003270             END-IF
003271     END-READ.
003272 1175-EXIT.
003273     EXIT.
003274*-----------------------------------------------------------------
003275 1180-PROMPT-CALENDAR.
003276     DISPLAY "    Registration opens:      " WITH NO ADVANCING
003277     ACCEPT WS-CE-REG-OPEN
003278     DISPLAY "    Last day to add:         " WITH NO ADVANCING
003279     ACCEPT WS-CE-LAST-ADD
003280     DISPLAY "    Last day to drop:        " WITH NO ADVANCING
003281     ACCEPT WS-CE-LAST-DROP
003282     DISPLAY "    Last day to withdraw:    " WITH NO ADVANCING
003283     ACCEPT WS-CE-LAST-WDRAW
003284     DISPLAY "    Term ends:               " WITH NO ADVANCING
003285     ACCEPT WS-CE-TERM-END
003286     IF WS-CAL-ENTRY IS NUMERIC
003287         IF WS-CN-REG-OPEN NOT > WS-CN-LAST-ADD
003288                 AND WS-CN-LAST-ADD NOT > WS-CN-LAST-DROP
003289                 AND WS-CN-LAST-DROP NOT > WS-CN-LAST-WDRAW
003290                 AND WS-CN-LAST-WDRAW NOT > WS-CN-TERM-END
003291             MOVE WS-CAL-ENTRY-NUM TO WS-CAL-DATES
003292             SET WS-CAL-FOUND TO TRUE
003293         END-IF
003294     END-IF
003295     IF NOT WS-CAL-FOUND
003296         DISPLAY "*** Dates must be all digits and in calendar "
003297             "order - please re-enter."
003298     END-IF.
003299 1180-EXIT.
003300     EXIT.
003301*-----------------------------------------------------------------
003302 1190-SET-PERIODS.
003303     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003304     MOVE "N" TO WS-ADD-PERIOD-SW
003305     IF WS-TODAY NOT < WS-CAL-REG-OPEN
003306             AND WS-TODAY NOT > WS-CAL-LAST-ADD
003307         SET WS-ADD-OPEN TO TRUE
003308     END-IF
003309     EVALUATE TRUE
003310         WHEN WS-TODAY NOT > WS-CAL-LAST-DROP
003311             SET WS-DROP-FREE TO TRUE
003312         WHEN WS-TODAY NOT > WS-CAL-LAST-WDRAW
003313             SET WS-DROP-LATE TO TRUE
003314         WHEN OTHER
003315             SET WS-DROP-CLOSED TO TRUE
003316     END-EVALUATE
003317     IF NOT WS-ADD-OPEN
003318         DISPLAY "*** Add period closed - a new course needs an "
003319             "operator override."
003320     END-IF
003321     IF WS-DROP-LATE
003322         DISPLAY "*** Past the last day to drop - a drop is "
003323             "recorded as W."
003324     END-IF
003325     IF WS-DROP-CLOSED
003326         DISPLAY "*** Past the last day to withdraw - a W needs "
003327             "an operator override."
003328     END-IF.
003329 1190-EXIT.
003330     EXIT.
003331*-----------------------------------------------------------------
003332 2000-GET-FUNCTION.
003333     DISPLAY "Function: A-Add, C-Change, D-Delete, "
003334         "X-Drop course, W-Withdraw, G-Graduate, Q-Quit "
003335         WITH NO ADVANCING
003336     ACCEPT WS-FUNCTION-SW
003337     EVALUATE WS-FUNCTION-SW
003338         WHEN "a"  MOVE "A" TO WS-FUNCTION-SW
003339         WHEN "c"  MOVE "C" TO WS-FUNCTION-SW
003340         WHEN "d"  MOVE "D" TO WS-FUNCTION-SW
003341         WHEN "x"  MOVE "X" TO WS-FUNCTION-SW
003342         WHEN "w"  MOVE "W" TO WS-FUNCTION-SW
003343         WHEN "g"  MOVE "G" TO WS-FUNCTION-SW
003344         WHEN "q"  MOVE "Q" TO WS-FUNCTION-SW
003345     END-EVALUATE.
003346 2000-EXIT.
003347     EXIT.
003350*-----------------------------------------------------------------
003360 2900-PROCESS-AND-GET.
003370     EVALUATE TRUE
003410             PERFORM 4000-CHANGE-STUDENT THRU 4000-EXIT
003420         WHEN WS-FUNC-DELETE
003430             PERFORM 5000-DELETE-STUDENT THRU 5000-EXIT
003433         WHEN WS-FUNC-DROP
003436             PERFORM 5900-DROP-COURSE THRU 5900-EXIT
003440         WHEN WS-FUNC-WITHDRAW
003450             PERFORM 5500-WITHDRAW-STUDENT THRU 5500-EXIT
003460         WHEN WS-FUNC-GRADUATE
003490             CONTINUE
003500         WHEN OTHER
003510             DISPLAY "*** Invalid function - enter A, C, D, "
003520                 "X, W, G or Q."
003530     END-EVALUATE
003540     IF NOT WS-FUNC-QUIT
003550         PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
003790                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
003800                 PERFORM 3050-WRITE-AUDIT THRU 3050-EXIT
003810                 PERFORM 3055-TAKE-SEATS THRU 3055-EXIT
003815                 PERFORM 3480-POST-ENROLL-CHANGES THRU 3480-EXIT
003817                 PERFORM 3540-LOG-LATE-ADDS THRU 3540-EXIT
003820                 PERFORM 6000-FLUSH-WAITLIST THRU 6000-EXIT
003830         END-WRITE
003840     END-IF.
004400     EXIT.
004410*-----------------------------------------------------------------
004420 3160-GET-ENROLLMENTS.
004421     IF WS-FUNC-CHANGE
004422         MOVE WS-SAVE-ID TO WS-ACCT-STUDENT
004423     ELSE
004424         MOVE StudentId TO WS-ACCT-STUDENT
004425     END-IF
004426     PERFORM 3460-CHECK-HOLD THRU 3460-EXIT
004427     IF WS-FINANCE-HOLD
004428         DISPLAY "*** Finance hold - " WS-ACCT-AMT-ED
004429             " overdue. Only courses already held may be kept."
004430     END-IF
004435     SET WS-ENTRY-INVALID TO TRUE
004440     PERFORM 3170-PROMPT-COUNT THRU 3170-EXIT
004450         UNTIL WS-ENTRY-VALID
004460     PERFORM 3180-GET-COURSE-CODE THRU 3180-EXIT
004570             OR WS-COUNT-ENTRY > 6
004580         DISPLAY "*** Number of courses must be 0-6."
004590     ELSE
004600         IF WS-FINANCE-HOLD AND WS-COUNT-ENTRY > WS-OLD-COUNT
004610             DISPLAY "*** Finance hold - no more than "
004611                 WS-OLD-COUNT " course(s) may be entered."
004612         ELSE
004613             MOVE WS-COUNT-ENTRY TO EnrollCount
004614             SET WS-ENTRY-VALID TO TRUE
004615         END-IF
004620     END-IF.
004630 3170-EXIT.
004640     EXIT.
004740     DISPLAY "  Course code " EnrollIdx ": " WITH NO ADVANCING
004750     ACCEPT CourseCode(EnrollIdx)
004760     MOVE WS-CURRENT-TERM TO CourseTerm(EnrollIdx)
004763     SET WS-LATE-IDX TO EnrollIdx
004766     MOVE "N" TO WS-LATE-ADD-FLAG(WS-LATE-IDX)
004770     MOVE CourseCode(EnrollIdx) TO CC-CourseCode
004780     READ CourseFile
004790         INVALID KEY
004820         NOT INVALID KEY
004830             MOVE CC-MeetDay TO WS-CAND-DAY
004840             MOVE CC-MeetPeriod TO WS-CAND-PERIOD
004841             PERFORM 3400-CHECK-PREREQS THRU 3400-EXIT
004845             PERFORM 3496-CHECK-HOLD-COURSE THRU 3496-EXIT
004850             EVALUATE TRUE
004855               WHEN WS-HOLD-REFUSED
004860                 DISPLAY "*** Finance hold - enter a course "
004865                     "already held."
004870                 PERFORM 3498-LOG-HOLD THRU 3498-EXIT
004875               WHEN WS-PREQ-MISSING
004880                 DISPLAY "*** Prerequisite " WS-PREQ-MISSING-CODE
004885                     " not passed - enter a different course."
004890                 PERFORM 3450-LOG-PREREQ THRU 3450-EXIT
004895               WHEN OTHER
004900                 PERFORM 3186-CHECK-SEATS THRU 3186-EXIT
004904                 IF WS-ENTRY-VALID
004909                     PERFORM 3193-CHECK-CLASH THRU 3193-EXIT
004914                     IF WS-CLASH
004919                         SET WS-ENTRY-INVALID TO TRUE
004924                         DISPLAY "*** Timetable clash with "
004929                             WS-CLASH-WITH " - enter a different "
004934                             "course."
004939                         PERFORM 3198-LOG-CLASH THRU 3198-EXIT
004944                     END-IF
004949                 END-IF
004950                 IF WS-ENTRY-VALID
004951                     PERFORM 3500-CHECK-ADD-PERIOD THRU 3500-EXIT
004952                 END-IF
004954             END-EVALUATE
004960     END-READ.
004970 3185-EXIT.
004980     EXIT.
006680     MOVE CE-DOBirth    TO DOBirth
006690     MOVE CE-Gender     TO Gender.
006700 3210-EXIT.
006701     EXIT.
006702*-----------------------------------------------------------------
006703 3400-CHECK-PREREQS.
006704     MOVE "N" TO WS-PREQ-MISSING-SW
006705     PERFORM 3187-CHECK-RETAINED THRU 3187-EXIT
006706     IF NOT WS-RETAINED
006707         IF WS-FUNC-CHANGE
006708             MOVE WS-SAVE-ID TO WS-PREQ-STUDENT
006709         ELSE
006710             MOVE StudentId TO WS-PREQ-STUDENT
006711         END-IF
006712         MOVE CC-CourseCode TO WS-PREQ-COURSE
006713         MOVE "N" TO WS-PREQ-EOF-SW
006714         MOVE WS-PREQ-COURSE TO PQ-CourseCode
006715         MOVE LOW-VALUES TO PQ-PrereqCode
006716         START PrereqFile KEY NOT < PQ-PrereqKey
006717             INVALID KEY
006718                 SET WS-END-OF-PREREQS TO TRUE
006719         END-START
006720         PERFORM 3410-READ-NEXT-PREREQ THRU 3410-EXIT
006721         PERFORM 3420-CHECK-ONE-PREREQ THRU 3420-EXIT
006722             UNTIL WS-END-OF-PREREQS
006723                OR PQ-CourseCode NOT = WS-PREQ-COURSE
006724                OR WS-PREQ-MISSING
006725     END-IF.
006726 3400-EXIT.
006727     EXIT.
006728*-----------------------------------------------------------------
006729 3410-READ-NEXT-PREREQ.
006730     IF NOT WS-END-OF-PREREQS
006731         READ PrereqFile NEXT
006732             AT END
006733                 SET WS-END-OF-PREREQS TO TRUE
006734         END-READ
006735     END-IF.
006736 3410-EXIT.
006737     EXIT.
006738*-----------------------------------------------------------------
006739 3420-CHECK-ONE-PREREQ.
006740     MOVE PQ-MinGrade TO WS-PREQ-GRADE
006741     IF WS-PREQ-GRADE = SPACES
006742         MOVE "D-" TO WS-PREQ-GRADE
006743     END-IF
006744     PERFORM 3440-GRADE-POINTS THRU 3440-EXIT
006745     MOVE WS-PREQ-POINTS TO WS-PREQ-MIN-POINTS
006746     MOVE "N" TO WS-PREQ-PASSED-SW
006747     MOVE "N" TO WS-PREQ-GR-EOF-SW
006748     MOVE WS-PREQ-STUDENT TO GR-StudentId
006749     MOVE LOW-VALUES TO GR-Term
006750     MOVE LOW-VALUES TO GR-CourseCode
006751     START GradeFile KEY NOT < GR-GradeKey
006752         INVALID KEY
006753             SET WS-END-OF-PREQ-GRADES TO TRUE
006754     END-START
006755     PERFORM 3425-READ-NEXT-GRADE THRU 3425-EXIT
006756     PERFORM 3430-CHECK-ONE-GRADE THRU 3430-EXIT
006757         UNTIL WS-END-OF-PREQ-GRADES
006758            OR GR-StudentId NOT = WS-PREQ-STUDENT
006759            OR WS-PREQ-PASSED
006760     IF WS-PREQ-PASSED
006761         PERFORM 3410-READ-NEXT-PREREQ THRU 3410-EXIT
006762     ELSE
006763         SET WS-PREQ-MISSING TO TRUE
006764         MOVE PQ-PrereqCode TO WS-PREQ-MISSING-CODE
006765     END-IF.
006766 3420-EXIT.
006767     EXIT.
006768*-----------------------------------------------------------------
006769 3425-READ-NEXT-GRADE.
006770     IF NOT WS-END-OF-PREQ-GRADES
006771         READ GradeFile NEXT
006772             AT END
006773                 SET WS-END-OF-PREQ-GRADES TO TRUE
006774         END-READ
006775     END-IF.
006776 3425-EXIT.
006777     EXIT.
006778*-----------------------------------------------------------------
006779 3430-CHECK-ONE-GRADE.
006780     IF GR-CourseCode = PQ-PrereqCode
006781             AND GR-Term < WS-CURRENT-TERM
006782             AND (GR-Grade(1:1) = "A" OR "B" OR "C" OR "D")
006783         MOVE GR-Grade TO WS-PREQ-GRADE
006784         PERFORM 3440-GRADE-POINTS THRU 3440-EXIT
006785         IF WS-PREQ-POINTS >= WS-PREQ-MIN-POINTS
006786             SET WS-PREQ-PASSED TO TRUE
006787         END-IF
006788     END-IF
006789     IF NOT WS-PREQ-PASSED
006790         PERFORM 3425-READ-NEXT-GRADE THRU 3425-EXIT
006791     END-IF.
006792 3430-EXIT.
006793     EXIT.
006794*-----------------------------------------------------------------
006795 3440-GRADE-POINTS.
006796     EVALUATE WS-PREQ-GRADE(1:1)
006797         WHEN "A"  MOVE 4.00 TO WS-PREQ-POINTS
006798         WHEN "B"  MOVE 3.00 TO WS-PREQ-POINTS
006799         WHEN "C"  MOVE 2.00 TO WS-PREQ-POINTS
006800         WHEN "D"  MOVE 1.00 TO WS-PREQ-POINTS
006801         WHEN OTHER MOVE 0 TO WS-PREQ-POINTS
006802     END-EVALUATE
006803     IF WS-PREQ-GRADE(1:1) NOT = "F"
006804         IF WS-PREQ-GRADE(2:1) = "+"
006805             ADD 0.30 TO WS-PREQ-POINTS
006806             IF WS-PREQ-POINTS > 4.00
006807                 MOVE 4.00 TO WS-PREQ-POINTS
006808             END-IF
006809         END-IF
006810         IF WS-PREQ-GRADE(2:1) = "-"
006811             SUBTRACT 0.30 FROM WS-PREQ-POINTS
006812         END-IF
006813     END-IF.
006814 3440-EXIT.
006815     EXIT.
006816*-----------------------------------------------------------------
006817 3450-LOG-PREREQ.
006818     MOVE SPACES TO ExceptionLine
006819     STRING "Student "          DELIMITED BY SIZE
006820            WS-PREQ-STUDENT     DELIMITED BY SIZE
006821            " refused course "  DELIMITED BY SIZE
006822            WS-PREQ-COURSE      DELIMITED BY SIZE
006823            " - prerequisite "  DELIMITED BY SIZE
006824            WS-PREQ-MISSING-CODE DELIMITED BY SIZE
006825            " not passed"       DELIMITED BY SIZE
006826         INTO ExceptionLine
006827     WRITE ExceptionLine
006828     ADD 1 TO WS-EXCEPTION-COUNT.
006829 3450-EXIT.
006830     EXIT.
006831*-----------------------------------------------------------------
006832 3460-CHECK-HOLD.
006833     MOVE "N" TO WS-FINANCE-HOLD-SW
006834     MOVE SPACES TO WS-ACCT-COURSE
006835     MOVE SPACES TO WS-ACCT-TERM
006836     PERFORM 3462-SCAN-LEDGER THRU 3462-EXIT
006837     COMPUTE WS-ACCT-OVERDUE =
006838         WS-ACCT-OLD-CHARGES - WS-ACCT-SETTLED
006839     IF WS-ACCT-OVERDUE > 0
006840         SET WS-FINANCE-HOLD TO TRUE
006841         MOVE WS-ACCT-OVERDUE TO WS-ACCT-AMT-ED
006842     END-IF.
006843 3460-EXIT.
006844     EXIT.
006845*-----------------------------------------------------------------
006846 3462-SCAN-LEDGER.
006847     MOVE 0 TO WS-ACCT-LAST-NO
006848     MOVE 0 TO WS-ACCT-NET
006849     MOVE 0 TO WS-ACCT-OLD-CHARGES
006850     MOVE 0 TO WS-ACCT-SETTLED
006851     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006852     MOVE WS-TODAY TO WS-DT-DATE
006853     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
006854     COMPUTE WS-CUTOFF-DAYS = WS-DT-DAYS - WS-HOLD-DAYS
006855     MOVE "N" TO WS-LEDGER-EOF-SW
006856     MOVE WS-ACCT-STUDENT TO LG-StudentId
006857     MOVE 0 TO LG-EntryNo
006858     START LedgerFile KEY NOT < LG-LedgerKey
006859         INVALID KEY
006860             SET WS-END-OF-LEDGER TO TRUE
006861     END-START
006862     PERFORM 3464-READ-NEXT-LEDGER THRU 3464-EXIT
006863     PERFORM 3466-SCAN-LEDGER-ONE THRU 3466-EXIT
006864         UNTIL WS-END-OF-LEDGER.
006865 3462-EXIT.
006866     EXIT.
006867*-----------------------------------------------------------------
006868 3464-READ-NEXT-LEDGER.
006869     IF NOT WS-END-OF-LEDGER
006870         READ LedgerFile NEXT
006871             AT END
006872                 SET WS-END-OF-LEDGER TO TRUE
006873             NOT AT END
006874                 IF LG-StudentId NOT = WS-ACCT-STUDENT
006875                     SET WS-END-OF-LEDGER TO TRUE
006876                 END-IF
006877         END-READ
006878     END-IF.
006879 3464-EXIT.
006880     EXIT.
006881*-----------------------------------------------------------------
006882 3466-SCAN-LEDGER-ONE.
006883     MOVE LG-EntryNo TO WS-ACCT-LAST-NO
006884     MOVE LG-PostDate TO WS-DT-DATE
006885     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
006886     EVALUATE TRUE
006887       WHEN LG-Charge
006888         IF WS-DT-DAYS < WS-CUTOFF-DAYS
006889             ADD LG-Amount TO WS-ACCT-OLD-CHARGES
006890         END-IF
006891         IF LG-CourseCode = WS-ACCT-COURSE
006892                 AND LG-Term = WS-ACCT-TERM
006893             ADD LG-Amount TO WS-ACCT-NET
006894         END-IF
006895       WHEN LG-Credit
006896         ADD LG-Amount TO WS-ACCT-SETTLED
006897         IF LG-CourseCode = WS-ACCT-COURSE
006898                 AND LG-Term = WS-ACCT-TERM
006899             SUBTRACT LG-Amount FROM WS-ACCT-NET
006900         END-IF
006901       WHEN LG-Payment
006902         ADD LG-Amount TO WS-ACCT-SETTLED
006903     END-EVALUATE
006904     PERFORM 3464-READ-NEXT-LEDGER THRU 3464-EXIT.
006905 3466-EXIT.
006906     EXIT.
006907*-----------------------------------------------------------------
006908 3470-POST-CHARGE.
006909     IF WS-COURSE-FEE > 0
006910         PERFORM 3462-SCAN-LEDGER THRU 3462-EXIT
006911         MOVE "C" TO WS-ACCT-TYPE
006912         MOVE WS-COURSE-FEE TO WS-ACCT-AMOUNT
006913         PERFORM 3474-WRITE-LEDGER THRU 3474-EXIT
006914     END-IF.
006915 3470-EXIT.
006916     EXIT.
006917*-----------------------------------------------------------------
006918 3472-POST-CREDIT.
006919     PERFORM 3462-SCAN-LEDGER THRU 3462-EXIT
006920     IF WS-ACCT-NET > 0
006921         MOVE "R" TO WS-ACCT-TYPE
006922         MOVE WS-ACCT-NET TO WS-ACCT-AMOUNT
006923         PERFORM 3474-WRITE-LEDGER THRU 3474-EXIT
006924     END-IF.
006925 3472-EXIT.
006926     EXIT.
006927*-----------------------------------------------------------------
006928 3474-WRITE-LEDGER.
006929     MOVE SPACES TO LedgerRecord
006930     MOVE WS-ACCT-STUDENT TO LG-StudentId
006931     COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
006932     MOVE WS-ACCT-TYPE TO LG-EntryType
006933     MOVE WS-TODAY TO LG-PostDate
006934     MOVE WS-ACCT-TERM TO LG-Term
006935     MOVE WS-ACCT-COURSE TO LG-CourseCode
006936     MOVE WS-ACCT-AMOUNT TO LG-Amount
006937     MOVE "SEQWRITE" TO LG-Source
006938     MOVE WS-OPERATOR-ID TO LG-Operator
006939     WRITE LedgerRecord
006940         INVALID KEY
006941             DISPLAY "*** Unable to post to LEDGER.DAT for "
006942                 WS-ACCT-STUDENT
006943         NOT INVALID KEY
006944             ADD 1 TO WS-LEDGER-COUNT
006945             MOVE WS-ACCT-AMOUNT TO WS-ACCT-AMT-ED
006946             IF LG-Charge
006947                 DISPLAY "Tuition charged  " WS-ACCT-COURSE
006948                     " " WS-ACCT-AMT-ED
006949             ELSE
006950                 DISPLAY "Tuition credited " WS-ACCT-COURSE
006951                     " " WS-ACCT-AMT-ED
006952             END-IF
006953     END-WRITE.
006954 3474-EXIT.
006955     EXIT.
006956*-----------------------------------------------------------------
006957 3480-POST-ENROLL-CHANGES.
006958     MOVE StudentId TO WS-ACCT-STUDENT
006959     PERFORM 3482-CREDIT-IF-DROPPED THRU 3482-EXIT
006960         VARYING WS-OLD-IDX FROM 1 BY 1
006961         UNTIL WS-OLD-IDX > WS-OLD-COUNT
006962     PERFORM 3484-CHARGE-IF-ADDED THRU 3484-EXIT
006963         VARYING EnrollIdx FROM 1 BY 1
006964         UNTIL EnrollIdx > EnrollCount.
006965 3480-EXIT.
006966     EXIT.
006967*-----------------------------------------------------------------
006968 3482-CREDIT-IF-DROPPED.
006969     MOVE "N" TO WS-ACCT-FOUND-SW
006970     PERFORM 3486-SCAN-NEW-COURSE THRU 3486-EXIT
006971         VARYING WS-ACCT-IDX FROM 1 BY 1
006972         UNTIL WS-ACCT-IDX > EnrollCount
006973     IF NOT WS-ACCT-FOUND
006974         MOVE WS-OLD-COURSE(WS-OLD-IDX) TO WS-ACCT-COURSE
006975         MOVE WS-OLD-TERM(WS-OLD-IDX) TO WS-ACCT-TERM
006976         PERFORM 3472-POST-CREDIT THRU 3472-EXIT
006977     END-IF.
006978 3482-EXIT.
006979     EXIT.
006980*-----------------------------------------------------------------
006981 3484-CHARGE-IF-ADDED.
006982     MOVE "N" TO WS-ACCT-FOUND-SW
006983     PERFORM 3488-SCAN-KEPT-COURSE THRU 3488-EXIT
006984         VARYING WS-ACCT-IDX FROM 1 BY 1
006985         UNTIL WS-ACCT-IDX > WS-OLD-COUNT
006986     IF NOT WS-ACCT-FOUND
006987         MOVE CourseCode(EnrollIdx) TO WS-ACCT-COURSE
006988         MOVE CourseTerm(EnrollIdx) TO WS-ACCT-TERM
006989         PERFORM 3470-POST-CHARGE THRU 3470-EXIT
006990     END-IF.
006991 3484-EXIT.
006992     EXIT.
006993*-----------------------------------------------------------------
006994 3486-SCAN-NEW-COURSE.
006995     IF CourseCode(WS-ACCT-IDX) = WS-OLD-COURSE(WS-OLD-IDX)
006996         SET WS-ACCT-FOUND TO TRUE
006997     END-IF.
006998 3486-EXIT.
006999     EXIT.
007000*-----------------------------------------------------------------
007001 3488-SCAN-KEPT-COURSE.
007002     IF WS-OLD-COURSE(WS-ACCT-IDX) = CourseCode(EnrollIdx)
007003         SET WS-ACCT-FOUND TO TRUE
007004     END-IF.
007005 3488-EXIT.
007006     EXIT.
007007*-----------------------------------------------------------------
007008 3490-CREDIT-ALL-OLD.
007009     PERFORM 3492-CREDIT-OLD-ONE THRU 3492-EXIT
007010         VARYING WS-OLD-IDX FROM 1 BY 1
007011         UNTIL WS-OLD-IDX > WS-OLD-COUNT.
007012 3490-EXIT.
007013     EXIT.
007014*-----------------------------------------------------------------
007015 3492-CREDIT-OLD-ONE.
007016     MOVE WS-OLD-COURSE(WS-OLD-IDX) TO WS-ACCT-COURSE
007017     MOVE WS-OLD-TERM(WS-OLD-IDX) TO WS-ACCT-TERM
007018     PERFORM 3472-POST-CREDIT THRU 3472-EXIT.
007019 3492-EXIT.
007020     EXIT.
007021*-----------------------------------------------------------------
007022 3496-CHECK-HOLD-COURSE.
007023     MOVE "N" TO WS-HOLD-REFUSED-SW
007024     IF WS-FINANCE-HOLD
007025         PERFORM 3187-CHECK-RETAINED THRU 3187-EXIT
007026         IF NOT WS-RETAINED
007027             SET WS-HOLD-REFUSED TO TRUE
007028         END-IF
007029     END-IF.
007030 3496-EXIT.
007031     EXIT.
007032*-----------------------------------------------------------------
007033 3498-LOG-HOLD.
007034     MOVE SPACES TO ExceptionLine
007035     STRING "Student "          DELIMITED BY SIZE
007036            WS-ACCT-STUDENT     DELIMITED BY SIZE
007037            " refused course "  DELIMITED BY SIZE
007038            CC-CourseCode       DELIMITED BY SIZE
007039            " - finance hold"   DELIMITED BY SIZE
007040         INTO ExceptionLine
007041     WRITE ExceptionLine
007042     ADD 1 TO WS-EXCEPTION-COUNT.
007043 3498-EXIT.
007044     EXIT.
007045*-----------------------------------------------------------------
007046 3500-CHECK-ADD-PERIOD.
007047     IF NOT WS-ADD-OPEN
007048         MOVE "N" TO WS-RETAINED-SW
007049         PERFORM 3505-SCAN-HELD THRU 3505-EXIT
007050             VARYING WS-OLD-IDX FROM 1 BY 1
007051             UNTIL WS-OLD-IDX > WS-OLD-COUNT
007052         IF NOT WS-RETAINED
007053             PERFORM 3510-ASK-LATE-ADD THRU 3510-EXIT
007054         END-IF
007055     END-IF.
007056 3500-EXIT.
007057     EXIT.
007058*-----------------------------------------------------------------
007059 3505-SCAN-HELD.
007060     IF WS-OLD-COURSE(WS-OLD-IDX) = CourseCode(EnrollIdx)
007061         SET WS-RETAINED TO TRUE
007062     END-IF.
007063 3505-EXIT.
007064     EXIT.
007065*-----------------------------------------------------------------
007066 3510-ASK-LATE-ADD.
007067     DISPLAY "*** Add period closed - last day to add was "
007068         WS-CAL-LAST-ADD "."
007069     DISPLAY "Override and add " CourseCode(EnrollIdx)
007070         "? (Y/N) " WITH NO ADVANCING
007071     ACCEPT WS-REPLY
007072     IF WS-REPLY = "Y" OR WS-REPLY = "y"
007073         PERFORM 3515-GET-REASON THRU 3515-EXIT
007074         MOVE "Y" TO WS-LATE-ADD-FLAG(WS-LATE-IDX)
007075         MOVE WS-OV-REASON TO WS-LATE-ADD-REASON(WS-LATE-IDX)
007076     ELSE
007077         SET WS-ENTRY-INVALID TO TRUE
007078         DISPLAY "*** Enter a different course for this slot."
007079         PERFORM 3530-LOG-LATE-ADD THRU 3530-EXIT
007080     END-IF.
007081 3510-EXIT.
007082     EXIT.
007083*-----------------------------------------------------------------
007084 3515-GET-REASON.
007085     MOVE SPACES TO WS-OV-REASON
007086     PERFORM 3520-PROMPT-REASON THRU 3520-EXIT
007087         UNTIL WS-OV-REASON NOT = SPACES.
007088 3515-EXIT.
007089     EXIT.
007090*-----------------------------------------------------------------
007091 3520-PROMPT-REASON.
007092     DISPLAY "  Override reason: " WITH NO ADVANCING
007093     ACCEPT WS-OV-REASON
007094     IF WS-OV-REASON = SPACES
007095         DISPLAY "*** A reason is required for an override."
007096     END-IF.
007097 3520-EXIT.
007098     EXIT.
007099*-----------------------------------------------------------------
007100 3530-LOG-LATE-ADD.
007101     MOVE SPACES TO ExceptionLine
007102     STRING "Student "          DELIMITED BY SIZE
007103            WS-ACCT-STUDENT     DELIMITED BY SIZE
007104            " refused course "  DELIMITED BY SIZE
007105            CourseCode(EnrollIdx) DELIMITED BY SIZE
007106            " - add period closed" DELIMITED BY SIZE
007107         INTO ExceptionLine
007108     WRITE ExceptionLine
007109     ADD 1 TO WS-EXCEPTION-COUNT.
007110 3530-EXIT.
007111     EXIT.
007112*-----------------------------------------------------------------
007113 3540-LOG-LATE-ADDS.
007114     MOVE StudentId TO WS-OV-STUDENT
007115     PERFORM 3545-LOG-LATE-ONE THRU 3545-EXIT
007116         VARYING WS-LATE-IDX FROM 1 BY 1
007117         UNTIL WS-LATE-IDX > EnrollCount.
007118 3540-EXIT.
007119     EXIT.
007120*-----------------------------------------------------------------
007121 3545-LOG-LATE-ONE.
007122     IF WS-LATE-ADD-FLAG(WS-LATE-IDX) = "Y"
007123         MOVE "A" TO WS-OV-TYPE
007124         MOVE CourseCode(WS-LATE-IDX) TO WS-OV-COURSE
007125         MOVE WS-LATE-ADD-REASON(WS-LATE-IDX) TO WS-OV-REASON
007126         PERFORM 9400-WRITE-OVERRIDE THRU 9400-EXIT
007127         MOVE "N" TO WS-LATE-ADD-FLAG(WS-LATE-IDX)
007128     END-IF.
007129 3545-EXIT.
007130     EXIT.
007131*-----------------------------------------------------------------
007132 4000-CHANGE-STUDENT.
007133     DISPLAY "Enter Student Id to change: " WITH NO ADVANCING
007134     ACCEPT StudentId
007135     READ StudentFile
007136         INVALID KEY
007137             DISPLAY "*** Student Id not found."
007138         NOT INVALID KEY
007139             PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
007140             MOVE StudentId TO WS-SAVE-ID
007141             MOVE 0 TO WS-PEND-COUNT
007142             PERFORM 4050-SAVE-OLD-COURSES THRU 4050-EXIT
007143             PERFORM 4100-DISPLAY-CURRENT THRU 4100-EXIT
007144             SET WS-ENTRY-INVALID TO TRUE
007145             PERFORM 3100-PROMPT-AND-CHECK THRU 3100-EXIT
007146                 UNTIL WS-CORE-ENTRY = SPACES
007147                    OR WS-ENTRY-VALID
007148             MOVE "N" TO WS-LATE-DROP-SW
007149             IF WS-CORE-ENTRY NOT = SPACES
007150                 PERFORM 4300-CHECK-LATE-DROPS THRU 4300-EXIT
007151             END-IF
007152             IF WS-CORE-ENTRY NOT = SPACES
007153                     AND NOT WS-LATE-DROP-FOUND
007154                 IF StudentId NOT = WS-SAVE-ID
007155                     DISPLAY "*** Student Id cannot be changed "
007156                         "via Change - keeping original Id."
007157                     MOVE WS-SAVE-ID TO StudentId
007158                 END-IF
007159                 PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
007160                 REWRITE StudentDetails
007161                     INVALID KEY
007162                         DISPLAY "*** Unable to update record."
007163                     NOT INVALID KEY
007164                         DISPLAY "Student updated."
007165                         MOVE "S" TO WS-JN-FILE
007166                         MOVE "R" TO WS-JN-ACTION
007167                         PERFORM 9110-SAVE-STUD-AFTER
007168                             THRU 9110-EXIT
007169                         PERFORM 9000-WRITE-JOURNAL
007170                             THRU 9000-EXIT
007171                         PERFORM 4200-RELEASE-OLD-SEATS
007172                             THRU 4200-EXIT
007173                         PERFORM 3055-TAKE-SEATS THRU 3055-EXIT
007174                         PERFORM 3480-POST-ENROLL-CHANGES
007175                             THRU 3480-EXIT
007176                         PERFORM 3540-LOG-LATE-ADDS
007177                             THRU 3540-EXIT
007178                         PERFORM 6000-FLUSH-WAITLIST
007179                             THRU 6000-EXIT
007180                         PERFORM 7000-PROMOTE-FREED
007181                             THRU 7000-EXIT
007182                 END-REWRITE
007183             ELSE
007184                 DISPLAY "Change cancelled."
007185             END-IF
007186     END-READ.
007190 4000-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------------
007280     EXIT.
007290*-----------------------------------------------------------------
007300 4060-SAVE-ONE-COURSE.
007310     MOVE CourseCode(WS-OLD-IDX) TO WS-OLD-COURSE(WS-OLD-IDX)
007315     MOVE CourseTerm(WS-OLD-IDX) TO WS-OLD-TERM(WS-OLD-IDX).
007320 4060-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------------
007620 4210-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007641 4300-CHECK-LATE-DROPS.
007642     IF NOT WS-DROP-FREE
007643         PERFORM 4310-CHECK-LATE-ONE THRU 4310-EXIT
007644             VARYING WS-OLD-IDX FROM 1 BY 1
007645             UNTIL WS-OLD-IDX > WS-OLD-COUNT
007646     END-IF.
007647 4300-EXIT.
007648     EXIT.
007649*-----------------------------------------------------------------
007650 4310-CHECK-LATE-ONE.
007651     IF WS-OLD-TERM(WS-OLD-IDX) = WS-CURRENT-TERM
007652         MOVE "N" TO WS-ACCT-FOUND-SW
007653         PERFORM 3486-SCAN-NEW-COURSE THRU 3486-EXIT
007654             VARYING WS-ACCT-IDX FROM 1 BY 1
007655             UNTIL WS-ACCT-IDX > EnrollCount
007656         IF NOT WS-ACCT-FOUND
007657             SET WS-LATE-DROP-FOUND TO TRUE
007658             DISPLAY "*** " WS-OLD-COURSE(WS-OLD-IDX)
007659                 " cannot be dropped by Change after the last "
007660                 "day to drop - use X-Drop course."
007661         END-IF
007662     END-IF.
007663 4310-EXIT.
007664     EXIT.
007665*-----------------------------------------------------------------
007666 4100-DISPLAY-CURRENT.
007667     DISPLAY "Current - " StudentId " " Surname " " Initials
007670         " " YOBirth "-" MOBirth "-" DOBirth " " Gender
007680     PERFORM 4110-DISPLAY-COURSE THRU 4110-EXIT
007690         VARYING EnrollIdx FROM 1 BY 1
007860         NOT INVALID KEY
007870             PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
007880             PERFORM 4050-SAVE-OLD-COURSES THRU 4050-EXIT
007885             MOVE StudentId TO WS-ACCT-STUDENT
007890             PERFORM 5100-CONFIRM-DELETE THRU 5100-EXIT
007900     END-READ.
007910 5000-EXIT.
008060                 MOVE SPACES TO WS-JN-AFTER
008070                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008080                 PERFORM 4200-RELEASE-OLD-SEATS THRU 4200-EXIT
008085                 PERFORM 3490-CREDIT-ALL-OLD THRU 3490-EXIT
008090                 PERFORM 7000-PROMOTE-FREED THRU 7000-EXIT
008100         END-DELETE
008110     ELSE
008260             ELSE
008270                 PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
008280                 PERFORM 4050-SAVE-OLD-COURSES THRU 4050-EXIT
008285                 MOVE StudentId TO WS-ACCT-STUDENT
008290                 PERFORM 5600-CONFIRM-WITHDRAW THRU 5600-EXIT
008300             END-IF
008310     END-READ.
008330     EXIT.
008340*-----------------------------------------------------------------
008350 5600-CONFIRM-WITHDRAW.
008351     MOVE "N" TO WS-LATE-OVERRIDE-SW
008352     MOVE 0 TO WS-CUR-COUNT
008353     PERFORM 5650-COUNT-CURRENT THRU 5650-EXIT
008354         VARYING WS-OLD-IDX FROM 1 BY 1
008355         UNTIL WS-OLD-IDX > WS-OLD-COUNT
008356     IF WS-CUR-COUNT > 0 AND NOT WS-DROP-FREE
008357         DISPLAY "Past the last day to drop - " WS-CUR-COUNT
008358             " course(s) this term stay enrolled with a W and "
008359             "the tuition stands."
008360     END-IF
008365     DISPLAY "Withdraw " StudentId " " Surname "? (Y/N) "
008370         WITH NO ADVANCING
008380     ACCEPT WS-REPLY
008382     IF (WS-REPLY = "Y" OR WS-REPLY = "y")
008384             AND WS-CUR-COUNT > 0 AND WS-DROP-CLOSED
008386         PERFORM 5640-ASK-LATE-WITHDRAW THRU 5640-EXIT
008388     END-IF
008390     IF WS-REPLY = "Y" OR WS-REPLY = "y"
008400         MOVE "W" TO StudStatus
008403         IF WS-DROP-FREE
008406             MOVE 0 TO EnrollCount
008409         ELSE
008412             PERFORM 5670-KEEP-CURRENT THRU 5670-EXIT
008415         END-IF
008420         PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
008430         REWRITE StudentDetails
008440             INVALID KEY
008450                 DISPLAY "*** Unable to update record."
008460             NOT INVALID KEY
008463                 IF EnrollCount = 0
008466                     DISPLAY "Student withdrawn - seats "
008469                         "released, record and grades kept."
008472                 ELSE
008475                     DISPLAY "Student withdrawn - this term's "
008478                         "courses kept with a W, others released."
008481                 END-IF
008490                 MOVE "S" TO WS-JN-FILE
008500                 MOVE "R" TO WS-JN-ACTION
008510                 PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
008520                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008530                 PERFORM 3050-WRITE-AUDIT THRU 3050-EXIT
008535                 IF WS-DROP-FREE
008537                     PERFORM 4200-RELEASE-OLD-SEATS THRU 4200-EXIT
008539                     PERFORM 3490-CREDIT-ALL-OLD THRU 3490-EXIT
008541                 ELSE
008543                     PERFORM 5680-RELEASE-PAST THRU 5680-EXIT
008544                     PERFORM 5660-RECORD-W-ALL THRU 5660-EXIT
008545                 END-IF
008550                 PERFORM 7000-PROMOTE-FREED THRU 7000-EXIT
008560         END-REWRITE
008570     ELSE
008600 5600-EXIT.
008610     EXIT.
008620*-----------------------------------------------------------------
008621 5640-ASK-LATE-WITHDRAW.
008622     DISPLAY "*** Past the last day to withdraw - last day was "
008623         WS-CAL-LAST-WDRAW "."
008624     DISPLAY "Override and record W? (Y/N) " WITH NO ADVANCING
008625     ACCEPT WS-REPLY
008626     IF WS-REPLY = "Y" OR WS-REPLY = "y"
008627         PERFORM 3515-GET-REASON THRU 3515-EXIT
008628         SET WS-LATE-OVERRIDE TO TRUE
008629     END-IF.
008630 5640-EXIT.
008631     EXIT.
008632*-----------------------------------------------------------------
008633 5650-COUNT-CURRENT.
008634     IF WS-OLD-TERM(WS-OLD-IDX) = WS-CURRENT-TERM
008635         ADD 1 TO WS-CUR-COUNT
008636     END-IF.
008637 5650-EXIT.
008638     EXIT.
008639*-----------------------------------------------------------------
008640 5660-RECORD-W-ALL.
008641     PERFORM 5665-RECORD-W-ONE THRU 5665-EXIT
008642         VARYING WS-OLD-IDX FROM 1 BY 1
008643         UNTIL WS-OLD-IDX > WS-OLD-COUNT.
008644 5660-EXIT.
008645     EXIT.
008646*-----------------------------------------------------------------
008647 5665-RECORD-W-ONE.
008648     IF WS-OLD-TERM(WS-OLD-IDX) = WS-CURRENT-TERM
008649         MOVE WS-OLD-COURSE(WS-OLD-IDX) TO WS-DROP-COURSE
008650         PERFORM 5925-CHECK-GRADE THRU 5925-EXIT
008651         IF WS-GRADE-ON-FILE
008652             DISPLAY "Grade already on file for " WS-DROP-COURSE
008653                 " - kept."
008654         ELSE
008655             PERFORM 5970-RECORD-W THRU 5970-EXIT
008656             IF WS-W-RECORDED AND WS-LATE-OVERRIDE
008657                 PERFORM 5975-LOG-LATE-DROP THRU 5975-EXIT
008658             END-IF
008659         END-IF
008660     ELSE
008661         PERFORM 3492-CREDIT-OLD-ONE THRU 3492-EXIT
008662     END-IF.
008663 5665-EXIT.
008664     EXIT.
008665*-----------------------------------------------------------------
008666 5670-KEEP-CURRENT.
008667     MOVE 0 TO EnrollCount
008668     PERFORM 5675-KEEP-ONE THRU 5675-EXIT
008669         VARYING WS-OLD-IDX FROM 1 BY 1
008670         UNTIL WS-OLD-IDX > WS-OLD-COUNT.
008671 5670-EXIT.
008672     EXIT.
008673*-----------------------------------------------------------------
008674 5675-KEEP-ONE.
008675     IF WS-OLD-TERM(WS-OLD-IDX) = WS-CURRENT-TERM
008676         ADD 1 TO EnrollCount
008677         MOVE WS-OLD-COURSE(WS-OLD-IDX) TO CourseCode(EnrollCount)
008678         MOVE WS-OLD-TERM(WS-OLD-IDX) TO CourseTerm(EnrollCount)
008679     END-IF.
008680 5675-EXIT.
008681     EXIT.
008682*-----------------------------------------------------------------
008683 5680-RELEASE-PAST.
008684     MOVE 0 TO WS-FREED-COUNT
008685     PERFORM 5685-RELEASE-ONE-PAST THRU 5685-EXIT
008686         VARYING WS-OLD-IDX FROM 1 BY 1
008687         UNTIL WS-OLD-IDX > WS-OLD-COUNT.
008688 5680-EXIT.
008689     EXIT.
008690*-----------------------------------------------------------------
008691 5685-RELEASE-ONE-PAST.
008692     IF WS-OLD-TERM(WS-OLD-IDX) NOT = WS-CURRENT-TERM
008693         PERFORM 4210-RELEASE-ONE-SEAT THRU 4210-EXIT
008694     END-IF.
008695 5685-EXIT.
008696     EXIT.
008697*-----------------------------------------------------------------
008698 5700-GRADUATE-STUDENT.
008699     DISPLAY "Enter Student Id to graduate: " WITH NO ADVANCING
008700     ACCEPT StudentId
008701     READ StudentFile
008702         INVALID KEY
008703             DISPLAY "*** Student Id not found."
008704         NOT INVALID KEY
008705             IF ST-Graduated
008710                 DISPLAY "*** Student is already graduated."
008720             ELSE
008730                 PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
009010 5800-EXIT.
009020     EXIT.
009030*-----------------------------------------------------------------
009031 5900-DROP-COURSE.
009032     DISPLAY "Enter Student Id: " WITH NO ADVANCING
009033     ACCEPT StudentId
009034     READ StudentFile
009035         INVALID KEY
009036             DISPLAY "*** Student Id not found."
009037         NOT INVALID KEY
009038             PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
009039             PERFORM 4100-DISPLAY-CURRENT THRU 4100-EXIT
009040             DISPLAY "Enter course code to drop: "
009041                 WITH NO ADVANCING
009042             ACCEPT WS-DROP-COURSE
009043             PERFORM 5910-FIND-COURSE THRU 5910-EXIT
009044             IF WS-DROP-POS = 0
009045                 DISPLAY "*** Student is not enrolled in "
009046                     WS-DROP-COURSE " this term."
009047             ELSE
009048                 PERFORM 5920-CONFIRM-DROP THRU 5920-EXIT
009049             END-IF
009050     END-READ.
009051 5900-EXIT.
009052     EXIT.
009053*-----------------------------------------------------------------
009054 5910-FIND-COURSE.
009055     MOVE 0 TO WS-DROP-POS
009056     PERFORM 5915-SCAN-COURSE THRU 5915-EXIT
009057         VARYING EnrollIdx FROM 1 BY 1
009058         UNTIL EnrollIdx > EnrollCount.
009059 5910-EXIT.
009060     EXIT.
009061*-----------------------------------------------------------------
009062 5915-SCAN-COURSE.
009063     IF CourseCode(EnrollIdx) = WS-DROP-COURSE
009064             AND CourseTerm(EnrollIdx) = WS-CURRENT-TERM
009065         SET WS-DROP-POS TO EnrollIdx
009066     END-IF.
009067 5915-EXIT.
009068     EXIT.
009069*-----------------------------------------------------------------
009070 5920-CONFIRM-DROP.
009071     PERFORM 5925-CHECK-GRADE THRU 5925-EXIT
009072     EVALUATE TRUE
009073       WHEN WS-GRADE-ON-FILE AND GR-Withdrawn
009074         DISPLAY "*** Already withdrawn (W) from "
009075             WS-DROP-COURSE "."
009076       WHEN WS-GRADE-ON-FILE
009077         DISPLAY "*** Grade " GR-Grade " already recorded for "
009078             WS-DROP-COURSE " - it cannot be dropped."
009079       WHEN WS-DROP-FREE
009080         PERFORM 5930-DROP-FREE THRU 5930-EXIT
009081       WHEN WS-DROP-LATE
009082         PERFORM 5950-DROP-LATE THRU 5950-EXIT
009083       WHEN OTHER
009084         PERFORM 5960-DROP-CLOSED THRU 5960-EXIT
009085     END-EVALUATE.
009086 5920-EXIT.
009087     EXIT.
009088*-----------------------------------------------------------------
009089 5925-CHECK-GRADE.
009090     MOVE "N" TO WS-GRADE-ON-FILE-SW
009091     MOVE StudentId TO GR-StudentId
009092     MOVE WS-CURRENT-TERM TO GR-Term
009093     MOVE WS-DROP-COURSE TO GR-CourseCode
009094     READ GradeFile
009095         INVALID KEY
009096             CONTINUE
009097         NOT INVALID KEY
009098             SET WS-GRADE-ON-FILE TO TRUE
009099     END-READ.
009100 5925-EXIT.
009101     EXIT.
009102*-----------------------------------------------------------------
009103 5930-DROP-FREE.
009104     DISPLAY "Drop " WS-DROP-COURSE " for " StudentId " "
009105         Surname " - seat released, tuition credited? (Y/N) "
009106         WITH NO ADVANCING
009107     ACCEPT WS-REPLY
009108     IF WS-REPLY = "Y" OR WS-REPLY = "y"
009109         MOVE 1 TO WS-OLD-COUNT
009110         MOVE WS-DROP-COURSE TO WS-OLD-COURSE(1)
009111         MOVE CourseTerm(WS-DROP-POS) TO WS-OLD-TERM(1)
009112         PERFORM 5935-SHIFT-ONE THRU 5935-EXIT
009113             VARYING WS-SHIFT-IDX FROM WS-DROP-POS BY 1
009114             UNTIL WS-SHIFT-IDX >= EnrollCount
009115         SUBTRACT 1 FROM EnrollCount
009116         PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
009117         REWRITE StudentDetails
009118             INVALID KEY
009119                 DISPLAY "*** Unable to update record."
009120             NOT INVALID KEY
009121                 DISPLAY "Course dropped."
009122                 MOVE "S" TO WS-JN-FILE
009123                 MOVE "R" TO WS-JN-ACTION
009124                 PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
009125                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
009126                 MOVE StudentId TO WS-ACCT-STUDENT
009127                 PERFORM 4200-RELEASE-OLD-SEATS THRU 4200-EXIT
009128                 PERFORM 3490-CREDIT-ALL-OLD THRU 3490-EXIT
009129                 PERFORM 7000-PROMOTE-FREED THRU 7000-EXIT
009130         END-REWRITE
009131     ELSE
009132         DISPLAY "Drop cancelled."
009133     END-IF.
009134 5930-EXIT.
009135     EXIT.
009136*-----------------------------------------------------------------
009137 5935-SHIFT-ONE.
009138     MOVE EnrollTable(WS-SHIFT-IDX + 1) TO
009139         EnrollTable(WS-SHIFT-IDX).
009140 5935-EXIT.
009141     EXIT.
009142*-----------------------------------------------------------------
009143 5950-DROP-LATE.
009144     DISPLAY "Past the last day to drop - " WS-DROP-COURSE
009145         " stays enrolled and the tuition stands."
009146     DISPLAY "Record W for " StudentId " " Surname "? (Y/N) "
009147         WITH NO ADVANCING
009148     ACCEPT WS-REPLY
009149     IF WS-REPLY = "Y" OR WS-REPLY = "y"
009150         PERFORM 5970-RECORD-W THRU 5970-EXIT
009151     ELSE
009152         DISPLAY "Drop cancelled."
009153     END-IF.
009154 5950-EXIT.
009155     EXIT.
009156*-----------------------------------------------------------------
009157 5960-DROP-CLOSED.
009158     DISPLAY "*** Past the last day to withdraw - last day was "
009159         WS-CAL-LAST-WDRAW "."
009160     DISPLAY "Override and record W for " WS-DROP-COURSE
009161         "? (Y/N) " WITH NO ADVANCING
009162     ACCEPT WS-REPLY
009163     IF WS-REPLY = "Y" OR WS-REPLY = "y"
009164         PERFORM 3515-GET-REASON THRU 3515-EXIT
009165         PERFORM 5970-RECORD-W THRU 5970-EXIT
009166         IF WS-W-RECORDED
009167             PERFORM 5975-LOG-LATE-DROP THRU 5975-EXIT
009168         END-IF
009169     ELSE
009170         DISPLAY "Drop cancelled."
009171     END-IF.
009172 5960-EXIT.
009173     EXIT.
009174*-----------------------------------------------------------------
009175 5970-RECORD-W.
009176     MOVE "N" TO WS-W-RECORDED-SW
009177     MOVE SPACES TO GradeRecord
009178     MOVE StudentId TO GR-StudentId
009179     MOVE WS-CURRENT-TERM TO GR-Term
009180     MOVE WS-DROP-COURSE TO GR-CourseCode
009181     SET GR-Withdrawn TO TRUE
009182     WRITE GradeRecord
009183         INVALID KEY
009184             DISPLAY "*** Unable to record W for " WS-DROP-COURSE
009185                 " - a grade is already on file."
009186         NOT INVALID KEY
009187             SET WS-W-RECORDED TO TRUE
009188             ADD 1 TO WS-W-COUNT
009189             DISPLAY "W recorded for " WS-DROP-COURSE "."
009190             MOVE SPACES TO WS-JN-BEFORE
009191             MOVE "G" TO WS-JN-FILE
009192             MOVE "W" TO WS-JN-ACTION
009193             MOVE SPACES TO WS-JN-AFTER
009194             MOVE GradeRecord TO WS-JN-AFTER
009195             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
009196             MOVE SPACES TO ExceptionLine
009197             STRING "Student "          DELIMITED BY SIZE
009198                    StudentId           DELIMITED BY SIZE
009199                    " withdrawn from course " DELIMITED BY SIZE
009200                    WS-DROP-COURSE      DELIMITED BY SIZE
009201                    " - W recorded"     DELIMITED BY SIZE
009202                 INTO ExceptionLine
009203             WRITE ExceptionLine
009204             ADD 1 TO WS-EXCEPTION-COUNT
009205     END-WRITE.
009206 5970-EXIT.
009207     EXIT.
009208*-----------------------------------------------------------------
009209 5975-LOG-LATE-DROP.
009210     MOVE "D" TO WS-OV-TYPE
009211     MOVE StudentId TO WS-OV-STUDENT
009212     MOVE WS-DROP-COURSE TO WS-OV-COURSE
009213     PERFORM 9400-WRITE-OVERRIDE THRU 9400-EXIT.
009214 5975-EXIT.
009215     EXIT.
009216*-----------------------------------------------------------------
009217 6000-FLUSH-WAITLIST.
009218     PERFORM 6100-FLUSH-ONE THRU 6100-EXIT
009219         VARYING WS-PEND-IDX FROM 1 BY 1
009220         UNTIL WS-PEND-IDX > WS-PEND-COUNT
009221     MOVE 0 TO WS-PEND-COUNT.
009222 6000-EXIT.
009223     EXIT.
009224*-----------------------------------------------------------------
009225 6100-FLUSH-ONE.
009226     MOVE WS-PEND-COURSE(WS-PEND-IDX) TO WS-WL-COURSE
009227     MOVE StudentId TO WS-WL-STUDENT
009228     PERFORM 6200-APPEND-WAIT THRU 6200-EXIT
009229     IF WS-WL-DUP
009230         DISPLAY "Student already on the " WS-WL-COURSE
009231             " waitlist."
009232     ELSE
009233         DISPLAY "Student waitlisted for " WS-WL-COURSE
009234             " at position " WL-Position "."
009235         PERFORM 6300-LOG-WAITLISTED THRU 6300-EXIT
009236     END-IF.
009240 6100-EXIT.
009250     EXIT.
009260*-----------------------------------------------------------------
009960 7050-PROMOTE-ONE.
009970     MOVE WS-FREED-COURSE(WS-FREED-IDX) TO WS-PROMO-COURSE
009980     MOVE "N" TO WS-PROMO-DONE-SW
009982     IF NOT WS-ADD-OPEN
009984         SET WS-PROMO-DONE TO TRUE
009986     END-IF
009990     PERFORM 7100-TRY-PROMOTE THRU 7100-EXIT
010000         UNTIL WS-PROMO-DONE.
010010 7050-EXIT.
010640     EXIT.
010650*-----------------------------------------------------------------
010660 7400-SEAT-STUDENT.
010663     MOVE StudentId TO WS-ACCT-STUDENT
010666     PERFORM 3460-CHECK-HOLD THRU 3460-EXIT
010670     MOVE "N" TO WS-PR-ALREADY-SW
010680     PERFORM 7450-SCAN-PROMOTED THRU 7450-EXIT
010690         VARYING WS-PR-IDX FROM 1 BY 1
010700         UNTIL WS-PR-IDX > EnrollCount
010710     PERFORM 7460-PROMO-CLASH-SCAN THRU 7460-EXIT
010720     IF WS-PR-ALREADY OR WS-CLASH OR EnrollCount >= 6
010724             OR NOT ST-Active OR WS-FINANCE-HOLD
010728         IF WS-FINANCE-HOLD
010732             PERFORM 7510-LOG-HOLD-SKIP THRU 7510-EXIT
010736         END-IF
010740         DELETE WaitFile RECORD
010750             INVALID KEY
010760                 SET WS-PROMO-DONE TO TRUE
010910                 PERFORM 7410-TAKE-PROMO-SEAT THRU 7410-EXIT
010920                 DELETE WaitFile RECORD
010930                 PERFORM 7500-LOG-PROMOTION THRU 7500-EXIT
010932                 MOVE StudentId TO WS-ACCT-STUDENT
010934                 MOVE WS-PROMO-COURSE TO WS-ACCT-COURSE
010936                 MOVE WS-CURRENT-TERM TO WS-ACCT-TERM
010938                 PERFORM 3470-POST-CHARGE THRU 3470-EXIT
010940                 SET WS-PROMO-DONE TO TRUE
010950         END-REWRITE
010960     END-IF.
011580     WRITE ExceptionLine.
011590 7500-EXIT.
011600     EXIT.
011601*-----------------------------------------------------------------
011602 7510-LOG-HOLD-SKIP.
011603     DISPLAY "Student " StudentId " is on finance hold - "
011604         "dropped from the " WS-PROMO-COURSE " waitlist."
011605     MOVE SPACES TO ExceptionLine
011606     STRING "Student "        DELIMITED BY SIZE
011607            StudentId         DELIMITED BY SIZE
011608            " on finance hold - not promoted into "
011609                              DELIMITED BY SIZE
011610            WS-PROMO-COURSE   DELIMITED BY SIZE
011611         INTO ExceptionLine
011612     WRITE ExceptionLine.
011613 7510-EXIT.
011614     EXIT.
011617*-----------------------------------------------------------------
011620 8000-TERMINATE.
011630     PERFORM 8100-FILL-RATE-LISTING THRU 8100-EXIT
011640     CLOSE StudentFile
011660     CLOSE CourseFile
011670     CLOSE WaitFile
011680     CLOSE JournalFile
011683     CLOSE PrereqFile
011686     CLOSE GradeFile
011688     CLOSE LedgerFile
011689     CLOSE OverrideFile
011690     CLOSE ExceptionFile
011700     DISPLAY "Course code exceptions logged: " WS-EXCEPTION-COUNT
011702     DISPLAY "Ledger entries posted:         " WS-LEDGER-COUNT
011704     DISPLAY "Withdrawals (W) recorded:      " WS-W-COUNT
011706     DISPLAY "Deadline overrides logged:     " WS-OVERRIDE-COUNT.
011710 8000-EXIT.
011720     EXIT.
011730*-----------------------------------------------------------------
012510 9120-EXIT.
012520     EXIT.
012530*-----------------------------------------------------------------
012531 9300-DATE-TO-DAYS.
012532     MOVE WS-DT-YYYY TO WS-DT-YEAR
012533     MOVE WS-DT-MM TO WS-DT-MONTH
012534     IF WS-DT-MONTH <= 2
012535         SUBTRACT 1 FROM WS-DT-YEAR
012536         ADD 12 TO WS-DT-MONTH
012537     END-IF
012538     COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-DD
012539     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-WORK
012540     ADD WS-DT-WORK TO WS-DT-DAYS
012541     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-WORK
012542     SUBTRACT WS-DT-WORK FROM WS-DT-DAYS
012543     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-WORK
012544     ADD WS-DT-WORK TO WS-DT-DAYS
012545     COMPUTE WS-DT-WORK = 153 * (WS-DT-MONTH - 3) + 2
012546     DIVIDE WS-DT-WORK BY 5 GIVING WS-DT-WORK
012547     ADD WS-DT-WORK TO WS-DT-DAYS.
012548 9300-EXIT.
012549     EXIT.
012550*-----------------------------------------------------------------
012551 9400-WRITE-OVERRIDE.
012552     MOVE SPACES TO OverrideRecord
012553     ACCEPT OV-Date FROM DATE YYYYMMDD
012554     ACCEPT OV-Time FROM TIME
012555     MOVE WS-OPERATOR-ID TO OV-Operator
012556     MOVE "SEQWRITE" TO OV-Program
012557     MOVE WS-OV-TYPE TO OV-Type
012558     MOVE WS-OV-STUDENT TO OV-StudentId
012559     MOVE WS-CURRENT-TERM TO OV-Term
012560     MOVE WS-OV-COURSE TO OV-CourseCode
012561     MOVE WS-OV-REASON TO OV-Reason
012562     WRITE OverrideRecord
012563     ADD 1 TO WS-OVERRIDE-COUNT.
012564 9400-EXIT.
012565     EXIT.
012566*-----------------------------------------------------------------
012576 END PROGRAM SEQWRITE.
