000120*              per row - StudentId, action A (add) or D (drop),
000130*              CourseCode, comma delimited, e.g.
000140*              1234567,A,MA01
000143*              or StudentId and action G (graduate) alone, e.g.
000146*              1234567,G
000147*              An add or drop row may carry a fourth field O, e.g.
000148*              1234567,A,MA01,O
000149*              - the operator's override of the TERMCAL.DAT
000150*              deadlines, logged on OVERRIDE.LOG.
000155*              An add is validated against COURSES.DAT (unknown
000160*              or full courses are rejected) and against the
000170*              student's EnrollTable (already-enrolled and
000180*              six-course-limit rejects); a drop of a course the
000850*                    would clash is skipped (the stale entry is
000860*                    cleared). Courses with day or period zero
000870*                    are unscheduled and never clash.
000871*   2026-10-15  DJO  Prerequisites: an add is rejected (never
000872*                    waitlisted) unless GRADES.DAT holds a
000873*                    passing grade, at or above the PREREQ.DAT
000874*                    minimum, from an earlier term for every
000875*                    prerequisite of the course.
000876*   2026-10-15  DJO  Student accounts: an applied add or a
000877*                    waitlist promotion posts the FINANCE.CTL
000878*                    tuition charge to LEDGER.DAT and an applied
000879*                    drop posts a credit for what was charged for
000880*                    the course. An add for a student with a
000881*                    charge unpaid past the FINANCE.CTL hold
000882*                    period is rejected (finance hold).
000883*   2026-10-15  DJO  Graduation: a G transaction (no course)
000884*                    sets an active student's StudStatus to
000885*                    graduated, stamped and journalled like the
000886*                    SEQWRITE Graduate function, so the DEGAUDIT
000887*                    eligible list (DEGELIG.DAT) can be applied
000888*                    as an ordinary batch.
000889*   2026-10-15  DJO  Academic calendar: the current term's dates
000890*                    are read from TERMCAL.DAT (prompted for and
000891*                    appended when missing). After the last day
000892*                    to add an add is rejected unless the row
000893*                    carries the O override flag, and waitlist
000894*                    promotion stops. After the last day to drop
000895*                    a drop of a current-term course keeps the
000896*                    enrollment, seat and charge and writes a W
000897*                    to GRADES.DAT (journalled); after the last
000898*                    day to withdraw that also needs the O flag.
000899*                    Overridden rows are logged on OVERRIDE.LOG.
000900*                    GRADES.DAT is now opened I-O.
000901*   2026-10-15  DJO  Waitlist promotion rechecks the finance
000902*                    hold; a held student's entry is dropped,
000903*                    logged, and the next in line is tried.
000904******************************************************************
000905 IDENTIFICATION DIVISION.
000906 PROGRAM-ID. ENRLTXN.
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
001200     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
001210            ORGANIZATION IS LINE SEQUENTIAL
001220            FILE STATUS IS WS-BCTL-STATUS.
001221     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
001222            ORGANIZATION IS INDEXED
001223            ACCESS MODE IS DYNAMIC
001224            RECORD KEY IS PQ-PrereqKey
001225            FILE STATUS IS WS-PREQ-STATUS.
001226     SELECT GradeFile ASSIGN TO "GRADES.DAT"
001227            ORGANIZATION IS INDEXED
001228            ACCESS MODE IS DYNAMIC
001229            RECORD KEY IS GR-GradeKey
001230            FILE STATUS IS WS-GRADE-STATUS.
001231     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
001232            ORGANIZATION IS INDEXED
001233            ACCESS MODE IS DYNAMIC
001234            RECORD KEY IS LG-LedgerKey
001235            FILE STATUS IS WS-LEDGER-STATUS.
001236     SELECT FinanceFile ASSIGN TO "FINANCE.CTL"
001237            ORGANIZATION IS LINE SEQUENTIAL
001238            FILE STATUS IS WS-FIN-STATUS.
001239     SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
001240            ORGANIZATION IS LINE SEQUENTIAL
001241            FILE STATUS IS WS-CAL-STATUS.
001242     SELECT OverrideFile ASSIGN TO "OVERRIDE.LOG"
001243            ORGANIZATION IS LINE SEQUENTIAL
001244            FILE STATUS IS WS-OVRD-STATUS.
001246 DATA DIVISION.
001248 FILE SECTION.
001250 FD  TxnFile.
001260 01  TxnLine                 PIC X(80).
001270 FD  StudentFile
001400     COPY JRNLDTL.
001410 FD  BatchCtlFile.
001420 01  BatchCtlLine            PIC X(80).
001422 FD  PrereqFile.
001424     COPY PREQDTL.
001426 FD  GradeFile.
001428     COPY GRADEDTL.
001429 FD  LedgerFile.
001430     COPY LEDGDTL.
001431 FD  FinanceFile.
001432     COPY FINCTL.
001433 FD  TermCalFile.
001434     COPY TERMCAL.
001435 FD  OverrideFile.
001436     COPY OVRDDTL.
001438 WORKING-STORAGE SECTION.
001440 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001450 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001460 01  WS-TERM-STATUS           PIC XX      VALUE SPACES.
002120 01  WS-READ-COUNT            PIC 9(5) COMP VALUE 0.
002130 01  WS-ADD-COUNT             PIC 9(5) COMP VALUE 0.
002140 01  WS-DROP-COUNT            PIC 9(5) COMP VALUE 0.
002145 01  WS-GRAD-COUNT            PIC 9(5) COMP VALUE 0.
002150 01  WS-REJECTED-COUNT        PIC 9(5) COMP VALUE 0.
002160 01  WS-UNSTRING-PTR          PIC 9(4) COMP VALUE 1.
002170 01  WS-SCAN-IDX              PIC 9       VALUE 0.
002200     02  WS-RAW-StudentId     PIC X(7).
002210     02  WS-RAW-Action        PIC X(1).
002220     02  WS-RAW-Course        PIC X(4).
002225     02  WS-RAW-Override      PIC X(1).
002230 01  WS-COURSE-EOF-SW         PIC X       VALUE "N".
002240     88  WS-END-OF-COURSES                VALUE "Y".
002241 01  WS-PREQ-STATUS           PIC XX      VALUE SPACES.
002242 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
002243 01  WS-PREQ-STUDENT          PIC 9(7)    VALUE 0.
002244 01  WS-PREQ-COURSE           PIC X(4)    VALUE SPACES.
002245 01  WS-PREQ-EOF-SW           PIC X       VALUE "N".
002246     88  WS-END-OF-PREREQS                VALUE "Y".
002247 01  WS-PREQ-GR-EOF-SW        PIC X       VALUE "N".
002248     88  WS-END-OF-PREQ-GRADES            VALUE "Y".
002249 01  WS-PREQ-MISSING-SW       PIC X       VALUE "N".
002250     88  WS-PREQ-MISSING                  VALUE "Y".
002251 01  WS-PREQ-PASSED-SW        PIC X       VALUE "N".
002252     88  WS-PREQ-PASSED                   VALUE "Y".
002253 01  WS-PREQ-MISSING-CODE     PIC X(4)    VALUE SPACES.
002254 01  WS-PREQ-GRADE            PIC X(2)    VALUE SPACES.
002255 01  WS-PREQ-POINTS           PIC 9V9(2)  VALUE 0.
002256 01  WS-PREQ-MIN-POINTS       PIC 9V9(2)  VALUE 0.
002257 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
002258 01  WS-FIN-STATUS            PIC XX      VALUE SPACES.
002259 01  WS-FIN-FOUND-SW          PIC X       VALUE "N".
002260     88  WS-FIN-FOUND                     VALUE "Y".
002261 01  WS-COURSE-FEE            PIC 9(5)V99 VALUE 0.
002262 01  WS-HOLD-DAYS             PIC 9(3)    VALUE 0.
002263 01  WS-FEE-ENTRY             PIC X(7)    VALUE SPACES.
002264 01  WS-FEE-ENTRY-NUM REDEFINES WS-FEE-ENTRY
002265                              PIC 9(5)V99.
002266 01  WS-DAYS-ENTRY            PIC X(3)    VALUE SPACES.
002267 01  WS-DAYS-ENTRY-NUM REDEFINES WS-DAYS-ENTRY
002268                              PIC 9(3).
002269 01  WS-LEDGER-COUNT          PIC 9(5) COMP VALUE 0.
002270 01  WS-ACCT-STUDENT          PIC 9(7)    VALUE 0.
002271 01  WS-ACCT-COURSE           PIC X(4)    VALUE SPACES.
002272 01  WS-ACCT-TERM             PIC X(5)    VALUE SPACES.
002273 01  WS-ACCT-TYPE             PIC X       VALUE SPACE.
002274 01  WS-ACCT-AMOUNT           PIC 9(5)V99 VALUE 0.
002275 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
002276 01  WS-ACCT-NET              PIC S9(7)V99 VALUE 0.
002277 01  WS-ACCT-OLD-CHARGES      PIC 9(7)V99 VALUE 0.
002278 01  WS-ACCT-SETTLED          PIC 9(7)V99 VALUE 0.
002279 01  WS-ACCT-OVERDUE          PIC S9(7)V99 VALUE 0.
002280 01  WS-ACCT-AMT-ED           PIC Z,ZZZ,ZZ9.99.
002281 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
002282     88  WS-END-OF-LEDGER                 VALUE "Y".
002283 01  WS-FINANCE-HOLD-SW       PIC X       VALUE "N".
002284     88  WS-FINANCE-HOLD                  VALUE "Y".
002285 01  WS-TODAY                 PIC 9(8)    VALUE 0.
002286 01  WS-CUTOFF-DAYS           PIC 9(7) COMP VALUE 0.
002287 01  WS-DT-DATE               PIC 9(8)    VALUE 0.
002288 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
002289     02  WS-DT-YYYY           PIC 9(4).
002290     02  WS-DT-MM             PIC 9(2).
002291     02  WS-DT-DD             PIC 9(2).
002292 01  WS-DT-YEAR               PIC 9(4) COMP VALUE 0.
002293 01  WS-DT-MONTH              PIC 9(2) COMP VALUE 0.
002294 01  WS-DT-DAYS               PIC 9(7) COMP VALUE 0.
002295 01  WS-DT-WORK               PIC 9(7) COMP VALUE 0.
002296 01  WS-CAL-STATUS            PIC XX      VALUE SPACES.
002297 01  WS-CAL-EOF-SW            PIC X       VALUE "N".
002298     88  WS-END-OF-CAL                    VALUE "Y".
002299 01  WS-CAL-FOUND-SW          PIC X       VALUE "N".
002300     88  WS-CAL-FOUND                     VALUE "Y".
002301 01  WS-CAL-DATES.
002302     02  WS-CAL-REG-OPEN      PIC 9(8)    VALUE 0.
002303     02  WS-CAL-LAST-ADD      PIC 9(8)    VALUE 0.
002304     02  WS-CAL-LAST-DROP     PIC 9(8)    VALUE 0.
002305     02  WS-CAL-LAST-WDRAW    PIC 9(8)    VALUE 0.
002306     02  WS-CAL-TERM-END      PIC 9(8)    VALUE 0.
002307 01  WS-CAL-ENTRY.
002308     02  WS-CE-REG-OPEN       PIC X(8)    VALUE SPACES.
002309     02  WS-CE-LAST-ADD       PIC X(8)    VALUE SPACES.
002310     02  WS-CE-LAST-DROP      PIC X(8)    VALUE SPACES.
002311     02  WS-CE-LAST-WDRAW     PIC X(8)    VALUE SPACES.
002312     02  WS-CE-TERM-END       PIC X(8)    VALUE SPACES.
002313 01  WS-CAL-ENTRY-NUM REDEFINES WS-CAL-ENTRY.
002314     02  WS-CN-REG-OPEN       PIC 9(8).
002315     02  WS-CN-LAST-ADD       PIC 9(8).
002316     02  WS-CN-LAST-DROP      PIC 9(8).
002317     02  WS-CN-LAST-WDRAW     PIC 9(8).
002318     02  WS-CN-TERM-END       PIC 9(8).
002319 01  WS-ADD-PERIOD-SW         PIC X       VALUE "N".
002320     88  WS-ADD-OPEN                      VALUE "Y".
002321 01  WS-DROP-PERIOD-SW        PIC X       VALUE "F".
002322     88  WS-DROP-FREE                     VALUE "F".
002323     88  WS-DROP-LATE                     VALUE "W".
002324     88  WS-DROP-CLOSED                   VALUE "C".
002325 01  WS-OVRD-STATUS           PIC XX      VALUE SPACES.
002326 01  WS-OVERRIDE-COUNT        PIC 9(5) COMP VALUE 0.
002327 01  WS-OV-TYPE               PIC X       VALUE SPACE.
002328 01  WS-OV-STUDENT            PIC 9(7)    VALUE 0.
002329 01  WS-OV-COURSE             PIC X(4)    VALUE SPACES.
002330 01  WS-OV-REASON             PIC X(30)   VALUE SPACES.
002331 01  WS-LATE-W-COUNT          PIC 9(5) COMP VALUE 0.
002332 PROCEDURE DIVISION.
002333 0000-MAINLINE.
002334     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002335     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
002336         PERFORM 2000-READ-TXN THRU 2000-EXIT
002337         PERFORM 3000-PROCESS-TXN THRU 3000-EXIT
002338             UNTIL WS-END-OF-TXN
002339         PERFORM 8500-RECORD-BATCH THRU 8500-EXIT
002340     END-IF
002341     PERFORM 8000-TERMINATE THRU 8000-EXIT
002350     STOP RUN.
002360*-----------------------------------------------------------------
002370 1000-INITIALIZE.
002550         OPEN OUTPUT WaitFile
002560         CLOSE WaitFile
002570         OPEN I-O WaitFile
002571     END-IF
002572     OPEN INPUT PrereqFile
002573     IF WS-PREQ-STATUS = "35"
002574         OPEN OUTPUT PrereqFile
002575         CLOSE PrereqFile
002576         OPEN INPUT PrereqFile
002577     END-IF
002578     OPEN I-O GradeFile
002579     IF WS-GRADE-STATUS = "35"
002580         OPEN OUTPUT GradeFile
002581         CLOSE GradeFile
002582         OPEN I-O GradeFile
002583     END-IF
002584     OPEN I-O LedgerFile
002585     IF WS-LEDGER-STATUS = "35"
002586         OPEN OUTPUT LedgerFile
002587         CLOSE LedgerFile
002588         OPEN I-O LedgerFile
002589     END-IF
002590     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
002600     ACCEPT WS-OPERATOR-ID
002610     OPEN EXTEND JournalFile
002620     IF WS-JRNL-STATUS = "35"
002630         OPEN OUTPUT JournalFile
002640     END-IF
002642     OPEN EXTEND OverrideFile
002644     IF WS-OVRD-STATUS = "35"
002646         OPEN OUTPUT OverrideFile
002648     END-IF
002650     OPEN OUTPUT ReconFile
002660     MOVE "DROP/ADD TRANSACTION RECONCILIATION" TO ReconLine
002670     WRITE ReconLine
002680     PERFORM 1100-GET-TERM THRU 1100-EXIT
002685     PERFORM 1150-GET-FINANCE THRU 1150-EXIT
002687     PERFORM 1170-GET-CALENDAR THRU 1170-EXIT
002690     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT
002700     DISPLAY "Batch enrollment drop/add - ENRLTXN.DAT".
002710 1000-EXIT.
002930     END-IF
002940     DISPLAY "Current term: " WS-CURRENT-TERM.
002950 1100-EXIT.
002951     EXIT.
002952*-----------------------------------------------------------------
002953 1150-GET-FINANCE.
002954     OPEN INPUT FinanceFile
002955     IF WS-FIN-STATUS NOT = "35"
002956         READ FinanceFile
002957             AT END
002958                 CONTINUE
002959             NOT AT END
002960                 MOVE FC-CourseFee TO WS-COURSE-FEE
002961                 MOVE FC-HoldDays TO WS-HOLD-DAYS
002962                 SET WS-FIN-FOUND TO TRUE
002963         END-READ
002964         CLOSE FinanceFile
002965     END-IF
002966     IF NOT WS-FIN-FOUND
002967         DISPLAY "*** Tuition and hold period not on FINANCE.CTL."
002968         PERFORM 1160-PROMPT-FINANCE THRU 1160-EXIT
002969             UNTIL WS-FIN-FOUND
002970         OPEN OUTPUT FinanceFile
002971         MOVE SPACES TO FinanceCtlRecord
002972         MOVE WS-COURSE-FEE TO FC-CourseFee
002973         MOVE WS-HOLD-DAYS TO FC-HoldDays
002974         WRITE FinanceCtlRecord
002975         CLOSE FinanceFile
002976     END-IF
002977     MOVE WS-COURSE-FEE TO WS-ACCT-AMT-ED
002978     DISPLAY "Tuition per course: " WS-ACCT-AMT-ED
002979         "  finance hold after " WS-HOLD-DAYS " days unpaid".
002980 1150-EXIT.
002981     EXIT.
002982*-----------------------------------------------------------------
002983 1160-PROMPT-FINANCE.
002984     DISPLAY "    Tuition per course in cents, 7 digits "
002985         "(0025000 = 250.00): " WITH NO ADVANCING
002986     ACCEPT WS-FEE-ENTRY
002987     DISPLAY "    Days before an unpaid charge is overdue "
002988         "(000-999): " WITH NO ADVANCING
002989     ACCEPT WS-DAYS-ENTRY
002990     IF WS-FEE-ENTRY IS NUMERIC AND WS-DAYS-ENTRY IS NUMERIC
002991         MOVE WS-FEE-ENTRY-NUM TO WS-COURSE-FEE
002992         MOVE WS-DAYS-ENTRY-NUM TO WS-HOLD-DAYS
002993         SET WS-FIN-FOUND TO TRUE
002994     ELSE
002995         DISPLAY "*** Both entries must be all digits - "
002996             "please re-enter."
002997     END-IF.
002998 1160-EXIT.
002999     EXIT.
003000*-----------------------------------------------------------------
003001 1170-GET-CALENDAR.
003002     MOVE "N" TO WS-CAL-FOUND-SW
003003     MOVE "N" TO WS-CAL-EOF-SW
003004     OPEN INPUT TermCalFile
003005     IF WS-CAL-STATUS NOT = "35"
003006         PERFORM 1175-READ-CALENDAR THRU 1175-EXIT
003007             UNTIL WS-END-OF-CAL OR WS-CAL-FOUND
003008         CLOSE TermCalFile
003009     END-IF
003010     IF NOT WS-CAL-FOUND
003011         DISPLAY "*** Calendar for term " WS-CURRENT-TERM
003012             " not on TERMCAL.DAT - enter dates (YYYYMMDD)."
003013         PERFORM 1180-PROMPT-CALENDAR THRU 1180-EXIT
003014             UNTIL WS-CAL-FOUND
003015         OPEN EXTEND TermCalFile
003016         IF WS-CAL-STATUS = "35"
003017             OPEN OUTPUT TermCalFile
003018         END-IF
003019         MOVE SPACES TO TermCalRecord
003020         MOVE WS-CURRENT-TERM TO TC-Term
003021         MOVE WS-CAL-REG-OPEN TO TC-RegOpen
003022         MOVE WS-CAL-LAST-ADD TO TC-LastAdd
003023         MOVE WS-CAL-LAST-DROP TO TC-LastDrop
003024         MOVE WS-CAL-LAST-WDRAW TO TC-LastWithdraw
003025         MOVE WS-CAL-TERM-END TO TC-TermEnd
003026         WRITE TermCalRecord
003027         CLOSE TermCalFile
003028     END-IF
003029     PERFORM 1190-SET-PERIODS THRU 1190-EXIT
003030     DISPLAY "Term calendar - registration " WS-CAL-REG-OPEN
003031         "  last add " WS-CAL-LAST-ADD
003032         "  last drop " WS-CAL-LAST-DROP
003033     DISPLAY "                last withdraw " WS-CAL-LAST-WDRAW
003034         "  term end " WS-CAL-TERM-END.
003035 1170-EXIT.
003036     EXIT.
003037*-----------------------------------------------------------------
003038 1175-READ-CALENDAR.
003039     READ TermCalFile
003040         AT END
003041             SET WS-END-OF-CAL TO TRUE
003042         NOT AT END
003043             IF TC-Term = WS-CURRENT-TERM
003044                 MOVE TC-RegOpen TO WS-CAL-REG-OPEN
003045                 MOVE TC-LastAdd TO WS-CAL-LAST-ADD
003046                 MOVE TC-LastDrop TO WS-CAL-LAST-DROP
003047                 MOVE TC-LastWithdraw TO WS-CAL-LAST-WDRAW
003048                 MOVE TC-TermEnd TO WS-CAL-TERM-END
003049                 SET WS-CAL-FOUND TO TRUE
003050             END-IF
003051     END-READ.
003052 1175-EXIT.
003053     EXIT.
003054*-----------------------------------------------------------------
003055 1180-PROMPT-CALENDAR.
003056     DISPLAY "    Registration opens:      " WITH NO ADVANCING
003057     ACCEPT WS-CE-REG-OPEN
003058     DISPLAY "    Last day to add:         " WITH NO ADVANCING
003059     ACCEPT WS-CE-LAST-ADD
003060     DISPLAY "    Last day to drop:        " WITH NO ADVANCING
003061     ACCEPT WS-CE-LAST-DROP
003062     DISPLAY "    Last day to withdraw:    " WITH NO ADVANCING
003063     ACCEPT WS-CE-LAST-WDRAW
003064     DISPLAY "    Term ends:               " WITH NO ADVANCING
003065     ACCEPT WS-CE-TERM-END
003066     IF WS-CAL-ENTRY IS NUMERIC
003067         IF WS-CN-REG-OPEN NOT > WS-CN-LAST-ADD
003068                 AND WS-CN-LAST-ADD NOT > WS-CN-LAST-DROP
003069                 AND WS-CN-LAST-DROP NOT > WS-CN-LAST-WDRAW
003070                 AND WS-CN-LAST-WDRAW NOT > WS-CN-TERM-END
003071             MOVE WS-CAL-ENTRY-NUM TO WS-CAL-DATES
003072             SET WS-CAL-FOUND TO TRUE
003073         END-IF
003074     END-IF
003075     IF NOT WS-CAL-FOUND
003076         DISPLAY "*** Dates must be all digits and in calendar "
003077             "order - please re-enter."
003078     END-IF.
003079 1180-EXIT.
003080     EXIT.
003081*-----------------------------------------------------------------
003082 1190-SET-PERIODS.
003083     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003084     MOVE "N" TO WS-ADD-PERIOD-SW
003085     IF WS-TODAY NOT < WS-CAL-REG-OPEN
003086             AND WS-TODAY NOT > WS-CAL-LAST-ADD
003087         SET WS-ADD-OPEN TO TRUE
003088     END-IF
003089     EVALUATE TRUE
003090         WHEN WS-TODAY NOT > WS-CAL-LAST-DROP
003091             SET WS-DROP-FREE TO TRUE
003092         WHEN WS-TODAY NOT > WS-CAL-LAST-WDRAW
003093             SET WS-DROP-LATE TO TRUE
003094         WHEN OTHER
003095             SET WS-DROP-CLOSED TO TRUE
003096     END-EVALUATE
003097     IF NOT WS-ADD-OPEN
003098         DISPLAY "*** Add period closed - a new course needs an "
003099             "operator override."
003100     END-IF
003101     IF WS-DROP-LATE
003102         DISPLAY "*** Past the last day to drop - a drop is "
003103             "recorded as W."
003104     END-IF
003105     IF WS-DROP-CLOSED
003106         DISPLAY "*** Past the last day to withdraw - a W needs "
003107             "an operator override."
003108     END-IF.
003109 1190-EXIT.
003110     EXIT.
003111*-----------------------------------------------------------------
003112 1500-VERIFY-BATCH.
003113     PERFORM 1510-READ-VERIFY THRU 1510-EXIT
003114     IF WS-END-OF-VERIFY
003115         SET WS-BATCH-BAD TO TRUE
003116         DISPLAY "*** ENRLTXN.DAT is empty - no batch header."
003117     ELSE
003118         MOVE SPACES TO WS-HT-TAG WS-HT-F1 WS-HT-F2
003119         UNSTRING TxnLine DELIMITED BY ","
003120             INTO WS-HT-TAG WS-HT-F1 WS-HT-F2
003121         END-UNSTRING
003122         IF WS-HT-TAG NOT = "H" OR WS-HT-F1 = SPACES
003123             SET WS-BATCH-BAD TO TRUE
003124             DISPLAY "*** Batch header row missing - batch "
003125                 "rejected whole."
003126         ELSE
003130             MOVE WS-HT-F1 TO WS-BATCH-ID
003140             DISPLAY "Batch " WS-BATCH-ID " created "
003150                 WS-HT-F2
004860     MOVE SPACES TO WS-RAW-TXN
004870     UNSTRING TxnLine DELIMITED BY ","
004880         INTO WS-RAW-StudentId WS-RAW-Action WS-RAW-Course
004885              WS-RAW-Override
004890         WITH POINTER WS-UNSTRING-PTR
004900     END-UNSTRING.
004910 3050-EXIT.
004970         SET WS-ENTRY-INVALID TO TRUE
004980         MOVE "Student Id must be numeric." TO WS-ERROR-MSG
004990       WHEN WS-RAW-Action NOT = "A" AND WS-RAW-Action NOT = "D"
004995               AND WS-RAW-Action NOT = "G"
005000         SET WS-ENTRY-INVALID TO TRUE
005010         MOVE "Action must be A, D or G." TO WS-ERROR-MSG
005020       WHEN WS-RAW-Course = SPACES AND WS-RAW-Action NOT = "G"
005030         SET WS-ENTRY-INVALID TO TRUE
005040         MOVE "Course code is missing." TO WS-ERROR-MSG
005041       WHEN WS-RAW-Override NOT = SPACE
005042               AND WS-RAW-Override NOT = "O"
005044         SET WS-ENTRY-INVALID TO TRUE
005046         MOVE "Override flag must be O or blank." TO WS-ERROR-MSG
005050     END-EVALUATE.
005060 3100-EXIT.
005070     EXIT.
005390             MOVE "Student Id not on file." TO WS-ERROR-MSG
005400         NOT INVALID KEY
005410             PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
005416             IF (WS-RAW-Action = "A" OR WS-RAW-Action = "G")
005422                     AND NOT ST-Active
005430                 SET WS-ENTRY-INVALID TO TRUE
005440                 MOVE "Student is not active." TO WS-ERROR-MSG
005450             ELSE
005455             EVALUATE WS-RAW-Action
005460                 WHEN "A"
005465                     PERFORM 4000-APPLY-ADD THRU 4000-EXIT
005470                 WHEN "G"
005475                     PERFORM 5300-APPLY-GRADUATE THRU 5300-EXIT
005480                 WHEN OTHER
005485                     PERFORM 5000-APPLY-DROP THRU 5000-EXIT
005490             END-EVALUATE
005500             END-IF
005520     END-READ.
005530 3300-EXIT.
005540     EXIT.
005730 4000-APPLY-ADD.
005740     MOVE "N" TO WS-WAITLIST-SW
005750     PERFORM 3400-SCAN-ENROLLMENT THRU 3400-EXIT
005753     MOVE StudentId TO WS-ACCT-STUDENT
005756     PERFORM 4500-CHECK-HOLD THRU 4500-EXIT
005760     EVALUATE TRUE
005770       WHEN WS-COURSE-FOUND
005780         SET WS-ENTRY-INVALID TO TRUE
005800       WHEN EnrollCount >= 6
005810         SET WS-ENTRY-INVALID TO TRUE
005820         MOVE "Already carrying six courses." TO WS-ERROR-MSG
005822       WHEN WS-FINANCE-HOLD
005824         SET WS-ENTRY-INVALID TO TRUE
005826         MOVE "Finance hold - overdue balance." TO WS-ERROR-MSG
005827       WHEN NOT WS-ADD-OPEN AND WS-RAW-Override NOT = "O"
005828         SET WS-ENTRY-INVALID TO TRUE
005829         MOVE "Add period closed - no override." TO WS-ERROR-MSG
005830       WHEN OTHER
005840         PERFORM 4100-CHECK-COURSE THRU 4100-EXIT
005850     END-EVALUATE
006100                 PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
006110                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006120                 PERFORM 4200-TAKE-SEAT THRU 4200-EXIT
006122                 MOVE WS-RAW-Course TO WS-ACCT-COURSE
006124                 MOVE WS-CURRENT-TERM TO WS-ACCT-TERM
006126                 PERFORM 4540-POST-CHARGE THRU 4540-EXIT
006130                 PERFORM 3250-LOG-APPLIED THRU 3250-EXIT
006140                 ADD 1 TO WS-ADD-COUNT
006142                 IF NOT WS-ADD-OPEN
006144                     MOVE "A" TO WS-OV-TYPE
006146                     PERFORM 5490-LOG-OVERRIDE THRU 5490-EXIT
006148                 END-IF
006150         END-REWRITE
006160     END-IF
006170     END-IF.
006270         NOT INVALID KEY
006280             MOVE CC-MeetDay TO WS-CAND-DAY
006290             MOVE CC-MeetPeriod TO WS-CAND-PERIOD
006300             PERFORM 4400-CHECK-PREREQS THRU 4400-EXIT
006310             IF WS-PREQ-MISSING
006311                 SET WS-ENTRY-INVALID TO TRUE
006312                 MOVE SPACES TO WS-ERROR-MSG
006313                 STRING "Prerequisite "     DELIMITED BY SIZE
006314                        WS-PREQ-MISSING-CODE DELIMITED BY SIZE
006315                        " not passed."      DELIMITED BY SIZE
006316                     INTO WS-ERROR-MSG
006317             ELSE
006318                 IF CC-MaxSeats > 0 AND CC-Enrolled >= CC-MaxSeats
006319                     SET WS-WAITLISTED TO TRUE
006320                 END-IF
006321             END-IF
006330     END-READ.
006340 4100-EXIT.
006350     EXIT.
007320     END-IF
007330     PERFORM 4360-READ-NEXT-WAIT THRU 4360-EXIT.
007340 4370-EXIT.
007341     EXIT.
007342*-----------------------------------------------------------------
007343 4400-CHECK-PREREQS.
007344     MOVE "N" TO WS-PREQ-MISSING-SW
007345     MOVE StudentId TO WS-PREQ-STUDENT
007346     MOVE CC-CourseCode TO WS-PREQ-COURSE
007347     MOVE "N" TO WS-PREQ-EOF-SW
007348     MOVE WS-PREQ-COURSE TO PQ-CourseCode
007349     MOVE LOW-VALUES TO PQ-PrereqCode
007350     START PrereqFile KEY NOT < PQ-PrereqKey
007351         INVALID KEY
007352             SET WS-END-OF-PREREQS TO TRUE
007353     END-START
007354     PERFORM 4410-READ-NEXT-PREREQ THRU 4410-EXIT
007355     PERFORM 4420-CHECK-ONE-PREREQ THRU 4420-EXIT
007356         UNTIL WS-END-OF-PREREQS
007357            OR PQ-CourseCode NOT = WS-PREQ-COURSE
007358            OR WS-PREQ-MISSING.
007359 4400-EXIT.
007360     EXIT.
007361*-----------------------------------------------------------------
007362 4410-READ-NEXT-PREREQ.
007363     IF NOT WS-END-OF-PREREQS
007364         READ PrereqFile NEXT
007365             AT END
007366                 SET WS-END-OF-PREREQS TO TRUE
007367         END-READ
007368     END-IF.
007369 4410-EXIT.
007370     EXIT.
007371*-----------------------------------------------------------------
007372 4420-CHECK-ONE-PREREQ.
007373     MOVE PQ-MinGrade TO WS-PREQ-GRADE
007374     IF WS-PREQ-GRADE = SPACES
007375         MOVE "D-" TO WS-PREQ-GRADE
007376     END-IF
007377     PERFORM 4440-GRADE-POINTS THRU 4440-EXIT
007378     MOVE WS-PREQ-POINTS TO WS-PREQ-MIN-POINTS
007379     MOVE "N" TO WS-PREQ-PASSED-SW
007380     MOVE "N" TO WS-PREQ-GR-EOF-SW
007381     MOVE WS-PREQ-STUDENT TO GR-StudentId
007382     MOVE LOW-VALUES TO GR-Term
007383     MOVE LOW-VALUES TO GR-CourseCode
007384     START GradeFile KEY NOT < GR-GradeKey
007385         INVALID KEY
007386             SET WS-END-OF-PREQ-GRADES TO TRUE
007387     END-START
007388     PERFORM 4425-READ-NEXT-GRADE THRU 4425-EXIT
007389     PERFORM 4430-CHECK-ONE-GRADE THRU 4430-EXIT
007390         UNTIL WS-END-OF-PREQ-GRADES
007391            OR GR-StudentId NOT = WS-PREQ-STUDENT
007392            OR WS-PREQ-PASSED
007393     IF WS-PREQ-PASSED
007394         PERFORM 4410-READ-NEXT-PREREQ THRU 4410-EXIT
007395     ELSE
007396         SET WS-PREQ-MISSING TO TRUE
007397         MOVE PQ-PrereqCode TO WS-PREQ-MISSING-CODE
007398     END-IF.
007399 4420-EXIT.
007400     EXIT.
007401*-----------------------------------------------------------------
007402 4425-READ-NEXT-GRADE.
007403     IF NOT WS-END-OF-PREQ-GRADES
007404         READ GradeFile NEXT
007405             AT END
007406                 SET WS-END-OF-PREQ-GRADES TO TRUE
007407         END-READ
007408     END-IF.
007409 4425-EXIT.
007410     EXIT.
007411*-----------------------------------------------------------------
007412 4430-CHECK-ONE-GRADE.
007413     IF GR-CourseCode = PQ-PrereqCode
007414             AND GR-Term < WS-CURRENT-TERM
007415             AND (GR-Grade(1:1) = "A" OR "B" OR "C" OR "D")
007416         MOVE GR-Grade TO WS-PREQ-GRADE
007417         PERFORM 4440-GRADE-POINTS THRU 4440-EXIT
007418         IF WS-PREQ-POINTS >= WS-PREQ-MIN-POINTS
007419             SET WS-PREQ-PASSED TO TRUE
007420         END-IF
007421     END-IF
007422     IF NOT WS-PREQ-PASSED
007423         PERFORM 4425-READ-NEXT-GRADE THRU 4425-EXIT
007424     END-IF.
007425 4430-EXIT.
007426     EXIT.
007427*-----------------------------------------------------------------
007428 4440-GRADE-POINTS.
007429     EVALUATE WS-PREQ-GRADE(1:1)
007430         WHEN "A"  MOVE 4.00 TO WS-PREQ-POINTS
007431         WHEN "B"  MOVE 3.00 TO WS-PREQ-POINTS
007432         WHEN "C"  MOVE 2.00 TO WS-PREQ-POINTS
007433         WHEN "D"  MOVE 1.00 TO WS-PREQ-POINTS
007434         WHEN OTHER MOVE 0 TO WS-PREQ-POINTS
007435     END-EVALUATE
007436     IF WS-PREQ-GRADE(1:1) NOT = "F"
007437         IF WS-PREQ-GRADE(2:1) = "+"
007438             ADD 0.30 TO WS-PREQ-POINTS
007439             IF WS-PREQ-POINTS > 4.00
007440                 MOVE 4.00 TO WS-PREQ-POINTS
007441             END-IF
007442         END-IF
007443         IF WS-PREQ-GRADE(2:1) = "-"
007444             SUBTRACT 0.30 FROM WS-PREQ-POINTS
007445         END-IF
007446     END-IF.
007447 4440-EXIT.
007448     EXIT.
007449*-----------------------------------------------------------------
007450 4500-CHECK-HOLD.
007451     MOVE "N" TO WS-FINANCE-HOLD-SW
007452     MOVE SPACES TO WS-ACCT-COURSE
007453     MOVE SPACES TO WS-ACCT-TERM
007454     PERFORM 4510-SCAN-LEDGER THRU 4510-EXIT
007455     COMPUTE WS-ACCT-OVERDUE =
007456         WS-ACCT-OLD-CHARGES - WS-ACCT-SETTLED
007457     IF WS-ACCT-OVERDUE > 0
007458         SET WS-FINANCE-HOLD TO TRUE
007459         MOVE WS-ACCT-OVERDUE TO WS-ACCT-AMT-ED
007460     END-IF.
007461 4500-EXIT.
007462     EXIT.
007463*-----------------------------------------------------------------
007464 4510-SCAN-LEDGER.
007465     MOVE 0 TO WS-ACCT-LAST-NO
007466     MOVE 0 TO WS-ACCT-NET
007467     MOVE 0 TO WS-ACCT-OLD-CHARGES
007468     MOVE 0 TO WS-ACCT-SETTLED
007469     ACCEPT WS-TODAY FROM DATE YYYYMMDD
007470     MOVE WS-TODAY TO WS-DT-DATE
007471     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
007472     COMPUTE WS-CUTOFF-DAYS = WS-DT-DAYS - WS-HOLD-DAYS
007473     MOVE "N" TO WS-LEDGER-EOF-SW
007474     MOVE WS-ACCT-STUDENT TO LG-StudentId
007475     MOVE 0 TO LG-EntryNo
007476     START LedgerFile KEY NOT < LG-LedgerKey
007477         INVALID KEY
007478             SET WS-END-OF-LEDGER TO TRUE
007479     END-START
007480     PERFORM 4520-READ-NEXT-LEDGER THRU 4520-EXIT
007481     PERFORM 4530-SCAN-LEDGER-ONE THRU 4530-EXIT
007482         UNTIL WS-END-OF-LEDGER.
007483 4510-EXIT.
007484     EXIT.
007485*-----------------------------------------------------------------
007486 4520-READ-NEXT-LEDGER.
007487     IF NOT WS-END-OF-LEDGER
007488         READ LedgerFile NEXT
007489             AT END
007490                 SET WS-END-OF-LEDGER TO TRUE
007491             NOT AT END
007492                 IF LG-StudentId NOT = WS-ACCT-STUDENT
007493                     SET WS-END-OF-LEDGER TO TRUE
007494                 END-IF
007495         END-READ
007496     END-IF.
007497 4520-EXIT.
007498     EXIT.
007499*-----------------------------------------------------------------
007500 4530-SCAN-LEDGER-ONE.
007501     MOVE LG-EntryNo TO WS-ACCT-LAST-NO
007502     MOVE LG-PostDate TO WS-DT-DATE
007503     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
007504     EVALUATE TRUE
007505       WHEN LG-Charge
007506         IF WS-DT-DAYS < WS-CUTOFF-DAYS
007507             ADD LG-Amount TO WS-ACCT-OLD-CHARGES
007508         END-IF
007509         IF LG-CourseCode = WS-ACCT-COURSE
007510                 AND LG-Term = WS-ACCT-TERM
007511             ADD LG-Amount TO WS-ACCT-NET
007512         END-IF
007513       WHEN LG-Credit
007514         ADD LG-Amount TO WS-ACCT-SETTLED
007515         IF LG-CourseCode = WS-ACCT-COURSE
007516                 AND LG-Term = WS-ACCT-TERM
007517             SUBTRACT LG-Amount FROM WS-ACCT-NET
007518         END-IF
007519       WHEN LG-Payment
007520         ADD LG-Amount TO WS-ACCT-SETTLED
007521     END-EVALUATE
007522     PERFORM 4520-READ-NEXT-LEDGER THRU 4520-EXIT.
007523 4530-EXIT.
007524     EXIT.
007525*-----------------------------------------------------------------
007526 4540-POST-CHARGE.
007527     IF WS-COURSE-FEE > 0
007528         PERFORM 4510-SCAN-LEDGER THRU 4510-EXIT
007529         MOVE "C" TO WS-ACCT-TYPE
007530         MOVE WS-COURSE-FEE TO WS-ACCT-AMOUNT
007531         PERFORM 4560-WRITE-LEDGER THRU 4560-EXIT
007532     END-IF.
007533 4540-EXIT.
007534     EXIT.
007535*-----------------------------------------------------------------
007536 4550-POST-CREDIT.
007537     PERFORM 4510-SCAN-LEDGER THRU 4510-EXIT
007538     IF WS-ACCT-NET > 0
007539         MOVE "R" TO WS-ACCT-TYPE
007540         MOVE WS-ACCT-NET TO WS-ACCT-AMOUNT
007541         PERFORM 4560-WRITE-LEDGER THRU 4560-EXIT
007542     END-IF.
007543 4550-EXIT.
007544     EXIT.
007545*-----------------------------------------------------------------
007546 4560-WRITE-LEDGER.
007547     MOVE SPACES TO LedgerRecord
007548     MOVE WS-ACCT-STUDENT TO LG-StudentId
007549     COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
007550     MOVE WS-ACCT-TYPE TO LG-EntryType
007551     MOVE WS-TODAY TO LG-PostDate
007552     MOVE WS-ACCT-TERM TO LG-Term
007553     MOVE WS-ACCT-COURSE TO LG-CourseCode
007554     MOVE WS-ACCT-AMOUNT TO LG-Amount
007555     MOVE "ENRLTXN" TO LG-Source
007556     MOVE WS-BATCH-ID TO LG-BatchId
007557     MOVE WS-OPERATOR-ID TO LG-Operator
007558     WRITE LedgerRecord
007559         INVALID KEY
007560             DISPLAY "*** Unable to post to LEDGER.DAT for "
007561                 WS-ACCT-STUDENT
007562         NOT INVALID KEY
007563             ADD 1 TO WS-LEDGER-COUNT
007564     END-WRITE.
007565 4560-EXIT.
007566     EXIT.
007567*-----------------------------------------------------------------
007568 4200-TAKE-SEAT.
007569     MOVE WS-RAW-Course TO CC-CourseCode
007570     READ CourseFile
007571         INVALID KEY
007572             CONTINUE
007573         NOT INVALID KEY
007574             PERFORM 9200-SAVE-CRS-BEFORE THRU 9200-EXIT
007575             ADD 1 TO CC-Enrolled
007576             REWRITE CourseCodeRecord
007577             MOVE "C" TO WS-JN-FILE
007578             MOVE "R" TO WS-JN-ACTION
007579             PERFORM 9210-SAVE-CRS-AFTER THRU 9210-EXIT
007580             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
007581     END-READ.
007582 4200-EXIT.
007583     EXIT.
007584*-----------------------------------------------------------------
007585 5000-APPLY-DROP.
007586     PERFORM 3400-SCAN-ENROLLMENT THRU 3400-EXIT
007587     EVALUATE TRUE
007588       WHEN NOT WS-COURSE-FOUND
007589         SET WS-ENTRY-INVALID TO TRUE
007590         MOVE "Not enrolled in course." TO WS-ERROR-MSG
007592       WHEN CourseTerm(WS-DROP-POS) = WS-CURRENT-TERM
007594               AND NOT WS-DROP-FREE
007596         PERFORM 5400-APPLY-LATE-DROP THRU 5400-EXIT
007600       WHEN OTHER
007602         MOVE StudentId TO WS-ACCT-STUDENT
007604         MOVE WS-RAW-Course TO WS-ACCT-COURSE
007606         MOVE CourseTerm(WS-DROP-POS) TO WS-ACCT-TERM
007610         PERFORM 5100-SHIFT-TABLE THRU 5100-EXIT
007620         SUBTRACT 1 FROM EnrollCount
007630         PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
007710                 PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
007720                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
007730                 PERFORM 5200-RELEASE-SEAT THRU 5200-EXIT
007735                 PERFORM 4550-POST-CREDIT THRU 4550-EXIT
007740                 PERFORM 3250-LOG-APPLIED THRU 3250-EXIT
007750                 ADD 1 TO WS-DROP-COUNT
007760                 MOVE WS-RAW-Course TO WS-PROMO-COURSE
008120 5200-EXIT.
008130     EXIT.
008140*-----------------------------------------------------------------
008141 5300-APPLY-GRADUATE.
008142     MOVE "G" TO StudStatus
008143     PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
008144     REWRITE StudentDetails
008145         INVALID KEY
008146             SET WS-ENTRY-INVALID TO TRUE
008147             MOVE "Unable to update record." TO WS-ERROR-MSG
008148         NOT INVALID KEY
008149             MOVE "S" TO WS-JN-FILE
008150             MOVE "R" TO WS-JN-ACTION
008151             PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
008152             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008153             PERFORM 3250-LOG-APPLIED THRU 3250-EXIT
008154             ADD 1 TO WS-GRAD-COUNT
008155     END-REWRITE.
008156 5300-EXIT.
008157     EXIT.
008158*-----------------------------------------------------------------
008159 5400-APPLY-LATE-DROP.
008160     IF WS-DROP-CLOSED AND WS-RAW-Override NOT = "O"
008161         SET WS-ENTRY-INVALID TO TRUE
008162         MOVE "Past withdraw deadline - no override."
008163             TO WS-ERROR-MSG
008164     ELSE
008165         MOVE StudentId TO GR-StudentId
008166         MOVE WS-CURRENT-TERM TO GR-Term
008167         MOVE WS-RAW-Course TO GR-CourseCode
008168         READ GradeFile
008169             INVALID KEY
008170                 PERFORM 5410-RECORD-W THRU 5410-EXIT
008171             NOT INVALID KEY
008172                 SET WS-ENTRY-INVALID TO TRUE
008173                 IF GR-Withdrawn
008174                     MOVE "Already withdrawn (W) from course."
008175                         TO WS-ERROR-MSG
008176                 ELSE
008177                     MOVE "Grade already recorded for course."
008178                         TO WS-ERROR-MSG
008179                 END-IF
008180         END-READ
008181     END-IF.
008182 5400-EXIT.
008183     EXIT.
008184*-----------------------------------------------------------------
008185 5410-RECORD-W.
008186     MOVE SPACES TO GradeRecord
008187     MOVE StudentId TO GR-StudentId
008188     MOVE WS-CURRENT-TERM TO GR-Term
008189     MOVE WS-RAW-Course TO GR-CourseCode
008190     SET GR-Withdrawn TO TRUE
008191     WRITE GradeRecord
008192         INVALID KEY
008193             SET WS-ENTRY-INVALID TO TRUE
008194             MOVE "Unable to record W grade." TO WS-ERROR-MSG
008195         NOT INVALID KEY
008196             MOVE SPACES TO WS-JN-BEFORE
008197             MOVE "G" TO WS-JN-FILE
008198             MOVE "W" TO WS-JN-ACTION
008199             MOVE SPACES TO WS-JN-AFTER
008200             MOVE GradeRecord TO WS-JN-AFTER
008201             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008202             MOVE SPACES TO ReconLine
008203             STRING "Student "        DELIMITED BY SIZE
008204                    WS-RAW-StudentId  DELIMITED BY SIZE
008205                    " applied D "     DELIMITED BY SIZE
008206                    WS-RAW-Course     DELIMITED BY SIZE
008207                    " - W recorded, enrollment kept"
008208                                      DELIMITED BY SIZE
008209                 INTO ReconLine
008210             WRITE ReconLine
008211             ADD 1 TO WS-LATE-W-COUNT
008212             IF WS-DROP-CLOSED
008213                 MOVE "D" TO WS-OV-TYPE
008214                 PERFORM 5490-LOG-OVERRIDE THRU 5490-EXIT
008215             END-IF
008216     END-WRITE.
008217 5410-EXIT.
008218     EXIT.
008219*-----------------------------------------------------------------
008220 5490-LOG-OVERRIDE.
008221     MOVE StudentId TO WS-OV-STUDENT
008222     MOVE WS-RAW-Course TO WS-OV-COURSE
008223     MOVE SPACES TO WS-OV-REASON
008224     STRING "BATCH "          DELIMITED BY SIZE
008225            WS-BATCH-ID       DELIMITED BY SPACE
008226         INTO WS-OV-REASON
008227     PERFORM 9400-WRITE-OVERRIDE THRU 9400-EXIT.
008228 5490-EXIT.
008229     EXIT.
008230*-----------------------------------------------------------------
008231 7000-PROMOTE-COURSE.
008232     MOVE "N" TO WS-PROMO-DONE-SW
008233     IF NOT WS-ADD-OPEN
008234         SET WS-PROMO-DONE TO TRUE
008235     END-IF
008236     PERFORM 7100-TRY-PROMOTE THRU 7100-EXIT
008237         UNTIL WS-PROMO-DONE.
008238 7000-EXIT.
008239     EXIT.
008240*-----------------------------------------------------------------
008241 7100-TRY-PROMOTE.
008242     MOVE WS-PROMO-COURSE TO CC-CourseCode
008243     READ CourseFile
008250         INVALID KEY
008260             SET WS-PROMO-DONE TO TRUE
008270         NOT INVALID KEY
008820     EXIT.
008830*-----------------------------------------------------------------
008840 7400-SEAT-STUDENT.
008843     MOVE StudentId TO WS-ACCT-STUDENT
008846     PERFORM 4500-CHECK-HOLD THRU 4500-EXIT
008850     MOVE "N" TO WS-PR-ALREADY-SW
008860     PERFORM 7450-SCAN-PROMOTED THRU 7450-EXIT
008870         VARYING WS-PR-IDX FROM 1 BY 1
008880         UNTIL WS-PR-IDX > EnrollCount
008890     PERFORM 7460-PROMO-CLASH-SCAN THRU 7460-EXIT
008900     IF WS-PR-ALREADY OR WS-CLASH OR EnrollCount >= 6
008904             OR NOT ST-Active OR WS-FINANCE-HOLD
008908         IF WS-FINANCE-HOLD
008912             PERFORM 7510-LOG-HOLD-SKIP THRU 7510-EXIT
008916         END-IF
008920         DELETE WaitFile RECORD
008930             INVALID KEY
008940                 SET WS-PROMO-DONE TO TRUE
009090                 PERFORM 7410-TAKE-PROMO-SEAT THRU 7410-EXIT
009100                 DELETE WaitFile RECORD
009110                 PERFORM 7500-LOG-PROMOTION THRU 7500-EXIT
009112                 MOVE StudentId TO WS-ACCT-STUDENT
009114                 MOVE WS-PROMO-COURSE TO WS-ACCT-COURSE
009116                 MOVE WS-CURRENT-TERM TO WS-ACCT-TERM
009118                 PERFORM 4540-POST-CHARGE THRU 4540-EXIT
009120                 ADD 1 TO WS-PROMOTED-COUNT
009130                 SET WS-PROMO-DONE TO TRUE
009140         END-REWRITE
009750     WRITE ReconLine.
009760 7500-EXIT.
009770     EXIT.
009771*-----------------------------------------------------------------
009772 7510-LOG-HOLD-SKIP.
009773     MOVE SPACES TO ReconLine
009774     STRING "Student "        DELIMITED BY SIZE
009775            StudentId         DELIMITED BY SIZE
009776            " on finance hold - not promoted into "
009777                              DELIMITED BY SIZE
009778            WS-PROMO-COURSE   DELIMITED BY SIZE
009779         INTO ReconLine
009780     WRITE ReconLine.
009781 7510-EXIT.
009782     EXIT.
009786*-----------------------------------------------------------------
009790 8000-TERMINATE.
009800     PERFORM 8100-FILL-RATE-LISTING THRU 8100-EXIT
009810     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
009860     CLOSE WaitFile
009870     CLOSE JournalFile
009880     CLOSE ReconFile
009883     CLOSE PrereqFile
009886     CLOSE GradeFile
009888     CLOSE LedgerFile
009889     CLOSE OverrideFile
009890     DISPLAY "Transactions read: " WS-READ-COUNT
009900     DISPLAY "Adds applied:      " WS-ADD-COUNT
009910     DISPLAY "Drops applied:     " WS-DROP-COUNT
009912     DISPLAY "Late drops (W):    " WS-LATE-W-COUNT
009915     DISPLAY "Graduations:       " WS-GRAD-COUNT
009920     DISPLAY "Waitlisted:        " WS-WAITLISTED-COUNT
009930     DISPLAY "Promoted:          " WS-PROMOTED-COUNT
009940     DISPLAY "Rejected:          " WS-REJECTED-COUNT
009945     DISPLAY "Ledger entries:    " WS-LEDGER-COUNT
009947     DISPLAY "Overrides logged:  " WS-OVERRIDE-COUNT
009950     IF WS-BATCH-BAD
009960         MOVE 8 TO RETURN-CODE
009970     END-IF.
010950 9120-EXIT.
010960     EXIT.
010970*-----------------------------------------------------------------
010971 9300-DATE-TO-DAYS.
010972     MOVE WS-DT-YYYY TO WS-DT-YEAR
010973     MOVE WS-DT-MM TO WS-DT-MONTH
010974     IF WS-DT-MONTH <= 2
010975         SUBTRACT 1 FROM WS-DT-YEAR
010976         ADD 12 TO WS-DT-MONTH
010977     END-IF
010978     COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-DD
010979     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-WORK
010980     ADD WS-DT-WORK TO WS-DT-DAYS
010981     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-WORK
010982     SUBTRACT WS-DT-WORK FROM WS-DT-DAYS
010983     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-WORK
010984     ADD WS-DT-WORK TO WS-DT-DAYS
010985     COMPUTE WS-DT-WORK = 153 * (WS-DT-MONTH - 3) + 2
010986     DIVIDE WS-DT-WORK BY 5 GIVING WS-DT-WORK
010987     ADD WS-DT-WORK TO WS-DT-DAYS.
010988 9300-EXIT.
010989     EXIT.
010990*-----------------------------------------------------------------
010991 9400-WRITE-OVERRIDE.
010992     MOVE SPACES TO OverrideRecord
010993     ACCEPT OV-Date FROM DATE YYYYMMDD
010994     ACCEPT OV-Time FROM TIME
010995     MOVE WS-OPERATOR-ID TO OV-Operator
010996     MOVE "ENRLTXN" TO OV-Program
010997     MOVE WS-OV-TYPE TO OV-Type
010998     MOVE WS-OV-STUDENT TO OV-StudentId
010999     MOVE WS-CURRENT-TERM TO OV-Term
011000     MOVE WS-OV-COURSE TO OV-CourseCode
011001     MOVE WS-OV-REASON TO OV-Reason
011002     WRITE OverrideRecord
011003     ADD 1 TO WS-OVERRIDE-COUNT.
011004 9400-EXIT.
011005     EXIT.
011006*-----------------------------------------------------------------
011016 END PROGRAM ENRLTXN.
