000200*              full width (e.g. month "05", not "5") since a
000210*              shorter value is left-justified by the delimited
000220*              read and will fail the numeric edit.
000222*              After the TERMCAL.DAT last day to add the load
000224*              runs only on an operator override with a reason,
000226*              logged on OVERRIDE.LOG for every course seated.
000230* TECTONICS:   cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
001000*                    course of a loaded row is stamped with it
001010*                    in the new CourseTerm field of the
001020*                    EnrollTable.
001021*   2026-10-15  DJO  Prerequisites: a row is rejected when any
001022*                    of its courses has a prerequisite for
001023*                    which GRADES.DAT holds no passing grade, at
001024*                    or above the PREREQ.DAT minimum, from a
001025*                    term earlier than the current one.
001026*   2026-10-15  DJO  Student accounts: each course seated for
001027*                    a loaded student posts the FINANCE.CTL
001028*                    tuition charge to LEDGER.DAT, and a row for
001029*                    a student with a charge already unpaid past
001030*                    the FINANCE.CTL hold period is rejected
001031*                    (finance hold).
001032*   2026-10-15  DJO  Academic calendar: the current term's dates
001033*                    are read from TERMCAL.DAT (prompted for and
001034*                    appended when missing). Outside the add
001035*                    period the operator is asked to override
001036*                    for the run, with a reason; without it
001037*                    every row is rejected, and with it each
001038*                    course seated is logged on OVERRIDE.LOG.
001042******************************************************************
001046 IDENTIFICATION DIVISION.
001050 PROGRAM-ID. STUDLOAD.
001060 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001410     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
001420            ORGANIZATION IS LINE SEQUENTIAL
001430            FILE STATUS IS WS-BCTL-STATUS.
001431     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
001432            ORGANIZATION IS INDEXED
001433            ACCESS MODE IS DYNAMIC
001434            RECORD KEY IS PQ-PrereqKey
001435            FILE STATUS IS WS-PREQ-STATUS.
001436     SELECT GradeFile ASSIGN TO "GRADES.DAT"
001437            ORGANIZATION IS INDEXED
001438            ACCESS MODE IS DYNAMIC
001439            RECORD KEY IS GR-GradeKey
001440            FILE STATUS IS WS-GRADE-STATUS.
001441     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
001442            ORGANIZATION IS INDEXED
001443            ACCESS MODE IS DYNAMIC
001444            RECORD KEY IS LG-LedgerKey
001445            FILE STATUS IS WS-LEDGER-STATUS.
001446     SELECT FinanceFile ASSIGN TO "FINANCE.CTL"
001447            ORGANIZATION IS LINE SEQUENTIAL
001448            FILE STATUS IS WS-FIN-STATUS.
001449     SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
001450            ORGANIZATION IS LINE SEQUENTIAL
001451            FILE STATUS IS WS-CAL-STATUS.
001452     SELECT OverrideFile ASSIGN TO "OVERRIDE.LOG"
001453            ORGANIZATION IS LINE SEQUENTIAL
001454            FILE STATUS IS WS-OVRD-STATUS.
001456 DATA DIVISION.
001458 FILE SECTION.
001460 FD  LoadFile.
001470 01  LoadLine                PIC X(200).
001480 FD  StudentFile
001790     COPY JRNLDTL.
001800 FD  BatchCtlFile.
001810 01  BatchCtlLine        PIC X(80).
001812 FD  PrereqFile.
001814     COPY PREQDTL.
001816 FD  GradeFile.
001818     COPY GRADEDTL.
001819 FD  LedgerFile.
001820     COPY LEDGDTL.
001821 FD  FinanceFile.
001822     COPY FINCTL.
001823 FD  TermCalFile.
001824     COPY TERMCAL.
001825 FD  OverrideFile.
001826     COPY OVRDDTL.
001828 WORKING-STORAGE SECTION.
001830 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001840 01  WS-AUDIT-STATUS          PIC XX      VALUE SPACES.
001850 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
002760 01  WS-NUM-MOBirth           PIC 9(2).
002770 01  WS-NUM-DOBirth           PIC 9(2).
002780 01  WS-NUM-EnrollCount       PIC 9(1).
002781 01  WS-PREQ-STATUS           PIC XX      VALUE SPACES.
002782 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
002783 01  WS-PREQ-STUDENT          PIC 9(7)    VALUE 0.
002784 01  WS-PREQ-COURSE           PIC X(4)    VALUE SPACES.
002785 01  WS-PREQ-EOF-SW           PIC X       VALUE "N".
002786     88  WS-END-OF-PREREQS                VALUE "Y".
002787 01  WS-PREQ-GR-EOF-SW        PIC X       VALUE "N".
002788     88  WS-END-OF-PREQ-GRADES            VALUE "Y".
002789 01  WS-PREQ-MISSING-SW       PIC X       VALUE "N".
002790     88  WS-PREQ-MISSING                  VALUE "Y".
002791 01  WS-PREQ-PASSED-SW        PIC X       VALUE "N".
002792     88  WS-PREQ-PASSED                   VALUE "Y".
002793 01  WS-PREQ-MISSING-CODE     PIC X(4)    VALUE SPACES.
002794 01  WS-PREQ-GRADE            PIC X(2)    VALUE SPACES.
002795 01  WS-PREQ-POINTS           PIC 9V9(2)  VALUE 0.
002796 01  WS-PREQ-MIN-POINTS       PIC 9V9(2)  VALUE 0.
002797 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
002798 01  WS-FIN-STATUS            PIC XX      VALUE SPACES.
002799 01  WS-FIN-FOUND-SW          PIC X       VALUE "N".
002800     88  WS-FIN-FOUND                     VALUE "Y".
002801 01  WS-COURSE-FEE            PIC 9(5)V99 VALUE 0.
002802 01  WS-HOLD-DAYS             PIC 9(3)    VALUE 0.
002803 01  WS-FEE-ENTRY             PIC X(7)    VALUE SPACES.
002804 01  WS-FEE-ENTRY-NUM REDEFINES WS-FEE-ENTRY
002805                              PIC 9(5)V99.
002806 01  WS-DAYS-ENTRY            PIC X(3)    VALUE SPACES.
002807 01  WS-DAYS-ENTRY-NUM REDEFINES WS-DAYS-ENTRY
002808                              PIC 9(3).
002809 01  WS-LEDGER-COUNT          PIC 9(5) COMP VALUE 0.
002810 01  WS-ACCT-STUDENT          PIC 9(7)    VALUE 0.
002811 01  WS-ACCT-COURSE           PIC X(4)    VALUE SPACES.
002812 01  WS-ACCT-TERM             PIC X(5)    VALUE SPACES.
002813 01  WS-ACCT-TYPE             PIC X       VALUE SPACE.
002814 01  WS-ACCT-AMOUNT           PIC 9(5)V99 VALUE 0.
002815 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
002816 01  WS-ACCT-NET              PIC S9(7)V99 VALUE 0.
002817 01  WS-ACCT-OLD-CHARGES      PIC 9(7)V99 VALUE 0.
002818 01  WS-ACCT-SETTLED          PIC 9(7)V99 VALUE 0.
002819 01  WS-ACCT-OVERDUE          PIC S9(7)V99 VALUE 0.
002820 01  WS-ACCT-AMT-ED           PIC Z,ZZZ,ZZ9.99.
002821 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
002822     88  WS-END-OF-LEDGER                 VALUE "Y".
002823 01  WS-FINANCE-HOLD-SW       PIC X       VALUE "N".
002824     88  WS-FINANCE-HOLD                  VALUE "Y".
002825 01  WS-TODAY                 PIC 9(8)    VALUE 0.
002826 01  WS-CUTOFF-DAYS           PIC 9(7) COMP VALUE 0.
002827 01  WS-DT-DATE               PIC 9(8)    VALUE 0.
002828 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
002829     02  WS-DT-YYYY           PIC 9(4).
002830     02  WS-DT-MM             PIC 9(2).
002831     02  WS-DT-DD             PIC 9(2).
002832 01  WS-DT-YEAR               PIC 9(4) COMP VALUE 0.
002833 01  WS-DT-MONTH              PIC 9(2) COMP VALUE 0.
002834 01  WS-DT-DAYS               PIC 9(7) COMP VALUE 0.
002835 01  WS-DT-WORK               PIC 9(7) COMP VALUE 0.
002836 01  WS-CAL-STATUS            PIC XX      VALUE SPACES.
002837 01  WS-CAL-EOF-SW            PIC X       VALUE "N".
002838     88  WS-END-OF-CAL                    VALUE "Y".
002839 01  WS-CAL-FOUND-SW          PIC X       VALUE "N".
002840     88  WS-CAL-FOUND                     VALUE "Y".
002841 01  WS-CAL-DATES.
002842     02  WS-CAL-REG-OPEN      PIC 9(8)    VALUE 0.
002843     02  WS-CAL-LAST-ADD      PIC 9(8)    VALUE 0.
002844     02  WS-CAL-LAST-DROP     PIC 9(8)    VALUE 0.
002845     02  WS-CAL-LAST-WDRAW    PIC 9(8)    VALUE 0.
002846     02  WS-CAL-TERM-END      PIC 9(8)    VALUE 0.
002847 01  WS-CAL-ENTRY.
002848     02  WS-CE-REG-OPEN       PIC X(8)    VALUE SPACES.
002849     02  WS-CE-LAST-ADD       PIC X(8)    VALUE SPACES.
002850     02  WS-CE-LAST-DROP      PIC X(8)    VALUE SPACES.
002851     02  WS-CE-LAST-WDRAW     PIC X(8)    VALUE SPACES.
002852     02  WS-CE-TERM-END       PIC X(8)    VALUE SPACES.
002853 01  WS-CAL-ENTRY-NUM REDEFINES WS-CAL-ENTRY.
002854     02  WS-CN-REG-OPEN       PIC 9(8).
002855     02  WS-CN-LAST-ADD       PIC 9(8).
002856     02  WS-CN-LAST-DROP      PIC 9(8).
002857     02  WS-CN-LAST-WDRAW     PIC 9(8).
002858     02  WS-CN-TERM-END       PIC 9(8).
002859 01  WS-ADD-PERIOD-SW         PIC X       VALUE "N".
002860     88  WS-ADD-OPEN                      VALUE "Y".
002861 01  WS-LOAD-OVERRIDE-SW      PIC X       VALUE "N".
002862     88  WS-LOAD-OVERRIDE                 VALUE "Y".
002863 01  WS-OVRD-STATUS           PIC XX      VALUE SPACES.
002864 01  WS-OVERRIDE-COUNT        PIC 9(5) COMP VALUE 0.
002865 01  WS-OV-TYPE               PIC X       VALUE SPACE.
002866 01  WS-OV-STUDENT            PIC 9(7)    VALUE 0.
002867 01  WS-OV-COURSE             PIC X(4)    VALUE SPACES.
002868 01  WS-OV-REASON             PIC X(30)   VALUE SPACES.
002869 PROCEDURE DIVISION.
002870 0000-MAINLINE.
002871     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002872     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
002873         PERFORM 2000-READ-LOAD THRU 2000-EXIT
002874         PERFORM 3000-PROCESS-LOAD THRU 3000-EXIT
002875             UNTIL WS-END-OF-LOAD
002876     END-IF
002877     PERFORM 8000-TERMINATE THRU 8000-EXIT
002880     STOP RUN.
002890*-----------------------------------------------------------------
002900 1000-INITIALIZE.
003180     OPEN EXTEND JournalFile
003190     IF WS-JRNL-STATUS = "35"
003200         OPEN OUTPUT JournalFile
003201     END-IF
003202     OPEN INPUT PrereqFile
003203     IF WS-PREQ-STATUS = "35"
003204         OPEN OUTPUT PrereqFile
003205         CLOSE PrereqFile
003206         OPEN INPUT PrereqFile
003207     END-IF
003208     OPEN INPUT GradeFile
003209     IF WS-GRADE-STATUS = "35"
003210         OPEN OUTPUT GradeFile
003211         CLOSE GradeFile
003212         OPEN INPUT GradeFile
003213     END-IF
003214     OPEN I-O LedgerFile
003215     IF WS-LEDGER-STATUS = "35"
003216         OPEN OUTPUT LedgerFile
003217         CLOSE LedgerFile
003218         OPEN I-O LedgerFile
003219     END-IF
003220     OPEN EXTEND OverrideFile
003221     IF WS-OVRD-STATUS = "35"
003222         OPEN OUTPUT OverrideFile
003223     END-IF
003226     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT
003230     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
003240         PERFORM 1100-CHECK-RESTART THRU 1100-EXIT
003250         IF WS-RESTARTING
003310             WRITE ExceptionLine
003320         END-IF
003330         PERFORM 1300-GET-TERM THRU 1300-EXIT
003335         PERFORM 1350-GET-FINANCE THRU 1350-EXIT
003337         PERFORM 1370-GET-CALENDAR THRU 1370-EXIT
003340         DISPLAY "Batch student load - STUDLOAD.DAT"
003350     END-IF.
003360 1000-EXIT.
003580     END-IF
003590     DISPLAY "Current term: " WS-CURRENT-TERM.
003600 1300-EXIT.
003601     EXIT.
003602*-----------------------------------------------------------------
003603 1350-GET-FINANCE.
003604     OPEN INPUT FinanceFile
003605     IF WS-FIN-STATUS NOT = "35"
003606         READ FinanceFile
003607             AT END
003608                 CONTINUE
003609             NOT AT END
003610                 MOVE FC-CourseFee TO WS-COURSE-FEE
003611                 MOVE FC-HoldDays TO WS-HOLD-DAYS
003612                 SET WS-FIN-FOUND TO TRUE
003613         END-READ
003614         CLOSE FinanceFile
003615     END-IF
003616     IF NOT WS-FIN-FOUND
003617         DISPLAY "*** Tuition and hold period not on FINANCE.CTL."
003618         PERFORM 1360-PROMPT-FINANCE THRU 1360-EXIT
003619             UNTIL WS-FIN-FOUND
003620         OPEN OUTPUT FinanceFile
003621         MOVE SPACES TO FinanceCtlRecord
003622         MOVE WS-COURSE-FEE TO FC-CourseFee
003623         MOVE WS-HOLD-DAYS TO FC-HoldDays
003624         WRITE FinanceCtlRecord
003625         CLOSE FinanceFile
003626     END-IF
003627     MOVE WS-COURSE-FEE TO WS-ACCT-AMT-ED
003628     DISPLAY "Tuition per course: " WS-ACCT-AMT-ED
003629         "  finance hold after " WS-HOLD-DAYS " days unpaid".
003630 1350-EXIT.
003631     EXIT.
003632*-----------------------------------------------------------------
003633 1360-PROMPT-FINANCE.
003634     DISPLAY "    Tuition per course in cents, 7 digits "
003635         "(0025000 = 250.00): " WITH NO ADVANCING
003636     ACCEPT WS-FEE-ENTRY
003637     DISPLAY "    Days before an unpaid charge is overdue "
003638         "(000-999): " WITH NO ADVANCING
003639     ACCEPT WS-DAYS-ENTRY
003640     IF WS-FEE-ENTRY IS NUMERIC AND WS-DAYS-ENTRY IS NUMERIC
003641         MOVE WS-FEE-ENTRY-NUM TO WS-COURSE-FEE
003642         MOVE WS-DAYS-ENTRY-NUM TO WS-HOLD-DAYS
003643         SET WS-FIN-FOUND TO TRUE
003644     ELSE
003645         DISPLAY "*** Both entries must be all digits - "
003646             "please re-enter."
003647     END-IF.
003648 1360-EXIT.
003649     EXIT.
003650*-----------------------------------------------------------------
003651 1370-GET-CALENDAR.
003652     MOVE "N" TO WS-CAL-FOUND-SW
003653     MOVE "N" TO WS-CAL-EOF-SW
003654     OPEN INPUT TermCalFile
003655     IF WS-CAL-STATUS NOT = "35"
003656         PERFORM 1375-READ-CALENDAR THRU 1375-EXIT
003657             UNTIL WS-END-OF-CAL OR WS-CAL-FOUND
003658         CLOSE TermCalFile
003659     END-IF
003660     IF NOT WS-CAL-FOUND
003661         DISPLAY "*** Calendar for term " WS-CURRENT-TERM
003662             " not on TERMCAL.DAT - enter dates (YYYYMMDD)."
003663         PERFORM 1380-PROMPT-CALENDAR THRU 1380-EXIT
003664             UNTIL WS-CAL-FOUND
003665         OPEN EXTEND TermCalFile
003666         IF WS-CAL-STATUS = "35"
003667             OPEN OUTPUT TermCalFile
003668         END-IF
003669         MOVE SPACES TO TermCalRecord
003670         MOVE WS-CURRENT-TERM TO TC-Term
003671         MOVE WS-CAL-REG-OPEN TO TC-RegOpen
003672         MOVE WS-CAL-LAST-ADD TO TC-LastAdd
003673         MOVE WS-CAL-LAST-DROP TO TC-LastDrop
003674         MOVE WS-CAL-LAST-WDRAW TO TC-LastWithdraw
003675         MOVE WS-CAL-TERM-END TO TC-TermEnd
003676         WRITE TermCalRecord
003677         CLOSE TermCalFile
003678     END-IF
003679     PERFORM 1390-SET-PERIODS THRU 1390-EXIT
003680     DISPLAY "Term calendar - registration " WS-CAL-REG-OPEN
003681         "  last add " WS-CAL-LAST-ADD
003682         "  last drop " WS-CAL-LAST-DROP
003683     DISPLAY "                last withdraw " WS-CAL-LAST-WDRAW
003684         "  term end " WS-CAL-TERM-END.
003685 1370-EXIT.
003686     EXIT.
003687*-----------------------------------------------------------------
003688 1375-READ-CALENDAR.
003689     READ TermCalFile
003690         AT END
003691             SET WS-END-OF-CAL TO TRUE
003692         NOT AT END
003693             IF TC-Term = WS-CURRENT-TERM
003694                 MOVE TC-RegOpen TO WS-CAL-REG-OPEN
003695                 MOVE TC-LastAdd TO WS-CAL-LAST-ADD
003696                 MOVE TC-LastDrop TO WS-CAL-LAST-DROP
003697                 MOVE TC-LastWithdraw TO WS-CAL-LAST-WDRAW
003698                 MOVE TC-TermEnd TO WS-CAL-TERM-END
003699                 SET WS-CAL-FOUND TO TRUE
003700             END-IF
003701     END-READ.
003702 1375-EXIT.
003703     EXIT.
003704*-----------------------------------------------------------------
003705 1380-PROMPT-CALENDAR.
003706     DISPLAY "    Registration opens:      " WITH NO ADVANCING
003707     ACCEPT WS-CE-REG-OPEN
003708     DISPLAY "    Last day to add:         " WITH NO ADVANCING
003709     ACCEPT WS-CE-LAST-ADD
003710     DISPLAY "    Last day to drop:        " WITH NO ADVANCING
003711     ACCEPT WS-CE-LAST-DROP
003712     DISPLAY "    Last day to withdraw:    " WITH NO ADVANCING
003713     ACCEPT WS-CE-LAST-WDRAW
003714     DISPLAY "    Term ends:               " WITH NO ADVANCING
003715     ACCEPT WS-CE-TERM-END
003716     IF WS-CAL-ENTRY IS NUMERIC
003717         IF WS-CN-REG-OPEN NOT > WS-CN-LAST-ADD
003718                 AND WS-CN-LAST-ADD NOT > WS-CN-LAST-DROP
003719                 AND WS-CN-LAST-DROP NOT > WS-CN-LAST-WDRAW
003720                 AND WS-CN-LAST-WDRAW NOT > WS-CN-TERM-END
003721             MOVE WS-CAL-ENTRY-NUM TO WS-CAL-DATES
003722             SET WS-CAL-FOUND TO TRUE
003723         END-IF
003724     END-IF
003725     IF NOT WS-CAL-FOUND
003726         DISPLAY "*** Dates must be all digits and in calendar "
003727             "order - please re-enter."
003728     END-IF.
003729 1380-EXIT.
003730     EXIT.
003731*-----------------------------------------------------------------
003732 1390-SET-PERIODS.
003733     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003734     MOVE "N" TO WS-ADD-PERIOD-SW
003735     MOVE "N" TO WS-LOAD-OVERRIDE-SW
003736     IF WS-TODAY NOT < WS-CAL-REG-OPEN
003737             AND WS-TODAY NOT > WS-CAL-LAST-ADD
003738         SET WS-ADD-OPEN TO TRUE
003739     ELSE
003740         DISPLAY "*** Outside the add period - rows can be "
003741             "loaded only on an operator override."
003742         DISPLAY "Override and load this batch? (Y/N) "
003743             WITH NO ADVANCING
003744         ACCEPT WS-REPLY
003745         IF WS-REPLY = "Y" OR WS-REPLY = "y"
003746             MOVE SPACES TO WS-OV-REASON
003747             PERFORM 1395-PROMPT-REASON THRU 1395-EXIT
003748                 UNTIL WS-OV-REASON NOT = SPACES
003749             SET WS-LOAD-OVERRIDE TO TRUE
003750         END-IF
003751     END-IF.
003752 1390-EXIT.
003753     EXIT.
003754*-----------------------------------------------------------------
003755 1395-PROMPT-REASON.
003756     DISPLAY "  Override reason: " WITH NO ADVANCING
003757     ACCEPT WS-OV-REASON
003758     IF WS-OV-REASON = SPACES
003759         DISPLAY "*** A reason is required for an override."
003760     END-IF.
003761 1395-EXIT.
003762     EXIT.
003763*-----------------------------------------------------------------
003764 1500-VERIFY-BATCH.
003765     PERFORM 1510-READ-VERIFY THRU 1510-EXIT
003766     IF WS-END-OF-VERIFY
003767         SET WS-BATCH-BAD TO TRUE
003768         DISPLAY "*** STUDLOAD.DAT is empty - no batch header."
003769     ELSE
003770         MOVE SPACES TO WS-HT-TAG WS-HT-F1 WS-HT-F2
003771         UNSTRING LoadLine DELIMITED BY ","
003772             INTO WS-HT-TAG WS-HT-F1 WS-HT-F2
003773         END-UNSTRING
003774         IF WS-HT-TAG NOT = "H" OR WS-HT-F1 = SPACES
003775             SET WS-BATCH-BAD TO TRUE
003776             DISPLAY "*** Batch header row missing - batch "
003777                 "rejected whole."
003778         ELSE
003780             MOVE WS-HT-F1 TO WS-BATCH-ID
003790             DISPLAY "Batch " WS-BATCH-ID " created "
003800                 WS-HT-F2
006000                 MOVE "Timetable clash between row courses."
006010                     TO WS-ERROR-MSG
006020             END-IF
006021             IF WS-ENTRY-VALID
006022                 MOVE StudentId TO WS-ACCT-STUDENT
006023                 PERFORM 3800-CHECK-HOLD THRU 3800-EXIT
006024                 IF WS-FINANCE-HOLD
006025                     SET WS-ENTRY-INVALID TO TRUE
006026                     MOVE "Finance hold - overdue balance."
006027                         TO WS-ERROR-MSG
006028                 END-IF
006029             END-IF
006030             IF WS-ENTRY-VALID AND NOT WS-ADD-OPEN
006031                     AND NOT WS-LOAD-OVERRIDE
006032                 SET WS-ENTRY-INVALID TO TRUE
006033                 MOVE "Add period closed - no override."
006034                     TO WS-ERROR-MSG
006035             END-IF
006037         END-IF
006040     END-IF
006050     IF WS-ENTRY-INVALID
006060         PERFORM 3190-LOG-EXCEPTION THRU 3190-EXIT
006190                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006200                 PERFORM 3400-WRITE-AUDIT THRU 3400-EXIT
006210                 PERFORM 3500-TAKE-SEATS THRU 3500-EXIT
006215                 PERFORM 3870-CHARGE-ENROLLMENTS THRU 3870-EXIT
006216                 IF NOT WS-ADD-OPEN
006217                     PERFORM 3880-LOG-LATE-ADDS THRU 3880-EXIT
006218                 END-IF
006220                 PERFORM 3550-WAITLIST-PENDING THRU 3550-EXIT
006230                 ADD 1 TO WS-ADDED-COUNT
006240         END-WRITE
007430                    CourseCode(EnrollIdx)   DELIMITED BY SIZE
007440                 INTO WS-ERROR-MSG
007450         NOT INVALID KEY
007460             PERFORM 3700-CHECK-PREREQS THRU 3700-EXIT
007461             IF WS-PREQ-MISSING
007462                 SET WS-ENTRY-INVALID TO TRUE
007463                 MOVE SPACES TO WS-ERROR-MSG
007464                 STRING "Prerequisite "     DELIMITED BY SIZE
007465                        WS-PREQ-MISSING-CODE DELIMITED BY SIZE
007466                        " not passed for "  DELIMITED BY SIZE
007467                        WS-PREQ-COURSE      DELIMITED BY SIZE
007468                     INTO WS-ERROR-MSG
007469             END-IF
007470     END-READ.
007480 3310-EXIT.
007490     EXIT.
009510 3600-EXIT.
009520     EXIT.
009530*-----------------------------------------------------------------
009531 3700-CHECK-PREREQS.
009532     MOVE "N" TO WS-PREQ-MISSING-SW
009533     MOVE StudentId TO WS-PREQ-STUDENT
009534     MOVE CC-CourseCode TO WS-PREQ-COURSE
009535     MOVE "N" TO WS-PREQ-EOF-SW
009536     MOVE WS-PREQ-COURSE TO PQ-CourseCode
009537     MOVE LOW-VALUES TO PQ-PrereqCode
009538     START PrereqFile KEY NOT < PQ-PrereqKey
009539         INVALID KEY
009540             SET WS-END-OF-PREREQS TO TRUE
009541     END-START
009542     PERFORM 3710-READ-NEXT-PREREQ THRU 3710-EXIT
009543     PERFORM 3720-CHECK-ONE-PREREQ THRU 3720-EXIT
009544         UNTIL WS-END-OF-PREREQS
009545            OR PQ-CourseCode NOT = WS-PREQ-COURSE
009546            OR WS-PREQ-MISSING.
009547 3700-EXIT.
009548     EXIT.
009549*-----------------------------------------------------------------
009550 3710-READ-NEXT-PREREQ.
009551     IF NOT WS-END-OF-PREREQS
009552         READ PrereqFile NEXT
009553             AT END
009554                 SET WS-END-OF-PREREQS TO TRUE
009555         END-READ
009556     END-IF.
009557 3710-EXIT.
009558     EXIT.
009559*-----------------------------------------------------------------
009560 3720-CHECK-ONE-PREREQ.
009561     MOVE PQ-MinGrade TO WS-PREQ-GRADE
009562     IF WS-PREQ-GRADE = SPACES
009563         MOVE "D-" TO WS-PREQ-GRADE
009564     END-IF
009565     PERFORM 3740-GRADE-POINTS THRU 3740-EXIT
009566     MOVE WS-PREQ-POINTS TO WS-PREQ-MIN-POINTS
009567     MOVE "N" TO WS-PREQ-PASSED-SW
009568     MOVE "N" TO WS-PREQ-GR-EOF-SW
009569     MOVE WS-PREQ-STUDENT TO GR-StudentId
009570     MOVE LOW-VALUES TO GR-Term
009571     MOVE LOW-VALUES TO GR-CourseCode
009572     START GradeFile KEY NOT < GR-GradeKey
009573         INVALID KEY
009574             SET WS-END-OF-PREQ-GRADES TO TRUE
009575     END-START
009576     PERFORM 3725-READ-NEXT-GRADE THRU 3725-EXIT
009577     PERFORM 3730-CHECK-ONE-GRADE THRU 3730-EXIT
009578         UNTIL WS-END-OF-PREQ-GRADES
009579            OR GR-StudentId NOT = WS-PREQ-STUDENT
009580            OR WS-PREQ-PASSED
009581     IF WS-PREQ-PASSED
009582         PERFORM 3710-READ-NEXT-PREREQ THRU 3710-EXIT
009583     ELSE
009584         SET WS-PREQ-MISSING TO TRUE
009585         MOVE PQ-PrereqCode TO WS-PREQ-MISSING-CODE
009586     END-IF.
009587 3720-EXIT.
009588     EXIT.
009589*-----------------------------------------------------------------
009590 3725-READ-NEXT-GRADE.
009591     IF NOT WS-END-OF-PREQ-GRADES
009592         READ GradeFile NEXT
009593             AT END
009594                 SET WS-END-OF-PREQ-GRADES TO TRUE
009595         END-READ
009596     END-IF.
009597 3725-EXIT.
009598     EXIT.
009599*-----------------------------------------------------------------
009600 3730-CHECK-ONE-GRADE.
009601     IF GR-CourseCode = PQ-PrereqCode
009602             AND GR-Term < WS-CURRENT-TERM
009603             AND (GR-Grade(1:1) = "A" OR "B" OR "C" OR "D")
009604         MOVE GR-Grade TO WS-PREQ-GRADE
009605         PERFORM 3740-GRADE-POINTS THRU 3740-EXIT
009606         IF WS-PREQ-POINTS >= WS-PREQ-MIN-POINTS
009607             SET WS-PREQ-PASSED TO TRUE
009608         END-IF
009609     END-IF
009610     IF NOT WS-PREQ-PASSED
009611         PERFORM 3725-READ-NEXT-GRADE THRU 3725-EXIT
009612     END-IF.
009613 3730-EXIT.
009614     EXIT.
009615*-----------------------------------------------------------------
009616 3740-GRADE-POINTS.
009617     EVALUATE WS-PREQ-GRADE(1:1)
009618         WHEN "A"  MOVE 4.00 TO WS-PREQ-POINTS
009619         WHEN "B"  MOVE 3.00 TO WS-PREQ-POINTS
009620         WHEN "C"  MOVE 2.00 TO WS-PREQ-POINTS
009621         WHEN "D"  MOVE 1.00 TO WS-PREQ-POINTS
009622         WHEN OTHER MOVE 0 TO WS-PREQ-POINTS
009623     END-EVALUATE
009624     IF WS-PREQ-GRADE(1:1) NOT = "F"
009625         IF WS-PREQ-GRADE(2:1) = "+"
009626             ADD 0.30 TO WS-PREQ-POINTS
009627             IF WS-PREQ-POINTS > 4.00
009628                 MOVE 4.00 TO WS-PREQ-POINTS
009629             END-IF
009630         END-IF
009631         IF WS-PREQ-GRADE(2:1) = "-"
009632             SUBTRACT 0.30 FROM WS-PREQ-POINTS
009633         END-IF
009634     END-IF.
009635 3740-EXIT.
009636     EXIT.
009637*-----------------------------------------------------------------
009638 3800-CHECK-HOLD.
009639     MOVE "N" TO WS-FINANCE-HOLD-SW
009640     MOVE SPACES TO WS-ACCT-COURSE
009641     MOVE SPACES TO WS-ACCT-TERM
009642     PERFORM 3810-SCAN-LEDGER THRU 3810-EXIT
009643     COMPUTE WS-ACCT-OVERDUE =
009644         WS-ACCT-OLD-CHARGES - WS-ACCT-SETTLED
009645     IF WS-ACCT-OVERDUE > 0
009646         SET WS-FINANCE-HOLD TO TRUE
009647         MOVE WS-ACCT-OVERDUE TO WS-ACCT-AMT-ED
009648     END-IF.
009649 3800-EXIT.
009650     EXIT.
009651*-----------------------------------------------------------------
009652 3810-SCAN-LEDGER.
009653     MOVE 0 TO WS-ACCT-LAST-NO
009654     MOVE 0 TO WS-ACCT-NET
009655     MOVE 0 TO WS-ACCT-OLD-CHARGES
009656     MOVE 0 TO WS-ACCT-SETTLED
009657     ACCEPT WS-TODAY FROM DATE YYYYMMDD
009658     MOVE WS-TODAY TO WS-DT-DATE
009659     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
009660     COMPUTE WS-CUTOFF-DAYS = WS-DT-DAYS - WS-HOLD-DAYS
009661     MOVE "N" TO WS-LEDGER-EOF-SW
009662     MOVE WS-ACCT-STUDENT TO LG-StudentId
009663     MOVE 0 TO LG-EntryNo
009664     START LedgerFile KEY NOT < LG-LedgerKey
009665         INVALID KEY
009666             SET WS-END-OF-LEDGER TO TRUE
009667     END-START
009668     PERFORM 3820-READ-NEXT-LEDGER THRU 3820-EXIT
009669     PERFORM 3830-SCAN-LEDGER-ONE THRU 3830-EXIT
009670         UNTIL WS-END-OF-LEDGER.
009671 3810-EXIT.
009672     EXIT.
009673*-----------------------------------------------------------------
009674 3820-READ-NEXT-LEDGER.
009675     IF NOT WS-END-OF-LEDGER
009676         READ LedgerFile NEXT
009677             AT END
009678                 SET WS-END-OF-LEDGER TO TRUE
009679             NOT AT END
009680                 IF LG-StudentId NOT = WS-ACCT-STUDENT
009681                     SET WS-END-OF-LEDGER TO TRUE
009682                 END-IF
009683         END-READ
009684     END-IF.
009685 3820-EXIT.
009686     EXIT.
009687*-----------------------------------------------------------------
009688 3830-SCAN-LEDGER-ONE.
009689     MOVE LG-EntryNo TO WS-ACCT-LAST-NO
009690     MOVE LG-PostDate TO WS-DT-DATE
009691     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
009692     EVALUATE TRUE
009693       WHEN LG-Charge
009694         IF WS-DT-DAYS < WS-CUTOFF-DAYS
009695             ADD LG-Amount TO WS-ACCT-OLD-CHARGES
009696         END-IF
009697         IF LG-CourseCode = WS-ACCT-COURSE
009698                 AND LG-Term = WS-ACCT-TERM
009699             ADD LG-Amount TO WS-ACCT-NET
009700         END-IF
009701       WHEN LG-Credit
009702         ADD LG-Amount TO WS-ACCT-SETTLED
009703         IF LG-CourseCode = WS-ACCT-COURSE
009704                 AND LG-Term = WS-ACCT-TERM
009705             SUBTRACT LG-Amount FROM WS-ACCT-NET
009706         END-IF
009707       WHEN LG-Payment
009708         ADD LG-Amount TO WS-ACCT-SETTLED
009709     END-EVALUATE
009710     PERFORM 3820-READ-NEXT-LEDGER THRU 3820-EXIT.
009711 3830-EXIT.
009712     EXIT.
009713*-----------------------------------------------------------------
009714 3840-POST-CHARGE.
009715     IF WS-COURSE-FEE > 0
009716         PERFORM 3810-SCAN-LEDGER THRU 3810-EXIT
009717         MOVE "C" TO WS-ACCT-TYPE
009718         MOVE WS-COURSE-FEE TO WS-ACCT-AMOUNT
009719         PERFORM 3860-WRITE-LEDGER THRU 3860-EXIT
009720     END-IF.
009721 3840-EXIT.
009722     EXIT.
009723*-----------------------------------------------------------------
009724 3860-WRITE-LEDGER.
009725     MOVE SPACES TO LedgerRecord
009726     MOVE WS-ACCT-STUDENT TO LG-StudentId
009727     COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
009728     MOVE WS-ACCT-TYPE TO LG-EntryType
009729     MOVE WS-TODAY TO LG-PostDate
009730     MOVE WS-ACCT-TERM TO LG-Term
009731     MOVE WS-ACCT-COURSE TO LG-CourseCode
009732     MOVE WS-ACCT-AMOUNT TO LG-Amount
009733     MOVE "STUDLOAD" TO LG-Source
009734     MOVE WS-BATCH-ID TO LG-BatchId
009735     MOVE WS-OPERATOR-ID TO LG-Operator
009736     WRITE LedgerRecord
009737         INVALID KEY
009738             DISPLAY "*** Unable to post to LEDGER.DAT for "
009739                 WS-ACCT-STUDENT
009740         NOT INVALID KEY
009741             ADD 1 TO WS-LEDGER-COUNT
009742     END-WRITE.
009743 3860-EXIT.
009744     EXIT.
009745*-----------------------------------------------------------------
009746 3870-CHARGE-ENROLLMENTS.
009747     MOVE StudentId TO WS-ACCT-STUDENT
009748     PERFORM 3875-CHARGE-ONE THRU 3875-EXIT
009749         VARYING EnrollIdx FROM 1 BY 1
009750         UNTIL EnrollIdx > EnrollCount.
009751 3870-EXIT.
009752     EXIT.
009753*-----------------------------------------------------------------
009754 3875-CHARGE-ONE.
009755     MOVE CourseCode(EnrollIdx) TO WS-ACCT-COURSE
009756     MOVE CourseTerm(EnrollIdx) TO WS-ACCT-TERM
009757     PERFORM 3840-POST-CHARGE THRU 3840-EXIT.
009758 3875-EXIT.
009759     EXIT.
009760*-----------------------------------------------------------------
009761 3880-LOG-LATE-ADDS.
009762     MOVE StudentId TO WS-OV-STUDENT
009763     MOVE "A" TO WS-OV-TYPE
009764     PERFORM 3885-LOG-LATE-ONE THRU 3885-EXIT
009765         VARYING EnrollIdx FROM 1 BY 1
009766         UNTIL EnrollIdx > EnrollCount.
009767 3880-EXIT.
009768     EXIT.
009769*-----------------------------------------------------------------
009770 3885-LOG-LATE-ONE.
009771     MOVE CourseCode(EnrollIdx) TO WS-OV-COURSE
009772     PERFORM 9400-WRITE-OVERRIDE THRU 9400-EXIT.
009773 3885-EXIT.
009774     EXIT.
009775*-----------------------------------------------------------------
009776 8000-TERMINATE.
009777     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
009778         OPEN OUTPUT CheckFile
009779         MOVE SPACES TO CheckRecord
009780         MOVE 0 TO CHK-READ
009781         MOVE 0 TO CHK-ADDED
009782         MOVE 0 TO CHK-REJECTED
009783         MOVE 0 TO CHK-EXCEPTIONS
009784         WRITE CheckRecord
009785         CLOSE CheckFile
009786         PERFORM 8500-RECORD-BATCH THRU 8500-EXIT
009787         CLOSE LoadFile
009788         CLOSE ExceptionFile
009789     END-IF
009790     PERFORM 8100-FILL-RATE-LISTING THRU 8100-EXIT
009791     CLOSE StudentFile
009792     CLOSE AuditFile
009793     CLOSE CourseFile
009794     CLOSE WaitFile
009795     CLOSE JournalFile
009796     CLOSE PrereqFile
009797     CLOSE GradeFile
009798     CLOSE LedgerFile
009799     CLOSE OverrideFile
009800     DISPLAY "Records read:     " WS-READ-COUNT
009801     DISPLAY "Records added:    " WS-ADDED-COUNT
009802     DISPLAY "Records rejected: " WS-REJECTED-COUNT
009803     DISPLAY "Waitlist entries: " WS-WAITLISTED-COUNT
009804     DISPLAY "Ledger entries:   " WS-LEDGER-COUNT
009805     DISPLAY "Overrides logged: " WS-OVERRIDE-COUNT
009806     IF WS-BATCH-BAD
009807         MOVE 8 TO RETURN-CODE
009808     END-IF.
009810 8000-EXIT.
009820     EXIT.
009830*-----------------------------------------------------------------
010660 9210-EXIT.
010670     EXIT.
010680*-----------------------------------------------------------------
010681 9300-DATE-TO-DAYS.
010682     MOVE WS-DT-YYYY TO WS-DT-YEAR
010683     MOVE WS-DT-MM TO WS-DT-MONTH
010684     IF WS-DT-MONTH <= 2
010685         SUBTRACT 1 FROM WS-DT-YEAR
010686         ADD 12 TO WS-DT-MONTH
010687     END-IF
010688     COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-DD
010689     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-WORK
010690     ADD WS-DT-WORK TO WS-DT-DAYS
010691     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-WORK
010692     SUBTRACT WS-DT-WORK FROM WS-DT-DAYS
010693     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-WORK
010694     ADD WS-DT-WORK TO WS-DT-DAYS
010695     COMPUTE WS-DT-WORK = 153 * (WS-DT-MONTH - 3) + 2
010696     DIVIDE WS-DT-WORK BY 5 GIVING WS-DT-WORK
010697     ADD WS-DT-WORK TO WS-DT-DAYS.
010698 9300-EXIT.
010699     EXIT.
010700*-----------------------------------------------------------------
010701 9400-WRITE-OVERRIDE.
010702     MOVE SPACES TO OverrideRecord
010703     ACCEPT OV-Date FROM DATE YYYYMMDD
010704     ACCEPT OV-Time FROM TIME
010705     MOVE WS-OPERATOR-ID TO OV-Operator
010706     MOVE "STUDLOAD" TO OV-Program
010707     MOVE WS-OV-TYPE TO OV-Type
010708     MOVE WS-OV-STUDENT TO OV-StudentId
010709     MOVE WS-CURRENT-TERM TO OV-Term
010710     MOVE WS-OV-COURSE TO OV-CourseCode
010711     MOVE WS-OV-REASON TO OV-Reason
010712     WRITE OverrideRecord
010713     ADD 1 TO WS-OVERRIDE-COUNT.
010714 9400-EXIT.
010715     EXIT.
010716*-----------------------------------------------------------------
010726 END PROGRAM STUDLOAD.
