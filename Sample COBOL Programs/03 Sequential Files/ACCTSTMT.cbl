000010******************************************************************
000020* PROGRAM:     ACCTSTMT
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Prints student account statements (ACCTSTMT.LST)
000080*              from the ledger (LEDGER.DAT) - one page per
000090*              student, every charge, credit and payment in the
000100*              order posted with a running balance, followed by
000110*              the balance aged by how long the unpaid charges
000120*              have been outstanding (current, 31-60, 61-90 and
000130*              over 90 days). Payments and credits settle the
000140*              oldest charges first, the same rule the enrollment
000150*              programs use for the finance hold, and a student
000160*              with a charge unpaid past the FINANCE.CTL hold
000170*              period is flagged FINANCE HOLD. The operator may
000180*              ask for one student or for every student on the
000190*              ledger; a student no longer on STUDMAST.DAT still
000200*              prints, marked (NOT ON MASTER).
000210* TECTONICS:   cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15  DJO  Original version.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ACCTSTMT.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE IS DYNAMIC
000350            RECORD KEY IS LG-LedgerKey
000360            FILE STATUS IS WS-LEDGER-STATUS.
000370     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS DYNAMIC
000400            RECORD KEY IS StudentId
000410            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000420            FILE STATUS IS WS-FILE-STATUS.
000430     SELECT FinanceFile ASSIGN TO "FINANCE.CTL"
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS WS-FIN-STATUS.
000460     SELECT ReportFile ASSIGN TO "ACCTSTMT.LST"
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  LedgerFile.
000510     COPY LEDGDTL.
000520 FD  StudentFile
000530         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000540         DEPENDING ON EnrollCount.
000550     COPY STUDDTL.
000560 FD  FinanceFile.
000570     COPY FINCTL.
000580 FD  ReportFile.
000590 01  PrintLine               PIC X(132).
000600 WORKING-STORAGE SECTION.
000610 01  WS-LEDGER-STATUS        PIC XX    VALUE SPACES.
000620 01  WS-FILE-STATUS          PIC XX    VALUE SPACES.
000630 01  WS-LEDGER-EOF-SW        PIC X     VALUE "N".
000640     88  WS-END-OF-LEDGER              VALUE "Y".
000650 01  WS-SELECT-ID            PIC X(7)  VALUE SPACES.
000660 01  WS-SELECT-NUM REDEFINES WS-SELECT-ID
000670                             PIC 9(7).
000680 01  WS-CUR-STUDENT          PIC 9(7)  VALUE 0.
000690 01  WS-PAGE-NO              PIC 9(4) COMP VALUE 0.
000700 01  WS-STUDENT-COUNT        PIC 9(5) COMP VALUE 0.
000710 01  WS-HOLD-COUNT           PIC 9(5) COMP VALUE 0.
000720 01  WS-EDIT-DATE            PIC X(10) VALUE SPACES.
000730 01  WS-TODAY                PIC 9(8)  VALUE 0.
000740 01  WS-TODAY-DAYS           PIC 9(7) COMP VALUE 0.
000750 01  WS-AGE-DAYS             PIC 9(7) COMP VALUE 0.
000760 01  WS-BALANCE              PIC S9(9)V99 VALUE 0.
000770 01  WS-TOTAL-BALANCE        PIC S9(9)V99 VALUE 0.
000780 01  WS-CHG-ALL              PIC 9(9)V99 VALUE 0.
000790 01  WS-CHG-OVER-30          PIC 9(9)V99 VALUE 0.
000800 01  WS-CHG-OVER-60          PIC 9(9)V99 VALUE 0.
000810 01  WS-CHG-OVER-90          PIC 9(9)V99 VALUE 0.
000820 01  WS-CHG-OVER-HOLD        PIC 9(9)V99 VALUE 0.
000830 01  WS-SETTLED              PIC 9(9)V99 VALUE 0.
000840 01  WS-OWED-ALL             PIC S9(9)V99 VALUE 0.
000850 01  WS-OWED-30              PIC S9(9)V99 VALUE 0.
000860 01  WS-OWED-60              PIC S9(9)V99 VALUE 0.
000870 01  WS-OWED-90              PIC S9(9)V99 VALUE 0.
000880 01  WS-OWED-HOLD            PIC S9(9)V99 VALUE 0.
000890 01  WS-FIN-STATUS           PIC XX      VALUE SPACES.
000900 01  WS-FIN-FOUND-SW         PIC X       VALUE "N".
000910     88  WS-FIN-FOUND                    VALUE "Y".
000920 01  WS-COURSE-FEE           PIC 9(5)V99 VALUE 0.
000930 01  WS-HOLD-DAYS            PIC 9(3)    VALUE 0.
000940 01  WS-FEE-ENTRY            PIC X(7)    VALUE SPACES.
000950 01  WS-FEE-ENTRY-NUM REDEFINES WS-FEE-ENTRY
000960                             PIC 9(5)V99.
000970 01  WS-DAYS-ENTRY           PIC X(3)    VALUE SPACES.
000980 01  WS-DAYS-ENTRY-NUM REDEFINES WS-DAYS-ENTRY
000990                             PIC 9(3).
001000 01  WS-ACCT-AMT-ED          PIC Z,ZZZ,ZZ9.99.
001010 01  WS-DT-DATE              PIC 9(8)    VALUE 0.
001020 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001030     02  WS-DT-YYYY          PIC 9(4).
001040     02  WS-DT-MM            PIC 9(2).
001050     02  WS-DT-DD            PIC 9(2).
001060 01  WS-DT-YEAR              PIC 9(4) COMP VALUE 0.
001070 01  WS-DT-MONTH             PIC 9(2) COMP VALUE 0.
001080 01  WS-DT-DAYS              PIC 9(7) COMP VALUE 0.
001090 01  WS-DT-WORK              PIC 9(7) COMP VALUE 0.
001100 01  WS-HEADING-1.
001110     02  FILLER              PIC X(25) VALUE SPACES.
001120     02  FILLER              PIC X(25)
001130                             VALUE "STUDENT ACCOUNT STATEMENT".
001140     02  FILLER              PIC X(4)  VALUE SPACES.
001150     02  FILLER              PIC X(6)  VALUE "As at ".
001160     02  WS-H1-DATE          PIC X(10).
001170     02  FILLER              PIC X(4)  VALUE SPACES.
001180     02  FILLER              PIC X(5)  VALUE "PAGE ".
001190     02  WS-H1-PAGE-NO       PIC ZZZ9.
001200 01  WS-HEADING-2.
001210     02  FILLER              PIC X(9)  VALUE "Student: ".
001220     02  WS-H2-STUDENT-ID    PIC 9(7).
001230     02  FILLER              PIC X(2)  VALUE SPACES.
001240     02  WS-H2-SURNAME       PIC X(8).
001250     02  FILLER              PIC X(1)  VALUE SPACES.
001260     02  WS-H2-INITIALS      PIC X(2).
001270     02  FILLER              PIC X(2)  VALUE SPACES.
001280     02  WS-H2-NOTE          PIC X(16).
001290 01  WS-HEADING-3.
001300     02  FILLER              PIC X(7)  VALUE "ENTRY".
001310     02  FILLER              PIC X(12) VALUE "DATE".
001320     02  FILLER              PIC X(10) VALUE "TYPE".
001330     02  FILLER              PIC X(7)  VALUE "TERM".
001340     02  FILLER              PIC X(7)  VALUE "COURSE".
001350     02  FILLER              PIC X(12) VALUE "REFERENCE".
001360     02  FILLER              PIC X(10) VALUE "SOURCE".
001370     02  FILLER              PIC X(12) VALUE "  CHARGES".
001380     02  FILLER              PIC X(12) VALUE "  CREDITS".
001390     02  FILLER              PIC X(14) VALUE "     BALANCE".
001400 01  WS-DETAIL-LINE.
001410     02  WS-D-ENTRY          PIC ZZZZ9.
001420     02  FILLER              PIC X(2)  VALUE SPACES.
001430     02  WS-D-DATE           PIC X(10).
001440     02  FILLER              PIC X(2)  VALUE SPACES.
001450     02  WS-D-TYPE           PIC X(8).
001460     02  FILLER              PIC X(2)  VALUE SPACES.
001470     02  WS-D-TERM           PIC X(5).
001480     02  FILLER              PIC X(2)  VALUE SPACES.
001490     02  WS-D-COURSE         PIC X(4).
001500     02  FILLER              PIC X(3)  VALUE SPACES.
001510     02  WS-D-REFERENCE      PIC X(10).
001520     02  FILLER              PIC X(2)  VALUE SPACES.
001530     02  WS-D-SOURCE         PIC X(8).
001540     02  FILLER              PIC X(2)  VALUE SPACES.
001550     02  WS-D-CHARGE         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
001560     02  FILLER              PIC X(3)  VALUE SPACES.
001570     02  WS-D-CREDIT         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
001580     02  FILLER              PIC X(1)  VALUE SPACES.
001590     02  WS-D-BALANCE        PIC Z,ZZZ,ZZ9.99CR.
001600 01  WS-AGE-HEADING.
001610     02  FILLER              PIC X(14) VALUE SPACES.
001620     02  FILLER              PIC X(16) VALUE "         CURRENT".
001630     02  FILLER              PIC X(16) VALUE "      31-60 DAYS".
001640     02  FILLER              PIC X(16) VALUE "      61-90 DAYS".
001650     02  FILLER              PIC X(16) VALUE "    OVER 90 DAYS".
001660     02  FILLER              PIC X(16) VALUE "     BALANCE DUE".
001670 01  WS-AGE-LINE.
001680     02  FILLER              PIC X(14) VALUE "Aged balance:".
001690     02  FILLER              PIC X(2)  VALUE SPACES.
001700     02  WS-A-CURRENT        PIC Z,ZZZ,ZZ9.99.
001710     02  FILLER              PIC X(4)  VALUE SPACES.
001720     02  WS-A-OVER-30        PIC Z,ZZZ,ZZ9.99.
001730     02  FILLER              PIC X(4)  VALUE SPACES.
001740     02  WS-A-OVER-60        PIC Z,ZZZ,ZZ9.99.
001750     02  FILLER              PIC X(4)  VALUE SPACES.
001760     02  WS-A-OVER-90        PIC Z,ZZZ,ZZ9.99.
001770     02  FILLER              PIC X(4)  VALUE SPACES.
001780     02  WS-A-BALANCE        PIC Z,ZZZ,ZZ9.99CR.
001790 01  WS-HOLD-LINE.
001800     02  FILLER              PIC X(19)
001810                             VALUE "*** FINANCE HOLD - ".
001820     02  WS-HL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001830     02  FILLER              PIC X(22)
001840                             VALUE " unpaid for more than ".
001850     02  WS-HL-DAYS          PIC ZZ9.
001860     02  FILLER              PIC X(9)  VALUE " days ***".
001870 01  WS-TOTAL-LINE.
001880     02  FILLER              PIC X(20)
001890                             VALUE "Students printed:".
001900     02  WS-T-COUNT          PIC ZZZZ9.
001910 01  WS-HOLD-TOTAL-LINE.
001920     02  FILLER              PIC X(20)
001930                             VALUE "Students on hold:".
001940     02  WS-T-HOLDS          PIC ZZZZ9.
001950 01  WS-BALANCE-TOTAL-LINE.
001960     02  FILLER              PIC X(20)
001970                             VALUE "Total balance due:".
001980     02  WS-T-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99CR.
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2000-READ-LEDGER THRU 2000-EXIT
002030     PERFORM 3000-PRINT-STUDENT THRU 3000-EXIT
002040         UNTIL WS-END-OF-LEDGER
002050     PERFORM 8000-TERMINATE THRU 8000-EXIT
002060     STOP RUN.
002070*-----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     OPEN INPUT LedgerFile
002100     IF WS-LEDGER-STATUS = "35"
002110         OPEN OUTPUT LedgerFile
002120         CLOSE LedgerFile
002130         OPEN INPUT LedgerFile
002140     END-IF
002150     OPEN INPUT StudentFile
002160     IF WS-FILE-STATUS = "35"
002170         OPEN OUTPUT StudentFile
002180         CLOSE StudentFile
002190         OPEN INPUT StudentFile
002200     END-IF
002210     PERFORM 1150-GET-FINANCE THRU 1150-EXIT
002220     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002230     MOVE WS-TODAY TO WS-DT-DATE
002240     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
002250     MOVE WS-DT-DAYS TO WS-TODAY-DAYS
002260     PERFORM 3110-EDIT-DATE THRU 3110-EXIT
002270     MOVE WS-EDIT-DATE TO WS-H1-DATE
002280     DISPLAY "Statement for Student Id (blank for all "
002290         "students): " WITH NO ADVANCING
002300     ACCEPT WS-SELECT-ID
002310     IF WS-SELECT-ID NOT = SPACES AND WS-SELECT-ID NOT NUMERIC
002320         DISPLAY "*** Student Id must be numeric - printing "
002330             "all students."
002340         MOVE SPACES TO WS-SELECT-ID
002350     END-IF
002360     IF WS-SELECT-ID = SPACES
002370         MOVE 0 TO LG-StudentId
002380     ELSE
002390         MOVE WS-SELECT-NUM TO LG-StudentId
002400     END-IF
002410     MOVE 0 TO LG-EntryNo
002420     START LedgerFile KEY NOT < LG-LedgerKey
002430         INVALID KEY
002440             SET WS-END-OF-LEDGER TO TRUE
002450     END-START
002460     OPEN OUTPUT ReportFile.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500 1150-GET-FINANCE.
002510     OPEN INPUT FinanceFile
002520     IF WS-FIN-STATUS NOT = "35"
002530         READ FinanceFile
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 MOVE FC-CourseFee TO WS-COURSE-FEE
002580                 MOVE FC-HoldDays TO WS-HOLD-DAYS
002590                 SET WS-FIN-FOUND TO TRUE
002600         END-READ
002610         CLOSE FinanceFile
002620     END-IF
002630     IF NOT WS-FIN-FOUND
002640         DISPLAY "*** Tuition and hold period not on FINANCE.CTL."
002650         PERFORM 1160-PROMPT-FINANCE THRU 1160-EXIT
002660             UNTIL WS-FIN-FOUND
002670         OPEN OUTPUT FinanceFile
002680         MOVE SPACES TO FinanceCtlRecord
002690         MOVE WS-COURSE-FEE TO FC-CourseFee
002700         MOVE WS-HOLD-DAYS TO FC-HoldDays
002710         WRITE FinanceCtlRecord
002720         CLOSE FinanceFile
002730     END-IF
002740     MOVE WS-COURSE-FEE TO WS-ACCT-AMT-ED
002750     DISPLAY "Tuition per course: " WS-ACCT-AMT-ED
002760         "  finance hold after " WS-HOLD-DAYS " days unpaid".
002770 1150-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800 1160-PROMPT-FINANCE.
002810     DISPLAY "    Tuition per course in cents, 7 digits "
002820         "(0025000 = 250.00): " WITH NO ADVANCING
002830     ACCEPT WS-FEE-ENTRY
002840     DISPLAY "    Days before an unpaid charge is overdue "
002850         "(000-999): " WITH NO ADVANCING
002860     ACCEPT WS-DAYS-ENTRY
002870     IF WS-FEE-ENTRY IS NUMERIC AND WS-DAYS-ENTRY IS NUMERIC
002880         MOVE WS-FEE-ENTRY-NUM TO WS-COURSE-FEE
002890         MOVE WS-DAYS-ENTRY-NUM TO WS-HOLD-DAYS
002900         SET WS-FIN-FOUND TO TRUE
002910     ELSE
002920         DISPLAY "*** Both entries must be all digits - "
002930             "please re-enter."
002940     END-IF.
002950 1160-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980 2000-READ-LEDGER.
002990     IF NOT WS-END-OF-LEDGER
003000         READ LedgerFile NEXT
003010             AT END
003020                 SET WS-END-OF-LEDGER TO TRUE
003030         END-READ
003040     END-IF
003050     IF NOT WS-END-OF-LEDGER AND WS-SELECT-ID NOT = SPACES
003060         IF LG-StudentId NOT = WS-SELECT-NUM
003070             SET WS-END-OF-LEDGER TO TRUE
003080         END-IF
003090     END-IF.
003100 2000-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130 3000-PRINT-STUDENT.
003140     MOVE LG-StudentId TO WS-CUR-STUDENT
003150     MOVE 0 TO WS-BALANCE
003160     MOVE 0 TO WS-CHG-ALL
003170     MOVE 0 TO WS-CHG-OVER-30
003180     MOVE 0 TO WS-CHG-OVER-60
003190     MOVE 0 TO WS-CHG-OVER-90
003200     MOVE 0 TO WS-CHG-OVER-HOLD
003210     MOVE 0 TO WS-SETTLED
003220     PERFORM 3100-PAGE-HEADINGS THRU 3100-EXIT
003230     PERFORM 3200-PRINT-ENTRY THRU 3200-EXIT
003240         UNTIL WS-END-OF-LEDGER
003250            OR LG-StudentId NOT = WS-CUR-STUDENT
003260     PERFORM 3400-PRINT-AGING THRU 3400-EXIT
003270     ADD 1 TO WS-STUDENT-COUNT.
003280 3000-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310 3100-PAGE-HEADINGS.
003320     ADD 1 TO WS-PAGE-NO
003330     MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
003340     MOVE SPACES TO PrintLine
003350     WRITE PrintLine AFTER ADVANCING PAGE
003360     MOVE WS-HEADING-1 TO PrintLine
003370     WRITE PrintLine
003380     MOVE WS-CUR-STUDENT TO WS-H2-STUDENT-ID
003390     MOVE WS-CUR-STUDENT TO StudentId
003400     READ StudentFile
003410         INVALID KEY
003420             MOVE SPACES TO WS-H2-SURNAME
003430             MOVE SPACES TO WS-H2-INITIALS
003440             MOVE "(NOT ON MASTER)" TO WS-H2-NOTE
003450         NOT INVALID KEY
003460             MOVE Surname TO WS-H2-SURNAME
003470             MOVE Initials TO WS-H2-INITIALS
003480             EVALUATE TRUE
003490                 WHEN ST-Withdrawn
003500                     MOVE "(WITHDRAWN)" TO WS-H2-NOTE
003510                 WHEN ST-Graduated
003520                     MOVE "(GRADUATED)" TO WS-H2-NOTE
003530                 WHEN OTHER
003540                     MOVE SPACES TO WS-H2-NOTE
003550             END-EVALUATE
003560     END-READ
003570     MOVE WS-HEADING-2 TO PrintLine
003580     WRITE PrintLine AFTER ADVANCING 2 LINES
003590     MOVE WS-HEADING-3 TO PrintLine
003600     WRITE PrintLine AFTER ADVANCING 2 LINES.
003610 3100-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640 3110-EDIT-DATE.
003650     MOVE SPACES TO WS-EDIT-DATE
003660     MOVE WS-DT-YYYY TO WS-EDIT-DATE(1:4)
003670     MOVE "-" TO WS-EDIT-DATE(5:1)
003680     MOVE WS-DT-MM TO WS-EDIT-DATE(6:2)
003690     MOVE "-" TO WS-EDIT-DATE(8:1)
003700     MOVE WS-DT-DD TO WS-EDIT-DATE(9:2).
003710 3110-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740 3200-PRINT-ENTRY.
003750     MOVE LG-PostDate TO WS-DT-DATE
003760     PERFORM 3110-EDIT-DATE THRU 3110-EXIT
003770     PERFORM 9300-DATE-TO-DAYS THRU 9300-EXIT
003780     IF WS-DT-DAYS < WS-TODAY-DAYS
003790         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DT-DAYS
003800     ELSE
003810         MOVE 0 TO WS-AGE-DAYS
003820     END-IF
003830     MOVE LG-EntryNo TO WS-D-ENTRY
003840     MOVE WS-EDIT-DATE TO WS-D-DATE
003850     MOVE LG-Term TO WS-D-TERM
003860     MOVE LG-CourseCode TO WS-D-COURSE
003870     MOVE LG-Reference TO WS-D-REFERENCE
003880     MOVE LG-Source TO WS-D-SOURCE
003890     MOVE 0 TO WS-D-CHARGE
003900     MOVE 0 TO WS-D-CREDIT
003910     EVALUATE TRUE
003920         WHEN LG-Charge
003930             MOVE "CHARGE" TO WS-D-TYPE
003940             MOVE LG-Amount TO WS-D-CHARGE
003950             ADD LG-Amount TO WS-BALANCE
003960             PERFORM 3250-AGE-CHARGE THRU 3250-EXIT
003970         WHEN LG-Credit
003980             MOVE "CREDIT" TO WS-D-TYPE
003990             MOVE LG-Amount TO WS-D-CREDIT
004000             SUBTRACT LG-Amount FROM WS-BALANCE
004010             ADD LG-Amount TO WS-SETTLED
004020         WHEN LG-Payment
004030             MOVE "PAYMENT" TO WS-D-TYPE
004040             MOVE LG-Amount TO WS-D-CREDIT
004050             SUBTRACT LG-Amount FROM WS-BALANCE
004060             ADD LG-Amount TO WS-SETTLED
004070         WHEN OTHER
004080             MOVE "UNKNOWN" TO WS-D-TYPE
004090     END-EVALUATE
004100     MOVE WS-BALANCE TO WS-D-BALANCE
004110     MOVE WS-DETAIL-LINE TO PrintLine
004120     WRITE PrintLine AFTER ADVANCING 1 LINE
004130     PERFORM 2000-READ-LEDGER THRU 2000-EXIT.
004140 3200-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170 3250-AGE-CHARGE.
004180     ADD LG-Amount TO WS-CHG-ALL
004190     IF WS-AGE-DAYS > 30
004200         ADD LG-Amount TO WS-CHG-OVER-30
004210     END-IF
004220     IF WS-AGE-DAYS > 60
004230         ADD LG-Amount TO WS-CHG-OVER-60
004240     END-IF
004250     IF WS-AGE-DAYS > 90
004260         ADD LG-Amount TO WS-CHG-OVER-90
004270     END-IF
004280     IF WS-AGE-DAYS > WS-HOLD-DAYS
004290         ADD LG-Amount TO WS-CHG-OVER-HOLD
004300     END-IF.
004310 3250-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------------
004340 3400-PRINT-AGING.
004350     COMPUTE WS-OWED-ALL = WS-CHG-ALL - WS-SETTLED
004360     COMPUTE WS-OWED-30 = WS-CHG-OVER-30 - WS-SETTLED
004370     COMPUTE WS-OWED-60 = WS-CHG-OVER-60 - WS-SETTLED
004380     COMPUTE WS-OWED-90 = WS-CHG-OVER-90 - WS-SETTLED
004390     COMPUTE WS-OWED-HOLD = WS-CHG-OVER-HOLD - WS-SETTLED
004400     IF WS-OWED-ALL < 0
004410         MOVE 0 TO WS-OWED-ALL
004420     END-IF
004430     IF WS-OWED-30 < 0
004440         MOVE 0 TO WS-OWED-30
004450     END-IF
004460     IF WS-OWED-60 < 0
004470         MOVE 0 TO WS-OWED-60
004480     END-IF
004490     IF WS-OWED-90 < 0
004500         MOVE 0 TO WS-OWED-90
004510     END-IF
004520     COMPUTE WS-A-CURRENT = WS-OWED-ALL - WS-OWED-30
004530     COMPUTE WS-A-OVER-30 = WS-OWED-30 - WS-OWED-60
004540     COMPUTE WS-A-OVER-60 = WS-OWED-60 - WS-OWED-90
004550     MOVE WS-OWED-90 TO WS-A-OVER-90
004560     MOVE WS-BALANCE TO WS-A-BALANCE
004570     ADD WS-BALANCE TO WS-TOTAL-BALANCE
004580     MOVE WS-AGE-HEADING TO PrintLine
004590     WRITE PrintLine AFTER ADVANCING 2 LINES
004600     MOVE WS-AGE-LINE TO PrintLine
004610     WRITE PrintLine AFTER ADVANCING 1 LINE
004620     IF WS-OWED-HOLD > 0
004630         MOVE WS-OWED-HOLD TO WS-HL-AMOUNT
004640         MOVE WS-HOLD-DAYS TO WS-HL-DAYS
004650         MOVE WS-HOLD-LINE TO PrintLine
004660         WRITE PrintLine AFTER ADVANCING 2 LINES
004670         ADD 1 TO WS-HOLD-COUNT
004680     END-IF.
004690 3400-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------------
004720 8000-TERMINATE.
004730     IF WS-STUDENT-COUNT = 0
004740         DISPLAY "No ledger entries found for the statement run."
004750     END-IF
004760     MOVE WS-STUDENT-COUNT TO WS-T-COUNT
004770     MOVE WS-TOTAL-LINE TO PrintLine
004780     WRITE PrintLine AFTER ADVANCING 3 LINES
004790     MOVE WS-HOLD-COUNT TO WS-T-HOLDS
004800     MOVE WS-HOLD-TOTAL-LINE TO PrintLine
004810     WRITE PrintLine AFTER ADVANCING 1 LINE
004820     MOVE WS-TOTAL-BALANCE TO WS-T-BALANCE
004830     MOVE WS-BALANCE-TOTAL-LINE TO PrintLine
004840     WRITE PrintLine AFTER ADVANCING 1 LINE
004850     CLOSE LedgerFile
004860     CLOSE StudentFile
004870     CLOSE ReportFile
004880     DISPLAY "Statements printed: " WS-STUDENT-COUNT
004890     DISPLAY "Students on hold:   " WS-HOLD-COUNT.
004900 8000-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930 9300-DATE-TO-DAYS.
004940     MOVE WS-DT-YYYY TO WS-DT-YEAR
004950     MOVE WS-DT-MM TO WS-DT-MONTH
004960     IF WS-DT-MONTH <= 2
004970         SUBTRACT 1 FROM WS-DT-YEAR
004980         ADD 12 TO WS-DT-MONTH
004990     END-IF
005000     COMPUTE WS-DT-DAYS = 365 * WS-DT-YEAR + WS-DT-DD
005010     DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-WORK
005020     ADD WS-DT-WORK TO WS-DT-DAYS
005030     DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-WORK
005040     SUBTRACT WS-DT-WORK FROM WS-DT-DAYS
005050     DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-WORK
005060     ADD WS-DT-WORK TO WS-DT-DAYS
005070     COMPUTE WS-DT-WORK = 153 * (WS-DT-MONTH - 3) + 2
005080     DIVIDE WS-DT-WORK BY 5 GIVING WS-DT-WORK
005090     ADD WS-DT-WORK TO WS-DT-DAYS.
005100 9300-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 END PROGRAM ACCTSTMT.
