000010******************************************************************
000020* PROGRAM:     ENRTREND
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Multi-term course trend and pass-rate report for
000080*              the curriculum committee, read from the enrollment
000090*              history TERMROLL appends to each term (ENRHIST.DAT
000100*              - term, student, course, grade). For every course
000110*              and term in the range the operator chooses it
000120*              prints headcount, passes, pass rate (A to D
000130*              grades) and average grade points on the GPARPT
000140*              scale, with the change in each from the course's
000150*              previous term in the range, course descriptions
000160*              from COURSES.DAT. A course-term whose headcount
000170*              moved by more than the operator's percentage
000180*              threshold, or whose pass rate moved by more than
000190*              the operator's threshold in percentage points, is
000200*              flagged. ENRTREND.LST is the printed report and
000210*              ENRTREND.CSV carries the same figures, one row per
000220*              course and term with a heading row, for the
000224*              committee's spreadsheets. A W (withdrawn after the
000228*              drop deadline) counts in the headcount and never as
000232*              a pass, but is left out of the average grade
000236*              points.
000240* TECTONICS:   cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15  DJO  Original version.
000282*   2026-10-15  DJO  W grades are left out of the average
000284*                    grade points; the average is over the
000286*                    graded students of the course-term.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ENRTREND.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT HistFile ASSIGN TO "ENRHIST.DAT"
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS WS-HIST-STATUS.
000380     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE IS DYNAMIC
000410            RECORD KEY IS CC-CourseCode
000420            FILE STATUS IS WS-COURSE-STATUS.
000430     SELECT SortWorkFile ASSIGN TO "TRNDSORT.TMP".
000440     SELECT ReportFile ASSIGN TO "ENRTREND.LST"
000450            ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT CsvFile ASSIGN TO "ENRTREND.CSV"
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  HistFile.
000510 01  HistRecord.
000520     02  HX-Term         PIC X(5).
000530     02  FILLER          PIC X(1).
000540     02  HX-StudentId    PIC 9(7).
000550     02  FILLER          PIC X(1).
000560     02  HX-Course       PIC X(4).
000570     02  FILLER          PIC X(1).
000580     02  HX-Grade        PIC X(2).
000590 FD  CourseFile.
000600     COPY COURSECD.
000610 SD  SortWorkFile.
000620 01  SortTrendRecord.
000630     02  SortCourse          PIC X(4).
000640     02  SortTerm            PIC X(5).
000650     02  SortGrade           PIC X(2).
000660 FD  ReportFile.
000670 01  PrintLine               PIC X(132).
000680 FD  CsvFile.
000690 01  CsvLine                 PIC X(200).
000700 WORKING-STORAGE SECTION.
000710 01  WS-HIST-STATUS           PIC XX      VALUE SPACES.
000720 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
000730 01  WS-HIST-EOF-SW           PIC X       VALUE "N".
000740     88  WS-END-OF-HIST                   VALUE "Y".
000750 01  WS-SORT-EOF-SW           PIC X       VALUE "N".
000760     88  WS-END-OF-SORT                   VALUE "Y".
000770 01  WS-PREV-SW               PIC X       VALUE "N".
000780     88  WS-HAVE-PREV                     VALUE "Y".
000790 01  WS-FROM-TERM             PIC X(5)    VALUE SPACES.
000800 01  WS-TO-TERM               PIC X(5)    VALUE SPACES.
000810 01  WS-HC-THRESH-IN          PIC X(3)    VALUE SPACES.
000820 01  WS-PR-THRESH-IN          PIC X(3)    VALUE SPACES.
000830 01  WS-HC-THRESHOLD          PIC 9(3)    VALUE 20.
000840 01  WS-PR-THRESHOLD          PIC 9(3)    VALUE 10.
000850 01  WS-CUR-COURSE            PIC X(4)    VALUE LOW-VALUES.
000860 01  WS-CUR-TERM              PIC X(5)    VALUE LOW-VALUES.
000870 01  WS-CUR-DESC              PIC X(20)   VALUE SPACES.
000880 01  WS-HEADCOUNT             PIC 9(5)    VALUE 0.
000890 01  WS-PASSED                PIC 9(5)    VALUE 0.
000895 01  WS-GRADED                PIC 9(5)    VALUE 0.
000900 01  WS-TOT-POINTS            PIC 9(6)V99 VALUE 0.
000910 01  WS-POINTS                PIC 9V9(2)  VALUE 0.
000920 01  WS-PASS-RATE             PIC 9(3)V9  VALUE 0.
000930 01  WS-AVG-POINTS            PIC 9V99    VALUE 0.
000940 01  WS-PREV-HEADCOUNT        PIC 9(5)    VALUE 0.
000950 01  WS-PREV-PASS-RATE        PIC 9(3)V9  VALUE 0.
000960 01  WS-PREV-AVG-POINTS       PIC 9V99    VALUE 0.
000970 01  WS-HC-CHANGE             PIC S9(5)   VALUE 0.
000980 01  WS-HC-CHANGE-PCT         PIC S9(5)V9 VALUE 0.
000990 01  WS-PR-CHANGE             PIC S9(3)V9 VALUE 0.
001000 01  WS-AVG-CHANGE            PIC S9V99   VALUE 0.
001010 01  WS-HC-ABS                PIC 9(5)V9  VALUE 0.
001020 01  WS-PR-ABS                PIC 9(3)V9  VALUE 0.
001030 01  WS-FLAG                  PIC X(14)   VALUE SPACES.
001040 01  WS-READ-COUNT            PIC 9(5) COMP VALUE 0.
001050 01  WS-SELECTED-COUNT        PIC 9(5) COMP VALUE 0.
001060 01  WS-COURSE-COUNT          PIC 9(5) COMP VALUE 0.
001070 01  WS-LINE-OUT-COUNT        PIC 9(5) COMP VALUE 0.
001080 01  WS-FLAGGED-COUNT         PIC 9(5) COMP VALUE 0.
001090 01  WS-PAGE-NO               PIC 9(4) COMP VALUE 0.
001100 01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 99.
001110 01  WS-LINES-PER-PAGE        PIC 9(3)    VALUE 50.
001120 01  WS-HEADING-1.
001130     02  FILLER               PIC X(36)
001140         VALUE "COURSE TREND AND PASS-RATE REPORT".
001150     02  FILLER               PIC X(6)    VALUE "Terms ".
001160     02  WS-H1-FROM           PIC X(5).
001170     02  FILLER               PIC X(4)    VALUE " to ".
001180     02  WS-H1-TO             PIC X(5).
001190     02  FILLER               PIC X(16)
001200         VALUE "   Flag when HC ".
001210     02  WS-H1-HC-THRESH      PIC ZZ9.
001220     02  FILLER               PIC X(13)
001230         VALUE "% or pass-rt ".
001240     02  WS-H1-PR-THRESH      PIC ZZ9.
001250     02  FILLER               PIC X(5)    VALUE " pts ".
001260     02  FILLER               PIC X(15)   VALUE SPACES.
001270     02  FILLER               PIC X(5)    VALUE "PAGE ".
001280     02  WS-H1-PAGE-NO        PIC ZZZ9.
001290 01  WS-HEADING-2.
001300     02  FILLER               PIC X(6)    VALUE "CODE".
001310     02  FILLER               PIC X(22)   VALUE "DESCRIPTION".
001320     02  FILLER               PIC X(7)    VALUE "TERM".
001330     02  FILLER               PIC X(8)    VALUE "  HEAD".
001340     02  FILLER               PIC X(8)    VALUE "  PASS".
001350     02  FILLER               PIC X(8)    VALUE " PASS %".
001360     02  FILLER               PIC X(8)    VALUE " AVG PT".
001370     02  FILLER               PIC X(9)    VALUE " HEAD CHG".
001380     02  FILLER               PIC X(10)   VALUE "  HEAD CH%".
001390     02  FILLER               PIC X(9)    VALUE " PASS CHG".
001400     02  FILLER               PIC X(8)    VALUE " AVG CHG".
001410     02  FILLER               PIC X(2)    VALUE SPACES.
001420     02  FILLER               PIC X(14)   VALUE "FLAG".
001430 01  WS-DETAIL-LINE.
001440     02  WS-D-COURSE          PIC X(4).
001450     02  FILLER               PIC X(2)    VALUE SPACES.
001460     02  WS-D-DESC            PIC X(20).
001470     02  FILLER               PIC X(2)    VALUE SPACES.
001480     02  WS-D-TERM            PIC X(5).
001490     02  FILLER               PIC X(2)    VALUE SPACES.
001500     02  FILLER               PIC X(3)    VALUE SPACES.
001510     02  WS-D-HEADCOUNT       PIC ZZZZ9.
001520     02  FILLER               PIC X(3)    VALUE SPACES.
001530     02  WS-D-PASSED          PIC ZZZZ9.
001540     02  FILLER               PIC X(3)    VALUE SPACES.
001550     02  WS-D-PASS-RATE       PIC ZZ9.9.
001560     02  FILLER               PIC X(4)    VALUE SPACES.
001570     02  WS-D-AVG-POINTS      PIC 9.99.
001580     02  WS-D-CHANGES.
001590         03  FILLER           PIC X(3)    VALUE SPACES.
001600         03  WS-D-HC-CHANGE   PIC -----9.
001610         03  FILLER           PIC X(2)    VALUE SPACES.
001620         03  WS-D-HC-PCT      PIC -----9.9.
001630         03  FILLER           PIC X(3)    VALUE SPACES.
001640         03  WS-D-PR-CHANGE   PIC ---9.9.
001650         03  FILLER           PIC X(3)    VALUE SPACES.
001660         03  WS-D-AVG-CHANGE  PIC -9.99.
001670     02  FILLER               PIC X(2)    VALUE SPACES.
001680     02  WS-D-FLAG            PIC X(14).
001690 01  WS-CSV-RATE              PIC 999.9.
001700 01  WS-CSV-AVG               PIC 9.99.
001710 01  WS-CSV-HC-CHANGE         PIC +9(5).
001720 01  WS-CSV-HC-PCT            PIC +9(5).9.
001730 01  WS-CSV-PR-CHANGE         PIC +999.9.
001740 01  WS-CSV-AVG-CHANGE        PIC +9.99.
001750 01  WS-CSV-CHANGES           PIC X(40)   VALUE SPACES.
001760 01  WS-TOTAL-LINE.
001770     02  FILLER               PIC X(9)    VALUE "Courses: ".
001780     02  WS-TL-COURSES        PIC ZZZZ9.
001790     02  FILLER               PIC X(16)
001800         VALUE "   Course-terms:".
001810     02  WS-TL-LINES          PIC ZZZZ9.
001820     02  FILLER               PIC X(12)   VALUE "   Flagged: ".
001830     02  WS-TL-FLAGGED        PIC ZZZZ9.
001840     02  FILLER               PIC X(20)
001850         VALUE "   History rows: ".
001860     02  WS-TL-SELECTED       PIC ZZZZ9.
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900     SORT SortWorkFile
001910         ON ASCENDING KEY SortCourse SortTerm
001920         INPUT PROCEDURE 2000-RELEASE-HISTORY THRU 2000-EXIT
001930         OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT
001950     STOP RUN.
001960*-----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     DISPLAY "Course trend and pass-rate report - ENRHIST.DAT"
001990     DISPLAY "From term YYYYT (blank = earliest on file): "
002000         WITH NO ADVANCING
002010     ACCEPT WS-FROM-TERM
002020     DISPLAY "To term YYYYT (blank = latest on file): "
002030         WITH NO ADVANCING
002040     ACCEPT WS-TO-TERM
002050     IF WS-TO-TERM = SPACES
002060         MOVE HIGH-VALUES TO WS-TO-TERM
002070     END-IF
002080     DISPLAY "Flag headcount change over what % (blank = 20): "
002090         WITH NO ADVANCING
002100     ACCEPT WS-HC-THRESH-IN
002110     PERFORM 1100-EDIT-HC-THRESHOLD THRU 1100-EXIT
002120     DISPLAY "Flag pass-rate change over how many points "
002130         "(blank = 10): " WITH NO ADVANCING
002140     ACCEPT WS-PR-THRESH-IN
002150     PERFORM 1200-EDIT-PR-THRESHOLD THRU 1200-EXIT
002160     OPEN INPUT CourseFile
002170     IF WS-COURSE-STATUS = "35"
002180         OPEN OUTPUT CourseFile
002190         CLOSE CourseFile
002200         OPEN INPUT CourseFile
002210     END-IF
002220     OPEN OUTPUT ReportFile
002230     OPEN OUTPUT CsvFile
002240     MOVE SPACES TO CsvLine
002250     STRING "COURSE,DESCRIPTION,TERM,HEADCOUNT,PASSED,PASS_RATE,"
002260                                  DELIMITED BY SIZE
002270            "AVG_POINTS,HEADCOUNT_CHANGE,HEADCOUNT_CHANGE_PCT,"
002280                                  DELIMITED BY SIZE
002290            "PASS_RATE_CHANGE,AVG_POINTS_CHANGE,FLAG"
002300                                  DELIMITED BY SIZE
002310         INTO CsvLine
002320     WRITE CsvLine
002330     IF WS-FROM-TERM = SPACES
002340         MOVE "first" TO WS-H1-FROM
002350     ELSE
002360         MOVE WS-FROM-TERM TO WS-H1-FROM
002370     END-IF
002380     IF WS-TO-TERM = HIGH-VALUES
002390         MOVE "last" TO WS-H1-TO
002400     ELSE
002410         MOVE WS-TO-TERM TO WS-H1-TO
002420     END-IF
002430     MOVE WS-HC-THRESHOLD TO WS-H1-HC-THRESH
002440     MOVE WS-PR-THRESHOLD TO WS-H1-PR-THRESH.
002450 1000-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------------
002480 1100-EDIT-HC-THRESHOLD.
002490     EVALUATE TRUE
002500         WHEN WS-HC-THRESH-IN = SPACES
002510             CONTINUE
002520         WHEN WS-HC-THRESH-IN(3:1) = SPACE
002530                 AND WS-HC-THRESH-IN(2:1) = SPACE
002540                 AND WS-HC-THRESH-IN(1:1) IS NUMERIC
002550             MOVE WS-HC-THRESH-IN(1:1) TO WS-HC-THRESHOLD
002560         WHEN WS-HC-THRESH-IN(3:1) = SPACE
002570                 AND WS-HC-THRESH-IN(1:2) IS NUMERIC
002580             MOVE WS-HC-THRESH-IN(1:2) TO WS-HC-THRESHOLD
002590         WHEN WS-HC-THRESH-IN IS NUMERIC
002600             MOVE WS-HC-THRESH-IN TO WS-HC-THRESHOLD
002610         WHEN OTHER
002620             DISPLAY "*** Threshold not numeric - using 20."
002630     END-EVALUATE.
002640 1100-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------------
002670 1200-EDIT-PR-THRESHOLD.
002680     EVALUATE TRUE
002690         WHEN WS-PR-THRESH-IN = SPACES
002700             CONTINUE
002710         WHEN WS-PR-THRESH-IN(3:1) = SPACE
002720                 AND WS-PR-THRESH-IN(2:1) = SPACE
002730                 AND WS-PR-THRESH-IN(1:1) IS NUMERIC
002740             MOVE WS-PR-THRESH-IN(1:1) TO WS-PR-THRESHOLD
002750         WHEN WS-PR-THRESH-IN(3:1) = SPACE
002760                 AND WS-PR-THRESH-IN(1:2) IS NUMERIC
002770             MOVE WS-PR-THRESH-IN(1:2) TO WS-PR-THRESHOLD
002780         WHEN WS-PR-THRESH-IN IS NUMERIC
002790             MOVE WS-PR-THRESH-IN TO WS-PR-THRESHOLD
002800         WHEN OTHER
002810             DISPLAY "*** Threshold not numeric - using 10."
002820     END-EVALUATE.
002830 1200-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860 2000-RELEASE-HISTORY.
002870     OPEN INPUT HistFile
002880     IF WS-HIST-STATUS = "35"
002890         DISPLAY "*** ENRHIST.DAT not found - no history to "
002900             "report."
002910     ELSE
002920         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
002930         PERFORM 2200-SELECT-HISTORY THRU 2200-EXIT
002940             UNTIL WS-END-OF-HIST
002950         CLOSE HistFile
002960     END-IF.
002970 2000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000 2100-READ-HISTORY.
003010     READ HistFile
003020         AT END
003030             SET WS-END-OF-HIST TO TRUE
003040     END-READ.
003050 2100-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080 2200-SELECT-HISTORY.
003090     ADD 1 TO WS-READ-COUNT
003100     IF HX-Term >= WS-FROM-TERM AND HX-Term <= WS-TO-TERM
003110             AND HX-Grade NOT = SPACES
003120         MOVE HX-Course TO SortCourse
003130         MOVE HX-Term TO SortTerm
003140         MOVE HX-Grade TO SortGrade
003150         RELEASE SortTrendRecord
003160         ADD 1 TO WS-SELECTED-COUNT
003170     END-IF
003180     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003190 2200-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220 3000-PRODUCE-REPORT.
003230     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
003240     PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
003250         UNTIL WS-END-OF-SORT
003260     IF WS-CUR-TERM NOT = LOW-VALUES
003270         PERFORM 3400-TERM-END THRU 3400-EXIT
003280     END-IF.
003290 3000-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 3100-RETURN-NEXT.
003330     RETURN SortWorkFile
003340         AT END
003350             SET WS-END-OF-SORT TO TRUE
003360     END-RETURN.
003370 3100-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400 3200-PROCESS-RECORD.
003410     IF SortCourse NOT = WS-CUR-COURSE
003420             OR SortTerm NOT = WS-CUR-TERM
003430         IF WS-CUR-TERM NOT = LOW-VALUES
003440             PERFORM 3400-TERM-END THRU 3400-EXIT
003450         END-IF
003460         IF SortCourse NOT = WS-CUR-COURSE
003470             PERFORM 3250-COURSE-START THRU 3250-EXIT
003480         END-IF
003490         MOVE SortTerm TO WS-CUR-TERM
003500         MOVE 0 TO WS-HEADCOUNT
003510         MOVE 0 TO WS-PASSED
003515         MOVE 0 TO WS-GRADED
003520         MOVE 0 TO WS-TOT-POINTS
003530     END-IF
003540     ADD 1 TO WS-HEADCOUNT
003550     IF SortGrade(1:1) = "A" OR "B" OR "C" OR "D"
003560         ADD 1 TO WS-PASSED
003570     END-IF
003575     IF SortGrade NOT = "W "
003580         ADD 1 TO WS-GRADED
003585         PERFORM 3300-GRADE-POINTS THRU 3300-EXIT
003590         ADD WS-POINTS TO WS-TOT-POINTS
003595     END-IF
003600     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
003610 3200-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640 3250-COURSE-START.
003650     MOVE SortCourse TO WS-CUR-COURSE
003660     MOVE "N" TO WS-PREV-SW
003670     ADD 1 TO WS-COURSE-COUNT
003680     MOVE WS-CUR-COURSE TO CC-CourseCode
003690     READ CourseFile
003700         INVALID KEY
003710             MOVE "(NOT ON COURSES.DAT)" TO WS-CUR-DESC
003720         NOT INVALID KEY
003730             MOVE CC-CourseDesc TO WS-CUR-DESC
003740     END-READ
003750     MOVE WS-CUR-COURSE TO WS-D-COURSE
003760     MOVE WS-CUR-DESC TO WS-D-DESC
003770     IF WS-LINE-COUNT < WS-LINES-PER-PAGE
003780         MOVE SPACES TO PrintLine
003790         WRITE PrintLine AFTER ADVANCING 1 LINE
003800         ADD 1 TO WS-LINE-COUNT
003810     END-IF.
003820 3250-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850 3300-GRADE-POINTS.
003860     EVALUATE SortGrade(1:1)
003870         WHEN "A"  MOVE 4.00 TO WS-POINTS
003880         WHEN "B"  MOVE 3.00 TO WS-POINTS
003890         WHEN "C"  MOVE 2.00 TO WS-POINTS
003900         WHEN "D"  MOVE 1.00 TO WS-POINTS
003910         WHEN OTHER MOVE 0 TO WS-POINTS
003920     END-EVALUATE
003930     IF SortGrade(1:1) NOT = "F"
003940         IF SortGrade(2:1) = "+"
003950             ADD 0.30 TO WS-POINTS
003960             IF WS-POINTS > 4.00
003970                 MOVE 4.00 TO WS-POINTS
003980             END-IF
003990         END-IF
004000         IF SortGrade(2:1) = "-"
004010             SUBTRACT 0.30 FROM WS-POINTS
004020         END-IF
004030     END-IF.
004040 3300-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070 3400-TERM-END.
004080     COMPUTE WS-PASS-RATE ROUNDED =
004090         WS-PASSED * 100 / WS-HEADCOUNT
004094     IF WS-GRADED > 0
004098         COMPUTE WS-AVG-POINTS ROUNDED =
004102             WS-TOT-POINTS / WS-GRADED
004106     ELSE
004110         MOVE 0 TO WS-AVG-POINTS
004114     END-IF
004120     MOVE SPACES TO WS-FLAG
004130     IF WS-HAVE-PREV
004140         PERFORM 3450-COMPUTE-CHANGE THRU 3450-EXIT
004150     END-IF
004160     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004170         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
004180     END-IF
004190     MOVE WS-CUR-TERM TO WS-D-TERM
004200     MOVE WS-HEADCOUNT TO WS-D-HEADCOUNT
004210     MOVE WS-PASSED TO WS-D-PASSED
004220     MOVE WS-PASS-RATE TO WS-D-PASS-RATE
004230     MOVE WS-AVG-POINTS TO WS-D-AVG-POINTS
004240     IF WS-HAVE-PREV
004250         MOVE WS-HC-CHANGE TO WS-D-HC-CHANGE
004260         MOVE WS-HC-CHANGE-PCT TO WS-D-HC-PCT
004270         MOVE WS-PR-CHANGE TO WS-D-PR-CHANGE
004280         MOVE WS-AVG-CHANGE TO WS-D-AVG-CHANGE
004290     ELSE
004300         MOVE SPACES TO WS-D-CHANGES
004310     END-IF
004320     MOVE WS-FLAG TO WS-D-FLAG
004330     MOVE WS-DETAIL-LINE TO PrintLine
004340     WRITE PrintLine AFTER ADVANCING 1 LINE
004350     ADD 1 TO WS-LINE-COUNT
004360     MOVE SPACES TO WS-D-COURSE WS-D-DESC
004370     PERFORM 3600-WRITE-CSV THRU 3600-EXIT
004380     ADD 1 TO WS-LINE-OUT-COUNT
004390     MOVE WS-HEADCOUNT TO WS-PREV-HEADCOUNT
004400     MOVE WS-PASS-RATE TO WS-PREV-PASS-RATE
004410     MOVE WS-AVG-POINTS TO WS-PREV-AVG-POINTS
004420     SET WS-HAVE-PREV TO TRUE.
004430 3400-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460 3450-COMPUTE-CHANGE.
004470     COMPUTE WS-HC-CHANGE = WS-HEADCOUNT - WS-PREV-HEADCOUNT
004480     COMPUTE WS-HC-CHANGE-PCT ROUNDED =
004490         WS-HC-CHANGE * 100 / WS-PREV-HEADCOUNT
004500     COMPUTE WS-PR-CHANGE = WS-PASS-RATE - WS-PREV-PASS-RATE
004510     COMPUTE WS-AVG-CHANGE = WS-AVG-POINTS - WS-PREV-AVG-POINTS
004520     IF WS-HC-CHANGE-PCT < 0
004530         COMPUTE WS-HC-ABS = 0 - WS-HC-CHANGE-PCT
004540     ELSE
004550         MOVE WS-HC-CHANGE-PCT TO WS-HC-ABS
004560     END-IF
004570     IF WS-PR-CHANGE < 0
004580         COMPUTE WS-PR-ABS = 0 - WS-PR-CHANGE
004590     ELSE
004600         MOVE WS-PR-CHANGE TO WS-PR-ABS
004610     END-IF
004620     EVALUATE TRUE
004630         WHEN WS-HC-ABS > WS-HC-THRESHOLD
004640                 AND WS-PR-ABS > WS-PR-THRESHOLD
004650             MOVE "HEADCOUNT+PASS" TO WS-FLAG
004660         WHEN WS-HC-ABS > WS-HC-THRESHOLD
004670             MOVE "HEADCOUNT" TO WS-FLAG
004680         WHEN WS-PR-ABS > WS-PR-THRESHOLD
004690             MOVE "PASS RATE" TO WS-FLAG
004700     END-EVALUATE
004710     IF WS-FLAG NOT = SPACES
004720         ADD 1 TO WS-FLAGGED-COUNT
004730     END-IF.
004740 3450-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770 3500-NEW-PAGE.
004780     ADD 1 TO WS-PAGE-NO
004790     MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
004800     MOVE SPACES TO PrintLine
004810     WRITE PrintLine AFTER ADVANCING PAGE
004820     MOVE WS-HEADING-1 TO PrintLine
004830     WRITE PrintLine
004840     MOVE WS-HEADING-2 TO PrintLine
004850     WRITE PrintLine AFTER ADVANCING 2 LINES
004860     MOVE SPACES TO PrintLine
004870     WRITE PrintLine AFTER ADVANCING 1 LINE
004880     MOVE 5 TO WS-LINE-COUNT
004890     MOVE WS-CUR-COURSE TO WS-D-COURSE
004900     MOVE WS-CUR-DESC TO WS-D-DESC.
004910 3500-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940 3600-WRITE-CSV.
004950     MOVE WS-PASS-RATE TO WS-CSV-RATE
004960     MOVE WS-AVG-POINTS TO WS-CSV-AVG
004970     MOVE SPACES TO WS-CSV-CHANGES
004980     IF WS-HAVE-PREV
004990         MOVE WS-HC-CHANGE TO WS-CSV-HC-CHANGE
005000         MOVE WS-HC-CHANGE-PCT TO WS-CSV-HC-PCT
005010         MOVE WS-PR-CHANGE TO WS-CSV-PR-CHANGE
005020         MOVE WS-AVG-CHANGE TO WS-CSV-AVG-CHANGE
005030         STRING WS-CSV-HC-CHANGE  DELIMITED BY SIZE
005040                ","               DELIMITED BY SIZE
005050                WS-CSV-HC-PCT     DELIMITED BY SIZE
005060                ","               DELIMITED BY SIZE
005070                WS-CSV-PR-CHANGE  DELIMITED BY SIZE
005080                ","               DELIMITED BY SIZE
005090                WS-CSV-AVG-CHANGE DELIMITED BY SIZE
005100             INTO WS-CSV-CHANGES
005110     ELSE
005120         MOVE ",,," TO WS-CSV-CHANGES
005130     END-IF
005140     MOVE SPACES TO CsvLine
005150     STRING WS-CUR-COURSE     DELIMITED BY SIZE
005160            ","               DELIMITED BY SIZE
005170            WS-CUR-DESC       DELIMITED BY "  "
005180            ","               DELIMITED BY SIZE
005190            WS-CUR-TERM       DELIMITED BY SIZE
005200            ","               DELIMITED BY SIZE
005210            WS-HEADCOUNT      DELIMITED BY SIZE
005220            ","               DELIMITED BY SIZE
005230            WS-PASSED         DELIMITED BY SIZE
005240            ","               DELIMITED BY SIZE
005250            WS-CSV-RATE       DELIMITED BY SIZE
005260            ","               DELIMITED BY SIZE
005270            WS-CSV-AVG        DELIMITED BY SIZE
005280            ","               DELIMITED BY SIZE
005290            WS-CSV-CHANGES    DELIMITED BY SPACE
005300            ","               DELIMITED BY SIZE
005310            WS-FLAG           DELIMITED BY "  "
005320         INTO CsvLine
005330     WRITE CsvLine.
005340 3600-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 8000-TERMINATE.
005380     MOVE WS-COURSE-COUNT TO WS-TL-COURSES
005390     MOVE WS-LINE-OUT-COUNT TO WS-TL-LINES
005400     MOVE WS-FLAGGED-COUNT TO WS-TL-FLAGGED
005410     MOVE WS-SELECTED-COUNT TO WS-TL-SELECTED
005420     IF WS-PAGE-NO = 0
005430         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
005440     END-IF
005450     MOVE WS-TOTAL-LINE TO PrintLine
005460     WRITE PrintLine AFTER ADVANCING 3 LINES
005470     CLOSE CourseFile
005480     CLOSE ReportFile
005490     CLOSE CsvFile
005500     DISPLAY "History rows read:     " WS-READ-COUNT
005510     DISPLAY "History rows in range: " WS-SELECTED-COUNT
005520     DISPLAY "Course-terms reported: " WS-LINE-OUT-COUNT
005530     DISPLAY "Course-terms flagged:  " WS-FLAGGED-COUNT.
005540 8000-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 END PROGRAM ENRTREND.
