000010******************************************************************
000020* PROGRAM:     ARCHINQ
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Inquiry, transcript and readmission for students
000080*              STUDARCH has moved off the live files onto the
000090*              history files (STUDHIST.DAT and GRDHIST.DAT), which
000100*              TRNSCRPT and STUDINQ no longer see.
000110*                I  inquire by Student Id - the archived record,
000120*                   its last enrollments and every archived grade;
000130*                S  search by surname - every archived student
000140*                   whose surname starts with the value given;
000150*                T  transcript - one page on ARCHTRN.LST in the
000160*                   TRNSCRPT layout, from GRDHIST.DAT;
000170*                R  readmit - writes the student back to
000180*                   STUDMAST.DAT as active (StudStatus A, no
000190*                   enrollments - the returning student registers
000200*                   for the new term as usual) and every archived
000210*                   grade back to GRADES.DAT, then takes them off
000220*                   the history files. The master and grade writes
000230*                   are journalled to JOURNAL.DAT, the student is
000240*                   stamped for the changes-only extract and
000250*                   logged on STUDENTS.LOG like a SEQWRITE add,
000260*                   instead of being re-keyed and losing the grade
000270*                   history.
000280*              A student archived more than once is shown once per
000290*              history record; transcript and readmit use the
000300*              latest. The history files are rewritten on a
000310*              readmit through ARCHSTU.TMP and ARCHGRD.TMP.
000320* TECTONICS:   cobc
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   2026-10-15  DJO  Original version.
000363*   2026-10-15  DJO  A W grade on the transcript is marked
000366*                    WITHDRAWN, as in TRNSCRPT.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ARCHINQ.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS StudentId
000470            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000480            FILE STATUS IS WS-FILE-STATUS.
000490     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS GR-GradeKey
000530            FILE STATUS IS WS-GRADE-STATUS.
000540     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS DYNAMIC
000570            RECORD KEY IS CC-CourseCode
000580            FILE STATUS IS WS-COURSE-STATUS.
000590     SELECT StudHist ASSIGN TO "STUDHIST.DAT"
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS WS-SHIST-STATUS.
000620     SELECT GradeHist ASSIGN TO "GRDHIST.DAT"
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS WS-GHIST-STATUS.
000650     SELECT StudHistTmp ASSIGN TO "ARCHSTU.TMP"
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT GradeHistTmp ASSIGN TO "ARCHGRD.TMP"
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT SortWorkFile ASSIGN TO "ARCHSORT.TMP".
000700     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-JRNL-STATUS.
000730     SELECT AuditFile ASSIGN TO "STUDENTS.LOG"
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-AUDIT-STATUS.
000760     SELECT ReportFile ASSIGN TO "ARCHTRN.LST"
000770            ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  StudentFile
000810         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000820         DEPENDING ON EnrollCount.
000830     COPY STUDDTL.
000840 FD  GradeFile.
000850     COPY GRADEDTL.
000860 FD  CourseFile.
000870     COPY COURSECD.
000880 FD  StudHist
000890         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000900         DEPENDING ON AR-EnrollCount.
000910 01  AR-StudentDetails.
000920     02  AR-StudentId        PIC 9(7).
000930     02  AR-StudentName.
000940         03  AR-Surname      PIC X(8).
000950         03  AR-Initials     PIC XX.
000960     02  AR-DateOfBirth.
000970         03  AR-YOBirth      PIC 9(4).
000980         03  AR-MOBirth      PIC 9(2).
000990         03  AR-DOBirth      PIC 9(2).
001000     02  AR-Gender           PIC X.
001010     02  AR-StudStatus       PIC X.
001020     02  AR-LastMaintDate    PIC 9(8).
001030     02  AR-LastMaintTime    PIC 9(8).
001040     02  AR-EnrollCount      PIC 9(1).
001050     02  AR-EnrollTable OCCURS 0 TO 6 TIMES
001060             DEPENDING ON AR-EnrollCount.
001070         03  AR-CourseCode   PIC X(4).
001080         03  AR-CourseTerm   PIC X(5).
001090 FD  GradeHist.
001100 01  AR-GradeRecord.
001110     02  AG-StudentId        PIC 9(7).
001120     02  AG-Term             PIC X(5).
001130     02  AG-CourseCode       PIC X(4).
001140     02  AG-Grade            PIC X(2).
001150 FD  StudHistTmp
001160         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
001170         DEPENDING ON WS-TMP-LEN.
001180 01  TmpStudentRecord        PIC X(98).
001190 FD  GradeHistTmp.
001200 01  TmpGradeRecord          PIC X(18).
001210 SD  SortWorkFile.
001220 01  SortGradeRecord.
001230     02  SortTerm            PIC X(5).
001240     02  SortCourse          PIC X(4).
001250     02  SortGrade           PIC X(2).
001260 FD  JournalFile.
001270     COPY JRNLDTL.
001280 FD  AuditFile.
001290 01  AuditRecord.
001300     02  AuditDate       PIC 9(8).
001310     02  FILLER          PIC X(1).
001320     02  AuditTime       PIC 9(8).
001330     02  FILLER          PIC X(1).
001340     02  AuditOperator   PIC X(8).
001350     02  FILLER          PIC X(1).
001360     02  AuditStudentId  PIC 9(7).
001370 FD  ReportFile.
001380 01  PrintLine               PIC X(132).
001390 WORKING-STORAGE SECTION.
001400 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001410 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
001420 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001430 01  WS-SHIST-STATUS          PIC XX      VALUE SPACES.
001440 01  WS-GHIST-STATUS          PIC XX      VALUE SPACES.
001450 01  WS-JRNL-STATUS           PIC XX      VALUE SPACES.
001460 01  WS-AUDIT-STATUS          PIC XX      VALUE SPACES.
001470 01  WS-FUNCTION-SW           PIC X       VALUE SPACE.
001480     88  WS-FUNC-ID                       VALUE "I".
001490     88  WS-FUNC-SURNAME                  VALUE "S".
001500     88  WS-FUNC-TRANSCRIPT               VALUE "T".
001510     88  WS-FUNC-READMIT                  VALUE "R".
001520     88  WS-FUNC-QUIT                     VALUE "Q".
001530 01  WS-REPLY                 PIC X       VALUE SPACES.
001540 01  WS-ID-ENTRY              PIC X(7)    VALUE SPACES.
001550 01  WS-ID-NUM                PIC 9(7)    VALUE 0.
001560 01  WS-NAME-ENTRY            PIC X(8)    VALUE SPACES.
001570 01  WS-NAME-LEN              PIC 9(2)    VALUE 0.
001580 01  WS-SCAN-IDX              PIC 9(2)    VALUE 0.
001590 01  WS-COPY-IDX              PIC 9       VALUE 0.
001600 01  WS-TMP-LEN               PIC 9(3)    VALUE 0.
001610 01  WS-SHIST-EOF-SW          PIC X       VALUE "N".
001620     88  WS-END-OF-SHIST                  VALUE "Y".
001630 01  WS-GHIST-EOF-SW          PIC X       VALUE "N".
001640     88  WS-END-OF-GHIST                  VALUE "Y".
001650 01  WS-SORT-EOF-SW           PIC X       VALUE "N".
001660     88  WS-END-OF-SORT                   VALUE "Y".
001670 01  WS-FOUND-SW              PIC X       VALUE "N".
001680     88  WS-STUDENT-FOUND                 VALUE "Y".
001690 01  WS-SHOW-SW               PIC X       VALUE "N".
001700     88  WS-SHOW-MATCHES                  VALUE "Y".
001710 01  WS-MATCH-COUNT           PIC 9(5) COMP VALUE 0.
001720 01  WS-GRADE-COUNT           PIC 9(5) COMP VALUE 0.
001730 01  WS-DUP-GRADE-COUNT       PIC 9(5) COMP VALUE 0.
001740 01  WS-KEPT-COUNT            PIC 9(5) COMP VALUE 0.
001750 01  WS-READMIT-COUNT         PIC 9(5) COMP VALUE 0.
001760 01  WS-TRANSCRIPT-COUNT      PIC 9(5) COMP VALUE 0.
001770 01  WS-OPERATOR-ID           PIC X(8)    VALUE SPACES.
001780 01  WS-JN-FILE               PIC X       VALUE SPACE.
001790 01  WS-JN-ACTION             PIC X       VALUE SPACE.
001800 01  WS-JN-BEFORE             PIC X(100)  VALUE SPACES.
001810 01  WS-JN-AFTER              PIC X(100)  VALUE SPACES.
001820 01  WS-PAGE-NO               PIC 9(4) COMP VALUE 0.
001830 01  WS-EDIT-DATE             PIC X(10)   VALUE SPACES.
001840 01  WS-PREV-TERM             PIC X(5)    VALUE LOW-VALUES.
001850 01  WS-TERM-VALUE            PIC X(5)    VALUE SPACES.
001860 01  WS-HEADING-1.
001870     02  FILLER               PIC X(20)   VALUE SPACES.
001880     02  FILLER               PIC X(29)
001890         VALUE "STUDENT TRANSCRIPT (ARCHIVED)".
001900     02  FILLER               PIC X(8)    VALUE SPACES.
001910     02  FILLER               PIC X(5)    VALUE "PAGE ".
001920     02  WS-H1-PAGE-NO        PIC ZZZ9.
001930 01  WS-HEADING-2.
001940     02  FILLER               PIC X(9)    VALUE "Student: ".
001950     02  WS-H2-STUDENT-ID     PIC 9(7).
001960     02  FILLER               PIC X(2)    VALUE SPACES.
001970     02  WS-H2-SURNAME        PIC X(8).
001980     02  FILLER               PIC X(1)    VALUE SPACES.
001990     02  WS-H2-INITIALS       PIC X(2).
002000     02  FILLER               PIC X(2)    VALUE SPACES.
002010     02  WS-H2-DOB            PIC X(10).
002020     02  FILLER               PIC X(2)    VALUE SPACES.
002030     02  WS-H2-GENDER         PIC X(1).
002040     02  FILLER               PIC X(10)   VALUE "  Status: ".
002050     02  WS-H2-STATUS         PIC X(1).
002060 01  WS-HEADING-3.
002070     02  FILLER               PIC X(6)    VALUE "COURSE".
002080     02  FILLER               PIC X(2)    VALUE SPACES.
002090     02  FILLER               PIC X(20)   VALUE "DESCRIPTION".
002100     02  FILLER               PIC X(2)    VALUE SPACES.
002110     02  FILLER               PIC X(5)    VALUE "GRADE".
002120 01  WS-TERM-HEADING.
002130     02  FILLER               PIC X(6)    VALUE "Term: ".
002140     02  WS-TH-TERM           PIC X(5).
002150 01  WS-DETAIL-LINE.
002160     02  WS-D-COURSE          PIC X(4).
002170     02  FILLER               PIC X(4)    VALUE SPACES.
002180     02  WS-D-DESC            PIC X(20).
002190     02  FILLER               PIC X(3)    VALUE SPACES.
002200     02  WS-D-GRADE           PIC X(2).
002203     02  FILLER               PIC X(2)    VALUE SPACES.
002206     02  WS-D-NOTE            PIC X(9).
002210 01  WS-NO-GRADES-LINE        PIC X(40)
002220         VALUE "No grades on GRDHIST.DAT.".
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
002270     PERFORM 2900-PROCESS-AND-GET THRU 2900-EXIT
002280         UNTIL WS-FUNC-QUIT
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT
002300     STOP RUN.
002310*-----------------------------------------------------------------
002320 1000-INITIALIZE.
002330     OPEN I-O StudentFile
002340     IF WS-FILE-STATUS = "35"
002350         OPEN OUTPUT StudentFile
002360         CLOSE StudentFile
002370         OPEN I-O StudentFile
002380     END-IF
002390     OPEN I-O GradeFile
002400     IF WS-GRADE-STATUS = "35"
002410         OPEN OUTPUT GradeFile
002420         CLOSE GradeFile
002430         OPEN I-O GradeFile
002440     END-IF
002450     OPEN INPUT CourseFile
002460     IF WS-COURSE-STATUS = "35"
002470         OPEN OUTPUT CourseFile
002480         CLOSE CourseFile
002490         OPEN INPUT CourseFile
002500     END-IF
002510     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
002520     ACCEPT WS-OPERATOR-ID
002530     OPEN EXTEND JournalFile
002540     IF WS-JRNL-STATUS = "35"
002550         OPEN OUTPUT JournalFile
002560     END-IF
002570     OPEN EXTEND AuditFile
002580     IF WS-AUDIT-STATUS = "35"
002590         OPEN OUTPUT AuditFile
002600     END-IF
002610     OPEN OUTPUT ReportFile
002620     DISPLAY "Archived student inquiry - STUDHIST.DAT / "
002630         "GRDHIST.DAT".
002640 1000-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------------
002670 2000-GET-FUNCTION.
002680     DISPLAY "Function: I-Inquire by Id, S-Search surname, "
002690         "T-Transcript, R-Readmit, Q-Quit " WITH NO ADVANCING
002700     ACCEPT WS-FUNCTION-SW
002710     EVALUATE WS-FUNCTION-SW
002720         WHEN "i"  MOVE "I" TO WS-FUNCTION-SW
002730         WHEN "s"  MOVE "S" TO WS-FUNCTION-SW
002740         WHEN "t"  MOVE "T" TO WS-FUNCTION-SW
002750         WHEN "r"  MOVE "R" TO WS-FUNCTION-SW
002760         WHEN "q"  MOVE "Q" TO WS-FUNCTION-SW
002770     END-EVALUATE.
002780 2000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810 2900-PROCESS-AND-GET.
002820     EVALUATE TRUE
002830         WHEN WS-FUNC-ID
002840             PERFORM 3000-INQUIRE-BY-ID THRU 3000-EXIT
002850         WHEN WS-FUNC-SURNAME
002860             PERFORM 4000-SEARCH-SURNAME THRU 4000-EXIT
002870         WHEN WS-FUNC-TRANSCRIPT
002880             PERFORM 6000-PRINT-TRANSCRIPT THRU 6000-EXIT
002890         WHEN WS-FUNC-READMIT
002900             PERFORM 7000-READMIT THRU 7000-EXIT
002910         WHEN WS-FUNC-QUIT
002920             CONTINUE
002930         WHEN OTHER
002940             DISPLAY "*** Invalid function - enter I, S, T, R "
002950                 "or Q."
002960     END-EVALUATE
002970     IF NOT WS-FUNC-QUIT
002980         PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
002990     END-IF.
003000 2900-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003030 2950-PROMPT-ID.
003040     MOVE "N" TO WS-FOUND-SW
003050     DISPLAY "Enter Student Id: " WITH NO ADVANCING
003060     ACCEPT WS-ID-ENTRY
003070     IF WS-ID-ENTRY NOT NUMERIC
003080         DISPLAY "*** Student Id must be numeric."
003090         MOVE 0 TO WS-ID-NUM
003100     ELSE
003110         MOVE WS-ID-ENTRY TO WS-ID-NUM
003120     END-IF.
003130 2950-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 3000-INQUIRE-BY-ID.
003170     PERFORM 2950-PROMPT-ID THRU 2950-EXIT
003180     IF WS-ID-ENTRY IS NUMERIC
003190         SET WS-SHOW-MATCHES TO TRUE
003200         PERFORM 5000-FIND-ARCHIVED THRU 5000-EXIT
003210         IF WS-STUDENT-FOUND
003220             PERFORM 5300-SHOW-GRADES THRU 5300-EXIT
003230         ELSE
003240             DISPLAY "*** Student Id not on STUDHIST.DAT."
003250         END-IF
003260     END-IF.
003270 3000-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300 4000-SEARCH-SURNAME.
003310     DISPLAY "Surname or leading letters (blank = all): "
003320         WITH NO ADVANCING
003330     ACCEPT WS-NAME-ENTRY
003340     MOVE 0 TO WS-NAME-LEN
003350     PERFORM 4050-NAME-LENGTH THRU 4050-EXIT
003360         VARYING WS-SCAN-IDX FROM 8 BY -1
003370         UNTIL WS-SCAN-IDX < 1
003380     MOVE 0 TO WS-MATCH-COUNT
003390     MOVE "N" TO WS-SHIST-EOF-SW
003400     OPEN INPUT StudHist
003410     IF WS-SHIST-STATUS = "35"
003420         DISPLAY "*** STUDHIST.DAT not found - nothing archived."
003430     ELSE
003440         PERFORM 5010-READ-SHIST THRU 5010-EXIT
003450         PERFORM 4100-MATCH-SURNAME THRU 4100-EXIT
003460             UNTIL WS-END-OF-SHIST
003470         CLOSE StudHist
003480         DISPLAY "Archived students listed: " WS-MATCH-COUNT
003490     END-IF.
003500 4000-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530 4050-NAME-LENGTH.
003540     IF WS-NAME-LEN = 0
003550             AND WS-NAME-ENTRY(WS-SCAN-IDX:1) NOT = SPACE
003560         MOVE WS-SCAN-IDX TO WS-NAME-LEN
003570     END-IF.
003580 4050-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610 4100-MATCH-SURNAME.
003620     IF WS-NAME-LEN = 0
003630         PERFORM 5200-DISPLAY-ARCHIVED THRU 5200-EXIT
003640         ADD 1 TO WS-MATCH-COUNT
003650     ELSE
003660         IF AR-Surname(1:WS-NAME-LEN)
003670                 = WS-NAME-ENTRY(1:WS-NAME-LEN)
003680             PERFORM 5200-DISPLAY-ARCHIVED THRU 5200-EXIT
003690             ADD 1 TO WS-MATCH-COUNT
003700         END-IF
003710     END-IF
003720     PERFORM 5010-READ-SHIST THRU 5010-EXIT.
003730 4100-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760 5000-FIND-ARCHIVED.
003770     MOVE "N" TO WS-FOUND-SW
003780     MOVE 0 TO WS-MATCH-COUNT
003790     MOVE "N" TO WS-SHIST-EOF-SW
003800     OPEN INPUT StudHist
003810     IF WS-SHIST-STATUS = "35"
003820         DISPLAY "*** STUDHIST.DAT not found - nothing archived."
003830     ELSE
003840         PERFORM 5010-READ-SHIST THRU 5010-EXIT
003850         PERFORM 5020-CHECK-ONE THRU 5020-EXIT
003860             UNTIL WS-END-OF-SHIST
003870         CLOSE StudHist
003880     END-IF
003890     MOVE "N" TO WS-SHOW-SW.
003900 5000-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930 5010-READ-SHIST.
003940     READ StudHist
003950         AT END
003960             SET WS-END-OF-SHIST TO TRUE
003970     END-READ.
003980 5010-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010 5020-CHECK-ONE.
004020     IF AR-StudentId = WS-ID-NUM
004030         SET WS-STUDENT-FOUND TO TRUE
004040         ADD 1 TO WS-MATCH-COUNT
004050         PERFORM 5100-COPY-TO-MASTER THRU 5100-EXIT
004060         IF WS-SHOW-MATCHES
004070             PERFORM 5200-DISPLAY-ARCHIVED THRU 5200-EXIT
004080         END-IF
004090     END-IF
004100     PERFORM 5010-READ-SHIST THRU 5010-EXIT.
004110 5020-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140 5100-COPY-TO-MASTER.
004150     MOVE AR-EnrollCount  TO EnrollCount
004160     MOVE AR-StudentId    TO StudentId
004170     MOVE AR-Surname      TO Surname
004180     MOVE AR-Initials     TO Initials
004190     MOVE AR-YOBirth      TO YOBirth
004200     MOVE AR-MOBirth      TO MOBirth
004210     MOVE AR-DOBirth      TO DOBirth
004220     MOVE AR-Gender       TO Gender
004230     MOVE AR-StudStatus   TO StudStatus
004240     MOVE AR-LastMaintDate TO LastMaintDate
004250     MOVE AR-LastMaintTime TO LastMaintTime
004260     PERFORM 5110-COPY-COURSE THRU 5110-EXIT
004270         VARYING WS-COPY-IDX FROM 1 BY 1
004280         UNTIL WS-COPY-IDX > AR-EnrollCount.
004290 5100-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320 5110-COPY-COURSE.
004330     MOVE AR-CourseCode(WS-COPY-IDX) TO CourseCode(WS-COPY-IDX)
004340     MOVE AR-CourseTerm(WS-COPY-IDX)
004350         TO CourseTerm(WS-COPY-IDX).
004360 5110-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390 5200-DISPLAY-ARCHIVED.
004400     DISPLAY "Archived - " AR-StudentId " " AR-Surname " "
004410         AR-Initials " " AR-YOBirth "-" AR-MOBirth "-"
004420         AR-DOBirth " " AR-Gender " status " AR-StudStatus
004430         " last maintained " AR-LastMaintDate
004440     PERFORM 5210-DISPLAY-COURSE THRU 5210-EXIT
004450         VARYING WS-COPY-IDX FROM 1 BY 1
004460         UNTIL WS-COPY-IDX > AR-EnrollCount.
004470 5200-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 5210-DISPLAY-COURSE.
004510     DISPLAY "  Enrolled - " AR-CourseCode(WS-COPY-IDX) " term "
004520         AR-CourseTerm(WS-COPY-IDX).
004530 5210-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560 5300-SHOW-GRADES.
004570     MOVE 0 TO WS-GRADE-COUNT
004580     MOVE "N" TO WS-GHIST-EOF-SW
004590     OPEN INPUT GradeHist
004600     IF WS-GHIST-STATUS NOT = "35"
004610         PERFORM 5310-READ-GHIST THRU 5310-EXIT
004620         PERFORM 5320-SHOW-ONE-GRADE THRU 5320-EXIT
004630             UNTIL WS-END-OF-GHIST
004640         CLOSE GradeHist
004650     END-IF
004660     DISPLAY "  Archived grades: " WS-GRADE-COUNT.
004670 5300-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 5310-READ-GHIST.
004710     READ GradeHist
004720         AT END
004730             SET WS-END-OF-GHIST TO TRUE
004740     END-READ.
004750 5310-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780 5320-SHOW-ONE-GRADE.
004790     IF AG-StudentId = WS-ID-NUM
004800         ADD 1 TO WS-GRADE-COUNT
004810         DISPLAY "  Term " AG-Term " " AG-CourseCode " grade "
004820             AG-Grade
004830     END-IF
004840     PERFORM 5310-READ-GHIST THRU 5310-EXIT.
004850 5320-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880 6000-PRINT-TRANSCRIPT.
004890     PERFORM 2950-PROMPT-ID THRU 2950-EXIT
004900     IF WS-ID-ENTRY IS NUMERIC
004910         PERFORM 5000-FIND-ARCHIVED THRU 5000-EXIT
004920         IF WS-STUDENT-FOUND
004930             PERFORM 6100-PAGE-HEADINGS THRU 6100-EXIT
004940             MOVE LOW-VALUES TO WS-PREV-TERM
004950             MOVE 0 TO WS-GRADE-COUNT
004960             SORT SortWorkFile
004970                 ON ASCENDING KEY SortTerm SortCourse
004976                 INPUT PROCEDURE 6200-RELEASE-GRADES
004982                     THRU 6200-EXIT
004988                 OUTPUT PROCEDURE 6300-PRINT-GRADES
004994                     THRU 6300-EXIT
005000             IF WS-GRADE-COUNT = 0
005010                 MOVE WS-NO-GRADES-LINE TO PrintLine
005020                 WRITE PrintLine AFTER ADVANCING 2 LINES
005030             END-IF
005040             ADD 1 TO WS-TRANSCRIPT-COUNT
005050             DISPLAY "Transcript for " StudentId " printed to "
005060                 "ARCHTRN.LST - " WS-GRADE-COUNT " grades."
005070         ELSE
005080             DISPLAY "*** Student Id not on STUDHIST.DAT."
005090         END-IF
005100     END-IF.
005110 6000-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140 6100-PAGE-HEADINGS.
005150     ADD 1 TO WS-PAGE-NO
005160     MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
005170     MOVE SPACES TO PrintLine
005180     WRITE PrintLine AFTER ADVANCING PAGE
005190     MOVE WS-HEADING-1 TO PrintLine
005200     WRITE PrintLine
005210     MOVE StudentId TO WS-H2-STUDENT-ID
005220     MOVE Surname TO WS-H2-SURNAME
005230     MOVE Initials TO WS-H2-INITIALS
005240     PERFORM 6110-EDIT-DOB THRU 6110-EXIT
005250     MOVE WS-EDIT-DATE TO WS-H2-DOB
005260     MOVE Gender TO WS-H2-GENDER
005270     MOVE StudStatus TO WS-H2-STATUS
005280     MOVE WS-HEADING-2 TO PrintLine
005290     WRITE PrintLine AFTER ADVANCING 2 LINES
005300     MOVE WS-HEADING-3 TO PrintLine
005310     WRITE PrintLine AFTER ADVANCING 2 LINES.
005320 6100-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------------
005350 6110-EDIT-DOB.
005360     MOVE SPACES TO WS-EDIT-DATE
005370     MOVE YOBirth TO WS-EDIT-DATE(1:4)
005380     MOVE "-" TO WS-EDIT-DATE(5:1)
005390     MOVE MOBirth TO WS-EDIT-DATE(6:2)
005400     MOVE "-" TO WS-EDIT-DATE(8:1)
005410     MOVE DOBirth TO WS-EDIT-DATE(9:2).
005420 6110-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------------
005450 6200-RELEASE-GRADES.
005460     MOVE "N" TO WS-GHIST-EOF-SW
005470     OPEN INPUT GradeHist
005480     IF WS-GHIST-STATUS NOT = "35"
005490         PERFORM 5310-READ-GHIST THRU 5310-EXIT
005500         PERFORM 6210-RELEASE-ONE THRU 6210-EXIT
005510             UNTIL WS-END-OF-GHIST
005520         CLOSE GradeHist
005530     END-IF.
005540 6200-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 6210-RELEASE-ONE.
005580     IF AG-StudentId = WS-ID-NUM
005590         MOVE AG-Term TO SortTerm
005600         MOVE AG-CourseCode TO SortCourse
005610         MOVE AG-Grade TO SortGrade
005620         RELEASE SortGradeRecord
005630     END-IF
005640     PERFORM 5310-READ-GHIST THRU 5310-EXIT.
005650 6210-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680 6300-PRINT-GRADES.
005690     MOVE "N" TO WS-SORT-EOF-SW
005700     PERFORM 6310-RETURN-NEXT THRU 6310-EXIT
005710     PERFORM 6320-PRINT-GRADE-LINE THRU 6320-EXIT
005720         UNTIL WS-END-OF-SORT.
005730 6300-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------------
005760 6310-RETURN-NEXT.
005770     RETURN SortWorkFile
005780         AT END
005790             SET WS-END-OF-SORT TO TRUE
005800     END-RETURN.
005810 6310-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 6320-PRINT-GRADE-LINE.
005850     MOVE SortTerm TO WS-TERM-VALUE
005860     IF WS-TERM-VALUE NOT = WS-PREV-TERM
005870         MOVE WS-TERM-VALUE TO WS-PREV-TERM
005880         MOVE WS-TERM-VALUE TO WS-TH-TERM
005890         MOVE WS-TERM-HEADING TO PrintLine
005900         WRITE PrintLine AFTER ADVANCING 2 LINES
005910     END-IF
005920     MOVE SortCourse TO WS-D-COURSE
005930     MOVE WS-D-COURSE TO CC-CourseCode
005940     READ CourseFile
005950         INVALID KEY
005960             MOVE "(UNKNOWN COURSE)" TO WS-D-DESC
005970         NOT INVALID KEY
005980             MOVE CC-CourseDesc TO WS-D-DESC
005990     END-READ
006000     MOVE SortGrade TO WS-D-GRADE
006001     IF SortGrade = "W "
006002         MOVE "WITHDRAWN" TO WS-D-NOTE
006003     ELSE
006004         MOVE SPACES TO WS-D-NOTE
006005     END-IF
006010     MOVE WS-DETAIL-LINE TO PrintLine
006020     WRITE PrintLine AFTER ADVANCING 1 LINE
006030     ADD 1 TO WS-GRADE-COUNT
006040     PERFORM 6310-RETURN-NEXT THRU 6310-EXIT.
006050 6320-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080 7000-READMIT.
006090     PERFORM 2950-PROMPT-ID THRU 2950-EXIT
006100     IF WS-ID-ENTRY IS NUMERIC
006110         MOVE WS-ID-NUM TO StudentId
006120         READ StudentFile
006130             INVALID KEY
006140                 PERFORM 7100-CONFIRM-READMIT THRU 7100-EXIT
006150             NOT INVALID KEY
006160                 DISPLAY "*** Student " StudentId " is on "
006170                     "STUDMAST.DAT already - nothing readmitted."
006180         END-READ
006190     END-IF.
006200 7000-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230 7100-CONFIRM-READMIT.
006240     SET WS-SHOW-MATCHES TO TRUE
006250     PERFORM 5000-FIND-ARCHIVED THRU 5000-EXIT
006260     IF NOT WS-STUDENT-FOUND
006270         DISPLAY "*** Student Id not on STUDHIST.DAT."
006280     ELSE
006290         DISPLAY "Readmit this student as active? (Y/N) "
006300             WITH NO ADVANCING
006310         ACCEPT WS-REPLY
006320         IF WS-REPLY = "Y" OR WS-REPLY = "y"
006330             PERFORM 7200-WRITE-STUDENT THRU 7200-EXIT
006340         ELSE
006350             DISPLAY "Readmit cancelled - nothing done."
006360         END-IF
006370     END-IF.
006380 7100-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410 7200-WRITE-STUDENT.
006420     MOVE "A" TO StudStatus
006430     MOVE 0 TO EnrollCount
006440     PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
006450     WRITE StudentDetails
006460         INVALID KEY
006470             DISPLAY "*** Unable to write student " StudentId
006480                 " - nothing readmitted."
006490         NOT INVALID KEY
006500             MOVE SPACES TO WS-JN-BEFORE
006510             MOVE "S" TO WS-JN-FILE
006520             MOVE "W" TO WS-JN-ACTION
006530             PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
006540             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006550             PERFORM 7250-WRITE-AUDIT THRU 7250-EXIT
006560             PERFORM 7300-RESTORE-GRADES THRU 7300-EXIT
006570             PERFORM 7400-PURGE-HISTORY THRU 7400-EXIT
006580             ADD 1 TO WS-READMIT-COUNT
006590             DISPLAY "Student " StudentId " readmitted - "
006600                 WS-GRADE-COUNT " grades restored."
006610             IF WS-DUP-GRADE-COUNT > 0
006620                 DISPLAY "*** " WS-DUP-GRADE-COUNT " archived "
006630                     "grades were already on GRADES.DAT - kept "
006640                     "the live grade."
006650             END-IF
006660     END-WRITE.
006670 7200-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------------
006700 7250-WRITE-AUDIT.
006710     MOVE SPACES TO AuditRecord
006720     ACCEPT AuditDate FROM DATE YYYYMMDD
006730     ACCEPT AuditTime FROM TIME
006740     MOVE WS-OPERATOR-ID TO AuditOperator
006750     MOVE StudentId TO AuditStudentId
006760     WRITE AuditRecord.
006770 7250-EXIT.
006780     EXIT.
006790*-----------------------------------------------------------------
006800 7300-RESTORE-GRADES.
006810     MOVE 0 TO WS-GRADE-COUNT
006820     MOVE 0 TO WS-DUP-GRADE-COUNT
006830     MOVE "N" TO WS-GHIST-EOF-SW
006840     OPEN INPUT GradeHist
006850     IF WS-GHIST-STATUS NOT = "35"
006860         PERFORM 5310-READ-GHIST THRU 5310-EXIT
006870         PERFORM 7310-RESTORE-ONE THRU 7310-EXIT
006880             UNTIL WS-END-OF-GHIST
006890         CLOSE GradeHist
006900     END-IF.
006910 7300-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940 7310-RESTORE-ONE.
006950     IF AG-StudentId = StudentId
006960         MOVE AR-GradeRecord TO GradeRecord
006970         WRITE GradeRecord
006980             INVALID KEY
006990                 ADD 1 TO WS-DUP-GRADE-COUNT
007000             NOT INVALID KEY
007010                 MOVE SPACES TO WS-JN-BEFORE
007020                 MOVE "G" TO WS-JN-FILE
007030                 MOVE "W" TO WS-JN-ACTION
007040                 MOVE SPACES TO WS-JN-AFTER
007050                 MOVE GradeRecord TO WS-JN-AFTER
007060                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
007070                 ADD 1 TO WS-GRADE-COUNT
007080         END-WRITE
007090     END-IF
007100     PERFORM 5310-READ-GHIST THRU 5310-EXIT.
007110 7310-EXIT.
007120     EXIT.
007130*-----------------------------------------------------------------
007140 7400-PURGE-HISTORY.
007150     MOVE 0 TO WS-KEPT-COUNT
007160     MOVE "N" TO WS-SHIST-EOF-SW
007170     OPEN INPUT StudHist
007180     OPEN OUTPUT StudHistTmp
007190     PERFORM 5010-READ-SHIST THRU 5010-EXIT
007200     PERFORM 7410-KEEP-STUDENT THRU 7410-EXIT
007210         UNTIL WS-END-OF-SHIST
007220     CLOSE StudHist
007230     CLOSE StudHistTmp
007240     MOVE "N" TO WS-SHIST-EOF-SW
007250     OPEN INPUT StudHistTmp
007260     OPEN OUTPUT StudHist
007270     PERFORM 7420-READ-STUDENT-TMP THRU 7420-EXIT
007280     PERFORM 7430-COPY-BACK-STUDENT THRU 7430-EXIT
007290         UNTIL WS-END-OF-SHIST
007300     CLOSE StudHistTmp
007310     CLOSE StudHist
007320     MOVE "N" TO WS-GHIST-EOF-SW
007330     OPEN INPUT GradeHist
007340     IF WS-GHIST-STATUS NOT = "35"
007350         OPEN OUTPUT GradeHistTmp
007360         PERFORM 5310-READ-GHIST THRU 5310-EXIT
007370         PERFORM 7450-KEEP-GRADE THRU 7450-EXIT
007380             UNTIL WS-END-OF-GHIST
007390         CLOSE GradeHist
007400         CLOSE GradeHistTmp
007410         MOVE "N" TO WS-GHIST-EOF-SW
007420         OPEN INPUT GradeHistTmp
007430         OPEN OUTPUT GradeHist
007440         PERFORM 7460-READ-GRADE-TMP THRU 7460-EXIT
007450         PERFORM 7470-COPY-BACK-GRADE THRU 7470-EXIT
007460             UNTIL WS-END-OF-GHIST
007470         CLOSE GradeHistTmp
007480         CLOSE GradeHist
007490     END-IF.
007500 7400-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530 7410-KEEP-STUDENT.
007540     IF AR-StudentId NOT = StudentId
007550         COMPUTE WS-TMP-LEN = 44 + 9 * AR-EnrollCount
007560         MOVE AR-StudentDetails TO TmpStudentRecord
007570         WRITE TmpStudentRecord
007580         ADD 1 TO WS-KEPT-COUNT
007590     END-IF
007600     PERFORM 5010-READ-SHIST THRU 5010-EXIT.
007610 7410-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 7420-READ-STUDENT-TMP.
007650     READ StudHistTmp
007660         AT END
007670             SET WS-END-OF-SHIST TO TRUE
007680     END-READ.
007690 7420-EXIT.
007700     EXIT.
007710*-----------------------------------------------------------------
007720 7430-COPY-BACK-STUDENT.
007730     MOVE TmpStudentRecord(44:1) TO AR-EnrollCount
007740     MOVE TmpStudentRecord(1:WS-TMP-LEN) TO AR-StudentDetails
007750     WRITE AR-StudentDetails
007760     PERFORM 7420-READ-STUDENT-TMP THRU 7420-EXIT.
007770 7430-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------------
007800 7450-KEEP-GRADE.
007810     IF AG-StudentId NOT = StudentId
007820         MOVE AR-GradeRecord TO TmpGradeRecord
007830         WRITE TmpGradeRecord
007840     END-IF
007850     PERFORM 5310-READ-GHIST THRU 5310-EXIT.
007860 7450-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------------
007890 7460-READ-GRADE-TMP.
007900     READ GradeHistTmp
007910         AT END
007920             SET WS-END-OF-GHIST TO TRUE
007930     END-READ.
007940 7460-EXIT.
007950     EXIT.
007960*-----------------------------------------------------------------
007970 7470-COPY-BACK-GRADE.
007980     MOVE TmpGradeRecord TO AR-GradeRecord
007990     WRITE AR-GradeRecord
008000     PERFORM 7460-READ-GRADE-TMP THRU 7460-EXIT.
008010 7470-EXIT.
008020     EXIT.
008030*-----------------------------------------------------------------
008040 8000-TERMINATE.
008050     CLOSE StudentFile
008060     CLOSE GradeFile
008070     CLOSE CourseFile
008080     CLOSE JournalFile
008090     CLOSE AuditFile
008100     CLOSE ReportFile
008110     DISPLAY "Transcripts printed:  " WS-TRANSCRIPT-COUNT
008120     DISPLAY "Students readmitted:  " WS-READMIT-COUNT.
008130 8000-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160 9000-WRITE-JOURNAL.
008170     ACCEPT JN-Date FROM DATE YYYYMMDD
008180     ACCEPT JN-Time FROM TIME
008190     MOVE WS-OPERATOR-ID TO JN-Operator
008200     MOVE WS-JN-FILE TO JN-File
008210     MOVE WS-JN-ACTION TO JN-Action
008220     MOVE WS-JN-BEFORE TO JN-Before
008230     MOVE WS-JN-AFTER TO JN-After
008240     WRITE JournalRecord
008250     MOVE SPACES TO WS-JN-BEFORE
008260     MOVE SPACES TO WS-JN-AFTER.
008270 9000-EXIT.
008280     EXIT.
008290*-----------------------------------------------------------------
008300 9110-SAVE-STUD-AFTER.
008310     MOVE SPACES TO WS-JN-AFTER
008320     MOVE StudentDetails TO WS-JN-AFTER.
008330 9110-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360 9120-STAMP-MAINT.
008370     ACCEPT LastMaintDate FROM DATE YYYYMMDD
008380     ACCEPT LastMaintTime FROM TIME.
008390 9120-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420 END PROGRAM ARCHINQ.
