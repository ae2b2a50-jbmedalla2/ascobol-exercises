000010******************************************************************
000020* PROGRAM:     GRDSHEET
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Produces the end-of-term class grade sheets from
000080*              the enrollments on STUDMAST.DAT for the term on
000090*              TERM.CTL, so grade rows no longer have to be keyed
000100*              from paper mark sheets. Every active student's
000110*              EnrollTable entries for the current term are
000120*              sorted by CourseCode and Student Id; for each
000130*              course a printed class sheet (GRDSHEET.LST, one
000140*              page per course, COURSES.DAT description in the
000150*              heading) and a matching machine file GScccc.DAT
000160*              (cccc = CourseCode) are written. The machine file
000170*              is already in GRDLOAD.DAT shape - header row
000180*              (H,batch id,date), one StudentId,CourseCode, row
000190*              per enrolled student with the grade left blank for
000200*              the instructor, trailer row (T,record count,hash
000210*              total of Student Ids). The batch id is G plus the
000220*              CourseCode plus the last three characters of the
000230*              term. Every sheet produced is listed on
000240*              GRDSHEET.IDX (CourseCode,student count) for the
000243*              GRDCHECK return check. A student who withdrew from
000246*              the course after the drop deadline already has a W
000249*              on GRADES.DAT; the row is printed and written with
000252*              that W filled in so the instructor does not grade
000255*              it.
000260* TECTONICS:   cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15  DJO  Original version.
000302*   2026-10-15  DJO  Rows already holding a W on GRADES.DAT
000304*                    are printed and written with the W filled
000306*                    in.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GRDSHEET.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS SEQUENTIAL
000400            RECORD KEY IS StudentId
000410            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000420            FILE STATUS IS WS-FILE-STATUS.
000430     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS CC-CourseCode
000470            FILE STATUS IS WS-COURSE-STATUS.
000471     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000472            ORGANIZATION IS INDEXED
000473            ACCESS MODE IS DYNAMIC
000474            RECORD KEY IS GR-GradeKey
000475            FILE STATUS IS WS-GRADE-STATUS.
000480     SELECT TermFile ASSIGN TO "TERM.CTL"
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-TERM-STATUS.
000510     SELECT SortWorkFile ASSIGN TO "GRDSORT.TMP".
000520     SELECT SheetFile ASSIGN USING WS-SHEET-NAME
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT IndexFile ASSIGN TO "GRDSHEET.IDX"
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT ReportFile ASSIGN TO "GRDSHEET.LST"
000570            ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  StudentFile
000610         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000620         DEPENDING ON EnrollCount.
000630     COPY STUDDTL.
000640 FD  CourseFile.
000650     COPY COURSECD.
000653 FD  GradeFile.
000656     COPY GRADEDTL.
000660 FD  TermFile.
000670 01  TermRecord              PIC X(5).
000680 SD  SortWorkFile.
000690 01  SortSheetRecord.
000700     02  SortCourseCode      PIC X(4).
000710     02  SortStudentId       PIC 9(7).
000720     02  SortSurname         PIC X(8).
000730     02  SortInitials        PIC XX.
000740 FD  SheetFile.
000750 01  SheetLine               PIC X(80).
000760 FD  IndexFile.
000770 01  IndexLine               PIC X(80).
000780 FD  ReportFile.
000790 01  PrintLine               PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-FILE-STATUS          PIC XX    VALUE SPACES.
000820 01  WS-COURSE-STATUS        PIC XX    VALUE SPACES.
000825 01  WS-GRADE-STATUS         PIC XX    VALUE SPACES.
000830 01  WS-TERM-STATUS          PIC XX    VALUE SPACES.
000840 01  WS-CURRENT-TERM         PIC X(5)  VALUE SPACES.
000850 01  WS-STUDENT-EOF-SW       PIC X     VALUE "N".
000860     88  WS-END-OF-STUDENT             VALUE "Y".
000870 01  WS-SORT-EOF-SW          PIC X     VALUE "N".
000880     88  WS-END-OF-SORT                VALUE "Y".
000890 01  WS-SHEET-NAME           PIC X(10) VALUE "GSxxxx.DAT".
000900 01  WS-SHEET-BATCH-ID       PIC X(8)  VALUE SPACES.
000910 01  WS-RUN-DATE             PIC 9(8)  VALUE 0.
000920 01  WS-PREV-COURSE          PIC X(4)  VALUE LOW-VALUES.
000930 01  WS-PAGE-NO              PIC 9(4) COMP VALUE 0.
000940 01  WS-LINE-COUNT           PIC 9(3) COMP VALUE 99.
000950 01  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 50.
000960 01  WS-COURSE-COUNT         PIC 9(5)  VALUE 0.
000970 01  WS-COURSE-HASH          PIC 9(12) VALUE 0.
000980 01  WS-SHEET-COUNT          PIC 9(5) COMP VALUE 0.
000990 01  WS-ROW-COUNT            PIC 9(5) COMP VALUE 0.
000995 01  WS-SHEET-GRADE          PIC X(2)  VALUE SPACES.
001000 01  WS-HEADING-1.
001010     02  FILLER              PIC X(25) VALUE SPACES.
001020     02  FILLER              PIC X(22)
001030                             VALUE "CLASS GRADE SHEET".
001040     02  FILLER              PIC X(10) VALUE SPACES.
001050     02  FILLER              PIC X(5)  VALUE "PAGE ".
001060     02  WS-H1-PAGE-NO       PIC ZZZ9.
001070 01  WS-HEADING-2.
001080     02  FILLER              PIC X(8)  VALUE "Course: ".
001090     02  WS-H2-COURSE        PIC X(4).
001100     02  FILLER              PIC X(2)  VALUE SPACES.
001110     02  WS-H2-DESC          PIC X(20).
001120     02  FILLER              PIC X(4)  VALUE SPACES.
001130     02  FILLER              PIC X(6)  VALUE "Term: ".
001140     02  WS-H2-TERM          PIC X(5).
001150     02  FILLER              PIC X(4)  VALUE SPACES.
001160     02  FILLER              PIC X(7)  VALUE "Batch: ".
001170     02  WS-H2-BATCH         PIC X(8).
001180 01  WS-HEADING-3.
001190     02  FILLER              PIC X(12) VALUE "STUDENT ID".
001200     02  FILLER              PIC X(10) VALUE "SURNAME".
001210     02  FILLER              PIC X(10) VALUE "INITIALS".
001220     02  FILLER              PIC X(5)  VALUE "GRADE".
001230 01  WS-DETAIL-LINE.
001240     02  WS-D-STUDENT-ID     PIC 9(7).
001250     02  FILLER              PIC X(5)  VALUE SPACES.
001260     02  WS-D-SURNAME        PIC X(8).
001270     02  FILLER              PIC X(2)  VALUE SPACES.
001280     02  WS-D-INITIALS       PIC X(2).
001290     02  FILLER              PIC X(8)  VALUE SPACES.
001300     02  WS-D-GRADE          PIC X(5)  VALUE "_____".
001310 01  WS-COURSE-TOTAL-LINE.
001320     02  FILLER              PIC X(19) VALUE "Students on sheet:".
001330     02  WS-CT-COUNT         PIC ZZZZ9.
001340     02  FILLER              PIC X(4)  VALUE SPACES.
001350     02  FILLER              PIC X(14) VALUE "Machine file: ".
001360     02  WS-CT-SHEET-NAME    PIC X(10).
001370 01  WS-SIGNATURE-LINE.
001380     02  FILLER              PIC X(22)
001390                             VALUE "Instructor signature: ".
001400     02  FILLER              PIC X(24)
001410                             VALUE "________________________".
001420     02  FILLER              PIC X(8)  VALUE "  Date: ".
001430     02  FILLER              PIC X(10) VALUE "__________".
001440 01  WS-GRAND-TOTAL-LINE.
001450     02  FILLER              PIC X(19) VALUE "Sheets produced:".
001460     02  WS-GT-SHEETS        PIC ZZZZ9.
001470     02  FILLER              PIC X(4)  VALUE SPACES.
001480     02  FILLER              PIC X(15) VALUE "Student rows:".
001490     02  WS-GT-ROWS          PIC ZZZZ9.
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     SORT SortWorkFile
001540         ON ASCENDING KEY SortCourseCode SortStudentId
001550         INPUT PROCEDURE 2000-RELEASE-STUDENTS THRU 2000-EXIT
001560         OUTPUT PROCEDURE 3000-PRODUCE-SHEETS THRU 3000-EXIT
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT
001580     STOP RUN.
001590*-----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     PERFORM 1100-GET-TERM THRU 1100-EXIT
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001630     OPEN INPUT CourseFile
001640     IF WS-COURSE-STATUS = "35"
001650         OPEN OUTPUT CourseFile
001660         CLOSE CourseFile
001670         OPEN INPUT CourseFile
001680     END-IF
001681     OPEN INPUT GradeFile
001682     IF WS-GRADE-STATUS = "35"
001683         OPEN OUTPUT GradeFile
001684         CLOSE GradeFile
001685         OPEN INPUT GradeFile
001686     END-IF
001690     OPEN OUTPUT IndexFile
001700     OPEN OUTPUT ReportFile
001710     DISPLAY "Class grade sheets - term " WS-CURRENT-TERM.
001720 1000-EXIT.
001730     EXIT.
001740*-----------------------------------------------------------------
001750 1100-GET-TERM.
001760     OPEN INPUT TermFile
001770     IF WS-TERM-STATUS NOT = "35"
001780         READ TermFile
001790             AT END
001800                 CONTINUE
001810             NOT AT END
001820                 MOVE TermRecord TO WS-CURRENT-TERM
001830         END-READ
001840         CLOSE TermFile
001850     END-IF
001860     IF WS-CURRENT-TERM = SPACES
001870         DISPLAY "*** Current term not on TERM.CTL - enter "
001880             "term (YYYYT): " WITH NO ADVANCING
001890         ACCEPT WS-CURRENT-TERM
001900         OPEN OUTPUT TermFile
001910         MOVE WS-CURRENT-TERM TO TermRecord
001920         WRITE TermRecord
001930         CLOSE TermFile
001940     END-IF
001950     DISPLAY "Current term: " WS-CURRENT-TERM.
001960 1100-EXIT.
001970     EXIT.
001980*-----------------------------------------------------------------
001990 2000-RELEASE-STUDENTS.
002000     OPEN INPUT StudentFile
002010     IF WS-FILE-STATUS = "35"
002020         OPEN OUTPUT StudentFile
002030         CLOSE StudentFile
002040         OPEN INPUT StudentFile
002050     END-IF
002060     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
002070     PERFORM 2200-RELEASE-ENROLLMENTS THRU 2200-EXIT
002080         UNTIL WS-END-OF-STUDENT
002090     CLOSE StudentFile.
002100 2000-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130 2100-READ-STUDENT.
002140     READ StudentFile
002150         AT END
002160             SET WS-END-OF-STUDENT TO TRUE
002170     END-READ.
002180 2100-EXIT.
002190     EXIT.
002200*-----------------------------------------------------------------
002210 2200-RELEASE-ENROLLMENTS.
002220     IF ST-Active
002230         PERFORM 2300-RELEASE-ONE THRU 2300-EXIT
002240             VARYING EnrollIdx FROM 1 BY 1
002250             UNTIL EnrollIdx > EnrollCount
002260     END-IF
002270     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
002280 2200-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------------
002310 2300-RELEASE-ONE.
002320     IF CourseTerm(EnrollIdx) = WS-CURRENT-TERM
002330         MOVE CourseCode(EnrollIdx)  TO SortCourseCode
002340         MOVE StudentId              TO SortStudentId
002350         MOVE Surname                TO SortSurname
002360         MOVE Initials               TO SortInitials
002370         RELEASE SortSheetRecord
002380     END-IF.
002390 2300-EXIT.
002400     EXIT.
002410*-----------------------------------------------------------------
002420 3000-PRODUCE-SHEETS.
002430     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
002440     PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
002450         UNTIL WS-END-OF-SORT
002460     IF WS-PREV-COURSE NOT = LOW-VALUES
002470         PERFORM 3400-COURSE-END THRU 3400-EXIT
002480     END-IF.
002490 3000-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520 3100-RETURN-NEXT.
002530     RETURN SortWorkFile
002540         AT END
002550             SET WS-END-OF-SORT TO TRUE
002560     END-RETURN.
002570 3100-EXIT.
002580     EXIT.
002590*-----------------------------------------------------------------
002600 3200-PROCESS-RECORD.
002610     IF SortCourseCode NOT = WS-PREV-COURSE
002620         IF WS-PREV-COURSE NOT = LOW-VALUES
002630             PERFORM 3400-COURSE-END THRU 3400-EXIT
002640         END-IF
002650         MOVE SortCourseCode TO WS-PREV-COURSE
002660         PERFORM 3250-COURSE-START THRU 3250-EXIT
002670     END-IF
002680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002690         PERFORM 3300-NEW-PAGE THRU 3300-EXIT
002700     END-IF
002710     PERFORM 3500-PRINT-DETAIL THRU 3500-EXIT
002720     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
002730 3200-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760 3250-COURSE-START.
002770     MOVE 0 TO WS-COURSE-COUNT
002780     MOVE 0 TO WS-COURSE-HASH
002790     MOVE WS-PREV-COURSE TO CC-CourseCode
002800     READ CourseFile
002810         INVALID KEY
002820             MOVE "(NOT ON COURSES.DAT)" TO WS-H2-DESC
002830         NOT INVALID KEY
002840             MOVE CC-CourseDesc TO WS-H2-DESC
002850     END-READ
002860     MOVE WS-PREV-COURSE TO WS-SHEET-NAME(3:4)
002870     MOVE "G" TO WS-SHEET-BATCH-ID
002880     MOVE WS-PREV-COURSE TO WS-SHEET-BATCH-ID(2:4)
002890     MOVE WS-CURRENT-TERM(3:3) TO WS-SHEET-BATCH-ID(6:3)
002900     OPEN OUTPUT SheetFile
002910     MOVE SPACES TO SheetLine
002920     STRING "H,"              DELIMITED BY SIZE
002930            WS-SHEET-BATCH-ID DELIMITED BY SIZE
002940            ","               DELIMITED BY SIZE
002950            WS-RUN-DATE       DELIMITED BY SIZE
002960         INTO SheetLine
002970     WRITE SheetLine
002980     PERFORM 3300-NEW-PAGE THRU 3300-EXIT.
002990 3250-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020 3300-NEW-PAGE.
003030     ADD 1 TO WS-PAGE-NO
003040     MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
003050     MOVE SPACES TO PrintLine
003060     WRITE PrintLine AFTER ADVANCING PAGE
003070     MOVE WS-HEADING-1 TO PrintLine
003080     WRITE PrintLine
003090     MOVE WS-PREV-COURSE TO WS-H2-COURSE
003100     MOVE WS-CURRENT-TERM TO WS-H2-TERM
003110     MOVE WS-SHEET-BATCH-ID TO WS-H2-BATCH
003120     MOVE WS-HEADING-2 TO PrintLine
003130     WRITE PrintLine AFTER ADVANCING 2 LINES
003140     MOVE WS-HEADING-3 TO PrintLine
003150     WRITE PrintLine AFTER ADVANCING 2 LINES
003160     MOVE 5 TO WS-LINE-COUNT.
003170 3300-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200 3400-COURSE-END.
003210     MOVE SPACES TO SheetLine
003220     STRING "T,"              DELIMITED BY SIZE
003230            WS-COURSE-COUNT   DELIMITED BY SIZE
003240            ","               DELIMITED BY SIZE
003250            WS-COURSE-HASH    DELIMITED BY SIZE
003260         INTO SheetLine
003270     WRITE SheetLine
003280     CLOSE SheetFile
003290     MOVE WS-COURSE-COUNT TO WS-CT-COUNT
003300     MOVE WS-SHEET-NAME TO WS-CT-SHEET-NAME
003310     MOVE WS-COURSE-TOTAL-LINE TO PrintLine
003320     WRITE PrintLine AFTER ADVANCING 2 LINES
003330     MOVE WS-SIGNATURE-LINE TO PrintLine
003340     WRITE PrintLine AFTER ADVANCING 3 LINES
003350     MOVE SPACES TO IndexLine
003360     STRING WS-PREV-COURSE    DELIMITED BY SIZE
003370            ","               DELIMITED BY SIZE
003380            WS-COURSE-COUNT   DELIMITED BY SIZE
003390         INTO IndexLine
003400     WRITE IndexLine
003410     ADD 1 TO WS-SHEET-COUNT
003420     DISPLAY "Sheet " WS-SHEET-NAME " - " WS-COURSE-COUNT
003430         " students".
003440 3400-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470 3500-PRINT-DETAIL.
003480     MOVE SortStudentId TO WS-D-STUDENT-ID
003490     MOVE SortSurname TO WS-D-SURNAME
003500     MOVE SortInitials TO WS-D-INITIALS
003501     PERFORM 3550-GET-SHEET-GRADE THRU 3550-EXIT
003502     IF WS-SHEET-GRADE = SPACES
003503         MOVE "_____" TO WS-D-GRADE
003504     ELSE
003505         MOVE WS-SHEET-GRADE TO WS-D-GRADE
003506     END-IF
003510     MOVE WS-DETAIL-LINE TO PrintLine
003520     WRITE PrintLine AFTER ADVANCING 1 LINE
003530     ADD 1 TO WS-LINE-COUNT
003540     MOVE SPACES TO SheetLine
003550     STRING SortStudentId     DELIMITED BY SIZE
003560            ","               DELIMITED BY SIZE
003570            SortCourseCode    DELIMITED BY SIZE
003580            ","               DELIMITED BY SIZE
003585            WS-SHEET-GRADE    DELIMITED BY SPACE
003590         INTO SheetLine
003600     WRITE SheetLine
003610     ADD 1 TO WS-COURSE-COUNT
003620     ADD SortStudentId TO WS-COURSE-HASH
003630     ADD 1 TO WS-ROW-COUNT.
003640 3500-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003661 3550-GET-SHEET-GRADE.
003662     MOVE SPACES TO WS-SHEET-GRADE
003663     MOVE SortStudentId TO GR-StudentId
003664     MOVE WS-CURRENT-TERM TO GR-Term
003665     MOVE SortCourseCode TO GR-CourseCode
003666     READ GradeFile
003667         INVALID KEY
003668             CONTINUE
003669         NOT INVALID KEY
003670             IF GR-Withdrawn
003671                 MOVE GR-Grade TO WS-SHEET-GRADE
003672             END-IF
003673     END-READ.
003674 3550-EXIT.
003675     EXIT.
003676*-----------------------------------------------------------------
003678 8000-TERMINATE.
003680     MOVE WS-SHEET-COUNT TO WS-GT-SHEETS
003690     MOVE WS-ROW-COUNT TO WS-GT-ROWS
003700     MOVE WS-GRAND-TOTAL-LINE TO PrintLine
003710     WRITE PrintLine AFTER ADVANCING 3 LINES
003720     CLOSE CourseFile
003725     CLOSE GradeFile
003730     CLOSE IndexFile
003740     CLOSE ReportFile
003750     DISPLAY "Sheets produced: " WS-SHEET-COUNT
003760     DISPLAY "Student rows:    " WS-ROW-COUNT.
003770 8000-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------------
003800 END PROGRAM GRDSHEET.
