000010******************************************************************
000020* PROGRAM:     DEGAUDIT
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Degree audit and graduation eligibility run. The
000080*              operator names a programme; its requirements are
000090*              loaded from DEGREQ.DAT and every active student on
000100*              STUDMAST.DAT (or one student, if an Id is given)
000110*              is checked against their GRADES.DAT history.
000120*              DEGAUDIT.LST shows each student's cumulative GPA
000130*              (GPARPT scale, every grade but W counted) and every
000140*              requirement as MET or OUTSTANDING, with the courses
000150*              still to pass. A course counts towards a
000160*              requirement when the best grade on file for it in
000170*              any term is a pass at or above the requirement's
000180*              minimum grade. Students meeting every requirement
000190*              are written to DEGELIG.DAT as an ENRLTXN batch -
000200*              header, one G (graduate) row per student, trailer
000210*              with record count and Student Id hash total - so
000220*              they are marked graduated and journalled by
000230*              running that file through ENRLTXN (as ENRLTXN.DAT)
000240*              rather than keyed one by one in SEQWRITE.
000250* TECTONICS:   cobc
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15  DJO  Original version.
000292*   2026-10-15  DJO  A W grade (withdrawn after the drop
000294*                    deadline) is left out of the GPA; it never
000296*                    counts towards a requirement.
000297*   2026-10-15  DJO  The batch id's last four digits are stepped
000298*                    on until the id is not on BATCHCTL.DAT, so a
000299*                    later month's run cannot reuse an applied id.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DEGAUDIT.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE IS DYNAMIC
000390            RECORD KEY IS StudentId
000400            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000410            FILE STATUS IS WS-FILE-STATUS.
000420     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS DYNAMIC
000450            RECORD KEY IS GR-GradeKey
000460            FILE STATUS IS WS-GRADE-STATUS.
000470     SELECT ReqFile ASSIGN TO "DEGREQ.DAT"
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS RQ-ReqKey
000510            FILE STATUS IS WS-REQ-STATUS.
000520     SELECT ReportFile ASSIGN TO "DEGAUDIT.LST"
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT EligFile ASSIGN TO "DEGELIG.DAT"
000550            ORGANIZATION IS LINE SEQUENTIAL.
000552     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
000554            ORGANIZATION IS LINE SEQUENTIAL
000556            FILE STATUS IS WS-BCTL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  StudentFile
000590         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000600         DEPENDING ON EnrollCount.
000610     COPY STUDDTL.
000620 FD  GradeFile.
000630     COPY GRADEDTL.
000640 FD  ReqFile.
000650     COPY DEGRQDTL.
000660 FD  ReportFile.
000670 01  PrintLine               PIC X(80).
000680 FD  EligFile.
000690 01  EligLine                PIC X(80).
000693 FD  BatchCtlFile.
000696 01  BatchCtlLine            PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
000720 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
000730 01  WS-REQ-STATUS            PIC XX      VALUE SPACES.
000740 01  WS-STUDENT-EOF-SW        PIC X       VALUE "N".
000750     88  WS-END-OF-STUDENTS               VALUE "Y".
000760 01  WS-GRADE-EOF-SW          PIC X       VALUE "N".
000770     88  WS-END-OF-GRADES                 VALUE "Y".
000780 01  WS-REQ-EOF-SW            PIC X       VALUE "N".
000790     88  WS-END-OF-REQS                   VALUE "Y".
000800 01  WS-RUN-BAD-SW            PIC X       VALUE "N".
000810     88  WS-RUN-BAD                       VALUE "Y".
000820 01  WS-PROGRAMME             PIC X(4)    VALUE SPACES.
000830 01  WS-SELECT-ID             PIC X(7)    VALUE SPACES.
000840 01  WS-SELECT-NUM REDEFINES WS-SELECT-ID
000850                              PIC 9(7).
000860 01  WS-REQ-COUNT             PIC 9(3) COMP VALUE 0.
000870 01  WS-REQ-TABLE.
000880     02  WS-REQ-ENTRY OCCURS 50 TIMES.
000890         03  WS-RQ-SEQ-NO     PIC 9(3).
000900         03  WS-RQ-TYPE       PIC X.
000910         03  WS-RQ-DESC       PIC X(30).
000920         03  WS-RQ-NEEDED     PIC 9(1).
000930         03  WS-RQ-MIN-POINTS PIC 9V9(2).
000940         03  WS-RQ-MIN-GPA    PIC 9V9(2).
000950         03  WS-RQ-COURSE-COUNT PIC 9(1).
000960         03  WS-RQ-COURSE     PIC X(4) OCCURS 8 TIMES.
000970 01  WS-RQ-IDX                PIC 9(3) COMP VALUE 0.
000980 01  WS-CRS-IDX               PIC 9(2) COMP VALUE 0.
000990 01  WS-CG-COUNT              PIC 9(3) COMP VALUE 0.
001000 01  WS-CG-TABLE.
001010     02  WS-CG-ENTRY OCCURS 200 TIMES.
001020         03  WS-CG-COURSE     PIC X(4).
001030         03  WS-CG-BEST       PIC 9V9(2).
001040 01  WS-CG-IDX                PIC 9(3) COMP VALUE 0.
001050 01  WS-CG-POS                PIC 9(3) COMP VALUE 0.
001060 01  WS-CG-FOUND-SW           PIC X       VALUE "N".
001070     88  WS-CG-FOUND                      VALUE "Y".
001080 01  WS-CG-FULL-SW            PIC X       VALUE "N".
001090     88  WS-CG-FULL                       VALUE "Y".
001100 01  WS-FIND-COURSE           PIC X(4)    VALUE SPACES.
001110 01  WS-PT-GRADE              PIC X(2)    VALUE SPACES.
001120 01  WS-POINTS                PIC 9V9(2)  VALUE 0.
001130 01  WS-TOT-POINTS            PIC 9(4)V9(2) VALUE 0.
001140 01  WS-GRADE-COUNT           PIC 9(3)    VALUE 0.
001150 01  WS-GPA                   PIC 9V9(2)  VALUE 0.
001160 01  WS-PASS-COUNT            PIC 9(3) COMP VALUE 0.
001170 01  WS-MET-COUNT             PIC 9(1)    VALUE 0.
001180 01  WS-REQ-MET-SW            PIC X       VALUE "N".
001190     88  WS-REQ-MET                       VALUE "Y".
001200 01  WS-OUTSTANDING           PIC 9(3)    VALUE 0.
001210 01  WS-MISSING-LIST          PIC X(40)   VALUE SPACES.
001220 01  WS-MISSING-PTR           PIC 9(4) COMP VALUE 1.
001230 01  WS-AUDIT-COUNT           PIC 9(5) COMP VALUE 0.
001240 01  WS-ELIGIBLE-COUNT        PIC 9(5)    VALUE 0.
001250 01  WS-NOT-ELIGIBLE-COUNT    PIC 9(5) COMP VALUE 0.
001260 01  WS-HASH-TOTAL            PIC 9(12)   VALUE 0.
001270 01  WS-BATCH-ID              PIC X(8)    VALUE SPACES.
001271 01  WS-BCTL-STATUS           PIC XX      VALUE SPACES.
001272 01  WS-BATCH-SEQ             PIC 9(4)    VALUE 0.
001273 01  WS-BATCH-DUP-SW          PIC X       VALUE "N".
001274     88  WS-BATCH-DUP                     VALUE "Y".
001275 01  WS-VERIFY-EOF-SW         PIC X       VALUE "N".
001276     88  WS-END-OF-VERIFY                 VALUE "Y".
001277 01  WS-CB-ID                 PIC X(8)    VALUE SPACES.
001278 01  WS-CB-DATE               PIC X(8)    VALUE SPACES.
001280 01  WS-RUN-DATE              PIC 9(8)    VALUE 0.
001290 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
001300                              PIC X(8).
001310 01  WS-RUN-TIME              PIC 9(8)    VALUE 0.
001320 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
001330                              PIC X(8).
001340 01  WS-ED-MET                PIC 9.
001350 01  WS-ED-NEEDED             PIC 9.
001360 01  WS-ED-GPA                PIC 9.99.
001370 01  WS-ED-MIN-GPA            PIC 9.99.
001380 01  WS-HEADING-1.
001390     02  FILLER               PIC X(27)
001400                              VALUE "DEGREE AUDIT FOR PROGRAMME ".
001410     02  WS-H1-PROGRAMME      PIC X(4).
001420 01  WS-STUDENT-LINE.
001430     02  FILLER               PIC X(8)    VALUE "Student ".
001440     02  WS-S-ID              PIC 9(7).
001450     02  FILLER               PIC X(2)    VALUE SPACES.
001460     02  WS-S-SURNAME         PIC X(8).
001470     02  FILLER               PIC X(1)    VALUE SPACES.
001480     02  WS-S-INITIALS        PIC X(2).
001490     02  FILLER               PIC X(6)    VALUE "  GPA ".
001500     02  WS-S-GPA             PIC 9.99.
001510     02  FILLER               PIC X(17)
001520                              VALUE "  Courses passed ".
001530     02  WS-S-PASSED          PIC ZZ9.
001540 01  WS-REQ-LINE.
001550     02  FILLER               PIC X(2)    VALUE SPACES.
001560     02  WS-R-SEQ             PIC 9(3).
001570     02  FILLER               PIC X(1)    VALUE SPACES.
001580     02  WS-R-DESC            PIC X(30).
001590     02  FILLER               PIC X(1)    VALUE SPACES.
001600     02  WS-R-STATUS          PIC X(11).
001610     02  FILLER               PIC X(1)    VALUE SPACES.
001620     02  WS-R-DETAIL          PIC X(30).
001630 01  WS-MISSING-LINE.
001640     02  FILLER               PIC X(6)    VALUE SPACES.
001650     02  WS-M-LABEL           PIC X(16).
001660     02  WS-M-LIST            PIC X(40).
001670 01  WS-RESULT-LINE.
001680     02  FILLER               PIC X(2)    VALUE SPACES.
001690     02  FILLER               PIC X(19)
001700                              VALUE "NOT YET ELIGIBLE - ".
001710     02  WS-RL-COUNT          PIC ZZ9.
001720     02  FILLER               PIC X(27)
001730                              VALUE " requirement(s) outstanding".
001740 01  WS-SUMMARY-LINE.
001750     02  WS-SUM-LABEL         PIC X(30)   VALUE SPACES.
001760     02  WS-SUM-COUNT         PIC ZZZZ9.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF NOT WS-RUN-BAD
001810         PERFORM 2000-READ-STUDENT THRU 2000-EXIT
001820         PERFORM 3000-AUDIT-STUDENT THRU 3000-EXIT
001830             UNTIL WS-END-OF-STUDENTS
001840     END-IF
001850     PERFORM 8000-TERMINATE THRU 8000-EXIT
001860     STOP RUN.
001870*-----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     OPEN INPUT StudentFile
001900     IF WS-FILE-STATUS = "35"
001910         OPEN OUTPUT StudentFile
001920         CLOSE StudentFile
001930         OPEN INPUT StudentFile
001940     END-IF
001950     OPEN INPUT GradeFile
001960     IF WS-GRADE-STATUS = "35"
001970         OPEN OUTPUT GradeFile
001980         CLOSE GradeFile
001990         OPEN INPUT GradeFile
002000     END-IF
002010     OPEN INPUT ReqFile
002020     IF WS-REQ-STATUS = "35"
002030         OPEN OUTPUT ReqFile
002040         CLOSE ReqFile
002050         OPEN INPUT ReqFile
002060     END-IF
002070     DISPLAY "Degree audit - DEGREQ.DAT against GRADES.DAT"
002080     DISPLAY "Enter programme code: " WITH NO ADVANCING
002090     ACCEPT WS-PROGRAMME
002100     PERFORM 1100-LOAD-REQS THRU 1100-EXIT
002110     IF NOT WS-RUN-BAD
002120         DISPLAY "Student Id to audit (blank for all active "
002130             "students): " WITH NO ADVANCING
002140         ACCEPT WS-SELECT-ID
002150         IF WS-SELECT-ID NOT = SPACES AND WS-SELECT-ID NOT NUMERIC
002160             DISPLAY "*** Student Id must be numeric - auditing "
002170                 "all active students."
002180             MOVE SPACES TO WS-SELECT-ID
002190         END-IF
002200         IF WS-SELECT-ID = SPACES
002210             MOVE 0 TO StudentId
002220         ELSE
002230             MOVE WS-SELECT-NUM TO StudentId
002240         END-IF
002250         START StudentFile KEY NOT < StudentId
002260             INVALID KEY
002270                 SET WS-END-OF-STUDENTS TO TRUE
002280         END-START
002290         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002300         ACCEPT WS-RUN-TIME FROM TIME
002310         MOVE "DG" TO WS-BATCH-ID
002320         MOVE WS-RUN-DATE-X(7:2) TO WS-BATCH-ID(3:2)
002330         PERFORM 1200-SET-BATCH-ID THRU 1200-EXIT
002340         OPEN OUTPUT ReportFile
002350         MOVE WS-PROGRAMME TO WS-H1-PROGRAMME
002360         MOVE WS-HEADING-1 TO PrintLine
002370         WRITE PrintLine
002380         OPEN OUTPUT EligFile
002390         MOVE SPACES TO EligLine
002400         STRING "H,"              DELIMITED BY SIZE
002410                WS-BATCH-ID       DELIMITED BY SIZE
002420                ","               DELIMITED BY SIZE
002430                WS-RUN-DATE       DELIMITED BY SIZE
002440             INTO EligLine
002450         WRITE EligLine
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500 1100-LOAD-REQS.
002510     MOVE 0 TO WS-REQ-COUNT
002520     MOVE WS-PROGRAMME TO RQ-Programme
002530     MOVE 0 TO RQ-SeqNo
002540     START ReqFile KEY NOT < RQ-ReqKey
002550         INVALID KEY
002560             SET WS-END-OF-REQS TO TRUE
002570     END-START
002580     PERFORM 1110-READ-NEXT-REQ THRU 1110-EXIT
002590     PERFORM 1120-LOAD-ONE-REQ THRU 1120-EXIT
002600         UNTIL WS-END-OF-REQS
002610            OR WS-RUN-BAD
002620     IF WS-REQ-COUNT = 0 AND NOT WS-RUN-BAD
002630         SET WS-RUN-BAD TO TRUE
002640         DISPLAY "*** No requirements on DEGREQ.DAT for "
002650             "programme " WS-PROGRAMME " - nothing audited."
002660     END-IF
002670     IF NOT WS-RUN-BAD
002680         DISPLAY "Requirements loaded: " WS-REQ-COUNT
002690     END-IF.
002700 1100-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730 1110-READ-NEXT-REQ.
002740     IF NOT WS-END-OF-REQS
002750         READ ReqFile NEXT
002760             AT END
002770                 SET WS-END-OF-REQS TO TRUE
002780         END-READ
002790     END-IF
002800     IF NOT WS-END-OF-REQS
002810         IF RQ-Programme NOT = WS-PROGRAMME
002820             SET WS-END-OF-REQS TO TRUE
002830         END-IF
002840     END-IF.
002850 1110-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880 1120-LOAD-ONE-REQ.
002890     IF WS-REQ-COUNT >= 50
002900         SET WS-RUN-BAD TO TRUE
002910         DISPLAY "*** More than 50 requirements for programme "
002920             WS-PROGRAMME " - nothing audited."
002930     ELSE
002940         ADD 1 TO WS-REQ-COUNT
002950         MOVE WS-REQ-COUNT TO WS-RQ-IDX
002960         MOVE RQ-SeqNo TO WS-RQ-SEQ-NO(WS-RQ-IDX)
002970         MOVE RQ-Type TO WS-RQ-TYPE(WS-RQ-IDX)
002980         MOVE RQ-Desc TO WS-RQ-DESC(WS-RQ-IDX)
002990         MOVE RQ-Needed TO WS-RQ-NEEDED(WS-RQ-IDX)
003000         MOVE RQ-MinGpa TO WS-RQ-MIN-GPA(WS-RQ-IDX)
003010         MOVE RQ-CourseCount TO WS-RQ-COURSE-COUNT(WS-RQ-IDX)
003020         PERFORM 1130-LOAD-COURSE THRU 1130-EXIT
003030             VARYING WS-CRS-IDX FROM 1 BY 1
003040             UNTIL WS-CRS-IDX > 8
003050         IF RQ-MinGrade = SPACES
003060             MOVE "D-" TO WS-PT-GRADE
003070         ELSE
003080             MOVE RQ-MinGrade TO WS-PT-GRADE
003090         END-IF
003100         PERFORM 3150-GRADE-POINTS THRU 3150-EXIT
003110         MOVE WS-POINTS TO WS-RQ-MIN-POINTS(WS-RQ-IDX)
003120         PERFORM 1110-READ-NEXT-REQ THRU 1110-EXIT
003130     END-IF.
003140 1120-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170 1130-LOAD-COURSE.
003180     MOVE RQ-CourseCode(WS-CRS-IDX)
003190         TO WS-RQ-COURSE(WS-RQ-IDX, WS-CRS-IDX).
003200 1130-EXIT.
003210     EXIT.
003211*-----------------------------------------------------------------
003212 1200-SET-BATCH-ID.
003213     MOVE WS-RUN-TIME-X(1:4) TO WS-BATCH-SEQ
003214     SET WS-BATCH-DUP TO TRUE
003215     PERFORM 1210-TRY-BATCH-ID THRU 1210-EXIT
003216         UNTIL NOT WS-BATCH-DUP.
003217 1200-EXIT.
003218     EXIT.
003219*-----------------------------------------------------------------
003220 1210-TRY-BATCH-ID.
003221     MOVE WS-BATCH-SEQ TO WS-BATCH-ID(5:4)
003222     MOVE "N" TO WS-BATCH-DUP-SW
003223     MOVE "N" TO WS-VERIFY-EOF-SW
003224     OPEN INPUT BatchCtlFile
003225     IF WS-BCTL-STATUS = "35"
003226         CONTINUE
003227     ELSE
003228         PERFORM 1220-READ-CONTROL THRU 1220-EXIT
003229         PERFORM 1230-MATCH-CONTROL THRU 1230-EXIT
003230             UNTIL WS-END-OF-VERIFY
003231                OR WS-BATCH-DUP
003232         CLOSE BatchCtlFile
003233     END-IF
003234     IF WS-BATCH-DUP
003235         ADD 1 TO WS-BATCH-SEQ
003236     END-IF.
003237 1210-EXIT.
003238     EXIT.
003239*-----------------------------------------------------------------
003240 1220-READ-CONTROL.
003241     READ BatchCtlFile
003242         AT END
003243             SET WS-END-OF-VERIFY TO TRUE
003244     END-READ.
003245 1220-EXIT.
003246     EXIT.
003247*-----------------------------------------------------------------
003248 1230-MATCH-CONTROL.
003249     MOVE SPACES TO WS-CB-ID WS-CB-DATE
003250     UNSTRING BatchCtlLine DELIMITED BY ","
003251         INTO WS-CB-ID WS-CB-DATE
003252     END-UNSTRING
003253     IF WS-CB-ID = WS-BATCH-ID
003254         SET WS-BATCH-DUP TO TRUE
003255     ELSE
003256         PERFORM 1220-READ-CONTROL THRU 1220-EXIT
003257     END-IF.
003258 1230-EXIT.
003259     EXIT.
003260*-----------------------------------------------------------------
003261 2000-READ-STUDENT.
003262     IF NOT WS-END-OF-STUDENTS
003263         READ StudentFile NEXT
003264             AT END
003270                 SET WS-END-OF-STUDENTS TO TRUE
003280         END-READ
003290     END-IF
003300     IF NOT WS-END-OF-STUDENTS AND WS-SELECT-ID NOT = SPACES
003310         IF StudentId NOT = WS-SELECT-NUM
003320             SET WS-END-OF-STUDENTS TO TRUE
003330         END-IF
003340     END-IF.
003350 2000-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380 3000-AUDIT-STUDENT.
003390     IF ST-Active
003400         PERFORM 3100-LOAD-GRADES THRU 3100-EXIT
003410         PERFORM 3200-PRINT-STUDENT THRU 3200-EXIT
003420         MOVE 0 TO WS-OUTSTANDING
003430         PERFORM 3300-CHECK-REQ THRU 3300-EXIT
003440             VARYING WS-RQ-IDX FROM 1 BY 1
003450             UNTIL WS-RQ-IDX > WS-REQ-COUNT
003460         PERFORM 3400-PRINT-RESULT THRU 3400-EXIT
003470         ADD 1 TO WS-AUDIT-COUNT
003480     ELSE
003490         IF WS-SELECT-ID NOT = SPACES
003500             DISPLAY "*** Student " StudentId " is not active - "
003510                 "not audited."
003520         END-IF
003530     END-IF
003540     PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
003550 3000-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580 3100-LOAD-GRADES.
003590     MOVE 0 TO WS-CG-COUNT
003600     MOVE "N" TO WS-CG-FULL-SW
003610     MOVE 0 TO WS-TOT-POINTS
003620     MOVE 0 TO WS-GRADE-COUNT
003630     MOVE 0 TO WS-PASS-COUNT
003640     MOVE "N" TO WS-GRADE-EOF-SW
003650     MOVE StudentId TO GR-StudentId
003660     MOVE LOW-VALUES TO GR-Term
003670     MOVE LOW-VALUES TO GR-CourseCode
003680     START GradeFile KEY NOT < GR-GradeKey
003690         INVALID KEY
003700             SET WS-END-OF-GRADES TO TRUE
003710     END-START
003720     PERFORM 3110-READ-NEXT-GRADE THRU 3110-EXIT
003730     PERFORM 3120-TALLY-GRADE THRU 3120-EXIT
003740         UNTIL WS-END-OF-GRADES
003750     IF WS-GRADE-COUNT > 0
003760         DIVIDE WS-TOT-POINTS BY WS-GRADE-COUNT
003770             GIVING WS-GPA ROUNDED
003780     ELSE
003790         MOVE 0 TO WS-GPA
003800     END-IF.
003810 3100-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840 3110-READ-NEXT-GRADE.
003850     IF NOT WS-END-OF-GRADES
003860         READ GradeFile NEXT
003870             AT END
003880                 SET WS-END-OF-GRADES TO TRUE
003890         END-READ
003900     END-IF
003910     IF NOT WS-END-OF-GRADES
003920         IF GR-StudentId NOT = StudentId
003930             SET WS-END-OF-GRADES TO TRUE
003940         END-IF
003950     END-IF.
003960 3110-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990 3120-TALLY-GRADE.
004000     MOVE GR-Grade TO WS-PT-GRADE
004010     PERFORM 3150-GRADE-POINTS THRU 3150-EXIT
004016     IF NOT GR-Withdrawn
004022         ADD WS-POINTS TO WS-TOT-POINTS
004028         ADD 1 TO WS-GRADE-COUNT
004034     END-IF
004040     MOVE GR-CourseCode TO WS-FIND-COURSE
004050     PERFORM 3130-FIND-COURSE THRU 3130-EXIT
004060     IF WS-CG-FOUND
004070         IF WS-POINTS > WS-CG-BEST(WS-CG-POS)
004080             IF WS-CG-BEST(WS-CG-POS) = 0
004090                 ADD 1 TO WS-PASS-COUNT
004100             END-IF
004110             MOVE WS-POINTS TO WS-CG-BEST(WS-CG-POS)
004120         END-IF
004130     ELSE
004140         IF WS-CG-COUNT >= 200
004150             SET WS-CG-FULL TO TRUE
004160         ELSE
004170             ADD 1 TO WS-CG-COUNT
004180             MOVE GR-CourseCode TO WS-CG-COURSE(WS-CG-COUNT)
004190             MOVE WS-POINTS TO WS-CG-BEST(WS-CG-COUNT)
004200             IF WS-POINTS > 0
004210                 ADD 1 TO WS-PASS-COUNT
004220             END-IF
004230         END-IF
004240     END-IF
004250     PERFORM 3110-READ-NEXT-GRADE THRU 3110-EXIT.
004260 3120-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290 3130-FIND-COURSE.
004300     MOVE "N" TO WS-CG-FOUND-SW
004310     MOVE 0 TO WS-CG-POS
004320     PERFORM 3140-FIND-ONE THRU 3140-EXIT
004330         VARYING WS-CG-IDX FROM 1 BY 1
004340         UNTIL WS-CG-IDX > WS-CG-COUNT
004350            OR WS-CG-FOUND.
004360 3130-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390 3140-FIND-ONE.
004400     IF WS-CG-COURSE(WS-CG-IDX) = WS-FIND-COURSE
004410         SET WS-CG-FOUND TO TRUE
004420         MOVE WS-CG-IDX TO WS-CG-POS
004430     END-IF.
004440 3140-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 3150-GRADE-POINTS.
004480     EVALUATE WS-PT-GRADE(1:1)
004490         WHEN "A"  MOVE 4.00 TO WS-POINTS
004500         WHEN "B"  MOVE 3.00 TO WS-POINTS
004510         WHEN "C"  MOVE 2.00 TO WS-POINTS
004520         WHEN "D"  MOVE 1.00 TO WS-POINTS
004530         WHEN OTHER MOVE 0 TO WS-POINTS
004540     END-EVALUATE
004550     IF WS-POINTS > 0
004560         IF WS-PT-GRADE(2:1) = "+"
004570             ADD 0.30 TO WS-POINTS
004580             IF WS-POINTS > 4.00
004590                 MOVE 4.00 TO WS-POINTS
004600             END-IF
004610         END-IF
004620         IF WS-PT-GRADE(2:1) = "-"
004630             SUBTRACT 0.30 FROM WS-POINTS
004640         END-IF
004650     END-IF.
004660 3150-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690 3200-PRINT-STUDENT.
004700     MOVE StudentId TO WS-S-ID
004710     MOVE Surname TO WS-S-SURNAME
004720     MOVE Initials TO WS-S-INITIALS
004730     MOVE WS-GPA TO WS-S-GPA
004740     MOVE WS-PASS-COUNT TO WS-S-PASSED
004750     MOVE SPACES TO PrintLine
004760     WRITE PrintLine
004770     MOVE WS-STUDENT-LINE TO PrintLine
004780     WRITE PrintLine.
004790 3200-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820 3300-CHECK-REQ.
004830     MOVE "N" TO WS-REQ-MET-SW
004840     MOVE SPACES TO WS-R-DETAIL
004850     IF WS-RQ-TYPE(WS-RQ-IDX) = "A"
004860         IF WS-GPA >= WS-RQ-MIN-GPA(WS-RQ-IDX)
004870             SET WS-REQ-MET TO TRUE
004880         END-IF
004890         MOVE WS-GPA TO WS-ED-GPA
004900         MOVE WS-RQ-MIN-GPA(WS-RQ-IDX) TO WS-ED-MIN-GPA
004910         STRING "GPA "            DELIMITED BY SIZE
004920                WS-ED-GPA         DELIMITED BY SIZE
004930                ", minimum "      DELIMITED BY SIZE
004940                WS-ED-MIN-GPA     DELIMITED BY SIZE
004950             INTO WS-R-DETAIL
004960     ELSE
004970         MOVE 0 TO WS-MET-COUNT
004980         MOVE SPACES TO WS-MISSING-LIST
004990         MOVE 1 TO WS-MISSING-PTR
005000         PERFORM 3310-CHECK-COURSE THRU 3310-EXIT
005010             VARYING WS-CRS-IDX FROM 1 BY 1
005020             UNTIL WS-CRS-IDX > WS-RQ-COURSE-COUNT(WS-RQ-IDX)
005030         IF WS-MET-COUNT >= WS-RQ-NEEDED(WS-RQ-IDX)
005040             SET WS-REQ-MET TO TRUE
005050         END-IF
005060         MOVE WS-MET-COUNT TO WS-ED-MET
005070         MOVE WS-RQ-NEEDED(WS-RQ-IDX) TO WS-ED-NEEDED
005080         STRING WS-ED-MET         DELIMITED BY SIZE
005090                " passed of "     DELIMITED BY SIZE
005100                WS-ED-NEEDED      DELIMITED BY SIZE
005110                " needed"         DELIMITED BY SIZE
005120             INTO WS-R-DETAIL
005130     END-IF
005140     MOVE WS-RQ-SEQ-NO(WS-RQ-IDX) TO WS-R-SEQ
005150     MOVE WS-RQ-DESC(WS-RQ-IDX) TO WS-R-DESC
005160     IF WS-REQ-MET
005170         MOVE "MET" TO WS-R-STATUS
005180     ELSE
005190         MOVE "OUTSTANDING" TO WS-R-STATUS
005200         ADD 1 TO WS-OUTSTANDING
005210     END-IF
005220     MOVE WS-REQ-LINE TO PrintLine
005230     WRITE PrintLine
005240     IF NOT WS-REQ-MET AND WS-RQ-TYPE(WS-RQ-IDX) NOT = "A"
005250         IF WS-RQ-TYPE(WS-RQ-IDX) = "G"
005260             MOVE "choose from:" TO WS-M-LABEL
005270         ELSE
005280             MOVE "still to pass:" TO WS-M-LABEL
005290         END-IF
005300         MOVE WS-MISSING-LIST TO WS-M-LIST
005310         MOVE WS-MISSING-LINE TO PrintLine
005320         WRITE PrintLine
005330     END-IF.
005340 3300-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 3310-CHECK-COURSE.
005380     MOVE WS-RQ-COURSE(WS-RQ-IDX, WS-CRS-IDX) TO WS-FIND-COURSE
005390     PERFORM 3130-FIND-COURSE THRU 3130-EXIT
005400     IF WS-CG-FOUND
005410             AND WS-CG-BEST(WS-CG-POS) > 0
005420             AND WS-CG-BEST(WS-CG-POS)
005430                 >= WS-RQ-MIN-POINTS(WS-RQ-IDX)
005440         ADD 1 TO WS-MET-COUNT
005450     ELSE
005460         STRING WS-FIND-COURSE    DELIMITED BY SIZE
005470                " "               DELIMITED BY SIZE
005480             INTO WS-MISSING-LIST
005490             WITH POINTER WS-MISSING-PTR
005500         END-STRING
005510     END-IF.
005520 3310-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------------
005550 3400-PRINT-RESULT.
005560     EVALUATE TRUE
005570         WHEN WS-CG-FULL
005580             MOVE "  NOT ASSESSED - more than 200 courses on file"
005590                 TO PrintLine
005600             ADD 1 TO WS-NOT-ELIGIBLE-COUNT
005610         WHEN WS-OUTSTANDING = 0
005620             MOVE "  ELIGIBLE TO GRADUATE" TO PrintLine
005630             PERFORM 3450-WRITE-ELIGIBLE THRU 3450-EXIT
005640         WHEN OTHER
005650             MOVE WS-OUTSTANDING TO WS-RL-COUNT
005660             MOVE WS-RESULT-LINE TO PrintLine
005670             ADD 1 TO WS-NOT-ELIGIBLE-COUNT
005680     END-EVALUATE
005690     WRITE PrintLine.
005700 3400-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730 3450-WRITE-ELIGIBLE.
005740     ADD 1 TO WS-ELIGIBLE-COUNT
005750     ADD StudentId TO WS-HASH-TOTAL
005760     MOVE SPACES TO EligLine
005770     STRING StudentId         DELIMITED BY SIZE
005780            ",G"              DELIMITED BY SIZE
005790         INTO EligLine
005800     WRITE EligLine.
005810 3450-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 8000-TERMINATE.
005850     IF NOT WS-RUN-BAD
005860         MOVE SPACES TO PrintLine
005870         WRITE PrintLine
005880         MOVE "Students audited:" TO WS-SUM-LABEL
005890         MOVE WS-AUDIT-COUNT TO WS-SUM-COUNT
005900         PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
005910         MOVE "Eligible to graduate:" TO WS-SUM-LABEL
005920         MOVE WS-ELIGIBLE-COUNT TO WS-SUM-COUNT
005930         PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
005940         MOVE "Not yet eligible:" TO WS-SUM-LABEL
005950         MOVE WS-NOT-ELIGIBLE-COUNT TO WS-SUM-COUNT
005960         PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
005970         MOVE SPACES TO EligLine
005980         STRING "T,"              DELIMITED BY SIZE
005990                WS-ELIGIBLE-COUNT DELIMITED BY SIZE
006000                ","               DELIMITED BY SIZE
006010                WS-HASH-TOTAL     DELIMITED BY SIZE
006020             INTO EligLine
006030         WRITE EligLine
006040         CLOSE ReportFile
006050         CLOSE EligFile
006060         IF WS-AUDIT-COUNT = 0
006070             DISPLAY "No active students found to audit."
006080         END-IF
006090         DISPLAY "Students audited:     " WS-AUDIT-COUNT
006100         DISPLAY "Eligible to graduate: " WS-ELIGIBLE-COUNT
006110         DISPLAY "Not yet eligible:     " WS-NOT-ELIGIBLE-COUNT
006120         DISPLAY "Eligible list is batch " WS-BATCH-ID
006130             " on DEGELIG.DAT - apply it through ENRLTXN."
006140     ELSE
006150         MOVE 8 TO RETURN-CODE
006160     END-IF
006170     CLOSE StudentFile
006180     CLOSE GradeFile
006190     CLOSE ReqFile.
006200 8000-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230 8100-WRITE-SUMMARY.
006240     MOVE WS-SUMMARY-LINE TO PrintLine
006250     WRITE PrintLine.
006260 8100-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 END PROGRAM DEGAUDIT.
