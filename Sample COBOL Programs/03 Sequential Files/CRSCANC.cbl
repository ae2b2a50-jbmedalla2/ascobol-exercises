000010******************************************************************
000020* PROGRAM:     CRSCANC
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Course cancellation run. For the course the
000080*              operator names (with a reason - low numbers, no
000090*              instructor):
000100*                - every student enrolled in it is dropped from
000110*                  the course: the entry comes out of the
000120*                  EnrollTable, the record is stamped and
000130*                  rewritten, the seat is released and the
000140*                  tuition charged for it is credited, each
000150*                  update journalled as in an ENRLTXN drop;
000160*                - every WAITLIST.DAT entry for it is deleted and
000170*                  journalled;
000180*                - the affected students are listed with names on
000190*                  CRSCANC.LST for the registrar to contact;
000200*                - optionally, when the operator names an
000210*                  alternate course, an ENRLTXN.DAT batch (header,
000220*                  one add per dropped student, trailer with count
000230*                  and Student Id hash) is written so the
000240*                  re-placement goes through ENRLTXN's normal
000250*                  seat, clash, prerequisite and hold checks;
000252*                  each add carries the O override flag, so a
000254*                  re-placement after the add deadline is let
000256*                  through and logged on OVERRIDE.LOG;
000260*                - only then is the course removed from
000270*                  COURSES.DAT (with the PREREQ.DAT entries naming
000280*                  it, as the CRSMAINT delete does) or, at the
000290*                  operator's choice, left on file with no seats
000300*                  taken so its description still prints for
000303*                  grades of earlier terms. If any drop or
000306*                  waitlist update failed the course is left
000309*                  exactly as it is, so the students still
000312*                  holding it keep a valid course; the run is
000315*                  repeated once the failures are put right.
000320*              CRSMAINT will not delete a course that still has
000330*              seats taken or a waitlist; this run is the way to
000340*              retire one.
000350* TECTONICS:   cobc
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15  DJO  Original version.
000393*   2026-10-15  DJO  Re-placement adds carry the O override
000396*                    flag for the add deadline.
000397*   2026-10-15  DJO  Course kept when any drop or waitlist
000398*                    update failed; its seats-taken count is
000399*                    no longer forced to zero.
000400*   2026-10-15  DJO  The batch id's last four digits are stepped
000401*                    on until the id is not on BATCHCTL.DAT, so a
000402*                    later month's run cannot reuse an applied id.
000406******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CRSCANC.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS DYNAMIC
000490            RECORD KEY IS StudentId
000500            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000510            FILE STATUS IS WS-FILE-STATUS.
000520     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS CC-CourseCode
000560            FILE STATUS IS WS-COURSE-STATUS.
000570     SELECT WaitFile ASSIGN TO "WAITLIST.DAT"
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS WL-WaitKey
000610            FILE STATUS IS WS-WAIT-STATUS.
000620     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS PQ-PrereqKey
000660            FILE STATUS IS WS-PREQ-STATUS.
000670     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS DYNAMIC
000700            RECORD KEY IS LG-LedgerKey
000710            FILE STATUS IS WS-LEDGER-STATUS.
000720     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS WS-JRNL-STATUS.
000750     SELECT TxnFile ASSIGN TO "ENRLTXN.DAT"
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS IS WS-TXN-STATUS.
000780     SELECT ReportFile ASSIGN TO "CRSCANC.LST"
000790            ORGANIZATION IS LINE SEQUENTIAL.
000792     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
000794            ORGANIZATION IS LINE SEQUENTIAL
000796            FILE STATUS IS WS-BCTL-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  StudentFile
000830         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000840         DEPENDING ON EnrollCount.
000850     COPY STUDDTL.
000860 FD  CourseFile.
000870     COPY COURSECD.
000880 FD  WaitFile.
000890     COPY WAITLDTL.
000900 FD  PrereqFile.
000910     COPY PREQDTL.
000920 FD  LedgerFile.
000930     COPY LEDGDTL.
000940 FD  JournalFile.
000950     COPY JRNLDTL.
000960 FD  TxnFile.
000970 01  TxnLine                  PIC X(80).
000980 FD  ReportFile.
000990 01  PrintLine                PIC X(132).
000993 FD  BatchCtlFile.
000996 01  BatchCtlLine            PIC X(80).
001000 WORKING-STORAGE SECTION.
001010 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001020 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001030 01  WS-WAIT-STATUS           PIC XX      VALUE SPACES.
001040 01  WS-PREQ-STATUS           PIC XX      VALUE SPACES.
001050 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
001060 01  WS-JRNL-STATUS           PIC XX      VALUE SPACES.
001070 01  WS-TXN-STATUS            PIC XX      VALUE SPACES.
001080 01  WS-OPERATOR-ID           PIC X(8)    VALUE SPACES.
001090 01  WS-REPLY                 PIC X       VALUE SPACES.
001100 01  WS-CANCEL-COURSE         PIC X(4)    VALUE SPACES.
001110 01  WS-CANCEL-DESC           PIC X(20)   VALUE SPACES.
001120 01  WS-ALT-COURSE            PIC X(4)    VALUE SPACES.
001130 01  WS-ALT-DESC              PIC X(20)   VALUE SPACES.
001140 01  WS-REASON                PIC X(30)   VALUE SPACES.
001150 01  WS-GO-SW                 PIC X       VALUE "N".
001160     88  WS-GO-AHEAD                      VALUE "Y".
001170 01  WS-BATCH-SW              PIC X       VALUE "N".
001180     88  WS-WRITE-BATCH                   VALUE "Y".
001190 01  WS-ALT-OK-SW             PIC X       VALUE "N".
001200     88  WS-ALT-OK                        VALUE "Y".
001210 01  WS-REMOVE-SW             PIC X       VALUE "Y".
001220     88  WS-REMOVE-COURSE                 VALUE "Y".
001230 01  WS-STUD-EOF-SW           PIC X       VALUE "N".
001240     88  WS-END-OF-STUDENTS               VALUE "Y".
001250 01  WS-WAIT-EOF-SW           PIC X       VALUE "N".
001260     88  WS-END-OF-WAIT                   VALUE "Y".
001270 01  WS-PREQ-EOF-SW           PIC X       VALUE "N".
001280     88  WS-END-OF-PREREQS                VALUE "Y".
001290 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
001300     88  WS-END-OF-LEDGER                 VALUE "Y".
001310 01  WS-DROP-POS              PIC 9       VALUE 0.
001320 01  WS-SCAN-IDX              PIC 9       VALUE 0.
001330 01  WS-DROP-COUNT            PIC 9(5)    VALUE 0.
001340 01  WS-WAIT-COUNT            PIC 9(5)    VALUE 0.
001350 01  WS-PREQ-COUNT            PIC 9(5) COMP VALUE 0.
001360 01  WS-FAIL-COUNT            PIC 9(5) COMP VALUE 0.
001370 01  WS-HASH-TOTAL            PIC 9(12)   VALUE 0.
001380 01  WS-BATCH-ID              PIC X(8)    VALUE SPACES.
001381 01  WS-BCTL-STATUS           PIC XX      VALUE SPACES.
001382 01  WS-BATCH-SEQ             PIC 9(4)    VALUE 0.
001383 01  WS-BATCH-DUP-SW          PIC X       VALUE "N".
001384     88  WS-BATCH-DUP                     VALUE "Y".
001385 01  WS-VERIFY-EOF-SW         PIC X       VALUE "N".
001386     88  WS-END-OF-VERIFY                 VALUE "Y".
001387 01  WS-CB-ID                 PIC X(8)    VALUE SPACES.
001388 01  WS-CB-DATE               PIC X(8)    VALUE SPACES.
001390 01  WS-RUN-DATE              PIC 9(8)    VALUE 0.
001400 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
001410                              PIC X(8).
001420 01  WS-RUN-TIME              PIC 9(8)    VALUE 0.
001430 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
001440                              PIC X(8).
001450 01  WS-ACCT-STUDENT          PIC 9(7)    VALUE 0.
001460 01  WS-ACCT-COURSE           PIC X(4)    VALUE SPACES.
001470 01  WS-ACCT-TERM             PIC X(5)    VALUE SPACES.
001480 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
001490 01  WS-ACCT-NET              PIC S9(7)V99 VALUE 0.
001500 01  WS-JN-FILE               PIC X       VALUE SPACE.
001510 01  WS-JN-ACTION             PIC X       VALUE SPACE.
001520 01  WS-JN-BEFORE             PIC X(100)  VALUE SPACES.
001530 01  WS-JN-AFTER              PIC X(100)  VALUE SPACES.
001540 01  WS-HEADING-1.
001550     02  FILLER               PIC X(27)
001560         VALUE "COURSE CANCELLATION - ".
001570     02  WS-H1-COURSE         PIC X(4).
001580     02  FILLER               PIC X(1)    VALUE SPACES.
001590     02  WS-H1-DESC           PIC X(20).
001600     02  FILLER               PIC X(3)    VALUE SPACES.
001610     02  WS-H1-DATE           PIC 9(8).
001620 01  WS-HEADING-2.
001630     02  FILLER               PIC X(8)    VALUE "Reason: ".
001640     02  WS-H2-REASON         PIC X(30).
001650     02  FILLER               PIC X(14)   VALUE "  Re-placing: ".
001660     02  WS-H2-ALT            PIC X(4).
001670     02  FILLER               PIC X(1)    VALUE SPACES.
001680     02  WS-H2-ALT-DESC       PIC X(20).
001690 01  WS-HEADING-3.
001700     02  FILLER               PIC X(9)    VALUE "STUDENT".
001710     02  FILLER               PIC X(10)   VALUE "SURNAME".
001720     02  FILLER               PIC X(4)    VALUE "IN".
001730     02  FILLER               PIC X(3)    VALUE "ST".
001740     02  FILLER               PIC X(12)   VALUE "WAS".
001750     02  FILLER               PIC X(30)   VALUE "ACTION".
001760 01  WS-DETAIL-LINE.
001770     02  WS-D-STUDENT         PIC 9(7).
001780     02  FILLER               PIC X(2)    VALUE SPACES.
001790     02  WS-D-SURNAME         PIC X(8).
001800     02  FILLER               PIC X(2)    VALUE SPACES.
001810     02  WS-D-INITIALS        PIC XX.
001820     02  FILLER               PIC X(2)    VALUE SPACES.
001830     02  WS-D-STATUS          PIC X.
001840     02  FILLER               PIC X(2)    VALUE SPACES.
001850     02  WS-D-WAS             PIC X(12).
001860     02  WS-D-ACTION          PIC X(40).
001870 01  WS-TOTAL-LINE.
001880     02  WS-T-LABEL           PIC X(30).
001890     02  WS-T-COUNT           PIC ZZZZ9.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001930     IF WS-GO-AHEAD
001940         PERFORM 2000-DROP-STUDENTS THRU 2000-EXIT
001950         PERFORM 3000-CLEAR-WAITLIST THRU 3000-EXIT
001953         IF WS-FAIL-COUNT = 0
001956             PERFORM 4000-CLOSE-COURSE THRU 4000-EXIT
001959         ELSE
001962             MOVE "N" TO WS-REMOVE-SW
001965         END-IF
001970     END-IF
001980     PERFORM 8000-TERMINATE THRU 8000-EXIT
001990     STOP RUN.
002000*-----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     OPEN I-O StudentFile
002030     IF WS-FILE-STATUS = "35"
002040         OPEN OUTPUT StudentFile
002050         CLOSE StudentFile
002060         OPEN I-O StudentFile
002070     END-IF
002080     OPEN I-O CourseFile
002090     IF WS-COURSE-STATUS = "35"
002100         OPEN OUTPUT CourseFile
002110         CLOSE CourseFile
002120         OPEN I-O CourseFile
002130     END-IF
002140     OPEN I-O WaitFile
002150     IF WS-WAIT-STATUS = "35"
002160         OPEN OUTPUT WaitFile
002170         CLOSE WaitFile
002180         OPEN I-O WaitFile
002190     END-IF
002200     OPEN I-O PrereqFile
002210     IF WS-PREQ-STATUS = "35"
002220         OPEN OUTPUT PrereqFile
002230         CLOSE PrereqFile
002240         OPEN I-O PrereqFile
002250     END-IF
002260     OPEN I-O LedgerFile
002270     IF WS-LEDGER-STATUS = "35"
002280         OPEN OUTPUT LedgerFile
002290         CLOSE LedgerFile
002300         OPEN I-O LedgerFile
002310     END-IF
002320     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
002330     ACCEPT WS-OPERATOR-ID
002340     DISPLAY "Course code to cancel: " WITH NO ADVANCING
002350     ACCEPT WS-CANCEL-COURSE
002360     MOVE WS-CANCEL-COURSE TO CC-CourseCode
002370     READ CourseFile
002380         INVALID KEY
002390             DISPLAY "*** Course code not found - nothing done."
002400         NOT INVALID KEY
002410             MOVE CC-CourseDesc TO WS-CANCEL-DESC
002420             PERFORM 1100-GET-DETAILS THRU 1100-EXIT
002430     END-READ
002440     IF WS-GO-AHEAD
002450         PERFORM 1200-OPEN-OUTPUTS THRU 1200-EXIT
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500 1100-GET-DETAILS.
002510     DISPLAY CC-CourseCode " " CC-CourseDesc "  seats taken "
002520         CC-Enrolled "/" CC-MaxSeats
002530     DISPLAY "Reason for cancellation: " WITH NO ADVANCING
002540     ACCEPT WS-REASON
002550     MOVE "N" TO WS-ALT-OK-SW
002560     PERFORM 1110-GET-ALTERNATE THRU 1110-EXIT
002570         UNTIL WS-ALT-OK
002580     IF WS-WRITE-BATCH
002590         PERFORM 1150-CHECK-BATCH THRU 1150-EXIT
002600     END-IF
002610     DISPLAY "Cancel " WS-CANCEL-COURSE " and drop every student "
002620         "enrolled in it? (Y/N) " WITH NO ADVANCING
002630     ACCEPT WS-REPLY
002640     IF WS-REPLY = "Y" OR WS-REPLY = "y"
002650         SET WS-GO-AHEAD TO TRUE
002660     ELSE
002670         DISPLAY "Cancellation abandoned - nothing done."
002680     END-IF.
002690 1100-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720 1110-GET-ALTERNATE.
002730     MOVE "N" TO WS-BATCH-SW
002740     MOVE SPACES TO WS-ALT-COURSE
002750     DISPLAY "Alternate course for re-placement "
002760         "(blank = none): " WITH NO ADVANCING
002770     ACCEPT WS-ALT-COURSE
002780     EVALUATE TRUE
002790       WHEN WS-ALT-COURSE = SPACES
002800         SET WS-ALT-OK TO TRUE
002810       WHEN WS-ALT-COURSE = WS-CANCEL-COURSE
002820         DISPLAY "*** Alternate cannot be the cancelled course."
002830       WHEN OTHER
002840         MOVE WS-ALT-COURSE TO CC-CourseCode
002850         READ CourseFile
002860             INVALID KEY
002870                 DISPLAY "*** Alternate course not found."
002880             NOT INVALID KEY
002890                 MOVE CC-CourseDesc TO WS-ALT-DESC
002900                 SET WS-WRITE-BATCH TO TRUE
002910                 SET WS-ALT-OK TO TRUE
002920         END-READ
002930     END-EVALUATE.
002940 1110-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970 1150-CHECK-BATCH.
002980     OPEN INPUT TxnFile
002990     IF WS-TXN-STATUS NOT = "35"
003000         CLOSE TxnFile
003010         DISPLAY "*** ENRLTXN.DAT is already on file - apply it "
003020             "first or it is replaced."
003030         DISPLAY "Replace ENRLTXN.DAT with the re-placement "
003040             "batch? (Y/N) " WITH NO ADVANCING
003050         ACCEPT WS-REPLY
003060         IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
003070             MOVE "N" TO WS-BATCH-SW
003080             MOVE SPACES TO WS-ALT-COURSE
003090             MOVE SPACES TO WS-ALT-DESC
003100             DISPLAY "No re-placement batch will be written."
003110         END-IF
003120     END-IF.
003130 1150-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 1200-OPEN-OUTPUTS.
003170     OPEN EXTEND JournalFile
003180     IF WS-JRNL-STATUS = "35"
003190         OPEN OUTPUT JournalFile
003200     END-IF
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     ACCEPT WS-RUN-TIME FROM TIME
003230     OPEN OUTPUT ReportFile
003240     MOVE WS-CANCEL-COURSE TO WS-H1-COURSE
003250     MOVE WS-CANCEL-DESC TO WS-H1-DESC
003260     MOVE WS-RUN-DATE TO WS-H1-DATE
003270     MOVE WS-HEADING-1 TO PrintLine
003280     WRITE PrintLine
003290     MOVE WS-REASON TO WS-H2-REASON
003300     IF WS-WRITE-BATCH
003310         MOVE WS-ALT-COURSE TO WS-H2-ALT
003320         MOVE WS-ALT-DESC TO WS-H2-ALT-DESC
003330     ELSE
003340         MOVE "none" TO WS-H2-ALT
003350     END-IF
003360     MOVE WS-HEADING-2 TO PrintLine
003370     WRITE PrintLine
003380     MOVE SPACES TO PrintLine
003390     WRITE PrintLine
003400     MOVE WS-HEADING-3 TO PrintLine
003410     WRITE PrintLine
003420     IF WS-WRITE-BATCH
003430         MOVE "CX" TO WS-BATCH-ID
003440         MOVE WS-RUN-DATE-X(7:2) TO WS-BATCH-ID(3:2)
003450         PERFORM 1250-SET-BATCH-ID THRU 1250-EXIT
003460         OPEN OUTPUT TxnFile
003470         MOVE SPACES TO TxnLine
003480         STRING "H,"              DELIMITED BY SIZE
003490                WS-BATCH-ID       DELIMITED BY SIZE
003500                ","               DELIMITED BY SIZE
003510                WS-RUN-DATE       DELIMITED BY SIZE
003520             INTO TxnLine
003530         WRITE TxnLine
003540     END-IF.
003550 1200-EXIT.
003560     EXIT.
003561*-----------------------------------------------------------------
003562 1250-SET-BATCH-ID.
003563     MOVE WS-RUN-TIME-X(1:4) TO WS-BATCH-SEQ
003564     SET WS-BATCH-DUP TO TRUE
003565     PERFORM 1260-TRY-BATCH-ID THRU 1260-EXIT
003566         UNTIL NOT WS-BATCH-DUP.
003567 1250-EXIT.
003568     EXIT.
003569*-----------------------------------------------------------------
003570 1260-TRY-BATCH-ID.
003571     MOVE WS-BATCH-SEQ TO WS-BATCH-ID(5:4)
003572     MOVE "N" TO WS-BATCH-DUP-SW
003573     MOVE "N" TO WS-VERIFY-EOF-SW
003574     OPEN INPUT BatchCtlFile
003575     IF WS-BCTL-STATUS = "35"
003576         CONTINUE
003577     ELSE
003578         PERFORM 1270-READ-CONTROL THRU 1270-EXIT
003579         PERFORM 1280-MATCH-CONTROL THRU 1280-EXIT
003580             UNTIL WS-END-OF-VERIFY
003581                OR WS-BATCH-DUP
003582         CLOSE BatchCtlFile
003583     END-IF
003584     IF WS-BATCH-DUP
003585         ADD 1 TO WS-BATCH-SEQ
003586     END-IF.
003587 1260-EXIT.
003588     EXIT.
003589*-----------------------------------------------------------------
003590 1270-READ-CONTROL.
003591     READ BatchCtlFile
003592         AT END
003593             SET WS-END-OF-VERIFY TO TRUE
003594     END-READ.
003595 1270-EXIT.
003596     EXIT.
003597*-----------------------------------------------------------------
003598 1280-MATCH-CONTROL.
003599     MOVE SPACES TO WS-CB-ID WS-CB-DATE
003600     UNSTRING BatchCtlLine DELIMITED BY ","
003601         INTO WS-CB-ID WS-CB-DATE
003602     END-UNSTRING
003603     IF WS-CB-ID = WS-BATCH-ID
003604         SET WS-BATCH-DUP TO TRUE
003605     ELSE
003606         PERFORM 1270-READ-CONTROL THRU 1270-EXIT
003607     END-IF.
003608 1280-EXIT.
003609     EXIT.
003610*-----------------------------------------------------------------
003611 2000-DROP-STUDENTS.
003612     MOVE "N" TO WS-STUD-EOF-SW
003613     MOVE 0 TO StudentId
003614     START StudentFile KEY NOT < StudentId
003620         INVALID KEY
003630             SET WS-END-OF-STUDENTS TO TRUE
003640     END-START
003650     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT
003660     PERFORM 2200-CHECK-STUDENT THRU 2200-EXIT
003670         UNTIL WS-END-OF-STUDENTS.
003680 2000-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710 2100-READ-NEXT-STUDENT.
003720     IF NOT WS-END-OF-STUDENTS
003730         READ StudentFile NEXT
003740             AT END
003750                 SET WS-END-OF-STUDENTS TO TRUE
003760         END-READ
003770     END-IF.
003780 2100-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810 2200-CHECK-STUDENT.
003820     MOVE 0 TO WS-DROP-POS
003830     PERFORM 2210-FIND-COURSE THRU 2210-EXIT
003840         VARYING WS-SCAN-IDX FROM 1 BY 1
003850         UNTIL WS-SCAN-IDX > EnrollCount
003860     IF WS-DROP-POS > 0
003870         PERFORM 2300-DROP-COURSE THRU 2300-EXIT
003880     END-IF
003890     PERFORM 2100-READ-NEXT-STUDENT THRU 2100-EXIT.
003900 2200-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930 2210-FIND-COURSE.
003940     IF CourseCode(WS-SCAN-IDX) = WS-CANCEL-COURSE
003950             AND WS-DROP-POS = 0
003960         MOVE WS-SCAN-IDX TO WS-DROP-POS
003970     END-IF.
003980 2210-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010 2300-DROP-COURSE.
004020     PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
004030     MOVE StudentId TO WS-ACCT-STUDENT
004040     MOVE WS-CANCEL-COURSE TO WS-ACCT-COURSE
004050     MOVE CourseTerm(WS-DROP-POS) TO WS-ACCT-TERM
004060     PERFORM 2310-SHIFT-ONE THRU 2310-EXIT
004070         VARYING WS-SCAN-IDX FROM WS-DROP-POS BY 1
004080         UNTIL WS-SCAN-IDX >= EnrollCount
004090     SUBTRACT 1 FROM EnrollCount
004100     PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
004110     MOVE SPACES TO WS-DETAIL-LINE
004120     MOVE StudentId TO WS-D-STUDENT
004130     MOVE Surname TO WS-D-SURNAME
004140     MOVE Initials TO WS-D-INITIALS
004150     MOVE StudStatus TO WS-D-STATUS
004160     MOVE "ENROLLED" TO WS-D-WAS
004170     REWRITE StudentDetails
004180         INVALID KEY
004190             MOVE "*** NOT DROPPED - update failed" TO WS-D-ACTION
004200             ADD 1 TO WS-FAIL-COUNT
004210         NOT INVALID KEY
004220             MOVE "S" TO WS-JN-FILE
004230             MOVE "R" TO WS-JN-ACTION
004240             PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
004250             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
004260             PERFORM 2400-RELEASE-SEAT THRU 2400-EXIT
004270             PERFORM 2500-POST-CREDIT THRU 2500-EXIT
004280             ADD 1 TO WS-DROP-COUNT
004290             IF WS-WRITE-BATCH
004300                 PERFORM 2600-WRITE-ADD THRU 2600-EXIT
004310                 MOVE "Dropped - add to " TO WS-D-ACTION
004320                 MOVE WS-ALT-COURSE TO WS-D-ACTION(18:4)
004330                 MOVE " batched" TO WS-D-ACTION(22:8)
004340             ELSE
004350                 MOVE "Dropped" TO WS-D-ACTION
004360             END-IF
004370     END-REWRITE
004380     MOVE WS-DETAIL-LINE TO PrintLine
004390     WRITE PrintLine.
004400 2300-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------------
004430 2310-SHIFT-ONE.
004440     MOVE EnrollTable(WS-SCAN-IDX + 1) TO
004450         EnrollTable(WS-SCAN-IDX).
004460 2310-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490 2400-RELEASE-SEAT.
004500     MOVE WS-CANCEL-COURSE TO CC-CourseCode
004510     READ CourseFile
004520         INVALID KEY
004530             CONTINUE
004540         NOT INVALID KEY
004550             IF CC-Enrolled > 0
004560                 PERFORM 9200-SAVE-CRS-BEFORE THRU 9200-EXIT
004570                 SUBTRACT 1 FROM CC-Enrolled
004580                 REWRITE CourseCodeRecord
004590                 MOVE "C" TO WS-JN-FILE
004600                 MOVE "R" TO WS-JN-ACTION
004610                 PERFORM 9210-SAVE-CRS-AFTER THRU 9210-EXIT
004620                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
004630             END-IF
004640     END-READ.
004650 2400-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680 2500-POST-CREDIT.
004690     PERFORM 2510-SCAN-LEDGER THRU 2510-EXIT
004700     IF WS-ACCT-NET > 0
004710         MOVE SPACES TO LedgerRecord
004720         MOVE WS-ACCT-STUDENT TO LG-StudentId
004730         COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
004740         MOVE "R" TO LG-EntryType
004750         MOVE WS-RUN-DATE TO LG-PostDate
004760         MOVE WS-ACCT-TERM TO LG-Term
004770         MOVE WS-ACCT-COURSE TO LG-CourseCode
004780         MOVE WS-ACCT-NET TO LG-Amount
004790         MOVE "CRSCANC" TO LG-Source
004800         MOVE WS-OPERATOR-ID TO LG-Operator
004810         WRITE LedgerRecord
004820             INVALID KEY
004830                 DISPLAY "*** Unable to post to LEDGER.DAT for "
004840                     WS-ACCT-STUDENT
004850         END-WRITE
004860     END-IF.
004870 2500-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------------
004900 2510-SCAN-LEDGER.
004910     MOVE 0 TO WS-ACCT-LAST-NO
004920     MOVE 0 TO WS-ACCT-NET
004930     MOVE "N" TO WS-LEDGER-EOF-SW
004940     MOVE WS-ACCT-STUDENT TO LG-StudentId
004950     MOVE 0 TO LG-EntryNo
004960     START LedgerFile KEY NOT < LG-LedgerKey
004970         INVALID KEY
004980             SET WS-END-OF-LEDGER TO TRUE
004990     END-START
005000     PERFORM 2520-READ-NEXT-LEDGER THRU 2520-EXIT
005010     PERFORM 2530-SCAN-LEDGER-ONE THRU 2530-EXIT
005020         UNTIL WS-END-OF-LEDGER.
005030 2510-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 2520-READ-NEXT-LEDGER.
005070     IF NOT WS-END-OF-LEDGER
005080         READ LedgerFile NEXT
005090             AT END
005100                 SET WS-END-OF-LEDGER TO TRUE
005110             NOT AT END
005120                 IF LG-StudentId NOT = WS-ACCT-STUDENT
005130                     SET WS-END-OF-LEDGER TO TRUE
005140                 END-IF
005150         END-READ
005160     END-IF.
005170 2520-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200 2530-SCAN-LEDGER-ONE.
005210     MOVE LG-EntryNo TO WS-ACCT-LAST-NO
005220     IF LG-CourseCode = WS-ACCT-COURSE
005230             AND LG-Term = WS-ACCT-TERM
005240         EVALUATE TRUE
005250           WHEN LG-Charge
005260             ADD LG-Amount TO WS-ACCT-NET
005270           WHEN LG-Credit
005280             SUBTRACT LG-Amount FROM WS-ACCT-NET
005290         END-EVALUATE
005300     END-IF
005310     PERFORM 2520-READ-NEXT-LEDGER THRU 2520-EXIT.
005320 2530-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------------
005350 2600-WRITE-ADD.
005360     ADD StudentId TO WS-HASH-TOTAL
005370     MOVE SPACES TO TxnLine
005380     STRING StudentId         DELIMITED BY SIZE
005390            ",A,"             DELIMITED BY SIZE
005400            WS-ALT-COURSE     DELIMITED BY SIZE
005405            ",O"              DELIMITED BY SIZE
005410         INTO TxnLine
005420     WRITE TxnLine.
005430 2600-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460 3000-CLEAR-WAITLIST.
005470     MOVE "N" TO WS-WAIT-EOF-SW
005480     MOVE WS-CANCEL-COURSE TO WL-CourseCode
005490     MOVE 0 TO WL-Position
005500     START WaitFile KEY NOT < WL-WaitKey
005510         INVALID KEY
005520             SET WS-END-OF-WAIT TO TRUE
005530     END-START
005540     PERFORM 3100-READ-NEXT-WAIT THRU 3100-EXIT
005550     PERFORM 3200-CLEAR-ONE THRU 3200-EXIT
005560         UNTIL WS-END-OF-WAIT.
005570 3000-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600 3100-READ-NEXT-WAIT.
005610     IF NOT WS-END-OF-WAIT
005620         READ WaitFile NEXT
005630             AT END
005640                 SET WS-END-OF-WAIT TO TRUE
005650             NOT AT END
005660                 IF WL-CourseCode NOT = WS-CANCEL-COURSE
005670                     SET WS-END-OF-WAIT TO TRUE
005680                 END-IF
005690         END-READ
005700     END-IF.
005710 3100-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740 3200-CLEAR-ONE.
005750     MOVE SPACES TO WS-DETAIL-LINE
005760     MOVE WL-StudentId TO WS-D-STUDENT
005770     MOVE "WAITLISTED" TO WS-D-WAS
005780     MOVE SPACES TO WS-JN-BEFORE
005790     MOVE WaitlistRecord TO WS-JN-BEFORE
005800     DELETE WaitFile RECORD
005810         INVALID KEY
005820             MOVE "*** Waitlist entry not removed" TO WS-D-ACTION
005830             ADD 1 TO WS-FAIL-COUNT
005840         NOT INVALID KEY
005850             MOVE "W" TO WS-JN-FILE
005860             MOVE "D" TO WS-JN-ACTION
005870             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
005880             MOVE "Removed from waitlist" TO WS-D-ACTION
005890             ADD 1 TO WS-WAIT-COUNT
005900     END-DELETE
005910     MOVE WS-D-STUDENT TO StudentId
005920     READ StudentFile
005930         INVALID KEY
005940             MOVE "UNKNOWN" TO WS-D-SURNAME
005950         NOT INVALID KEY
005960             MOVE Surname TO WS-D-SURNAME
005970             MOVE Initials TO WS-D-INITIALS
005980             MOVE StudStatus TO WS-D-STATUS
005990     END-READ
006000     MOVE WS-DETAIL-LINE TO PrintLine
006010     WRITE PrintLine
006020     PERFORM 3100-READ-NEXT-WAIT THRU 3100-EXIT.
006030 3200-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060 4000-CLOSE-COURSE.
006070     MOVE WS-CANCEL-COURSE TO CC-CourseCode
006080     READ CourseFile
006090         INVALID KEY
006100             DISPLAY "*** " WS-CANCEL-COURSE " no longer on "
006110                 "COURSES.DAT."
006120         NOT INVALID KEY
006130             PERFORM 4100-REMOVE-OR-KEEP THRU 4100-EXIT
006140     END-READ.
006150 4000-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180 4100-REMOVE-OR-KEEP.
006280     DISPLAY "Remove " WS-CANCEL-COURSE " from COURSES.DAT? "
006290         "(Y = remove, N = keep on file for earlier terms' "
006300         "grades) " WITH NO ADVANCING
006310     ACCEPT WS-REPLY
006320     IF WS-REPLY = "N" OR WS-REPLY = "n"
006330         MOVE "N" TO WS-REMOVE-SW
006340     END-IF
006350     IF WS-REMOVE-COURSE
006360         PERFORM 9200-SAVE-CRS-BEFORE THRU 9200-EXIT
006370         DELETE CourseFile RECORD
006380             INVALID KEY
006390                 DISPLAY "*** Unable to delete course record."
006400                 MOVE "N" TO WS-REMOVE-SW
006410             NOT INVALID KEY
006420                 MOVE "C" TO WS-JN-FILE
006430                 MOVE "D" TO WS-JN-ACTION
006440                 MOVE SPACES TO WS-JN-AFTER
006450                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006460                 PERFORM 4200-PURGE-PREREQS THRU 4200-EXIT
006470         END-DELETE
006480     END-IF.
006490 4100-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------------
006520 4200-PURGE-PREREQS.
006530     MOVE 0 TO WS-PREQ-COUNT
006540     MOVE "N" TO WS-PREQ-EOF-SW
006550     MOVE LOW-VALUES TO PQ-PrereqKey
006560     START PrereqFile KEY NOT < PQ-PrereqKey
006570         INVALID KEY
006580             SET WS-END-OF-PREREQS TO TRUE
006590     END-START
006600     PERFORM 4210-READ-NEXT-PREREQ THRU 4210-EXIT
006610     PERFORM 4220-PURGE-ONE THRU 4220-EXIT
006620         UNTIL WS-END-OF-PREREQS.
006630 4200-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------------
006660 4210-READ-NEXT-PREREQ.
006670     IF NOT WS-END-OF-PREREQS
006680         READ PrereqFile NEXT
006690             AT END
006700                 SET WS-END-OF-PREREQS TO TRUE
006710         END-READ
006720     END-IF.
006730 4210-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760 4220-PURGE-ONE.
006770     IF PQ-CourseCode = WS-CANCEL-COURSE
006780             OR PQ-PrereqCode = WS-CANCEL-COURSE
006790         DELETE PrereqFile RECORD
006800             INVALID KEY
006810                 CONTINUE
006820             NOT INVALID KEY
006830                 ADD 1 TO WS-PREQ-COUNT
006840         END-DELETE
006850     END-IF
006860     PERFORM 4210-READ-NEXT-PREREQ THRU 4210-EXIT.
006870 4220-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900 8000-TERMINATE.
006910     IF WS-GO-AHEAD
006920         MOVE SPACES TO PrintLine
006930         WRITE PrintLine
006940         MOVE "Students dropped:" TO WS-T-LABEL
006950         MOVE WS-DROP-COUNT TO WS-T-COUNT
006960         MOVE WS-TOTAL-LINE TO PrintLine
006970         WRITE PrintLine
006980         MOVE "Waitlist entries removed:" TO WS-T-LABEL
006990         MOVE WS-WAIT-COUNT TO WS-T-COUNT
007000         MOVE WS-TOTAL-LINE TO PrintLine
007010         WRITE PrintLine
007020         IF WS-FAIL-COUNT > 0
007030             MOVE "Updates that failed:" TO WS-T-LABEL
007040             MOVE WS-FAIL-COUNT TO WS-T-COUNT
007050             MOVE WS-TOTAL-LINE TO PrintLine
007060             WRITE PrintLine
007070         END-IF
007074         IF WS-FAIL-COUNT > 0
007078             MOVE "Course kept on file - some updates failed"
007080                 TO PrintLine
007086             WRITE PrintLine
007090             MOVE "Correct the failures and run CRSCANC again."
007094                 TO PrintLine
007100         ELSE
007104             IF WS-REMOVE-COURSE
007108                 MOVE "Course removed from COURSES.DAT"
007110                     TO PrintLine
007112             ELSE
007116                 MOVE "Course kept on COURSES.DAT, no seats taken"
007120                     TO PrintLine
007124             END-IF
007130         END-IF
007140         WRITE PrintLine
007150         CLOSE ReportFile
007160         CLOSE JournalFile
007170         IF WS-WRITE-BATCH
007180             MOVE SPACES TO TxnLine
007190             STRING "T,"              DELIMITED BY SIZE
007200                    WS-DROP-COUNT     DELIMITED BY SIZE
007210                    ","               DELIMITED BY SIZE
007220                    WS-HASH-TOTAL     DELIMITED BY SIZE
007230                 INTO TxnLine
007240             WRITE TxnLine
007250             CLOSE TxnFile
007260         END-IF
007270         DISPLAY "Students dropped:         " WS-DROP-COUNT
007280         DISPLAY "Waitlist entries removed: " WS-WAIT-COUNT
007290         IF WS-PREQ-COUNT > 0
007300             DISPLAY "Prerequisite entries removed: "
007310                 WS-PREQ-COUNT
007320         END-IF
007330         IF WS-WRITE-BATCH
007340             DISPLAY "Re-placement adds are batch " WS-BATCH-ID
007350                 " on ENRLTXN.DAT - apply it through ENRLTXN."
007360         END-IF
007370         DISPLAY "Affected students are listed on CRSCANC.LST."
007380         IF WS-FAIL-COUNT > 0
007383             DISPLAY "*** Some updates failed - " WS-CANCEL-COURSE
007386                 " kept on COURSES.DAT; run CRSCANC again."
007390             MOVE 8 TO RETURN-CODE
007400         END-IF
007410     END-IF
007420     CLOSE StudentFile
007430     CLOSE CourseFile
007440     CLOSE WaitFile
007450     CLOSE PrereqFile
007460     CLOSE LedgerFile.
007470 8000-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500 9000-WRITE-JOURNAL.
007510     ACCEPT JN-Date FROM DATE YYYYMMDD
007520     ACCEPT JN-Time FROM TIME
007530     MOVE WS-OPERATOR-ID TO JN-Operator
007540     MOVE WS-JN-FILE TO JN-File
007550     MOVE WS-JN-ACTION TO JN-Action
007560     MOVE WS-JN-BEFORE TO JN-Before
007570     MOVE WS-JN-AFTER TO JN-After
007580     WRITE JournalRecord
007590     MOVE SPACES TO WS-JN-BEFORE
007600     MOVE SPACES TO WS-JN-AFTER.
007610 9000-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 9100-SAVE-STUD-BEFORE.
007650     MOVE SPACES TO WS-JN-BEFORE
007660     MOVE StudentDetails TO WS-JN-BEFORE.
007670 9100-EXIT.
007680     EXIT.
007690*-----------------------------------------------------------------
007700 9110-SAVE-STUD-AFTER.
007710     MOVE SPACES TO WS-JN-AFTER
007720     MOVE StudentDetails TO WS-JN-AFTER.
007730 9110-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007760 9120-STAMP-MAINT.
007770     ACCEPT LastMaintDate FROM DATE YYYYMMDD
007780     ACCEPT LastMaintTime FROM TIME.
007790 9120-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------------
007820 9200-SAVE-CRS-BEFORE.
007830     MOVE SPACES TO WS-JN-BEFORE
007840     MOVE CourseCodeRecord TO WS-JN-BEFORE.
007850 9200-EXIT.
007860     EXIT.
007870*-----------------------------------------------------------------
007880 9210-SAVE-CRS-AFTER.
007890     MOVE SPACES TO WS-JN-AFTER
007900     MOVE CourseCodeRecord TO WS-JN-AFTER.
007910 9210-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------------
007940 END PROGRAM CRSCANC.
