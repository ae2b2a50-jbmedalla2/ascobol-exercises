000010******************************************************************
000020* PROGRAM:     STUDMRG
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Merges a duplicate student record (usually found
000080*              by DUPRPT) into the record that is to survive. The
000090*              operator names the surviving and the retired Id,
000100*              sees both records and confirms; then
000110*                - the retired Id's EnrollTable entries are added
000120*                  to the survivor's. An entry the survivor
000130*                  already holds (same course and term) is not
000140*                  copied: its seat was counted twice, so
000150*                  CC-Enrolled is reduced by one and the tuition
000160*                  charged for it on the retired account is
000170*                  credited. If the merged table would hold more
000180*                  than six courses nothing is merged - the
000190*                  operator drops courses first;
000200*                - the retired Id's GRADES.DAT rows are re-keyed
000210*                  to the survivor. Where the survivor already
000220*                  has a grade for the same term and course the
000230*                  survivor's grade stands and the other is
000240*                  listed on STUDMRG.LST;
000250*                - the retired Id's WAITLIST.DAT entries move to
000260*                  the survivor in the same queue position,
000270*                  unless the survivor is already enrolled in or
000280*                  queued for that course, when they are deleted;
000290*                  a survivor entry for a course now enrolled
000300*                  through the merge is deleted too;
000310*                - the retired Id's LEDGER.DAT entries are moved
000320*                  onto the end of the survivor's account;
000330*                - the retired record is deleted.
000340*              Every update is journalled to JOURNAL.DAT (S, C, G,
000350*              W and L entries), both Ids are logged on
000360*              STUDENTS.LOG, and a cross-reference line (retired
000370*              Id to surviving Id) is added to STUDXREF.DAT for
000380*              the registrar. STUDMRG.LST lists each merge. The
000382*              grade and ledger moves re-start their browse at
000384*              the retired Id on every pass, so a row just moved
000386*              off it is never read twice and no table is needed.
000390* TECTONICS:   cobc
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420*   DATE       INIT  DESCRIPTION
000430*   2026-10-15  DJO  Original version.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. STUDMRG.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS DYNAMIC
000530            RECORD KEY IS StudentId
000540            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000550            FILE STATUS IS WS-FILE-STATUS.
000560     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS DYNAMIC
000590            RECORD KEY IS CC-CourseCode
000600            FILE STATUS IS WS-COURSE-STATUS.
000610     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS GR-GradeKey
000650            FILE STATUS IS WS-GRADE-STATUS.
000660     SELECT WaitFile ASSIGN TO "WAITLIST.DAT"
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS WL-WaitKey
000700            FILE STATUS IS WS-WAIT-STATUS.
000710     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS DYNAMIC
000740            RECORD KEY IS LG-LedgerKey
000750            FILE STATUS IS WS-LEDGER-STATUS.
000760     SELECT JournalFile ASSIGN TO "JOURNAL.DAT"
000770            ORGANIZATION IS LINE SEQUENTIAL
000780            FILE STATUS IS WS-JRNL-STATUS.
000790     SELECT AuditFile ASSIGN TO "STUDENTS.LOG"
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS IS WS-AUDIT-STATUS.
000820     SELECT XrefFile ASSIGN TO "STUDXREF.DAT"
000830            ORGANIZATION IS LINE SEQUENTIAL
000840            FILE STATUS IS WS-XREF-STATUS.
000850     SELECT ReportFile ASSIGN TO "STUDMRG.LST"
000860            ORGANIZATION IS LINE SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  StudentFile
000900         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000910         DEPENDING ON EnrollCount.
000920     COPY STUDDTL.
000930 FD  CourseFile.
000940     COPY COURSECD.
000950 FD  GradeFile.
000960     COPY GRADEDTL.
000970 FD  WaitFile.
000980     COPY WAITLDTL.
000990 FD  LedgerFile.
001000     COPY LEDGDTL.
001010 FD  JournalFile.
001020     COPY JRNLDTL.
001030 FD  AuditFile.
001040 01  AuditRecord.
001050     02  AuditDate       PIC 9(8).
001060     02  FILLER          PIC X(1).
001070     02  AuditTime       PIC 9(8).
001080     02  FILLER          PIC X(1).
001090     02  AuditOperator   PIC X(8).
001100     02  FILLER          PIC X(1).
001110     02  AuditStudentId  PIC 9(7).
001120 FD  XrefFile.
001130     COPY XREFDTL.
001140 FD  ReportFile.
001150 01  ReportLine               PIC X(100).
001160 WORKING-STORAGE SECTION.
001170 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
001180 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
001190 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
001200 01  WS-WAIT-STATUS           PIC XX      VALUE SPACES.
001210 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
001220 01  WS-JRNL-STATUS           PIC XX      VALUE SPACES.
001230 01  WS-AUDIT-STATUS          PIC XX      VALUE SPACES.
001240 01  WS-XREF-STATUS           PIC XX      VALUE SPACES.
001250 01  WS-OPERATOR-ID           PIC X(8)    VALUE SPACES.
001260 01  WS-REPLY                 PIC X       VALUE SPACES.
001270 01  WS-ID-ENTRY              PIC X(7)    VALUE SPACES.
001280 01  WS-SURV-ID               PIC 9(7)    VALUE 0.
001290 01  WS-RET-ID                PIC 9(7)    VALUE 0.
001300 01  WS-FINISHED-SW           PIC X       VALUE "N".
001310     88  WS-FINISHED                      VALUE "Y".
001320 01  WS-VALID-SW              PIC X       VALUE "N".
001330     88  WS-IDS-VALID                     VALUE "Y".
001340 01  WS-RET-FOUND-SW          PIC X       VALUE "N".
001350     88  WS-RET-FOUND                     VALUE "Y".
001360 01  WS-MERGED-SW             PIC X       VALUE "N".
001370     88  WS-MERGE-DONE                    VALUE "Y".
001380 01  WS-MORE-SW               PIC X       VALUE "N".
001390     88  WS-MORE-ROWS                     VALUE "Y".
001400 01  WS-WAIT-EOF-SW           PIC X       VALUE "N".
001410     88  WS-END-OF-WAIT                   VALUE "Y".
001420 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
001430     88  WS-END-OF-LEDGER                 VALUE "Y".
001440 01  WS-HELD-SW               PIC X       VALUE "N".
001450     88  WS-COURSE-HELD                   VALUE "Y".
001470 01  WS-RET-DETAILS.
001480     02  WS-RET-STUDENT-ID    PIC 9(7).
001490     02  WS-RET-SURNAME       PIC X(8).
001500     02  WS-RET-INITIALS      PIC XX.
001510     02  WS-RET-DOB           PIC 9(8).
001520     02  WS-RET-GENDER        PIC X.
001530     02  WS-RET-STATUS        PIC X.
001540     02  WS-RET-MAINT-DATE    PIC 9(8).
001550     02  WS-RET-MAINT-TIME    PIC 9(8).
001560     02  WS-RET-COUNT         PIC 9(1).
001570     02  WS-RET-ENROLL OCCURS 6 TIMES.
001580         03  WS-RET-COURSE    PIC X(4).
001590         03  WS-RET-TERM      PIC X(5).
001600 01  WS-RET-DUP-TABLE.
001610     02  WS-RET-DUP OCCURS 6 TIMES PIC X.
001620 01  WS-RET-IDX               PIC 9       VALUE 0.
001630 01  WS-NEW-COUNT             PIC 9(2)    VALUE 0.
001660 01  WS-SURV-COURSE-TABLE.
001670     02  WS-SC-COURSE OCCURS 6 TIMES PIC X(4).
001680 01  WS-SC-COUNT              PIC 9       VALUE 0.
001690 01  WS-SC-IDX                PIC 9       VALUE 0.
001700 01  WS-SURV-QUEUE-TABLE.
001710     02  WS-SQ-COURSE OCCURS 50 TIMES PIC X(4).
001720 01  WS-SQ-COUNT              PIC 9(2)    VALUE 0.
001730 01  WS-SQ-IDX                PIC 9(2)    VALUE 0.
001740 01  WS-CHECK-COURSE          PIC X(4)    VALUE SPACES.
001750 01  WS-OLD-GRADE             PIC X(18)   VALUE SPACES.
001760 01  WS-OLD-LEDGER            PIC X(71)   VALUE SPACES.
001770 01  WS-ACCT-STUDENT          PIC 9(7)    VALUE 0.
001780 01  WS-ACCT-COURSE           PIC X(4)    VALUE SPACES.
001790 01  WS-ACCT-TERM             PIC X(5)    VALUE SPACES.
001800 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
001810 01  WS-ACCT-NET              PIC S9(7)V99 VALUE 0.
001820 01  WS-TODAY                 PIC 9(8)    VALUE 0.
001830 01  WS-JN-FILE               PIC X       VALUE SPACE.
001840 01  WS-JN-ACTION             PIC X       VALUE SPACE.
001850 01  WS-JN-BEFORE             PIC X(100)  VALUE SPACES.
001860 01  WS-JN-AFTER              PIC X(100)  VALUE SPACES.
001880 01  WS-MERGE-COUNTS.
001890     02  WS-MC-ENROLLED       PIC 9(3)    VALUE 0.
001900     02  WS-MC-SEATS          PIC 9(3)    VALUE 0.
001910     02  WS-MC-GRADES         PIC 9(3)    VALUE 0.
001920     02  WS-MC-GRADE-CONFLICT PIC 9(3)    VALUE 0.
001930     02  WS-MC-WAIT-MOVED     PIC 9(3)    VALUE 0.
001940     02  WS-MC-WAIT-DROPPED   PIC 9(3)    VALUE 0.
001950     02  WS-MC-LEDGER         PIC 9(3)    VALUE 0.
001960 01  WS-MERGE-TOTAL           PIC 9(5) COMP VALUE 0.
001970 01  WS-REFUSED-TOTAL         PIC 9(5) COMP VALUE 0.
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     PERFORM 2000-GET-IDS THRU 2000-EXIT
002020     PERFORM 2900-PROCESS-AND-GET THRU 2900-EXIT
002030         UNTIL WS-FINISHED
002040     PERFORM 8000-TERMINATE THRU 8000-EXIT
002050     STOP RUN.
002060*-----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     OPEN I-O StudentFile
002090     IF WS-FILE-STATUS = "35"
002100         OPEN OUTPUT StudentFile
002110         CLOSE StudentFile
002120         OPEN I-O StudentFile
002130     END-IF
002140     OPEN I-O CourseFile
002150     IF WS-COURSE-STATUS = "35"
002160         OPEN OUTPUT CourseFile
002170         CLOSE CourseFile
002180         OPEN I-O CourseFile
002190     END-IF
002200     OPEN I-O GradeFile
002210     IF WS-GRADE-STATUS = "35"
002220         OPEN OUTPUT GradeFile
002230         CLOSE GradeFile
002240         OPEN I-O GradeFile
002250     END-IF
002260     OPEN I-O WaitFile
002270     IF WS-WAIT-STATUS = "35"
002280         OPEN OUTPUT WaitFile
002290         CLOSE WaitFile
002300         OPEN I-O WaitFile
002310     END-IF
002320     OPEN I-O LedgerFile
002330     IF WS-LEDGER-STATUS = "35"
002340         OPEN OUTPUT LedgerFile
002350         CLOSE LedgerFile
002360         OPEN I-O LedgerFile
002370     END-IF
002380     OPEN EXTEND JournalFile
002390     IF WS-JRNL-STATUS = "35"
002400         OPEN OUTPUT JournalFile
002410     END-IF
002420     OPEN EXTEND AuditFile
002430     IF WS-AUDIT-STATUS = "35"
002440         OPEN OUTPUT AuditFile
002450     END-IF
002460     OPEN EXTEND XrefFile
002470     IF WS-XREF-STATUS = "35"
002480         OPEN OUTPUT XrefFile
002490     END-IF
002500     OPEN OUTPUT ReportFile
002510     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
002520     ACCEPT WS-OPERATOR-ID.
002530 1000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560 2000-GET-IDS.
002570     MOVE "N" TO WS-VALID-SW
002580     DISPLAY "Surviving Student Id (blank to finish): "
002590         WITH NO ADVANCING
002600     MOVE SPACES TO WS-ID-ENTRY
002610     ACCEPT WS-ID-ENTRY
002620     IF WS-ID-ENTRY = SPACES
002630         SET WS-FINISHED TO TRUE
002640     ELSE
002650         IF WS-ID-ENTRY NOT NUMERIC
002660             DISPLAY "*** Student Id must be numeric."
002670         ELSE
002680             MOVE WS-ID-ENTRY TO WS-SURV-ID
002690             DISPLAY "Retired (duplicate) Student Id: "
002700                 WITH NO ADVANCING
002710             MOVE SPACES TO WS-ID-ENTRY
002720             ACCEPT WS-ID-ENTRY
002730             IF WS-ID-ENTRY NOT NUMERIC
002740                 DISPLAY "*** Student Id must be numeric."
002750             ELSE
002760                 MOVE WS-ID-ENTRY TO WS-RET-ID
002770                 IF WS-RET-ID = WS-SURV-ID
002780                     DISPLAY "*** The two Ids must differ."
002790                 ELSE
002800                     SET WS-IDS-VALID TO TRUE
002810                 END-IF
002820             END-IF
002830         END-IF
002840     END-IF.
002850 2000-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880 2900-PROCESS-AND-GET.
002890     IF WS-IDS-VALID
002900         PERFORM 3000-READ-PAIR THRU 3000-EXIT
002910     END-IF
002920     PERFORM 2000-GET-IDS THRU 2000-EXIT.
002930 2900-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960 3000-READ-PAIR.
002970     MOVE "N" TO WS-RET-FOUND-SW
002980     MOVE WS-RET-ID TO StudentId
002990     READ StudentFile
003000         INVALID KEY
003010             DISPLAY "*** Retired Id " WS-RET-ID
003020                 " not on STUDMAST.DAT."
003030         NOT INVALID KEY
003040             MOVE SPACES TO WS-RET-DETAILS
003050             MOVE StudentDetails TO WS-RET-DETAILS
003060             SET WS-RET-FOUND TO TRUE
003070     END-READ
003080     IF WS-RET-FOUND
003090         MOVE WS-SURV-ID TO StudentId
003100         READ StudentFile
003110             INVALID KEY
003120                 DISPLAY "*** Surviving Id " WS-SURV-ID
003130                     " not on STUDMAST.DAT."
003140             NOT INVALID KEY
003150                 PERFORM 3100-CHECK-AND-CONFIRM THRU 3100-EXIT
003160         END-READ
003170     END-IF.
003180 3000-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210 3100-CHECK-AND-CONFIRM.
003220     DISPLAY "Survivor - " StudentId " " Surname " " Initials " "
003230         DateOfBirth " " Gender " status " StudStatus " courses "
003240         EnrollCount
003250     DISPLAY "Retired  - " WS-RET-STUDENT-ID " " WS-RET-SURNAME
003260         " " WS-RET-INITIALS " " WS-RET-DOB " " WS-RET-GENDER
003270         " status " WS-RET-STATUS " courses " WS-RET-COUNT
003280     IF Surname NOT = WS-RET-SURNAME
003290             OR Initials NOT = WS-RET-INITIALS
003300             OR DateOfBirth NOT = WS-RET-DOB
003310             OR Gender NOT = WS-RET-GENDER
003320         DISPLAY "*** Name, date of birth or gender differ - "
003330             "check these are the same person."
003340     END-IF
003350     MOVE EnrollCount TO WS-NEW-COUNT
003360     PERFORM 3110-MARK-DUPLICATE THRU 3110-EXIT
003370         VARYING WS-RET-IDX FROM 1 BY 1
003380         UNTIL WS-RET-IDX > WS-RET-COUNT
003390     IF WS-NEW-COUNT > 6
003400         DISPLAY "*** Merged enrollments would be " WS-NEW-COUNT
003410             " - over the six-course limit. Drop courses first;"
003420             " nothing merged."
003430         ADD 1 TO WS-REFUSED-TOTAL
003440     ELSE
003450         DISPLAY "Merge " WS-RET-STUDENT-ID " into " StudentId
003460             " and delete " WS-RET-STUDENT-ID "? (Y/N) "
003470             WITH NO ADVANCING
003480         ACCEPT WS-REPLY
003490         IF WS-REPLY = "Y" OR WS-REPLY = "y"
003500             PERFORM 4000-MERGE-PAIR THRU 4000-EXIT
003510         ELSE
003520             DISPLAY "Merge cancelled - nothing done."
003530         END-IF
003540     END-IF.
003550 3100-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580 3110-MARK-DUPLICATE.
003590     MOVE "N" TO WS-RET-DUP(WS-RET-IDX)
003600     PERFORM 3120-COMPARE-ENTRY THRU 3120-EXIT
003610         VARYING EnrollIdx FROM 1 BY 1
003620         UNTIL EnrollIdx > EnrollCount
003630     IF WS-RET-DUP(WS-RET-IDX) = "N"
003640         ADD 1 TO WS-NEW-COUNT
003650     END-IF.
003660 3110-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690 3120-COMPARE-ENTRY.
003700     IF CourseCode(EnrollIdx) = WS-RET-COURSE(WS-RET-IDX)
003710             AND CourseTerm(EnrollIdx) = WS-RET-TERM(WS-RET-IDX)
003720         MOVE "Y" TO WS-RET-DUP(WS-RET-IDX)
003730     END-IF.
003740 3120-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770 4000-MERGE-PAIR.
003780     MOVE ZEROS TO WS-MERGE-COUNTS
003790     MOVE "N" TO WS-MERGED-SW
003800     PERFORM 9100-SAVE-STUD-BEFORE THRU 9100-EXIT
003810     PERFORM 4100-ADD-ENROLLMENT THRU 4100-EXIT
003820         VARYING WS-RET-IDX FROM 1 BY 1
003830         UNTIL WS-RET-IDX > WS-RET-COUNT
003840     PERFORM 9120-STAMP-MAINT THRU 9120-EXIT
003850     REWRITE StudentDetails
003860         INVALID KEY
003870             DISPLAY "*** Unable to rewrite " StudentId
003880                 " - nothing merged."
003890         NOT INVALID KEY
003900             MOVE "S" TO WS-JN-FILE
003910             MOVE "R" TO WS-JN-ACTION
003920             PERFORM 9110-SAVE-STUD-AFTER THRU 9110-EXIT
003930             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
003940             PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
003950             SET WS-MERGE-DONE TO TRUE
003960     END-REWRITE
003970     IF WS-MERGE-DONE
003980         PERFORM 4150-SAVE-SURV-COURSES THRU 4150-EXIT
003990         PERFORM 4200-RELEASE-DUPLICATE THRU 4200-EXIT
004000             VARYING WS-RET-IDX FROM 1 BY 1
004010             UNTIL WS-RET-IDX > WS-RET-COUNT
004020         PERFORM 4300-DELETE-RETIRED THRU 4300-EXIT
004030         PERFORM 5000-MOVE-GRADES THRU 5000-EXIT
004040         PERFORM 6000-MOVE-WAITLIST THRU 6000-EXIT
004050         PERFORM 7000-MOVE-LEDGER THRU 7000-EXIT
004060         PERFORM 7500-WRITE-XREF THRU 7500-EXIT
004070         PERFORM 7600-LOG-MERGE THRU 7600-EXIT
004080         ADD 1 TO WS-MERGE-TOTAL
004090     END-IF.
004100 4000-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130 4100-ADD-ENROLLMENT.
004140     IF WS-RET-DUP(WS-RET-IDX) = "N"
004150         ADD 1 TO EnrollCount
004160         MOVE WS-RET-COURSE(WS-RET-IDX) TO CourseCode(EnrollCount)
004170         MOVE WS-RET-TERM(WS-RET-IDX) TO CourseTerm(EnrollCount)
004180         ADD 1 TO WS-MC-ENROLLED
004190     END-IF.
004200 4100-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 4150-SAVE-SURV-COURSES.
004240     MOVE SPACES TO WS-SURV-COURSE-TABLE
004250     MOVE EnrollCount TO WS-SC-COUNT
004260     PERFORM 4160-SAVE-ONE-COURSE THRU 4160-EXIT
004270         VARYING WS-SC-IDX FROM 1 BY 1
004280         UNTIL WS-SC-IDX > WS-SC-COUNT.
004290 4150-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320 4160-SAVE-ONE-COURSE.
004330     MOVE CourseCode(WS-SC-IDX) TO WS-SC-COURSE(WS-SC-IDX).
004340 4160-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 4200-RELEASE-DUPLICATE.
004380     IF WS-RET-DUP(WS-RET-IDX) = "Y"
004390         MOVE WS-RET-COURSE(WS-RET-IDX) TO CC-CourseCode
004400         READ CourseFile
004410             INVALID KEY
004420                 CONTINUE
004430             NOT INVALID KEY
004440                 IF CC-Enrolled > 0
004450                     PERFORM 9200-SAVE-CRS-BEFORE THRU 9200-EXIT
004460                     SUBTRACT 1 FROM CC-Enrolled
004470                     REWRITE CourseCodeRecord
004480                     MOVE "C" TO WS-JN-FILE
004490                     MOVE "R" TO WS-JN-ACTION
004500                     PERFORM 9210-SAVE-CRS-AFTER THRU 9210-EXIT
004510                     PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
004520                     ADD 1 TO WS-MC-SEATS
004530                 END-IF
004540         END-READ
004550         MOVE WS-RET-ID TO WS-ACCT-STUDENT
004560         MOVE WS-RET-COURSE(WS-RET-IDX) TO WS-ACCT-COURSE
004570         MOVE WS-RET-TERM(WS-RET-IDX) TO WS-ACCT-TERM
004580         PERFORM 7200-POST-CREDIT THRU 7200-EXIT
004590     END-IF.
004600 4200-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------------
004630 4300-DELETE-RETIRED.
004640     MOVE WS-RET-ID TO StudentId
004650     DELETE StudentFile RECORD
004660         INVALID KEY
004670             DISPLAY "*** Unable to delete " WS-RET-ID
004680                 " - delete it through SEQWRITE."
004690         NOT INVALID KEY
004700             MOVE "S" TO WS-JN-FILE
004710             MOVE "D" TO WS-JN-ACTION
004720             MOVE WS-RET-DETAILS TO WS-JN-BEFORE
004730             MOVE SPACES TO WS-JN-AFTER
004740             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
004750             PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
004760     END-DELETE.
004770 4300-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004820 5000-MOVE-GRADES.
004830     SET WS-MORE-ROWS TO TRUE
004840     PERFORM 5100-MOVE-ONE-GRADE THRU 5100-EXIT
004850         UNTIL NOT WS-MORE-ROWS.
004860 5000-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890 5100-MOVE-ONE-GRADE.
004900     MOVE WS-RET-ID TO GR-StudentId
004910     MOVE LOW-VALUES TO GR-Term
004920     MOVE LOW-VALUES TO GR-CourseCode
004930     START GradeFile KEY NOT < GR-GradeKey
004940         INVALID KEY
004950             MOVE "N" TO WS-MORE-SW
004960         NOT INVALID KEY
004970             READ GradeFile NEXT
004980                 AT END
004990                     MOVE "N" TO WS-MORE-SW
005000                 NOT AT END
005010                     IF GR-StudentId NOT = WS-RET-ID
005020                         MOVE "N" TO WS-MORE-SW
005030                     END-IF
005040             END-READ
005050     END-START
005060     IF WS-MORE-ROWS
005070         PERFORM 5200-REKEY-GRADE THRU 5200-EXIT
005080     END-IF.
005090 5100-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120 5200-REKEY-GRADE.
005130     MOVE GradeRecord TO WS-OLD-GRADE
005140     DELETE GradeFile RECORD
005150         INVALID KEY
005160             MOVE "N" TO WS-MORE-SW
005170         NOT INVALID KEY
005180             MOVE "G" TO WS-JN-FILE
005190             MOVE "D" TO WS-JN-ACTION
005200             MOVE WS-OLD-GRADE TO WS-JN-BEFORE
005210             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
005220             MOVE WS-OLD-GRADE TO GradeRecord
005230             MOVE WS-SURV-ID TO GR-StudentId
005240             WRITE GradeRecord
005250                 INVALID KEY
005260                     ADD 1 TO WS-MC-GRADE-CONFLICT
005270                     PERFORM 5300-LOG-CONFLICT THRU 5300-EXIT
005280                 NOT INVALID KEY
005290                     MOVE "G" TO WS-JN-FILE
005300                     MOVE "W" TO WS-JN-ACTION
005310                     MOVE GradeRecord TO WS-JN-AFTER
005320                     PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
005330                     ADD 1 TO WS-MC-GRADES
005340             END-WRITE
005350     END-DELETE.
005360 5200-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390 5300-LOG-CONFLICT.
005400     MOVE SPACES TO ReportLine
005410     STRING "  Grade conflict " DELIMITED BY SIZE
005420            GR-Term            DELIMITED BY SIZE
005430            " "                DELIMITED BY SIZE
005440            GR-CourseCode      DELIMITED BY SIZE
005450            ": survivor's grade kept, grade "
005460                               DELIMITED BY SIZE
005470            GR-Grade           DELIMITED BY SIZE
005480            " from "           DELIMITED BY SIZE
005490            WS-RET-ID          DELIMITED BY SIZE
005500            " dropped"         DELIMITED BY SIZE
005510         INTO ReportLine
005520     WRITE ReportLine
005530     DISPLAY ReportLine.
005540 5300-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 6000-MOVE-WAITLIST.
005580     MOVE SPACES TO WS-SURV-QUEUE-TABLE
005590     MOVE 0 TO WS-SQ-COUNT
005600     PERFORM 6100-START-WAIT THRU 6100-EXIT
005610     PERFORM 6200-NOTE-SURV-QUEUE THRU 6200-EXIT
005620         UNTIL WS-END-OF-WAIT
005630     PERFORM 6100-START-WAIT THRU 6100-EXIT
005640     PERFORM 6300-CHECK-WAIT-ENTRY THRU 6300-EXIT
005650         UNTIL WS-END-OF-WAIT.
005660 6000-EXIT.
005670     EXIT.
005680*-----------------------------------------------------------------
005690 6100-START-WAIT.
005700     MOVE "N" TO WS-WAIT-EOF-SW
005710     MOVE LOW-VALUES TO WL-CourseCode
005720     MOVE 0 TO WL-Position
005730     START WaitFile KEY NOT < WL-WaitKey
005740         INVALID KEY
005750             SET WS-END-OF-WAIT TO TRUE
005760     END-START
005770     PERFORM 6150-READ-NEXT-WAIT THRU 6150-EXIT.
005780 6100-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------------
005810 6150-READ-NEXT-WAIT.
005820     IF NOT WS-END-OF-WAIT
005830         READ WaitFile NEXT
005840             AT END
005850                 SET WS-END-OF-WAIT TO TRUE
005860         END-READ
005870     END-IF.
005880 6150-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910 6200-NOTE-SURV-QUEUE.
005920     IF WL-StudentId = WS-SURV-ID AND WS-SQ-COUNT < 50
005930         ADD 1 TO WS-SQ-COUNT
005940         MOVE WL-CourseCode TO WS-SQ-COURSE(WS-SQ-COUNT)
005950     END-IF
005960     PERFORM 6150-READ-NEXT-WAIT THRU 6150-EXIT.
005970 6200-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------------
006000 6300-CHECK-WAIT-ENTRY.
006010     MOVE WL-CourseCode TO WS-CHECK-COURSE
006020     EVALUATE TRUE
006030       WHEN WL-StudentId = WS-RET-ID
006040         PERFORM 6400-CHECK-ENROLLED THRU 6400-EXIT
006050         IF NOT WS-COURSE-HELD
006060             PERFORM 6450-CHECK-QUEUED THRU 6450-EXIT
006070         END-IF
006080         IF WS-COURSE-HELD
006090             PERFORM 6500-DELETE-WAIT THRU 6500-EXIT
006100         ELSE
006110             PERFORM 6600-REKEY-WAIT THRU 6600-EXIT
006120         END-IF
006130       WHEN WL-StudentId = WS-SURV-ID
006140         PERFORM 6400-CHECK-ENROLLED THRU 6400-EXIT
006150         IF WS-COURSE-HELD
006160             PERFORM 6500-DELETE-WAIT THRU 6500-EXIT
006170         END-IF
006180     END-EVALUATE
006190     PERFORM 6150-READ-NEXT-WAIT THRU 6150-EXIT.
006200 6300-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230 6400-CHECK-ENROLLED.
006240     MOVE "N" TO WS-HELD-SW
006250     PERFORM 6410-SCAN-ENROLLED THRU 6410-EXIT
006260         VARYING WS-SC-IDX FROM 1 BY 1
006270         UNTIL WS-SC-IDX > WS-SC-COUNT.
006280 6400-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310 6410-SCAN-ENROLLED.
006320     IF WS-SC-COURSE(WS-SC-IDX) = WS-CHECK-COURSE
006330         SET WS-COURSE-HELD TO TRUE
006340     END-IF.
006350 6410-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380 6450-CHECK-QUEUED.
006390     MOVE "N" TO WS-HELD-SW
006400     PERFORM 6460-SCAN-QUEUED THRU 6460-EXIT
006410         VARYING WS-SQ-IDX FROM 1 BY 1
006420         UNTIL WS-SQ-IDX > WS-SQ-COUNT.
006430 6450-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------------
006460 6460-SCAN-QUEUED.
006470     IF WS-SQ-COURSE(WS-SQ-IDX) = WS-CHECK-COURSE
006480         SET WS-COURSE-HELD TO TRUE
006490     END-IF.
006500 6460-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530 6500-DELETE-WAIT.
006540     MOVE SPACES TO WS-JN-BEFORE
006550     MOVE WaitlistRecord TO WS-JN-BEFORE
006560     DELETE WaitFile RECORD
006570         INVALID KEY
006580             CONTINUE
006590         NOT INVALID KEY
006600             MOVE "W" TO WS-JN-FILE
006610             MOVE "D" TO WS-JN-ACTION
006620             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006630             ADD 1 TO WS-MC-WAIT-DROPPED
006640     END-DELETE.
006650 6500-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------------
006680 6600-REKEY-WAIT.
006690     MOVE SPACES TO WS-JN-BEFORE
006700     MOVE WaitlistRecord TO WS-JN-BEFORE
006710     MOVE WS-SURV-ID TO WL-StudentId
006720     REWRITE WaitlistRecord
006730         INVALID KEY
006740             CONTINUE
006750         NOT INVALID KEY
006760             MOVE "W" TO WS-JN-FILE
006770             MOVE "R" TO WS-JN-ACTION
006780             MOVE WaitlistRecord TO WS-JN-AFTER
006790             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
006800             ADD 1 TO WS-MC-WAIT-MOVED
006810             IF WS-SQ-COUNT < 50
006820                 ADD 1 TO WS-SQ-COUNT
006830                 MOVE WL-CourseCode TO WS-SQ-COURSE(WS-SQ-COUNT)
006840             END-IF
006850     END-REWRITE.
006860 6600-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890 7000-MOVE-LEDGER.
006900     MOVE WS-SURV-ID TO WS-ACCT-STUDENT
006910     MOVE SPACES TO WS-ACCT-COURSE
006920     MOVE SPACES TO WS-ACCT-TERM
006930     PERFORM 7100-SCAN-LEDGER THRU 7100-EXIT
006940     SET WS-MORE-ROWS TO TRUE
006950     PERFORM 7300-MOVE-ONE-ENTRY THRU 7300-EXIT
006960         UNTIL NOT WS-MORE-ROWS.
006970 7000-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007030 7100-SCAN-LEDGER.
007040     MOVE 0 TO WS-ACCT-LAST-NO
007050     MOVE 0 TO WS-ACCT-NET
007060     MOVE "N" TO WS-LEDGER-EOF-SW
007070     MOVE WS-ACCT-STUDENT TO LG-StudentId
007080     MOVE 0 TO LG-EntryNo
007090     START LedgerFile KEY NOT < LG-LedgerKey
007100         INVALID KEY
007110             SET WS-END-OF-LEDGER TO TRUE
007120     END-START
007130     PERFORM 7110-READ-NEXT-LEDGER THRU 7110-EXIT
007140     PERFORM 7120-SCAN-LEDGER-ONE THRU 7120-EXIT
007150         UNTIL WS-END-OF-LEDGER.
007160 7100-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190 7110-READ-NEXT-LEDGER.
007200     IF NOT WS-END-OF-LEDGER
007210         READ LedgerFile NEXT
007220             AT END
007230                 SET WS-END-OF-LEDGER TO TRUE
007240             NOT AT END
007250                 IF LG-StudentId NOT = WS-ACCT-STUDENT
007260                     SET WS-END-OF-LEDGER TO TRUE
007270                 END-IF
007280         END-READ
007290     END-IF.
007300 7110-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------------
007330 7120-SCAN-LEDGER-ONE.
007340     MOVE LG-EntryNo TO WS-ACCT-LAST-NO
007350     IF LG-CourseCode = WS-ACCT-COURSE
007360             AND LG-Term = WS-ACCT-TERM
007370         EVALUATE TRUE
007380           WHEN LG-Charge
007390             ADD LG-Amount TO WS-ACCT-NET
007400           WHEN LG-Credit
007410             SUBTRACT LG-Amount FROM WS-ACCT-NET
007420         END-EVALUATE
007430     END-IF
007440     PERFORM 7110-READ-NEXT-LEDGER THRU 7110-EXIT.
007450 7120-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------------
007480 7200-POST-CREDIT.
007490     PERFORM 7100-SCAN-LEDGER THRU 7100-EXIT
007500     IF WS-ACCT-NET > 0
007510         ACCEPT WS-TODAY FROM DATE YYYYMMDD
007520         MOVE SPACES TO LedgerRecord
007530         MOVE WS-ACCT-STUDENT TO LG-StudentId
007540         COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
007550         MOVE "R" TO LG-EntryType
007560         MOVE WS-TODAY TO LG-PostDate
007570         MOVE WS-ACCT-TERM TO LG-Term
007580         MOVE WS-ACCT-COURSE TO LG-CourseCode
007590         MOVE WS-ACCT-NET TO LG-Amount
007600         MOVE "STUDMRG" TO LG-Source
007610         MOVE WS-OPERATOR-ID TO LG-Operator
007620         WRITE LedgerRecord
007630             INVALID KEY
007640                 DISPLAY "*** Unable to post to LEDGER.DAT for "
007650                     WS-ACCT-STUDENT
007660             NOT INVALID KEY
007670                 MOVE "L" TO WS-JN-FILE
007680                 MOVE "W" TO WS-JN-ACTION
007690                 MOVE LedgerRecord TO WS-JN-AFTER
007700                 PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
007710         END-WRITE
007720     END-IF.
007730 7200-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007770 7300-MOVE-ONE-ENTRY.
007780     MOVE WS-RET-ID TO LG-StudentId
007790     MOVE 0 TO LG-EntryNo
007800     START LedgerFile KEY NOT < LG-LedgerKey
007810         INVALID KEY
007820             MOVE "N" TO WS-MORE-SW
007830         NOT INVALID KEY
007840             READ LedgerFile NEXT
007850                 AT END
007860                     MOVE "N" TO WS-MORE-SW
007870                 NOT AT END
007880                     IF LG-StudentId NOT = WS-RET-ID
007890                         MOVE "N" TO WS-MORE-SW
007900                     END-IF
007910             END-READ
007920     END-START
007930     IF WS-MORE-ROWS
007940         PERFORM 7400-REKEY-ENTRY THRU 7400-EXIT
007950     END-IF.
007960 7300-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990 7400-REKEY-ENTRY.
008000     MOVE LedgerRecord TO WS-OLD-LEDGER
008010     DELETE LedgerFile RECORD
008020         INVALID KEY
008030             MOVE "N" TO WS-MORE-SW
008040         NOT INVALID KEY
008050             MOVE "L" TO WS-JN-FILE
008060             MOVE "D" TO WS-JN-ACTION
008070             MOVE WS-OLD-LEDGER TO WS-JN-BEFORE
008080             PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008090             MOVE WS-OLD-LEDGER TO LedgerRecord
008100             MOVE WS-SURV-ID TO LG-StudentId
008110             ADD 1 TO WS-ACCT-LAST-NO
008120             MOVE WS-ACCT-LAST-NO TO LG-EntryNo
008130             WRITE LedgerRecord
008140                 INVALID KEY
008150                     DISPLAY "*** Unable to move ledger entry to "
008160                         WS-SURV-ID
008170                 NOT INVALID KEY
008180                     MOVE "L" TO WS-JN-FILE
008190                     MOVE "W" TO WS-JN-ACTION
008200                     MOVE LedgerRecord TO WS-JN-AFTER
008210                     PERFORM 9000-WRITE-JOURNAL THRU 9000-EXIT
008220                     ADD 1 TO WS-MC-LEDGER
008230             END-WRITE
008240     END-DELETE.
008250 7400-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280 7500-WRITE-XREF.
008290     MOVE SPACES TO XrefRecord
008300     MOVE WS-RET-ID TO XR-OldId
008310     MOVE WS-SURV-ID TO XR-NewId
008320     ACCEPT XR-MergeDate FROM DATE YYYYMMDD
008330     ACCEPT XR-MergeTime FROM TIME
008340     MOVE WS-OPERATOR-ID TO XR-Operator
008350     MOVE WS-RET-SURNAME TO XR-Surname
008360     MOVE WS-RET-INITIALS TO XR-Initials
008370     WRITE XrefRecord.
008380 7500-EXIT.
008390     EXIT.
008400*-----------------------------------------------------------------
008410 7600-LOG-MERGE.
008420     MOVE SPACES TO ReportLine
008430     STRING "Merged "          DELIMITED BY SIZE
008440            WS-RET-ID          DELIMITED BY SIZE
008450            " into "           DELIMITED BY SIZE
008460            WS-SURV-ID         DELIMITED BY SIZE
008470            ": courses "       DELIMITED BY SIZE
008480            WS-MC-ENROLLED     DELIMITED BY SIZE
008490            " seats freed "    DELIMITED BY SIZE
008500            WS-MC-SEATS        DELIMITED BY SIZE
008510            " grades "         DELIMITED BY SIZE
008520            WS-MC-GRADES       DELIMITED BY SIZE
008530            " conflicts "      DELIMITED BY SIZE
008540            WS-MC-GRADE-CONFLICT DELIMITED BY SIZE
008550            " queue moved "    DELIMITED BY SIZE
008560            WS-MC-WAIT-MOVED   DELIMITED BY SIZE
008570            " dropped "        DELIMITED BY SIZE
008580            WS-MC-WAIT-DROPPED DELIMITED BY SIZE
008590            " ledger "         DELIMITED BY SIZE
008600            WS-MC-LEDGER       DELIMITED BY SIZE
008610         INTO ReportLine
008620     WRITE ReportLine
008630     DISPLAY ReportLine.
008640 7600-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------------
008670 8000-TERMINATE.
008680     CLOSE StudentFile
008690     CLOSE CourseFile
008700     CLOSE GradeFile
008710     CLOSE WaitFile
008720     CLOSE LedgerFile
008730     CLOSE JournalFile
008740     CLOSE AuditFile
008750     CLOSE XrefFile
008760     CLOSE ReportFile
008770     DISPLAY "Students merged:  " WS-MERGE-TOTAL
008780     DISPLAY "Merges refused:   " WS-REFUSED-TOTAL.
008790 8000-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------------
008820 9000-WRITE-JOURNAL.
008830     ACCEPT JN-Date FROM DATE YYYYMMDD
008840     ACCEPT JN-Time FROM TIME
008850     MOVE WS-OPERATOR-ID TO JN-Operator
008860     MOVE WS-JN-FILE TO JN-File
008870     MOVE WS-JN-ACTION TO JN-Action
008880     MOVE WS-JN-BEFORE TO JN-Before
008890     MOVE WS-JN-AFTER TO JN-After
008900     WRITE JournalRecord
008910     MOVE SPACES TO WS-JN-BEFORE
008920     MOVE SPACES TO WS-JN-AFTER.
008930 9000-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------------
008960 9100-SAVE-STUD-BEFORE.
008970     MOVE SPACES TO WS-JN-BEFORE
008980     MOVE StudentDetails TO WS-JN-BEFORE.
008990 9100-EXIT.
009000     EXIT.
009010*-----------------------------------------------------------------
009020 9110-SAVE-STUD-AFTER.
009030     MOVE SPACES TO WS-JN-AFTER
009040     MOVE StudentDetails TO WS-JN-AFTER.
009050 9110-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080 9120-STAMP-MAINT.
009090     ACCEPT LastMaintDate FROM DATE YYYYMMDD
009100     ACCEPT LastMaintTime FROM TIME.
009110 9120-EXIT.
009120     EXIT.
009130*-----------------------------------------------------------------
009140 9200-SAVE-CRS-BEFORE.
009150     MOVE SPACES TO WS-JN-BEFORE
009160     MOVE CourseCodeRecord TO WS-JN-BEFORE.
009170 9200-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200 9210-SAVE-CRS-AFTER.
009210     MOVE SPACES TO WS-JN-AFTER
009220     MOVE CourseCodeRecord TO WS-JN-AFTER.
009230 9210-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260 9300-WRITE-AUDIT.
009270     MOVE SPACES TO AuditRecord
009280     ACCEPT AuditDate FROM DATE YYYYMMDD
009290     ACCEPT AuditTime FROM TIME
009300     MOVE WS-OPERATOR-ID TO AuditOperator
009310     MOVE StudentId TO AuditStudentId
009320     WRITE AuditRecord.
009330 9300-EXIT.
009340     EXIT.
009350*-----------------------------------------------------------------
009360 END PROGRAM STUDMRG.
