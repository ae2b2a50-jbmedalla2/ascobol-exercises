000080*              lost. The operator gives the date and time of
000090*              the restored generation; every journal entry at
000100*              or after that point is re-applied in order to
000105*              STUDMAST.DAT, COURSES.DAT and GRADES.DAT (and
000110*              WAITLIST.DAT and LEDGER.DAT for the entries STUDMRG
000112*              journals when it merges two students, and
000114*              WAITLIST.DAT for the deletes CRSCANC journals when
000115*              it cancels a course) from
000120*              its after image (writes and rewrites both land
000130*              as rewrite-or-write, so a rerun of the apply is
000140*              harmless), and a delete entry deletes by the
000233*                    last-maintained date/time stamp - the
000234*                    image layout follows (44 to 98
000235*                    characters).
000236*   2026-10-15  DJO  Waitlist (W) and ledger (L) entries, as
000237*                    journalled by STUDMRG and CRSCANC, are
000238*                    applied to WAITLIST.DAT and LEDGER.DAT.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. JRNAPPLY.
000460            ACCESS MODE IS DYNAMIC
000470            RECORD KEY IS GR-GradeKey
000480            FILE STATUS IS WS-GRADE-STATUS.
000481     SELECT WaitFile ASSIGN TO "WAITLIST.DAT"
000482            ORGANIZATION IS INDEXED
000483            ACCESS MODE IS DYNAMIC
000484            RECORD KEY IS WL-WaitKey
000485            FILE STATUS IS WS-WAIT-STATUS.
000486     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
000487            ORGANIZATION IS INDEXED
000488            ACCESS MODE IS DYNAMIC
000489            RECORD KEY IS LG-LedgerKey
000490            FILE STATUS IS WS-LEDGER-STATUS.
000495 DATA DIVISION.
000500 FILE SECTION.
000510 FD  JournalFile.
000520     COPY JRNLDTL.
000580     COPY COURSECD.
000590 FD  GradeFile.
000600     COPY GRADEDTL.
000602 FD  WaitFile.
000604     COPY WAITLDTL.
000606 FD  LedgerFile.
000608     COPY LEDGDTL.
000610 WORKING-STORAGE SECTION.
000620 01  WS-JRNL-STATUS           PIC XX      VALUE SPACES.
000630 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
000640 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
000650 01  WS-GRADE-STATUS          PIC XX      VALUE SPACES.
000653 01  WS-WAIT-STATUS           PIC XX      VALUE SPACES.
000656 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
000660 01  WS-JRNL-EOF-SW           PIC X       VALUE "N".
000670     88  WS-END-OF-JOURNAL                VALUE "Y".
000680 01  WS-FROM-DATE             PIC X(8)    VALUE SPACES.
001450         OPEN OUTPUT GradeFile
001460         CLOSE GradeFile
001470         OPEN I-O GradeFile
001471     END-IF
001472     OPEN I-O WaitFile
001473     IF WS-WAIT-STATUS = "35"
001474         OPEN OUTPUT WaitFile
001475         CLOSE WaitFile
001476         OPEN I-O WaitFile
001477     END-IF
001478     OPEN I-O LedgerFile
001479     IF WS-LEDGER-STATUS = "35"
001480         OPEN OUTPUT LedgerFile
001481         CLOSE LedgerFile
001482         OPEN I-O LedgerFile
001486     END-IF.
001490 1000-EXIT.
001500     EXIT.
001510*-----------------------------------------------------------------
001780             WHEN "G"
001790                 PERFORM 6000-APPLY-GRADE THRU 6000-EXIT
001800                 ADD 1 TO WS-APPLIED-COUNT
001801             WHEN "W"
001802                 PERFORM 6500-APPLY-WAIT THRU 6500-EXIT
001803                 ADD 1 TO WS-APPLIED-COUNT
001804             WHEN "L"
001805                 PERFORM 6600-APPLY-LEDGER THRU 6600-EXIT
001806                 ADD 1 TO WS-APPLIED-COUNT
001810             WHEN OTHER
001820                 DISPLAY "*** Unknown journal file code '"
001830                     JN-File "' - entry skipped."
002740 6000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002761 6500-APPLY-WAIT.
002762     IF JN-Action = "D"
002763         MOVE JN-Before(1:7) TO WL-WaitKey
002764         DELETE WaitFile RECORD
002765             INVALID KEY
002766                 CONTINUE
002767         END-DELETE
002768     ELSE
002769         MOVE JN-After(1:22) TO WaitlistRecord
002770         REWRITE WaitlistRecord
002771             INVALID KEY
002772                 WRITE WaitlistRecord
002773                     INVALID KEY
002774                         CONTINUE
002775                 END-WRITE
002776         END-REWRITE
002777     END-IF.
002778 6500-EXIT.
002779     EXIT.
002780*-----------------------------------------------------------------
002781 6600-APPLY-LEDGER.
002782     IF JN-Action = "D"
002783         MOVE JN-Before(1:12) TO LG-LedgerKey
002784         DELETE LedgerFile RECORD
002785             INVALID KEY
002786                 CONTINUE
002787         END-DELETE
002788     ELSE
002789         MOVE JN-After(1:71) TO LedgerRecord
002790         REWRITE LedgerRecord
002791             INVALID KEY
002792                 WRITE LedgerRecord
002793                     INVALID KEY
002794                         CONTINUE
002795                 END-WRITE
002796         END-REWRITE
002797     END-IF.
002798 6600-EXIT.
002799     EXIT.
002800*-----------------------------------------------------------------
002802 8000-TERMINATE.
002804     IF WS-JRNL-STATUS NOT = "35"
002806         CLOSE JournalFile
002808     END-IF
002810     CLOSE StudentFile
002820     CLOSE CourseFile
002830     CLOSE GradeFile
002833     CLOSE WaitFile
002836     CLOSE LedgerFile
002840     DISPLAY "Journal entries read:    " WS-READ-COUNT
002850     DISPLAY "Journal entries applied: " WS-APPLIED-COUNT
002860     DISPLAY "Journal entries skipped: " WS-SKIPPED-COUNT.
