000010******************************************************************
000020* PROGRAM:     GRDCHECK
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Return check and merge for the class grade sheets
000080*              written by GRDSHEET. Every course listed on
000090*              GRDSHEET.IDX has its machine file GScccc.DAT
000100*              checked before GRDLOAD is run:
000110*                MISSING     the file has not come back;
000120*                ERRORS      header/trailer missing or out of
000130*                            balance, a row for another course, a
000140*                            bad grade, or a student no longer
000150*                            enrolled in the course this term;
000160*                INCOMPLETE  one or more rows still have no grade;
000170*                COMPLETE    every row carries a valid grade.
000180*              GRDCHECK.LST lists every course with its status and
000190*              the offending rows, so the instructors to chase are
000200*              known before TERMROLL. The rows of COMPLETE sheets
000210*              only are merged into a fresh GRDLOAD.DAT batch
000220*              (header GMddhhmm, trailer count and hash total) for
000224*              GRDLOAD; no batch is written when no sheet is
000228*              merged, and a GRDLOAD.DAT already on file is only
000232*              replaced when the operator confirms it. Each course
000236*              merged is recorded on GRDMERGE.DAT (course, term,
000240*              batch id, date) and shows as MERGED on later runs
000244*              for the term without being merged again, so a grade
000248*              corrected since is not overwritten; sheets still
000252*              outstanding are merged by a later run once they are
000256*              back. RETURN-CODE is 4 when any sheet not yet
000260*              merged is not COMPLETE and 8 when there is no
000264*              GRDSHEET.IDX to check.
000270* TECTONICS:   cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15  DJO  Original version.
000312*   2026-10-15  DJO  A grade of W (withdrawn after the drop
000314*                    deadline) is accepted on a sheet, without
000316*                    a + or - suffix.
000317*   2026-10-15  DJO  Courses merged are recorded on GRDMERGE.DAT
000318*                    and not merged again; no empty batch is
000319*                    written, and an existing GRDLOAD.DAT is
000320*                    replaced only on confirmation.
000321*   2026-10-15  DJO  The batch id's last four digits are stepped
000322*                    on until the id is not on BATCHCTL.DAT, so a
000323*                    later month's run cannot reuse an applied id.
000325******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. GRDCHECK.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE IS DYNAMIC
000410            RECORD KEY IS StudentId
000420            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000430            FILE STATUS IS WS-FILE-STATUS.
000440     SELECT TermFile ASSIGN TO "TERM.CTL"
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS WS-TERM-STATUS.
000470     SELECT IndexFile ASSIGN TO "GRDSHEET.IDX"
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS WS-INDEX-STATUS.
000500     SELECT SheetFile ASSIGN USING WS-SHEET-NAME
000510            ORGANIZATION IS LINE SEQUENTIAL
000520            FILE STATUS IS WS-SHEET-STATUS.
000530     SELECT MergeFile ASSIGN TO "GRDLOAD.DAT"
000533            ORGANIZATION IS LINE SEQUENTIAL
000536            FILE STATUS IS WS-MERGE-STATUS.
000539     SELECT MergeLogFile ASSIGN TO "GRDMERGE.DAT"
000542            ORGANIZATION IS LINE SEQUENTIAL
000545            FILE STATUS IS WS-MLOG-STATUS.
000550     SELECT ReportFile ASSIGN TO "GRDCHECK.LST"
000560            ORGANIZATION IS LINE SEQUENTIAL.
000562     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
000564            ORGANIZATION IS LINE SEQUENTIAL
000566            FILE STATUS IS WS-BCTL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  StudentFile
000600         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000610         DEPENDING ON EnrollCount.
000620     COPY STUDDTL.
000630 FD  TermFile.
000640 01  TermRecord              PIC X(5).
000650 FD  IndexFile.
000660 01  IndexLine               PIC X(80).
000670 FD  SheetFile.
000680 01  SheetLine               PIC X(80).
000690 FD  MergeFile.
000700 01  MergeLine               PIC X(80).
000703 FD  MergeLogFile.
000706 01  MergeLogLine            PIC X(80).
000710 FD  ReportFile.
000720 01  PrintLine               PIC X(80).
000723 FD  BatchCtlFile.
000726 01  BatchCtlLine            PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
000750 01  WS-TERM-STATUS           PIC XX      VALUE SPACES.
000760 01  WS-INDEX-STATUS          PIC XX      VALUE SPACES.
000770 01  WS-SHEET-STATUS          PIC XX      VALUE SPACES.
000771 01  WS-MERGE-STATUS          PIC XX      VALUE SPACES.
000772 01  WS-MLOG-STATUS           PIC XX      VALUE SPACES.
000773 01  WS-MLOG-EOF-SW           PIC X       VALUE "N".
000774     88  WS-END-OF-MLOG                   VALUE "Y".
000775 01  WS-MERGE-OPEN-SW         PIC X       VALUE "N".
000776     88  WS-MERGE-OPEN                    VALUE "Y".
000777 01  WS-MERGE-ALLOWED-SW      PIC X       VALUE "Y".
000778     88  WS-MERGE-ALLOWED                 VALUE "Y".
000779 01  WS-PRIOR-SW              PIC X       VALUE "N".
000780     88  WS-PRIOR-MERGED                  VALUE "Y".
000781 01  WS-REPLY                 PIC X       VALUE SPACE.
000785 01  WS-CURRENT-TERM          PIC X(5)    VALUE SPACES.
000790 01  WS-INDEX-EOF-SW          PIC X       VALUE "N".
000800     88  WS-END-OF-INDEX                  VALUE "Y".
000810 01  WS-SHEET-EOF-SW          PIC X       VALUE "N".
000820     88  WS-END-OF-SHEET                  VALUE "Y".
000830 01  WS-NO-INDEX-SW           PIC X       VALUE "N".
000840     88  WS-NO-INDEX                      VALUE "Y".
000850 01  WS-ENTRY-SW              PIC X       VALUE "N".
000860     88  WS-ENTRY-VALID                   VALUE "Y".
000870     88  WS-ENTRY-INVALID                 VALUE "N".
000880 01  WS-FOUND-SW              PIC X       VALUE "N".
000890     88  WS-COURSE-FOUND                  VALUE "Y".
000900 01  WS-HEADER-SW             PIC X       VALUE "N".
000910     88  WS-HEADER-SEEN                   VALUE "Y".
000920 01  WS-TRAILER-SW            PIC X       VALUE "N".
000930     88  WS-TRAILER-SEEN                  VALUE "Y".
000940 01  WS-SHEET-STATE           PIC X(10)   VALUE SPACES.
000950     88  WS-SHEET-COMPLETE                VALUE "COMPLETE".
000960 01  WS-SHEET-NAME            PIC X(10)   VALUE "GSxxxx.DAT".
000970 01  WS-IX-COURSE             PIC X(4)    VALUE SPACES.
000980 01  WS-IX-COUNT              PIC X(5)    VALUE SPACES.
000990 01  WS-ERROR-MSG             PIC X(40)   VALUE SPACES.
001000 01  WS-SCAN-IDX              PIC 9       VALUE 0.
001010 01  WS-HT-TAG                PIC X(8)    VALUE SPACES.
001020 01  WS-HT-F1                 PIC X(12)   VALUE SPACES.
001030 01  WS-HT-F1-LEN             PIC 9(2) COMP VALUE 0.
001040 01  WS-HT-F2                 PIC X(12)   VALUE SPACES.
001050 01  WS-HT-F2-LEN             PIC 9(2) COMP VALUE 0.
001060 01  WS-ID-NUM                PIC 9(7)    VALUE 0.
001070 01  WS-ROW-COUNT             PIC 9(5)    VALUE 0.
001080 01  WS-BLANK-COUNT           PIC 9(5)    VALUE 0.
001090 01  WS-ERROR-COUNT           PIC 9(5)    VALUE 0.
001100 01  WS-CONTROL-ERROR-COUNT   PIC 9(5)    VALUE 0.
001110 01  WS-EXP-COUNT             PIC 9(5)    VALUE 0.
001120 01  WS-HASH-TOTAL            PIC 9(12)   VALUE 0.
001130 01  WS-EXP-HASH              PIC 9(12)   VALUE 0.
001140 01  WS-MERGE-COUNT           PIC 9(5)    VALUE 0.
001150 01  WS-MERGE-HASH            PIC 9(12)   VALUE 0.
001160 01  WS-COMPLETE-COUNT        PIC 9(5)    VALUE 0.
001170 01  WS-INCOMPLETE-COUNT      PIC 9(5)    VALUE 0.
001180 01  WS-ERRORS-COUNT          PIC 9(5)    VALUE 0.
001190 01  WS-MISSING-COUNT         PIC 9(5)    VALUE 0.
001191 01  WS-PRIOR-COUNT           PIC 9(5)    VALUE 0.
001192 01  WS-PRIOR-BATCH           PIC X(8)    VALUE SPACES.
001193 01  WS-ML-COURSE             PIC X(4)    VALUE SPACES.
001194 01  WS-ML-TERM               PIC X(5)    VALUE SPACES.
001195 01  WS-ML-BATCH              PIC X(8)    VALUE SPACES.
001196 01  WS-ML-COUNT              PIC 9(3) COMP VALUE 0.
001197 01  WS-ML-IDX                PIC 9(3) COMP VALUE 0.
001198 01  WS-ML-TABLE.
001199     02  WS-ML-ENTRY OCCURS 200 TIMES.
001200         03  WS-MLT-COURSE    PIC X(4).
001201         03  WS-MLT-BATCH     PIC X(8).
001205 01  WS-BATCH-ID              PIC X(8)    VALUE SPACES.
001206 01  WS-BCTL-STATUS           PIC XX      VALUE SPACES.
001207 01  WS-BATCH-SEQ             PIC 9(4)    VALUE 0.
001208 01  WS-BATCH-DUP-SW          PIC X       VALUE "N".
001209     88  WS-BATCH-DUP                     VALUE "Y".
001210 01  WS-VERIFY-EOF-SW         PIC X       VALUE "N".
001211     88  WS-END-OF-VERIFY                 VALUE "Y".
001212 01  WS-CB-ID                 PIC X(8)    VALUE SPACES.
001213 01  WS-CB-DATE               PIC X(8)    VALUE SPACES.
001216 01  WS-RUN-DATE              PIC 9(8)    VALUE 0.
001220 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
001230                              PIC X(8).
001240 01  WS-RUN-TIME              PIC 9(8)    VALUE 0.
001250 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
001260                              PIC X(8).
001270 01  WS-RAW-GRADE-ROW.
001280     02  WS-RAW-StudentId     PIC X(7).
001290     02  WS-RAW-Course        PIC X(4).
001300     02  WS-RAW-Grade.
001310         03  WS-RAW-G1        PIC X.
001320         03  WS-RAW-G2        PIC X.
001330 01  WS-SUMMARY-LINE.
001340     02  WS-SL-COURSE         PIC X(4).
001350     02  FILLER               PIC X(2)    VALUE SPACES.
001360     02  WS-SL-SHEET-NAME     PIC X(10).
001370     02  FILLER               PIC X(2)    VALUE SPACES.
001380     02  WS-SL-STATE          PIC X(10).
001390     02  FILLER               PIC X(2)    VALUE SPACES.
001400     02  WS-SL-ROWS           PIC ZZZZ9.
001410     02  FILLER               PIC X(6)    VALUE " rows ".
001420     02  WS-SL-BLANK          PIC ZZZZ9.
001430     02  FILLER               PIC X(7)    VALUE " blank ".
001440     02  WS-SL-ERRORS         PIC ZZZZ9.
001450     02  FILLER               PIC X(7)    VALUE " errors".
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     IF NOT WS-NO-INDEX
001500         PERFORM 2000-READ-INDEX THRU 2000-EXIT
001510         PERFORM 3000-PROCESS-COURSE THRU 3000-EXIT
001520             UNTIL WS-END-OF-INDEX
001530     END-IF
001540     PERFORM 8000-TERMINATE THRU 8000-EXIT
001550     STOP RUN.
001560*-----------------------------------------------------------------
001570 1000-INITIALIZE.
001580     PERFORM 1100-GET-TERM THRU 1100-EXIT
001590     OPEN OUTPUT ReportFile
001600     MOVE "GRADE SHEET RETURN CHECK" TO PrintLine
001610     WRITE PrintLine
001620     MOVE SPACES TO PrintLine
001630     STRING "Term "           DELIMITED BY SIZE
001640            WS-CURRENT-TERM   DELIMITED BY SIZE
001650         INTO PrintLine
001660     WRITE PrintLine
001670     OPEN INPUT IndexFile
001680     IF WS-INDEX-STATUS = "35"
001690         SET WS-NO-INDEX TO TRUE
001700         MOVE "*** No GRDSHEET.IDX - run GRDSHEET first."
001710             TO PrintLine
001720         WRITE PrintLine
001730         DISPLAY "*** No GRDSHEET.IDX - run GRDSHEET first."
001740     ELSE
001750         OPEN INPUT StudentFile
001760         IF WS-FILE-STATUS = "35"
001770             OPEN OUTPUT StudentFile
001780             CLOSE StudentFile
001790             OPEN INPUT StudentFile
001800         END-IF
001810         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001820         ACCEPT WS-RUN-TIME FROM TIME
001830         MOVE "GM" TO WS-BATCH-ID
001840         MOVE WS-RUN-DATE-X(7:2) TO WS-BATCH-ID(3:2)
001850         PERFORM 1150-SET-BATCH-ID THRU 1150-EXIT
001860         PERFORM 1200-LOAD-MERGE-LOG THRU 1200-EXIT
001870         PERFORM 1300-CHECK-MERGE-FILE THRU 1300-EXIT
001940     END-IF
001950     DISPLAY "Grade sheet return check - term " WS-CURRENT-TERM.
001960 1000-EXIT.
001970     EXIT.
001980*-----------------------------------------------------------------
001990 1100-GET-TERM.
002000     OPEN INPUT TermFile
002010     IF WS-TERM-STATUS NOT = "35"
002020         READ TermFile
002030             AT END
002040                 CONTINUE
002050             NOT AT END
002060                 MOVE TermRecord TO WS-CURRENT-TERM
002070         END-READ
002080         CLOSE TermFile
002090     END-IF
002100     IF WS-CURRENT-TERM = SPACES
002110         DISPLAY "*** Current term not on TERM.CTL - enter "
002120             "term (YYYYT): " WITH NO ADVANCING
002130         ACCEPT WS-CURRENT-TERM
002140         OPEN OUTPUT TermFile
002150         MOVE WS-CURRENT-TERM TO TermRecord
002160         WRITE TermRecord
002170         CLOSE TermFile
002180     END-IF
002190     DISPLAY "Current term: " WS-CURRENT-TERM.
002200 1100-EXIT.
002210     EXIT.
002211*-----------------------------------------------------------------
002212 1150-SET-BATCH-ID.
002213     MOVE WS-RUN-TIME-X(1:4) TO WS-BATCH-SEQ
002214     SET WS-BATCH-DUP TO TRUE
002215     PERFORM 1160-TRY-BATCH-ID THRU 1160-EXIT
002216         UNTIL NOT WS-BATCH-DUP.
002217 1150-EXIT.
002218     EXIT.
002219*-----------------------------------------------------------------
002220 1160-TRY-BATCH-ID.
002221     MOVE WS-BATCH-SEQ TO WS-BATCH-ID(5:4)
002222     MOVE "N" TO WS-BATCH-DUP-SW
002223     MOVE "N" TO WS-VERIFY-EOF-SW
002224     OPEN INPUT BatchCtlFile
002225     IF WS-BCTL-STATUS = "35"
002226         CONTINUE
002227     ELSE
002228         PERFORM 1170-READ-CONTROL THRU 1170-EXIT
002229         PERFORM 1180-MATCH-CONTROL THRU 1180-EXIT
002230             UNTIL WS-END-OF-VERIFY
002231                OR WS-BATCH-DUP
002232         CLOSE BatchCtlFile
002233     END-IF
002234     IF WS-BATCH-DUP
002235         ADD 1 TO WS-BATCH-SEQ
002236     END-IF.
002237 1160-EXIT.
002238     EXIT.
002239*-----------------------------------------------------------------
002240 1170-READ-CONTROL.
002241     READ BatchCtlFile
002242         AT END
002243             SET WS-END-OF-VERIFY TO TRUE
002244     END-READ.
002245 1170-EXIT.
002246     EXIT.
002247*-----------------------------------------------------------------
002248 1180-MATCH-CONTROL.
002249     MOVE SPACES TO WS-CB-ID WS-CB-DATE
002250     UNSTRING BatchCtlLine DELIMITED BY ","
002251         INTO WS-CB-ID WS-CB-DATE
002252     END-UNSTRING
002253     IF WS-CB-ID = WS-BATCH-ID
002254         SET WS-BATCH-DUP TO TRUE
002255     ELSE
002256         PERFORM 1170-READ-CONTROL THRU 1170-EXIT
002257     END-IF.
002258 1180-EXIT.
002259     EXIT.
002260*-----------------------------------------------------------------
002261 1200-LOAD-MERGE-LOG.
002262     MOVE 0 TO WS-ML-COUNT
002263     OPEN INPUT MergeLogFile
002264     IF WS-MLOG-STATUS NOT = "35"
002265         PERFORM 1210-READ-MERGE-LOG THRU 1210-EXIT
002266         PERFORM 1220-LOAD-ONE THRU 1220-EXIT
002267             UNTIL WS-END-OF-MLOG
002268         CLOSE MergeLogFile
002269     END-IF.
002270 1200-EXIT.
002271     EXIT.
002272*-----------------------------------------------------------------
002273 1210-READ-MERGE-LOG.
002274     READ MergeLogFile
002275         AT END
002276             SET WS-END-OF-MLOG TO TRUE
002277     END-READ.
002278 1210-EXIT.
002279     EXIT.
002280*-----------------------------------------------------------------
002281 1220-LOAD-ONE.
002282     MOVE SPACES TO WS-ML-COURSE WS-ML-TERM WS-ML-BATCH
002283     UNSTRING MergeLogLine DELIMITED BY ","
002284         INTO WS-ML-COURSE WS-ML-TERM WS-ML-BATCH
002285     END-UNSTRING
002286     IF WS-ML-TERM = WS-CURRENT-TERM AND WS-ML-COUNT < 200
002287         ADD 1 TO WS-ML-COUNT
002288         MOVE WS-ML-COURSE TO WS-MLT-COURSE(WS-ML-COUNT)
002289         MOVE WS-ML-BATCH TO WS-MLT-BATCH(WS-ML-COUNT)
002290     END-IF
002291     PERFORM 1210-READ-MERGE-LOG THRU 1210-EXIT.
002292 1220-EXIT.
002293     EXIT.
002294*-----------------------------------------------------------------
002295 1300-CHECK-MERGE-FILE.
002296     OPEN INPUT MergeFile
002297     IF WS-MERGE-STATUS NOT = "35"
002298         CLOSE MergeFile
002299         DISPLAY "*** GRDLOAD.DAT is already on file - load it "
002300             "first or it is replaced."
002301         DISPLAY "Replace GRDLOAD.DAT with the sheets merged by "
002302             "this run? (Y/N) " WITH NO ADVANCING
002303         ACCEPT WS-REPLY
002304         IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
002305             MOVE "N" TO WS-MERGE-ALLOWED-SW
002306             MOVE "GRDLOAD.DAT kept - no sheets merged this run."
002307                 TO PrintLine
002308             WRITE PrintLine
002309             DISPLAY "No sheets will be merged this run."
002310         END-IF
002311     END-IF.
002312 1300-EXIT.
002313     EXIT.
002314*-----------------------------------------------------------------
002315 2000-READ-INDEX.
002316     READ IndexFile
002317         AT END
002318             SET WS-END-OF-INDEX TO TRUE
002319     END-READ.
002320 2000-EXIT.
002321     EXIT.
002322*-----------------------------------------------------------------
002323 3000-PROCESS-COURSE.
002324     MOVE SPACES TO WS-IX-COURSE WS-IX-COUNT
002330     UNSTRING IndexLine DELIMITED BY ","
002340         INTO WS-IX-COURSE WS-IX-COUNT
002350     END-UNSTRING
002360     MOVE WS-IX-COURSE TO WS-SHEET-NAME(3:4)
002370     MOVE SPACES TO PrintLine
002380     WRITE PrintLine
002384     PERFORM 3050-FIND-PRIOR THRU 3050-EXIT
002388     IF WS-PRIOR-MERGED
002392         PERFORM 3060-SHOW-PRIOR THRU 3060-EXIT
002396     ELSE
002400         PERFORM 3100-CHECK-SHEET THRU 3100-EXIT
002404         IF WS-SHEET-COMPLETE AND WS-MERGE-ALLOWED
002408             PERFORM 3500-MERGE-SHEET THRU 3500-EXIT
002412         END-IF
002420     END-IF
002430     PERFORM 3400-PRINT-SUMMARY THRU 3400-EXIT
002440     PERFORM 2000-READ-INDEX THRU 2000-EXIT.
002450 3000-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------------
002471 3050-FIND-PRIOR.
002472     MOVE "N" TO WS-PRIOR-SW
002473     PERFORM 3055-FIND-ONE THRU 3055-EXIT
002474         VARYING WS-ML-IDX FROM 1 BY 1
002475         UNTIL WS-ML-IDX > WS-ML-COUNT
002476            OR WS-PRIOR-MERGED.
002477 3050-EXIT.
002478     EXIT.
002479*-----------------------------------------------------------------
002480 3055-FIND-ONE.
002481     IF WS-MLT-COURSE(WS-ML-IDX) = WS-IX-COURSE
002482         SET WS-PRIOR-MERGED TO TRUE
002483         MOVE WS-MLT-BATCH(WS-ML-IDX) TO WS-PRIOR-BATCH
002484     END-IF.
002485 3055-EXIT.
002486     EXIT.
002487*-----------------------------------------------------------------
002488 3060-SHOW-PRIOR.
002489     MOVE 0 TO WS-ROW-COUNT
002490     MOVE 0 TO WS-BLANK-COUNT
002491     MOVE 0 TO WS-ERROR-COUNT
002492     MOVE 0 TO WS-CONTROL-ERROR-COUNT
002493     MOVE "MERGED" TO WS-SHEET-STATE
002494     ADD 1 TO WS-PRIOR-COUNT
002495     MOVE SPACES TO PrintLine
002496     STRING "    Merged earlier in batch " DELIMITED BY SIZE
002497            WS-PRIOR-BATCH    DELIMITED BY SIZE
002498            " - not merged again." DELIMITED BY SIZE
002499         INTO PrintLine
002500     WRITE PrintLine.
002501 3060-EXIT.
002502     EXIT.
002503*-----------------------------------------------------------------
002504 3100-CHECK-SHEET.
002505     MOVE 0 TO WS-ROW-COUNT
002506     MOVE 0 TO WS-BLANK-COUNT
002510     MOVE 0 TO WS-ERROR-COUNT
002520     MOVE 0 TO WS-CONTROL-ERROR-COUNT
002530     MOVE 0 TO WS-HASH-TOTAL
002540     MOVE 0 TO WS-EXP-COUNT
002550     MOVE 0 TO WS-EXP-HASH
002560     MOVE "N" TO WS-HEADER-SW
002570     MOVE "N" TO WS-TRAILER-SW
002580     MOVE "N" TO WS-SHEET-EOF-SW
002590     OPEN INPUT SheetFile
002600     IF WS-SHEET-STATUS = "35"
002610         MOVE "MISSING" TO WS-SHEET-STATE
002620         ADD 1 TO WS-MISSING-COUNT
002630     ELSE
002640         PERFORM 3110-READ-SHEET THRU 3110-EXIT
002650         PERFORM 3120-CHECK-ROW THRU 3120-EXIT
002660             UNTIL WS-END-OF-SHEET
002670         CLOSE SheetFile
002680         PERFORM 3200-CHECK-CONTROL THRU 3200-EXIT
002690         EVALUATE TRUE
002700             WHEN WS-ERROR-COUNT > 0
002710               OR WS-CONTROL-ERROR-COUNT > 0
002720                 MOVE "ERRORS" TO WS-SHEET-STATE
002730                 ADD 1 TO WS-ERRORS-COUNT
002740             WHEN WS-BLANK-COUNT > 0
002750                 MOVE "INCOMPLETE" TO WS-SHEET-STATE
002760                 ADD 1 TO WS-INCOMPLETE-COUNT
002770             WHEN OTHER
002780                 MOVE "COMPLETE" TO WS-SHEET-STATE
002790                 ADD 1 TO WS-COMPLETE-COUNT
002800         END-EVALUATE
002810     END-IF.
002820 3100-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850 3110-READ-SHEET.
002860     READ SheetFile
002870         AT END
002880             SET WS-END-OF-SHEET TO TRUE
002890     END-READ.
002900 3110-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930 3120-CHECK-ROW.
002940     EVALUATE TRUE
002950         WHEN SheetLine = SPACES
002960             CONTINUE
002970         WHEN WS-TRAILER-SEEN
002980             MOVE "Rows found after the trailer."
002990                 TO WS-ERROR-MSG
003000             PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
003010         WHEN SheetLine(1:2) = "H,"
003020             IF WS-HEADER-SEEN OR WS-ROW-COUNT > 0
003030                 MOVE "Header row out of place."
003040                     TO WS-ERROR-MSG
003050                 PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
003060             END-IF
003070             SET WS-HEADER-SEEN TO TRUE
003080         WHEN SheetLine(1:2) = "T,"
003090             SET WS-TRAILER-SEEN TO TRUE
003100             PERFORM 3150-PARSE-TRAILER THRU 3150-EXIT
003110         WHEN OTHER
003120             PERFORM 3130-CHECK-GRADE-ROW THRU 3130-EXIT
003130     END-EVALUATE
003140     PERFORM 3110-READ-SHEET THRU 3110-EXIT.
003150 3120-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------------
003180 3130-CHECK-GRADE-ROW.
003190     ADD 1 TO WS-ROW-COUNT
003200     MOVE SPACES TO WS-RAW-GRADE-ROW
003210     UNSTRING SheetLine DELIMITED BY ","
003220         INTO WS-RAW-StudentId WS-RAW-Course WS-RAW-Grade
003230     END-UNSTRING
003240     IF WS-RAW-StudentId IS NUMERIC
003250         MOVE WS-RAW-StudentId TO WS-ID-NUM
003260         ADD WS-ID-NUM TO WS-HASH-TOTAL
003270     END-IF
003280     SET WS-ENTRY-VALID TO TRUE
003290     EVALUATE TRUE
003300       WHEN WS-RAW-StudentId NOT NUMERIC
003310         SET WS-ENTRY-INVALID TO TRUE
003320         MOVE "Student Id must be numeric." TO WS-ERROR-MSG
003330       WHEN WS-RAW-Course NOT = WS-IX-COURSE
003340         SET WS-ENTRY-INVALID TO TRUE
003350         MOVE "Row is for another course." TO WS-ERROR-MSG
003360       WHEN WS-RAW-Grade = SPACES
003370         CONTINUE
003380       WHEN WS-RAW-G1 NOT = "A" AND WS-RAW-G1 NOT = "B"
003390            AND WS-RAW-G1 NOT = "C" AND WS-RAW-G1 NOT = "D"
003400            AND WS-RAW-G1 NOT = "F" AND WS-RAW-G1 NOT = "W"
003410         SET WS-ENTRY-INVALID TO TRUE
003414         MOVE "Grade must be A, B, C, D, F or W." TO WS-ERROR-MSG
003418       WHEN WS-RAW-G1 = "W" AND WS-RAW-G2 NOT = SPACE
003422         SET WS-ENTRY-INVALID TO TRUE
003426         MOVE "W takes no + or - suffix." TO WS-ERROR-MSG
003430       WHEN WS-RAW-G2 NOT = SPACE AND WS-RAW-G2 NOT = "+"
003440            AND WS-RAW-G2 NOT = "-"
003450         SET WS-ENTRY-INVALID TO TRUE
003460         MOVE "Grade suffix must be + or -." TO WS-ERROR-MSG
003470     END-EVALUATE
003480     IF WS-ENTRY-VALID
003490         PERFORM 3140-CHECK-ENROLLMENT THRU 3140-EXIT
003500     END-IF
003510     EVALUATE TRUE
003520         WHEN WS-ENTRY-INVALID
003530             ADD 1 TO WS-ERROR-COUNT
003540             PERFORM 3190-LOG-ROW THRU 3190-EXIT
003550         WHEN WS-RAW-Grade = SPACES
003560             ADD 1 TO WS-BLANK-COUNT
003570             MOVE "No grade entered." TO WS-ERROR-MSG
003580             PERFORM 3190-LOG-ROW THRU 3190-EXIT
003590     END-EVALUATE.
003600 3130-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630 3140-CHECK-ENROLLMENT.
003640     MOVE WS-RAW-StudentId TO StudentId
003650     READ StudentFile
003660         INVALID KEY
003670             SET WS-ENTRY-INVALID TO TRUE
003680             MOVE "Student Id not on file." TO WS-ERROR-MSG
003690         NOT INVALID KEY
003700             MOVE "N" TO WS-FOUND-SW
003710             PERFORM 3145-SCAN-ONE THRU 3145-EXIT
003720                 VARYING WS-SCAN-IDX FROM 1 BY 1
003730                 UNTIL WS-SCAN-IDX > EnrollCount
003740             IF NOT WS-COURSE-FOUND
003750                 SET WS-ENTRY-INVALID TO TRUE
003760                 MOVE "Student not enrolled in course."
003770                     TO WS-ERROR-MSG
003780             END-IF
003790     END-READ.
003800 3140-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 3145-SCAN-ONE.
003840     IF CourseCode(WS-SCAN-IDX) = WS-RAW-Course
003850             AND CourseTerm(WS-SCAN-IDX) = WS-CURRENT-TERM
003860         SET WS-COURSE-FOUND TO TRUE
003870     END-IF.
003880 3145-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910 3150-PARSE-TRAILER.
003920     MOVE SPACES TO WS-HT-TAG WS-HT-F1 WS-HT-F2
003930     MOVE 0 TO WS-HT-F1-LEN
003940     MOVE 0 TO WS-HT-F2-LEN
003950     UNSTRING SheetLine DELIMITED BY ","
003960         INTO WS-HT-TAG
003970              WS-HT-F1 COUNT IN WS-HT-F1-LEN
003980              WS-HT-F2 COUNT IN WS-HT-F2-LEN
003990     END-UNSTRING
004000     IF WS-HT-F1-LEN >= 1 AND WS-HT-F1-LEN <= 5
004010             AND WS-HT-F1(1:WS-HT-F1-LEN) IS NUMERIC
004020         MOVE WS-HT-F1(1:WS-HT-F1-LEN) TO WS-EXP-COUNT
004030     ELSE
004040         MOVE "Trailer record count not numeric."
004050             TO WS-ERROR-MSG
004060         PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004070     END-IF
004080     IF WS-HT-F2-LEN >= 1 AND WS-HT-F2-LEN <= 12
004090             AND WS-HT-F2(1:WS-HT-F2-LEN) IS NUMERIC
004100         MOVE WS-HT-F2(1:WS-HT-F2-LEN) TO WS-EXP-HASH
004110     ELSE
004120         MOVE "Trailer hash total not numeric."
004130             TO WS-ERROR-MSG
004140         PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004150     END-IF.
004160 3150-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190 3190-LOG-ROW.
004200     MOVE SPACES TO PrintLine
004210     STRING "    Student "    DELIMITED BY SIZE
004220            WS-RAW-StudentId  DELIMITED BY SIZE
004230            " - "             DELIMITED BY SIZE
004240            WS-ERROR-MSG      DELIMITED BY SIZE
004250         INTO PrintLine
004260     WRITE PrintLine.
004270 3190-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------------
004300 3200-CHECK-CONTROL.
004310     EVALUATE TRUE
004320         WHEN NOT WS-HEADER-SEEN
004330             MOVE "Header row missing." TO WS-ERROR-MSG
004340             PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004350         WHEN NOT WS-TRAILER-SEEN
004360             MOVE "Trailer row missing." TO WS-ERROR-MSG
004370             PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004380         WHEN WS-ROW-COUNT NOT = WS-EXP-COUNT
004390             MOVE "Record count out of balance."
004400                 TO WS-ERROR-MSG
004410             PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004420         WHEN WS-HASH-TOTAL NOT = WS-EXP-HASH
004430             MOVE "Hash total out of balance."
004440                 TO WS-ERROR-MSG
004450             PERFORM 3290-LOG-CONTROL THRU 3290-EXIT
004460     END-EVALUATE.
004470 3200-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 3290-LOG-CONTROL.
004510     ADD 1 TO WS-CONTROL-ERROR-COUNT
004520     MOVE SPACES TO PrintLine
004530     STRING "    Sheet - "    DELIMITED BY SIZE
004540            WS-ERROR-MSG      DELIMITED BY SIZE
004550         INTO PrintLine
004560     WRITE PrintLine.
004570 3290-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600 3400-PRINT-SUMMARY.
004610     MOVE WS-IX-COURSE TO WS-SL-COURSE
004620     MOVE WS-SHEET-NAME TO WS-SL-SHEET-NAME
004630     MOVE WS-SHEET-STATE TO WS-SL-STATE
004640     MOVE WS-ROW-COUNT TO WS-SL-ROWS
004650     MOVE WS-BLANK-COUNT TO WS-SL-BLANK
004660     COMPUTE WS-SL-ERRORS = WS-ERROR-COUNT
004670                          + WS-CONTROL-ERROR-COUNT
004680     MOVE WS-SUMMARY-LINE TO PrintLine
004690     WRITE PrintLine
004700     IF NOT WS-SHEET-COMPLETE AND NOT WS-PRIOR-MERGED
004710         DISPLAY WS-IX-COURSE " " WS-SHEET-NAME " "
004720             WS-SHEET-STATE
004730     END-IF.
004740 3400-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770 3500-MERGE-SHEET.
004772     IF NOT WS-MERGE-OPEN
004774         PERFORM 3550-OPEN-MERGE THRU 3550-EXIT
004776     END-IF
004780     MOVE "N" TO WS-SHEET-EOF-SW
004790     OPEN INPUT SheetFile
004800     PERFORM 3110-READ-SHEET THRU 3110-EXIT
004810     PERFORM 3510-MERGE-ROW THRU 3510-EXIT
004820         UNTIL WS-END-OF-SHEET
004826     CLOSE SheetFile
004832     PERFORM 3560-LOG-MERGE THRU 3560-EXIT.
004840 3500-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870 3510-MERGE-ROW.
004880     IF SheetLine NOT = SPACES
004890             AND SheetLine(1:2) NOT = "H,"
004900             AND SheetLine(1:2) NOT = "T,"
004910         MOVE SheetLine TO MergeLine
004920         WRITE MergeLine
004930         MOVE SheetLine(1:7) TO WS-ID-NUM
004940         ADD WS-ID-NUM TO WS-MERGE-HASH
004950         ADD 1 TO WS-MERGE-COUNT
004960     END-IF
004970     PERFORM 3110-READ-SHEET THRU 3110-EXIT.
004980 3510-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------------
005001 3550-OPEN-MERGE.
005002     OPEN OUTPUT MergeFile
005003     SET WS-MERGE-OPEN TO TRUE
005004     MOVE SPACES TO MergeLine
005005     STRING "H,"              DELIMITED BY SIZE
005006            WS-BATCH-ID       DELIMITED BY SIZE
005007            ","               DELIMITED BY SIZE
005008            WS-RUN-DATE       DELIMITED BY SIZE
005009         INTO MergeLine
005010     WRITE MergeLine.
005011 3550-EXIT.
005012     EXIT.
005013*-----------------------------------------------------------------
005014 3560-LOG-MERGE.
005015     OPEN EXTEND MergeLogFile
005016     IF WS-MLOG-STATUS = "35"
005017         OPEN OUTPUT MergeLogFile
005018     END-IF
005019     MOVE SPACES TO MergeLogLine
005020     STRING WS-IX-COURSE      DELIMITED BY SIZE
005021            ","               DELIMITED BY SIZE
005022            WS-CURRENT-TERM   DELIMITED BY SIZE
005023            ","               DELIMITED BY SIZE
005024            WS-BATCH-ID       DELIMITED BY SIZE
005025            ","               DELIMITED BY SIZE
005026            WS-RUN-DATE       DELIMITED BY SIZE
005027         INTO MergeLogLine
005028     WRITE MergeLogLine
005029     CLOSE MergeLogFile.
005030 3560-EXIT.
005031     EXIT.
005032*-----------------------------------------------------------------
005034 8000-TERMINATE.
005036     IF WS-MERGE-OPEN
005038         MOVE SPACES TO MergeLine
005040         STRING "T,"              DELIMITED BY SIZE
005050                WS-MERGE-COUNT    DELIMITED BY SIZE
005060                ","               DELIMITED BY SIZE
005070                WS-MERGE-HASH     DELIMITED BY SIZE
005080             INTO MergeLine
005090         WRITE MergeLine
005100         CLOSE MergeFile
005103     END-IF
005106     IF NOT WS-NO-INDEX
005110         CLOSE StudentFile
005120         CLOSE IndexFile
005130     END-IF
005140     MOVE SPACES TO PrintLine
005150     WRITE PrintLine
005160     STRING "Complete: "          DELIMITED BY SIZE
005170            WS-COMPLETE-COUNT     DELIMITED BY SIZE
005180            "  Incomplete: "      DELIMITED BY SIZE
005190            WS-INCOMPLETE-COUNT   DELIMITED BY SIZE
005200            "  Errors: "          DELIMITED BY SIZE
005210            WS-ERRORS-COUNT       DELIMITED BY SIZE
005220            "  Missing: "         DELIMITED BY SIZE
005230            WS-MISSING-COUNT      DELIMITED BY SIZE
005240         INTO PrintLine
005250     WRITE PrintLine
005260     MOVE SPACES TO PrintLine
005270     STRING "Merged by an earlier run: " DELIMITED BY SIZE
005280            WS-PRIOR-COUNT        DELIMITED BY SIZE
005320         INTO PrintLine
005330     WRITE PrintLine
005331     MOVE SPACES TO PrintLine
005332     IF WS-MERGE-OPEN
005333         STRING "Rows merged into GRDLOAD.DAT batch "
005334                                DELIMITED BY SIZE
005335                WS-BATCH-ID           DELIMITED BY SIZE
005336                ": "                  DELIMITED BY SIZE
005337                WS-MERGE-COUNT        DELIMITED BY SIZE
005338             INTO PrintLine
005339     ELSE
005340         MOVE "No sheets merged - no GRDLOAD.DAT batch written."
005341             TO PrintLine
005342     END-IF
005343     WRITE PrintLine
005346     CLOSE ReportFile
005350     DISPLAY "Sheets complete:   " WS-COMPLETE-COUNT
005360     DISPLAY "Sheets incomplete: " WS-INCOMPLETE-COUNT
005370     DISPLAY "Sheets in error:   " WS-ERRORS-COUNT
005380     DISPLAY "Sheets missing:    " WS-MISSING-COUNT
005385     DISPLAY "Merged earlier:    " WS-PRIOR-COUNT
005390     DISPLAY "Rows merged:       " WS-MERGE-COUNT
005400     EVALUATE TRUE
005410         WHEN WS-NO-INDEX
005420             MOVE 8 TO RETURN-CODE
005430         WHEN WS-INCOMPLETE-COUNT > 0 OR WS-ERRORS-COUNT > 0
005440           OR WS-MISSING-COUNT > 0
005450             MOVE 4 TO RETURN-CODE
005460     END-EVALUATE.
005470 8000-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------------
005500 END PROGRAM GRDCHECK.
