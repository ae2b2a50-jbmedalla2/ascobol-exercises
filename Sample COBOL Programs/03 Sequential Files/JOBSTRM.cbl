000010******************************************************************
000020* PROGRAM:     JOBSTRM
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Nightly job-stream driver. Reads the stream
000080*              definition from JOBSTRM.DAT - one row per step,
000090*                seq,step name,highest acceptable RC,
000100*                run after failure (Y/N),command
000110*              in ascending step sequence - and runs the steps in
000120*              order, taking each step's RETURN-CODE itself
000130*              instead of leaving the operator to read it off the
000140*              screen. A step ending above its highest acceptable
000150*              RC fails the stream: every later step flagged N is
000160*              not run (SKIPPED), so STUDCHK and SEATCHK really
000170*              do gate the jobs behind them, while steps flagged
000180*              Y still run. Every step's start and end date/time,
000190*              return code and outcome go to JOBHIST.DAT (layout
000200*              JOBHDTL) for JOBRPT. Run mode N runs the stream
000210*              from the top; mode R restarts the last run from
000220*              the step that failed (or the step that was running
000230*              when the stream was interrupted) under the same
000240*              run id, so earlier good steps are not rerun. When
000250*              JOBSTRM.DAT is missing the standard nightly stream
000260*              is written to it first. Ends with RETURN-CODE 8
000270*              when a step failed or the definition is unusable.
000272*              Steps are started through the SYSTEM library
000274*              routine, which hands back the shell wait status;
000276*              the step's own return code is its high-order byte.
000280* TECTONICS:   cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15  DJO  Original version.
000322*   2026-10-15  DJO  An interrupted run restarts from its first
000324*                    failed step when one was logged, not from
000326*                    the step after the last one started.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. JOBSTRM.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT StreamFile ASSIGN TO "JOBSTRM.DAT"
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS WS-STREAM-STATUS.
000420     SELECT HistoryFile ASSIGN TO "JOBHIST.DAT"
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS WS-HIST-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  StreamFile.
000480 01  StreamLine              PIC X(80).
000490 FD  HistoryFile.
000500     COPY JOBHDTL.
000510 WORKING-STORAGE SECTION.
000520 01  WS-STREAM-STATUS         PIC XX      VALUE SPACES.
000530 01  WS-HIST-STATUS           PIC XX      VALUE SPACES.
000540 01  WS-STREAM-EOF-SW         PIC X       VALUE "N".
000550     88  WS-END-OF-STREAM                 VALUE "Y".
000560 01  WS-HIST-EOF-SW           PIC X       VALUE "N".
000570     88  WS-END-OF-HIST                   VALUE "Y".
000580 01  WS-DEF-BAD-SW            PIC X       VALUE "N".
000590     88  WS-DEF-BAD                       VALUE "Y".
000600 01  WS-NO-RUN-SW             PIC X       VALUE "N".
000610     88  WS-NO-RUN                        VALUE "Y".
000620 01  WS-FAILED-SW             PIC X       VALUE "N".
000630     88  WS-STREAM-FAILED                 VALUE "Y".
000640 01  WS-ENDED-SW              PIC X       VALUE "N".
000650     88  WS-LAST-RUN-ENDED                VALUE "Y".
000660 01  WS-MODE-SW               PIC X       VALUE SPACE.
000670     88  WS-NEW-MODE                      VALUE "N".
000680     88  WS-RESTART-MODE                  VALUE "R".
000690 01  WS-OPERATOR-ID           PIC X(8)    VALUE SPACES.
000700 01  WS-RUN-ID                PIC X(12)   VALUE SPACES.
000710 01  WS-LAST-RUN-ID           PIC X(12)   VALUE SPACES.
000720 01  WS-LAST-SEQ              PIC 9(3)    VALUE 0.
000725 01  WS-FIRST-FAIL-SEQ        PIC 9(3)    VALUE 0.
000730 01  WS-RESTART-SEQ           PIC 9(3)    VALUE 0.
000740 01  WS-FAIL-SEQ              PIC 9(3)    VALUE 0.
000750 01  WS-FROM-SEQ              PIC 9(3)    VALUE 0.
000760 01  WS-PREV-SEQ              PIC 9(3)    VALUE 0.
000770 01  WS-ERROR-MSG             PIC X(40)   VALUE SPACES.
000780 01  WS-STEP-RC               PIC S9(9) COMP VALUE 0.
000790 01  WS-RUN-DATE              PIC 9(8)    VALUE 0.
000800 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
000810                              PIC X(8).
000820 01  WS-RUN-TIME              PIC 9(8)    VALUE 0.
000830 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
000840                              PIC X(8).
000850 01  WS-SEED-IDX              PIC 9(2) COMP VALUE 0.
000860 01  WS-SEED-VALUES.
000870     02  FILLER               PIC X(40)
000880         VALUE "010,STUDCHK,0,N,./STUDCHK".
000890     02  FILLER               PIC X(40)
000900         VALUE "020,SEATCHK,0,N,echo N | ./SEATCHK".
000910     02  FILLER               PIC X(40)
000920         VALUE "030,STUDBKUP,0,N,./STUDBKUP".
000930     02  FILLER               PIC X(40)
000940         VALUE "040,STUDEXPT,4,N,echo C | ./STUDEXPT".
000950     02  FILLER               PIC X(40)
000960         VALUE "050,STUDRPT,4,N,./STUDRPT".
000970     02  FILLER               PIC X(40)
000980         VALUE "060,WAITRPT,4,N,./WAITRPT".
000990     02  FILLER               PIC X(40)
001000         VALUE "070,GPARPT,4,N,./GPARPT".
001010 01  WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
001020     02  WS-SEED-LINE         PIC X(40) OCCURS 7 TIMES.
001030 01  WS-DF-SEQ                PIC X(3)    VALUE SPACES.
001040 01  WS-DF-SEQ-LEN            PIC 9(2) COMP VALUE 0.
001050 01  WS-DF-NAME               PIC X(8)    VALUE SPACES.
001060 01  WS-DF-MAXRC              PIC X(4)    VALUE SPACES.
001070 01  WS-DF-MAXRC-LEN          PIC 9(2) COMP VALUE 0.
001080 01  WS-DF-AFTER              PIC X       VALUE SPACE.
001090 01  WS-DF-COMMAND            PIC X(60)   VALUE SPACES.
001100 01  WS-STEP-COUNT            PIC 9(2) COMP VALUE 0.
001110 01  WS-STEP-IDX              PIC 9(2) COMP VALUE 0.
001120 01  WS-STEP-TABLE.
001130     02  WS-STEP-ENTRY OCCURS 30 TIMES.
001140         03  WS-ST-SEQ        PIC 9(3).
001150         03  WS-ST-NAME       PIC X(8).
001160         03  WS-ST-MAXRC      PIC 9(4).
001170         03  WS-ST-AFTER      PIC X.
001180             88  WS-ST-RUN-AFTER-FAIL     VALUE "Y".
001190         03  WS-ST-COMMAND    PIC X(60).
001200 01  WS-RAN-COUNT             PIC 9(3) COMP VALUE 0.
001210 01  WS-OK-COUNT              PIC 9(3) COMP VALUE 0.
001220 01  WS-FAILED-COUNT          PIC 9(3) COMP VALUE 0.
001230 01  WS-SKIPPED-COUNT         PIC 9(3) COMP VALUE 0.
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     IF NOT WS-DEF-BAD AND NOT WS-NO-RUN
001280         PERFORM 2000-BEGIN-RUN THRU 2000-EXIT
001290         PERFORM 3000-RUN-STEP THRU 3000-EXIT
001300             VARYING WS-STEP-IDX FROM 1 BY 1
001310             UNTIL WS-STEP-IDX > WS-STEP-COUNT
001320         PERFORM 4000-END-RUN THRU 4000-EXIT
001330     END-IF
001340     PERFORM 8000-TERMINATE THRU 8000-EXIT
001350     STOP RUN.
001360*-----------------------------------------------------------------
001370 1000-INITIALIZE.
001380     DISPLAY "Nightly job stream"
001390     PERFORM 1050-PROMPT-MODE THRU 1050-EXIT
001400         UNTIL WS-NEW-MODE OR WS-RESTART-MODE
001410     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
001420     ACCEPT WS-OPERATOR-ID
001430     PERFORM 1100-LOAD-STREAM THRU 1100-EXIT
001440     IF NOT WS-DEF-BAD
001450         IF WS-RESTART-MODE
001460             PERFORM 1300-FIND-RESTART THRU 1300-EXIT
001470         ELSE
001480             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001490             ACCEPT WS-RUN-TIME FROM TIME
001500             MOVE WS-RUN-DATE-X TO WS-RUN-ID(1:8)
001510             MOVE WS-RUN-TIME-X(1:4) TO WS-RUN-ID(9:4)
001520             MOVE 0 TO WS-FROM-SEQ
001530         END-IF
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570*-----------------------------------------------------------------
001580 1050-PROMPT-MODE.
001590     DISPLAY "Run mode - N new run from the top, R restart the "
001600         "last run: " WITH NO ADVANCING
001610     ACCEPT WS-MODE-SW
001620     EVALUATE WS-MODE-SW
001630         WHEN "n"  MOVE "N" TO WS-MODE-SW
001640         WHEN "r"  MOVE "R" TO WS-MODE-SW
001650     END-EVALUATE
001660     IF NOT WS-NEW-MODE AND NOT WS-RESTART-MODE
001670         DISPLAY "*** Enter N or R."
001680     END-IF.
001690 1050-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------------
001720 1100-LOAD-STREAM.
001730     OPEN INPUT StreamFile
001740     IF WS-STREAM-STATUS = "35"
001750         PERFORM 1150-SEED-STREAM THRU 1150-EXIT
001760         OPEN INPUT StreamFile
001770     END-IF
001780     PERFORM 1110-READ-STREAM THRU 1110-EXIT
001790     PERFORM 1120-LOAD-STEP THRU 1120-EXIT
001800         UNTIL WS-END-OF-STREAM OR WS-DEF-BAD
001810     CLOSE StreamFile
001820     IF NOT WS-DEF-BAD AND WS-STEP-COUNT = 0
001830         SET WS-DEF-BAD TO TRUE
001840         DISPLAY "*** JOBSTRM.DAT holds no steps."
001850     END-IF.
001860 1100-EXIT.
001870     EXIT.
001880*-----------------------------------------------------------------
001890 1110-READ-STREAM.
001900     READ StreamFile
001910         AT END
001920             SET WS-END-OF-STREAM TO TRUE
001930     END-READ.
001940 1110-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970 1120-LOAD-STEP.
001980     IF StreamLine NOT = SPACES
001990         MOVE SPACES TO WS-DF-SEQ WS-DF-NAME WS-DF-MAXRC
002000                        WS-DF-AFTER WS-DF-COMMAND
002010         MOVE 0 TO WS-DF-SEQ-LEN
002020         MOVE 0 TO WS-DF-MAXRC-LEN
002030         UNSTRING StreamLine DELIMITED BY ","
002040             INTO WS-DF-SEQ COUNT IN WS-DF-SEQ-LEN
002050                  WS-DF-NAME
002060                  WS-DF-MAXRC COUNT IN WS-DF-MAXRC-LEN
002070                  WS-DF-AFTER
002080                  WS-DF-COMMAND
002090         END-UNSTRING
002100         MOVE SPACES TO WS-ERROR-MSG
002110         EVALUATE TRUE
002120           WHEN WS-DF-SEQ-LEN < 1 OR WS-DF-SEQ-LEN > 3
002130             MOVE "Step sequence must be 1-3 digits."
002140                 TO WS-ERROR-MSG
002150           WHEN WS-DF-SEQ(1:WS-DF-SEQ-LEN) NOT NUMERIC
002160             MOVE "Step sequence must be 1-3 digits."
002170                 TO WS-ERROR-MSG
002180           WHEN WS-DF-NAME = SPACES
002190             MOVE "Step name is missing." TO WS-ERROR-MSG
002200           WHEN WS-DF-MAXRC-LEN < 1 OR WS-DF-MAXRC-LEN > 4
002210             MOVE "Highest RC must be 1-4 digits."
002220                 TO WS-ERROR-MSG
002230           WHEN WS-DF-MAXRC(1:WS-DF-MAXRC-LEN) NOT NUMERIC
002240             MOVE "Highest RC must be 1-4 digits."
002250                 TO WS-ERROR-MSG
002260           WHEN WS-DF-AFTER NOT = "Y" AND WS-DF-AFTER NOT = "N"
002270             MOVE "Run-after-failure flag must be Y or N."
002280                 TO WS-ERROR-MSG
002290           WHEN WS-DF-COMMAND = SPACES
002300             MOVE "Step command is missing." TO WS-ERROR-MSG
002310           WHEN WS-STEP-COUNT >= 30
002320             MOVE "More than 30 steps defined." TO WS-ERROR-MSG
002330         END-EVALUATE
002340         IF WS-ERROR-MSG = SPACES
002350             ADD 1 TO WS-STEP-COUNT
002360             MOVE WS-DF-SEQ(1:WS-DF-SEQ-LEN)
002370                 TO WS-ST-SEQ(WS-STEP-COUNT)
002380             MOVE WS-DF-NAME TO WS-ST-NAME(WS-STEP-COUNT)
002390             MOVE WS-DF-MAXRC(1:WS-DF-MAXRC-LEN)
002400                 TO WS-ST-MAXRC(WS-STEP-COUNT)
002410             MOVE WS-DF-AFTER TO WS-ST-AFTER(WS-STEP-COUNT)
002420             MOVE WS-DF-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
002430             IF WS-ST-SEQ(WS-STEP-COUNT) <= WS-PREV-SEQ
002440                 MOVE "Steps must be in ascending sequence."
002450                     TO WS-ERROR-MSG
002460             END-IF
002470             MOVE WS-ST-SEQ(WS-STEP-COUNT) TO WS-PREV-SEQ
002480         END-IF
002490         IF WS-ERROR-MSG NOT = SPACES
002500             SET WS-DEF-BAD TO TRUE
002510             DISPLAY "*** JOBSTRM.DAT: " WS-ERROR-MSG
002520             DISPLAY "*** " StreamLine
002530             DISPLAY "*** Stream definition rejected - nothing "
002540                 "run."
002550         END-IF
002560     END-IF
002570     PERFORM 1110-READ-STREAM THRU 1110-EXIT.
002580 1120-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------------
002610 1150-SEED-STREAM.
002620     DISPLAY "JOBSTRM.DAT not found - writing the standard "
002630         "nightly stream."
002640     OPEN OUTPUT StreamFile
002650     PERFORM 1160-SEED-ONE THRU 1160-EXIT
002660         VARYING WS-SEED-IDX FROM 1 BY 1
002670         UNTIL WS-SEED-IDX > 7
002680     CLOSE StreamFile.
002690 1150-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720 1160-SEED-ONE.
002730     MOVE WS-SEED-LINE(WS-SEED-IDX) TO StreamLine
002740     WRITE StreamLine.
002750 1160-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002780 1300-FIND-RESTART.
002790     OPEN INPUT HistoryFile
002800     IF WS-HIST-STATUS = "35"
002810         SET WS-NO-RUN TO TRUE
002820         DISPLAY "*** No JOBHIST.DAT - nothing to restart."
002830     ELSE
002840         PERFORM 1310-READ-HISTORY THRU 1310-EXIT
002850         PERFORM 1320-TRACK-HISTORY THRU 1320-EXIT
002860             UNTIL WS-END-OF-HIST
002870         CLOSE HistoryFile
002880         EVALUATE TRUE
002890             WHEN WS-LAST-RUN-ID = SPACES
002900                 SET WS-NO-RUN TO TRUE
002910                 DISPLAY "*** JOBHIST.DAT is empty - nothing to "
002920                     "restart."
002930             WHEN WS-LAST-RUN-ENDED AND WS-RESTART-SEQ = 0
002940                 SET WS-NO-RUN TO TRUE
002950                 DISPLAY "Run " WS-LAST-RUN-ID " completed - "
002960                     "nothing to restart."
002970             WHEN WS-LAST-RUN-ENDED
002980                 MOVE WS-RESTART-SEQ TO WS-FROM-SEQ
002990             WHEN OTHER
002993                 IF WS-FIRST-FAIL-SEQ NOT = 0
002996                     MOVE WS-FIRST-FAIL-SEQ TO WS-FROM-SEQ
002999                 ELSE
003002                     COMPUTE WS-FROM-SEQ = WS-LAST-SEQ + 1
003005                 END-IF
003010                 DISPLAY "Run " WS-LAST-RUN-ID " was interrupted."
003020         END-EVALUATE
003030         IF NOT WS-NO-RUN
003040             MOVE WS-LAST-RUN-ID TO WS-RUN-ID
003050             DISPLAY "Restarting run " WS-RUN-ID " from step "
003060                 WS-FROM-SEQ
003070         END-IF
003080     END-IF.
003090 1300-EXIT.
003100     EXIT.
003110*-----------------------------------------------------------------
003120 1310-READ-HISTORY.
003130     READ HistoryFile
003140         AT END
003150             SET WS-END-OF-HIST TO TRUE
003160     END-READ.
003170 1310-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200 1320-TRACK-HISTORY.
003210     IF JH-RunId NOT = WS-LAST-RUN-ID
003220         MOVE JH-RunId TO WS-LAST-RUN-ID
003230         MOVE 0 TO WS-LAST-SEQ
003240         MOVE 0 TO WS-RESTART-SEQ
003245         MOVE 0 TO WS-FIRST-FAIL-SEQ
003250         MOVE "N" TO WS-ENDED-SW
003260     END-IF
003270     EVALUATE TRUE
003280         WHEN JH-BeginRow
003290             MOVE "N" TO WS-ENDED-SW
003295             MOVE 0 TO WS-FIRST-FAIL-SEQ
003300         WHEN JH-StepRow
003310             MOVE JH-StepSeq TO WS-LAST-SEQ
003312             IF JH-StepFailed AND WS-FIRST-FAIL-SEQ = 0
003314                 MOVE JH-StepSeq TO WS-FIRST-FAIL-SEQ
003316             END-IF
003320         WHEN JH-EndRow
003330             SET WS-LAST-RUN-ENDED TO TRUE
003340             MOVE JH-RestartSeq TO WS-RESTART-SEQ
003350     END-EVALUATE
003360     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
003370 1320-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400 2000-BEGIN-RUN.
003410     OPEN EXTEND HistoryFile
003420     IF WS-HIST-STATUS = "35"
003430         OPEN OUTPUT HistoryFile
003440     END-IF
003450     MOVE SPACES TO JobHistRecord
003460     MOVE WS-RUN-ID TO JH-RunId
003470     SET JH-BeginRow TO TRUE
003480     MOVE WS-FROM-SEQ TO JH-StepSeq
003490     ACCEPT JH-StartDate FROM DATE YYYYMMDD
003500     ACCEPT JH-StartTime FROM TIME
003510     MOVE 0 TO JH-EndDate JH-EndTime JH-ReturnCode JH-MaxRc
003520     MOVE 0 TO JH-RestartSeq
003530     IF WS-RESTART-MODE
003540         MOVE "RESTART" TO JH-Status
003550     ELSE
003560         MOVE "NEW" TO JH-Status
003570     END-IF
003580     MOVE WS-OPERATOR-ID TO JH-Operator
003590     WRITE JobHistRecord
003600     DISPLAY "Run " WS-RUN-ID " started.".
003610 2000-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640 3000-RUN-STEP.
003650     IF WS-ST-SEQ(WS-STEP-IDX) >= WS-FROM-SEQ
003660         MOVE SPACES TO JobHistRecord
003670         MOVE WS-RUN-ID TO JH-RunId
003680         SET JH-StepRow TO TRUE
003690         MOVE WS-ST-SEQ(WS-STEP-IDX) TO JH-StepSeq
003700         MOVE WS-ST-NAME(WS-STEP-IDX) TO JH-StepName
003710         MOVE WS-ST-MAXRC(WS-STEP-IDX) TO JH-MaxRc
003720         MOVE WS-OPERATOR-ID TO JH-Operator
003730         MOVE 0 TO JH-RestartSeq
003740         IF WS-STREAM-FAILED
003750                 AND NOT WS-ST-RUN-AFTER-FAIL(WS-STEP-IDX)
003760             PERFORM 3200-SKIP-STEP THRU 3200-EXIT
003770         ELSE
003780             PERFORM 3100-EXECUTE-STEP THRU 3100-EXIT
003790         END-IF
003800         WRITE JobHistRecord
003810     END-IF.
003820 3000-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850 3100-EXECUTE-STEP.
003860     DISPLAY "Step " JH-StepSeq " " JH-StepName " starting."
003870     ACCEPT JH-StartDate FROM DATE YYYYMMDD
003880     ACCEPT JH-StartTime FROM TIME
003890     MOVE 0 TO RETURN-CODE
003900     CALL "SYSTEM" USING WS-ST-COMMAND(WS-STEP-IDX)
003910     MOVE RETURN-CODE TO WS-STEP-RC
003940     IF WS-STEP-RC > 255
003950         DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
003960     END-IF
003970     ACCEPT JH-EndDate FROM DATE YYYYMMDD
003980     ACCEPT JH-EndTime FROM TIME
003990     IF WS-STEP-RC < 0 OR WS-STEP-RC > 9999
004000         MOVE 9999 TO WS-STEP-RC
004010     END-IF
004020     MOVE WS-STEP-RC TO JH-ReturnCode
004030     ADD 1 TO WS-RAN-COUNT
004040     IF JH-ReturnCode > JH-MaxRc
004050         MOVE "FAILED" TO JH-Status
004060         ADD 1 TO WS-FAILED-COUNT
004070         IF NOT WS-STREAM-FAILED
004080             SET WS-STREAM-FAILED TO TRUE
004090             MOVE JH-StepSeq TO WS-FAIL-SEQ
004100         END-IF
004110         DISPLAY "*** Step " JH-StepSeq " " JH-StepName
004120             " FAILED - RC " JH-ReturnCode " (highest "
004130             "acceptable " JH-MaxRc ")."
004140     ELSE
004150         MOVE "OK" TO JH-Status
004160         ADD 1 TO WS-OK-COUNT
004170         DISPLAY "Step " JH-StepSeq " " JH-StepName
004180             " ended RC " JH-ReturnCode "."
004190     END-IF.
004200 3100-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 3200-SKIP-STEP.
004240     ACCEPT JH-StartDate FROM DATE YYYYMMDD
004250     ACCEPT JH-StartTime FROM TIME
004260     MOVE JH-StartDate TO JH-EndDate
004270     MOVE JH-StartTime TO JH-EndTime
004280     MOVE 0 TO JH-ReturnCode
004290     MOVE "SKIPPED" TO JH-Status
004300     ADD 1 TO WS-SKIPPED-COUNT
004310     DISPLAY "Step " JH-StepSeq " " JH-StepName
004320         " not run - the stream has failed.".
004330 3200-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360 4000-END-RUN.
004370     MOVE SPACES TO JobHistRecord
004380     MOVE WS-RUN-ID TO JH-RunId
004390     SET JH-EndRow TO TRUE
004400     MOVE 0 TO JH-StepSeq JH-StartDate JH-StartTime
004410     MOVE 0 TO JH-ReturnCode JH-MaxRc
004420     ACCEPT JH-EndDate FROM DATE YYYYMMDD
004430     ACCEPT JH-EndTime FROM TIME
004440     MOVE WS-OPERATOR-ID TO JH-Operator
004450     IF WS-STREAM-FAILED
004460         MOVE "FAILED" TO JH-Status
004470         MOVE WS-FAIL-SEQ TO JH-RestartSeq
004480     ELSE
004490         MOVE "COMPLETE" TO JH-Status
004500         MOVE 0 TO JH-RestartSeq
004510     END-IF
004520     WRITE JobHistRecord
004530     CLOSE HistoryFile.
004540 4000-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570 8000-TERMINATE.
004580     IF NOT WS-DEF-BAD AND NOT WS-NO-RUN
004590         DISPLAY "Steps run:       " WS-RAN-COUNT
004600         DISPLAY "Steps OK:        " WS-OK-COUNT
004610         DISPLAY "Steps failed:    " WS-FAILED-COUNT
004620         DISPLAY "Steps skipped:   " WS-SKIPPED-COUNT
004630         IF WS-STREAM-FAILED
004640             DISPLAY "*** Run " WS-RUN-ID " FAILED at step "
004650                 WS-FAIL-SEQ " - correct and rerun in mode R."
004660         ELSE
004670             DISPLAY "Run " WS-RUN-ID " complete."
004680         END-IF
004690     END-IF
004700     EVALUATE TRUE
004710         WHEN WS-DEF-BAD
004720             MOVE 8 TO RETURN-CODE
004730         WHEN WS-STREAM-FAILED
004740             MOVE 8 TO RETURN-CODE
004750         WHEN OTHER
004760             MOVE 0 TO RETURN-CODE
004770     END-EVALUATE.
004780 8000-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------------
004810 END PROGRAM JOBSTRM.
