000010******************************************************************
000020* PROGRAM:     JOBRPT
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Morning summary of the last nightly job-stream
000080*              run, so the day shift can see what ran without
000090*              asking the night operator. Finds the last run on
000100*              JOBHIST.DAT (written by JOBSTRM) and prints every
000110*              history row of that run to JOBRPT.LST - each start
000120*              or restart with its operator, each step with start
000130*              and end time, elapsed time, return code, highest
000140*              acceptable return code and outcome (OK, FAILED or
000150*              SKIPPED), and each end-of-stream line - followed by
000160*              the outcome of the last attempt and the step any
000170*              restart must begin from. A run with no end row was
000180*              interrupted and is reported as such.
000190* TECTONICS:   cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DJO  Original version.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. JOBRPT.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HistoryFile ASSIGN TO "JOBHIST.DAT"
000310            ORGANIZATION IS LINE SEQUENTIAL
000320            FILE STATUS IS WS-HIST-STATUS.
000330     SELECT ReportFile ASSIGN TO "JOBRPT.LST"
000340            ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  HistoryFile.
000380     COPY JOBHDTL.
000390 FD  ReportFile.
000400 01  PrintLine               PIC X(80).
000410 WORKING-STORAGE SECTION.
000420 01  WS-HIST-STATUS           PIC XX      VALUE SPACES.
000430 01  WS-HIST-EOF-SW           PIC X       VALUE "N".
000440     88  WS-END-OF-HIST                   VALUE "Y".
000450 01  WS-NO-HIST-SW            PIC X       VALUE "N".
000460     88  WS-NO-HIST                       VALUE "Y".
000470 01  WS-ENDED-SW              PIC X       VALUE "N".
000480     88  WS-RUN-ENDED                     VALUE "Y".
000490 01  WS-LAST-RUN-ID           PIC X(12)   VALUE SPACES.
000500 01  WS-LAST-SEQ              PIC 9(3)    VALUE 0.
000510 01  WS-RESTART-SEQ           PIC 9(3)    VALUE 0.
000520 01  WS-LAST-STATUS           PIC X(8)    VALUE SPACES.
000530 01  WS-OK-COUNT              PIC 9(3)    VALUE 0.
000540 01  WS-FAILED-COUNT          PIC 9(3)    VALUE 0.
000550 01  WS-SKIPPED-COUNT         PIC 9(3)    VALUE 0.
000560 01  WS-START-SECS            PIC 9(6)    VALUE 0.
000570 01  WS-END-SECS              PIC 9(6)    VALUE 0.
000580 01  WS-ELAPSED-SECS          PIC 9(6)    VALUE 0.
000590 01  WS-ELAPSED-MINS          PIC 9(4)    VALUE 0.
000600 01  WS-ELAPSED-REM           PIC 9(2)    VALUE 0.
000610 01  WS-TIME-IN               PIC 9(8)    VALUE 0.
000620 01  WS-TIME-PARTS REDEFINES WS-TIME-IN.
000630     02  WS-TP-HH             PIC 99.
000640     02  WS-TP-MM             PIC 99.
000650     02  WS-TP-SS             PIC 99.
000660     02  WS-TP-CC             PIC 99.
000670 01  WS-TIME-OUT.
000680     02  WS-TO-HH             PIC 99.
000690     02  FILLER               PIC X       VALUE ":".
000700     02  WS-TO-MM             PIC 99.
000710     02  FILLER               PIC X       VALUE ":".
000720     02  WS-TO-SS             PIC 99.
000730 01  WS-HEADING-1.
000740     02  FILLER               PIC X(38)
000750         VALUE "NIGHTLY JOB STREAM - MORNING SUMMARY".
000760 01  WS-HEADING-2.
000770     02  FILLER               PIC X(5)    VALUE "STEP".
000780     02  FILLER               PIC X(10)   VALUE "NAME".
000790     02  FILLER               PIC X(10)   VALUE "START".
000800     02  FILLER               PIC X(10)   VALUE "END".
000810     02  FILLER               PIC X(9)    VALUE "ELAPSED".
000820     02  FILLER               PIC X(6)    VALUE "RC".
000830     02  FILLER               PIC X(6)    VALUE "MAX".
000840     02  FILLER               PIC X(8)    VALUE "STATUS".
000850 01  WS-STEP-LINE.
000860     02  WS-SL-SEQ            PIC 9(3).
000870     02  FILLER               PIC X(2)    VALUE SPACES.
000880     02  WS-SL-NAME           PIC X(8).
000890     02  FILLER               PIC X(2)    VALUE SPACES.
000900     02  WS-SL-START          PIC X(8).
000910     02  FILLER               PIC X(2)    VALUE SPACES.
000920     02  WS-SL-END            PIC X(8).
000930     02  FILLER               PIC X(2)    VALUE SPACES.
000940     02  WS-SL-ELAPSED.
000950         03  WS-SL-EL-MINS    PIC ZZZ9.
000960         03  WS-SL-EL-COLON   PIC X.
000970         03  WS-SL-EL-SECS    PIC 99.
000980     02  FILLER               PIC X(2)    VALUE SPACES.
000990     02  WS-SL-RC             PIC ZZZ9.
001000     02  FILLER               PIC X(2)    VALUE SPACES.
001010     02  WS-SL-MAX            PIC ZZZ9.
001020     02  FILLER               PIC X(2)    VALUE SPACES.
001030     02  WS-SL-STATUS         PIC X(8).
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     IF NOT WS-NO-HIST
001080         PERFORM 2000-PRINT-RUN THRU 2000-EXIT
001090     END-IF
001100     PERFORM 8000-TERMINATE THRU 8000-EXIT
001110     STOP RUN.
001120*-----------------------------------------------------------------
001130 1000-INITIALIZE.
001140     OPEN OUTPUT ReportFile
001150     MOVE WS-HEADING-1 TO PrintLine
001160     WRITE PrintLine
001170     OPEN INPUT HistoryFile
001180     IF WS-HIST-STATUS = "35"
001190         SET WS-NO-HIST TO TRUE
001200     ELSE
001210         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
001220         PERFORM 1200-FIND-LAST-RUN THRU 1200-EXIT
001230             UNTIL WS-END-OF-HIST
001240         CLOSE HistoryFile
001250         IF WS-LAST-RUN-ID = SPACES
001260             SET WS-NO-HIST TO TRUE
001270         END-IF
001280     END-IF
001290     IF WS-NO-HIST
001300         MOVE "No job-stream runs on JOBHIST.DAT." TO PrintLine
001310         WRITE PrintLine AFTER ADVANCING 2 LINES
001320         DISPLAY "No job-stream runs on JOBHIST.DAT."
001330     END-IF.
001340 1000-EXIT.
001350     EXIT.
001360*-----------------------------------------------------------------
001370 1100-READ-HISTORY.
001380     READ HistoryFile
001390         AT END
001400             SET WS-END-OF-HIST TO TRUE
001410     END-READ.
001420 1100-EXIT.
001430     EXIT.
001440*-----------------------------------------------------------------
001450 1200-FIND-LAST-RUN.
001460     MOVE JH-RunId TO WS-LAST-RUN-ID
001470     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
001480 1200-EXIT.
001490     EXIT.
001500*-----------------------------------------------------------------
001510 2000-PRINT-RUN.
001520     MOVE SPACES TO PrintLine
001530     STRING "Run "            DELIMITED BY SIZE
001540            WS-LAST-RUN-ID    DELIMITED BY SIZE
001550         INTO PrintLine
001560     WRITE PrintLine AFTER ADVANCING 2 LINES
001570     MOVE "N" TO WS-HIST-EOF-SW
001580     OPEN INPUT HistoryFile
001590     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
001600     PERFORM 2100-PRINT-ROW THRU 2100-EXIT
001610         UNTIL WS-END-OF-HIST
001620     CLOSE HistoryFile
001630     PERFORM 2500-PRINT-OUTCOME THRU 2500-EXIT.
001640 2000-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670 2100-PRINT-ROW.
001680     IF JH-RunId = WS-LAST-RUN-ID
001690         EVALUATE TRUE
001700             WHEN JH-BeginRow
001710                 PERFORM 2200-PRINT-BEGIN THRU 2200-EXIT
001720             WHEN JH-StepRow
001730                 PERFORM 2300-PRINT-STEP THRU 2300-EXIT
001740             WHEN JH-EndRow
001750                 PERFORM 2400-PRINT-END THRU 2400-EXIT
001760         END-EVALUATE
001770     END-IF
001780     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
001790 2100-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------------
001820 2200-PRINT-BEGIN.
001830     MOVE "N" TO WS-ENDED-SW
001840     MOVE JH-StartTime TO WS-TIME-IN
001850     PERFORM 9000-FORMAT-TIME THRU 9000-EXIT
001860     MOVE SPACES TO PrintLine
001870     IF JH-RunRestart
001880         STRING "Restarted "      DELIMITED BY SIZE
001890                JH-StartDate      DELIMITED BY SIZE
001900                " "               DELIMITED BY SIZE
001910                WS-TIME-OUT       DELIMITED BY SIZE
001920                " by "            DELIMITED BY SIZE
001930                JH-Operator       DELIMITED BY SPACE
001940                " from step "     DELIMITED BY SIZE
001950                JH-StepSeq        DELIMITED BY SIZE
001960             INTO PrintLine
001970     ELSE
001980         STRING "Started "        DELIMITED BY SIZE
001990                JH-StartDate      DELIMITED BY SIZE
002000                " "               DELIMITED BY SIZE
002010                WS-TIME-OUT       DELIMITED BY SIZE
002020                " by "            DELIMITED BY SIZE
002030                JH-Operator       DELIMITED BY SPACE
002040             INTO PrintLine
002050     END-IF
002060     WRITE PrintLine AFTER ADVANCING 2 LINES
002070     MOVE WS-HEADING-2 TO PrintLine
002080     WRITE PrintLine AFTER ADVANCING 1 LINE.
002090 2200-EXIT.
002100     EXIT.
002110*-----------------------------------------------------------------
002120 2300-PRINT-STEP.
002130     MOVE JH-StepSeq TO WS-SL-SEQ
002140     MOVE JH-StepName TO WS-SL-NAME
002150     MOVE JH-MaxRc TO WS-SL-MAX
002160     MOVE JH-Status TO WS-SL-STATUS
002170     MOVE JH-StepSeq TO WS-LAST-SEQ
002180     IF JH-StepSkipped
002190         MOVE SPACES TO WS-SL-START WS-SL-END WS-SL-ELAPSED
002200         MOVE 0 TO WS-SL-RC
002210         ADD 1 TO WS-SKIPPED-COUNT
002220     ELSE
002230         MOVE JH-StartTime TO WS-TIME-IN
002240         PERFORM 9000-FORMAT-TIME THRU 9000-EXIT
002250         MOVE WS-TIME-OUT TO WS-SL-START
002260         COMPUTE WS-START-SECS = WS-TP-HH * 3600
002270                               + WS-TP-MM * 60 + WS-TP-SS
002280         MOVE JH-EndTime TO WS-TIME-IN
002290         PERFORM 9000-FORMAT-TIME THRU 9000-EXIT
002300         MOVE WS-TIME-OUT TO WS-SL-END
002310         COMPUTE WS-END-SECS = WS-TP-HH * 3600
002320                             + WS-TP-MM * 60 + WS-TP-SS
002330         IF JH-EndDate NOT = JH-StartDate
002340             ADD 86400 TO WS-END-SECS
002350         END-IF
002360         IF WS-END-SECS < WS-START-SECS
002370             MOVE 0 TO WS-ELAPSED-SECS
002380         ELSE
002390             COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
002400         END-IF
002410         DIVIDE WS-ELAPSED-SECS BY 60 GIVING WS-ELAPSED-MINS
002420             REMAINDER WS-ELAPSED-REM
002430         MOVE WS-ELAPSED-MINS TO WS-SL-EL-MINS
002440         MOVE ":" TO WS-SL-EL-COLON
002450         MOVE WS-ELAPSED-REM TO WS-SL-EL-SECS
002460         MOVE JH-ReturnCode TO WS-SL-RC
002470         IF JH-StepOk
002480             ADD 1 TO WS-OK-COUNT
002490         ELSE
002500             ADD 1 TO WS-FAILED-COUNT
002510         END-IF
002520     END-IF
002530     MOVE WS-STEP-LINE TO PrintLine
002540     WRITE PrintLine AFTER ADVANCING 1 LINE.
002550 2300-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------------
002580 2400-PRINT-END.
002590     SET WS-RUN-ENDED TO TRUE
002600     MOVE JH-Status TO WS-LAST-STATUS
002610     MOVE JH-RestartSeq TO WS-RESTART-SEQ
002620     MOVE JH-EndTime TO WS-TIME-IN
002630     PERFORM 9000-FORMAT-TIME THRU 9000-EXIT
002640     MOVE SPACES TO PrintLine
002650     STRING "Ended "          DELIMITED BY SIZE
002660            JH-EndDate        DELIMITED BY SIZE
002670            " "               DELIMITED BY SIZE
002680            WS-TIME-OUT       DELIMITED BY SIZE
002690            " - "             DELIMITED BY SIZE
002700            JH-Status         DELIMITED BY SPACE
002710         INTO PrintLine
002720     WRITE PrintLine AFTER ADVANCING 1 LINE.
002730 2400-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760 2500-PRINT-OUTCOME.
002770     MOVE SPACES TO PrintLine
002780     STRING "Step runs OK: "  DELIMITED BY SIZE
002790            WS-OK-COUNT       DELIMITED BY SIZE
002800            "  Failed: "      DELIMITED BY SIZE
002810            WS-FAILED-COUNT   DELIMITED BY SIZE
002820            "  Skipped: "     DELIMITED BY SIZE
002830            WS-SKIPPED-COUNT  DELIMITED BY SIZE
002840         INTO PrintLine
002850     WRITE PrintLine AFTER ADVANCING 2 LINES
002860     MOVE SPACES TO PrintLine
002870     EVALUATE TRUE
002880         WHEN NOT WS-RUN-ENDED
002890             STRING "OUTCOME: INTERRUPTED after step "
002900                                  DELIMITED BY SIZE
002910                    WS-LAST-SEQ   DELIMITED BY SIZE
002920                    " - restart JOBSTRM in mode R."
002930                                  DELIMITED BY SIZE
002940                 INTO PrintLine
002950         WHEN WS-RESTART-SEQ NOT = 0
002960             STRING "OUTCOME: FAILED at step "
002970                                  DELIMITED BY SIZE
002980                    WS-RESTART-SEQ DELIMITED BY SIZE
002990                    " - restart JOBSTRM in mode R."
003000                                  DELIMITED BY SIZE
003010                 INTO PrintLine
003020         WHEN OTHER
003030             MOVE "OUTCOME: COMPLETE - every step ran clean."
003040                 TO PrintLine
003050     END-EVALUATE
003060     WRITE PrintLine AFTER ADVANCING 1 LINE
003070     DISPLAY "Run " WS-LAST-RUN-ID " " PrintLine.
003080 2500-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110 8000-TERMINATE.
003120     CLOSE ReportFile.
003130 8000-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 9000-FORMAT-TIME.
003170     MOVE WS-TP-HH TO WS-TO-HH
003180     MOVE WS-TP-MM TO WS-TO-MM
003190     MOVE WS-TP-SS TO WS-TO-SS.
003200 9000-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230 END PROGRAM JOBRPT.
