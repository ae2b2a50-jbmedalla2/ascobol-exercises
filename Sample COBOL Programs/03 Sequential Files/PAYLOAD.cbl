000010******************************************************************
000020* PROGRAM:     PAYLOAD
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Batch loads the bursar's comma-delimited payment
000080*              file (PAYLOAD.DAT) onto the student account
000090*              ledger (LEDGER.DAT) in one pass. Each row is
000100*              StudentId, Amount, Receipt reference - e.g.
000110*              1234567,250.00,R004411
000120*              The amount is in currency units with an optional
000130*              decimal point and up to two decimal places. A
000140*              row is accepted only for a student on
000150*              STUDMAST.DAT or one who already has entries on
000160*              LEDGER.DAT (a withdrawn or archived student may
000170*              still be paying off a balance); each accepted row
000180*              posts one payment entry. The file carries the
000190*              same header row (H,batch id,creation date) and
000200*              trailer row (T,record count,hash total of Student
000210*              Ids) as GRDLOAD.DAT - an out-of-balance batch is
000220*              rejected whole with RETURN-CODE 8, and a batch id
000230*              already on BATCHCTL.DAT makes the run a no-op.
000240*              Rejected rows are logged to PAYLOAD.LST and a
000250*              posted/rejected reconciliation with the total
000260*              amount posted is displayed at end of run.
000270* TECTONICS:   cobc
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15  DJO  Original version.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PAYLOAD.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LoadFile ASSIGN TO "PAYLOAD.DAT"
000390            ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS DYNAMIC
000430            RECORD KEY IS StudentId
000440            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000450            FILE STATUS IS WS-FILE-STATUS.
000460     SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS DYNAMIC
000490            RECORD KEY IS LG-LedgerKey
000500            FILE STATUS IS WS-LEDGER-STATUS.
000510     SELECT ExceptionFile ASSIGN TO "PAYLOAD.LST"
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT BatchCtlFile ASSIGN TO "BATCHCTL.DAT"
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS WS-BCTL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LoadFile.
000590 01  LoadLine                PIC X(80).
000600 FD  StudentFile
000610         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000620         DEPENDING ON EnrollCount.
000630     COPY STUDDTL.
000640 FD  LedgerFile.
000650     COPY LEDGDTL.
000660 FD  ExceptionFile.
000670 01  ExceptionLine           PIC X(80).
000680 FD  BatchCtlFile.
000690 01  BatchCtlLine            PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
000720 01  WS-LEDGER-STATUS         PIC XX      VALUE SPACES.
000730 01  WS-LOAD-EOF-SW           PIC X       VALUE "N".
000740     88  WS-END-OF-LOAD                   VALUE "Y".
000750 01  WS-ENTRY-SW              PIC X       VALUE "N".
000760     88  WS-ENTRY-VALID                   VALUE "Y".
000770     88  WS-ENTRY-INVALID                 VALUE "N".
000780 01  WS-ERROR-MSG             PIC X(40)   VALUE SPACES.
000790 01  WS-READ-COUNT            PIC 9(5) COMP VALUE 0.
000800 01  WS-POSTED-COUNT          PIC 9(5) COMP VALUE 0.
000810 01  WS-REJECTED-COUNT        PIC 9(5) COMP VALUE 0.
000820 01  WS-POSTED-TOTAL          PIC 9(9)V99 VALUE 0.
000830 01  WS-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
000840 01  WS-UNSTRING-PTR          PIC 9(4) COMP VALUE 1.
000850 01  WS-OPERATOR-ID           PIC X(8)    VALUE SPACES.
000860 01  WS-BCTL-STATUS           PIC XX      VALUE SPACES.
000870 01  WS-BATCH-BAD-SW          PIC X       VALUE "N".
000880     88  WS-BATCH-BAD                     VALUE "Y".
000890 01  WS-BATCH-DUP-SW          PIC X       VALUE "N".
000900     88  WS-BATCH-DUP                     VALUE "Y".
000910 01  WS-VERIFY-EOF-SW         PIC X       VALUE "N".
000920     88  WS-END-OF-VERIFY                 VALUE "Y".
000930 01  WS-TRAILER-SW            PIC X       VALUE "N".
000940     88  WS-TRAILER-SEEN                  VALUE "Y".
000950 01  WS-DATA-ROW-SW           PIC X       VALUE "N".
000960     88  WS-DATA-ROW                      VALUE "Y".
000970 01  WS-BATCH-ID              PIC X(8)    VALUE SPACES.
000980 01  WS-HT-TAG                PIC X(8)    VALUE SPACES.
000990 01  WS-HT-F1                 PIC X(12)   VALUE SPACES.
001000 01  WS-HT-F1-LEN             PIC 9(2) COMP VALUE 0.
001010 01  WS-HT-F2                 PIC X(12)   VALUE SPACES.
001020 01  WS-HT-F2-LEN             PIC 9(2) COMP VALUE 0.
001030 01  WS-ID-NUM                PIC 9(7)    VALUE 0.
001040 01  WS-DETAIL-COUNT          PIC 9(5)    VALUE 0.
001050 01  WS-EXP-COUNT             PIC 9(5)    VALUE 0.
001060 01  WS-HASH-TOTAL            PIC 9(12)   VALUE 0.
001070 01  WS-EXP-HASH              PIC 9(12)   VALUE 0.
001080 01  WS-CB-ID                 PIC X(8)    VALUE SPACES.
001090 01  WS-CB-DATE               PIC X(8)    VALUE SPACES.
001100 01  WS-RUN-DATE              PIC 9(8)    VALUE 0.
001110 01  WS-RAW-PAYMENT-ROW.
001120     02  WS-RAW-StudentId     PIC X(7).
001130     02  WS-RAW-Amount        PIC X(10).
001140     02  WS-RAW-Reference     PIC X(10).
001150 01  WS-AMT-WHOLE             PIC X(10)   VALUE SPACES.
001160 01  WS-AMT-WHOLE-LEN         PIC 9(2) COMP VALUE 0.
001170 01  WS-AMT-CENTS             PIC X(10)   VALUE SPACES.
001180 01  WS-AMT-CENTS-LEN         PIC 9(2) COMP VALUE 0.
001190 01  WS-AMT-INT               PIC 9(5)    VALUE 0.
001200 01  WS-AMT-FRACTION          PIC 9(2)    VALUE 0.
001210 01  WS-PAY-AMOUNT            PIC 9(5)V99 VALUE 0.
001220 01  WS-ACCT-LAST-NO          PIC 9(5)    VALUE 0.
001230 01  WS-LEDGER-EOF-SW         PIC X       VALUE "N".
001240     88  WS-END-OF-LEDGER                 VALUE "Y".
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001280     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
001290         PERFORM 2000-READ-LOAD THRU 2000-EXIT
001300         PERFORM 3000-PROCESS-LOAD THRU 3000-EXIT
001310             UNTIL WS-END-OF-LOAD
001320         PERFORM 8500-RECORD-BATCH THRU 8500-EXIT
001330     END-IF
001340     PERFORM 8000-TERMINATE THRU 8000-EXIT
001350     STOP RUN.
001360*-----------------------------------------------------------------
001370 1000-INITIALIZE.
001380     OPEN INPUT LoadFile
001390     OPEN INPUT StudentFile
001400     IF WS-FILE-STATUS = "35"
001410         OPEN OUTPUT StudentFile
001420         CLOSE StudentFile
001430         OPEN INPUT StudentFile
001440     END-IF
001450     OPEN I-O LedgerFile
001460     IF WS-LEDGER-STATUS = "35"
001470         OPEN OUTPUT LedgerFile
001480         CLOSE LedgerFile
001490         OPEN I-O LedgerFile
001500     END-IF
001510     OPEN OUTPUT ExceptionFile
001520     MOVE "PAYMENT LOAD EXCEPTIONS" TO ExceptionLine
001530     WRITE ExceptionLine
001540     DISPLAY "Enter your operator Id: " WITH NO ADVANCING
001550     ACCEPT WS-OPERATOR-ID
001560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001570     PERFORM 1500-VERIFY-BATCH THRU 1500-EXIT
001580     DISPLAY "Batch payment load - PAYLOAD.DAT".
001590 1000-EXIT.
001600     EXIT.
001610*-----------------------------------------------------------------
001620 1500-VERIFY-BATCH.
001630     PERFORM 1510-READ-VERIFY THRU 1510-EXIT
001640     IF WS-END-OF-VERIFY
001650         SET WS-BATCH-BAD TO TRUE
001660         DISPLAY "*** PAYLOAD.DAT is empty - no batch header."
001670     ELSE
001680         MOVE SPACES TO WS-HT-TAG WS-HT-F1 WS-HT-F2
001690         UNSTRING LoadLine DELIMITED BY ","
001700             INTO WS-HT-TAG WS-HT-F1 WS-HT-F2
001710         END-UNSTRING
001720         IF WS-HT-TAG NOT = "H" OR WS-HT-F1 = SPACES
001730             SET WS-BATCH-BAD TO TRUE
001740             DISPLAY "*** Batch header row missing - batch "
001750                 "rejected whole."
001760         ELSE
001770             MOVE WS-HT-F1 TO WS-BATCH-ID
001780             DISPLAY "Batch " WS-BATCH-ID " created "
001790                 WS-HT-F2
001800         END-IF
001810     END-IF
001820     IF NOT WS-BATCH-BAD
001830         PERFORM 1510-READ-VERIFY THRU 1510-EXIT
001840         PERFORM 1520-VERIFY-ROW THRU 1520-EXIT
001850             UNTIL WS-END-OF-VERIFY
001860         EVALUATE TRUE
001870             WHEN WS-BATCH-BAD
001880                 CONTINUE
001890             WHEN NOT WS-TRAILER-SEEN
001900                 SET WS-BATCH-BAD TO TRUE
001910                 DISPLAY "*** Batch trailer row missing - "
001920                     "batch rejected whole."
001930             WHEN WS-DETAIL-COUNT NOT = WS-EXP-COUNT
001940                 SET WS-BATCH-BAD TO TRUE
001950                 DISPLAY "*** Batch record count out of "
001960                     "balance - batch rejected whole."
001970                 DISPLAY "*** Trailer " WS-EXP-COUNT
001980                     " counted " WS-DETAIL-COUNT
001990             WHEN WS-HASH-TOTAL NOT = WS-EXP-HASH
002000                 SET WS-BATCH-BAD TO TRUE
002010                 DISPLAY "*** Batch hash total out of "
002020                     "balance - batch rejected whole."
002030         END-EVALUATE
002040     END-IF
002050     CLOSE LoadFile
002060     IF NOT WS-BATCH-BAD
002070         PERFORM 1550-CHECK-CONTROL THRU 1550-EXIT
002080     END-IF
002090     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
002100         OPEN INPUT LoadFile
002110     END-IF.
002120 1500-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150 1510-READ-VERIFY.
002160     READ LoadFile
002170         AT END
002180             SET WS-END-OF-VERIFY TO TRUE
002190     END-READ.
002200 1510-EXIT.
002210     EXIT.
002220*-----------------------------------------------------------------
002230 1520-VERIFY-ROW.
002240     IF WS-TRAILER-SEEN
002250         SET WS-BATCH-BAD TO TRUE
002260         DISPLAY "*** Rows found after the batch trailer - "
002270             "batch rejected whole."
002280         SET WS-END-OF-VERIFY TO TRUE
002290     ELSE
002300         MOVE SPACES TO WS-HT-TAG WS-HT-F1 WS-HT-F2
002310         MOVE 0 TO WS-HT-F1-LEN
002320         MOVE 0 TO WS-HT-F2-LEN
002330         UNSTRING LoadLine DELIMITED BY ","
002340             INTO WS-HT-TAG
002350                  WS-HT-F1 COUNT IN WS-HT-F1-LEN
002360                  WS-HT-F2 COUNT IN WS-HT-F2-LEN
002370         END-UNSTRING
002380         IF WS-HT-TAG = "T"
002390             SET WS-TRAILER-SEEN TO TRUE
002400             IF WS-HT-F1-LEN >= 1 AND WS-HT-F1-LEN <= 5
002410                     AND WS-HT-F1(1:WS-HT-F1-LEN) IS NUMERIC
002420                 MOVE WS-HT-F1(1:WS-HT-F1-LEN)
002430                     TO WS-EXP-COUNT
002440             ELSE
002450                 SET WS-BATCH-BAD TO TRUE
002460                 DISPLAY "*** Trailer record count must be "
002470                     "numeric, 1-5 digits - batch rejected "
002480                     "whole."
002490             END-IF
002500             IF WS-HT-F2-LEN >= 1 AND WS-HT-F2-LEN <= 12
002510                     AND WS-HT-F2(1:WS-HT-F2-LEN) IS NUMERIC
002520                 MOVE WS-HT-F2(1:WS-HT-F2-LEN)
002530                     TO WS-EXP-HASH
002540             ELSE
002550                 SET WS-BATCH-BAD TO TRUE
002560                 DISPLAY "*** Trailer hash total must be "
002570                     "numeric, 1-12 digits - batch rejected "
002580                     "whole."
002590             END-IF
002600         ELSE
002610             ADD 1 TO WS-DETAIL-COUNT
002620             IF WS-HT-TAG(1:7) IS NUMERIC
002630                 MOVE WS-HT-TAG(1:7) TO WS-ID-NUM
002640                 ADD WS-ID-NUM TO WS-HASH-TOTAL
002650             END-IF
002660         END-IF
002670         PERFORM 1510-READ-VERIFY THRU 1510-EXIT
002680     END-IF.
002690 1520-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720 1550-CHECK-CONTROL.
002730     MOVE "N" TO WS-VERIFY-EOF-SW
002740     OPEN INPUT BatchCtlFile
002750     IF WS-BCTL-STATUS = "35"
002760         CONTINUE
002770     ELSE
002780         PERFORM 1560-READ-CONTROL THRU 1560-EXIT
002790         PERFORM 1570-MATCH-CONTROL THRU 1570-EXIT
002800             UNTIL WS-END-OF-VERIFY
002810                OR WS-BATCH-DUP
002820         CLOSE BatchCtlFile
002830     END-IF.
002840 1550-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------------
002870 1560-READ-CONTROL.
002880     READ BatchCtlFile
002890         AT END
002900             SET WS-END-OF-VERIFY TO TRUE
002910     END-READ.
002920 1560-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------------
002950 1570-MATCH-CONTROL.
002960     MOVE SPACES TO WS-CB-ID WS-CB-DATE
002970     UNSTRING BatchCtlLine DELIMITED BY ","
002980         INTO WS-CB-ID WS-CB-DATE
002990     END-UNSTRING
003000     IF WS-CB-ID = WS-BATCH-ID
003010         SET WS-BATCH-DUP TO TRUE
003020         DISPLAY "Batch " WS-BATCH-ID " was already applied "
003030             "on " WS-CB-DATE " - nothing done."
003040     ELSE
003050         PERFORM 1560-READ-CONTROL THRU 1560-EXIT
003060     END-IF.
003070 1570-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100 2000-READ-LOAD.
003110     MOVE "N" TO WS-DATA-ROW-SW
003120     PERFORM 2010-READ-RAW THRU 2010-EXIT
003130         UNTIL WS-END-OF-LOAD OR WS-DATA-ROW
003140     IF NOT WS-END-OF-LOAD
003150         ADD 1 TO WS-READ-COUNT
003160     END-IF.
003170 2000-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200 2010-READ-RAW.
003210     READ LoadFile
003220         AT END
003230             SET WS-END-OF-LOAD TO TRUE
003240     END-READ
003250     IF NOT WS-END-OF-LOAD
003260         IF LoadLine(1:2) = "H," OR LoadLine(1:2) = "T,"
003270             CONTINUE
003280         ELSE
003290             SET WS-DATA-ROW TO TRUE
003300         END-IF
003310     END-IF.
003320 2010-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350 3000-PROCESS-LOAD.
003360     PERFORM 3050-PARSE-LOAD THRU 3050-EXIT
003370     SET WS-ENTRY-VALID TO TRUE
003380     PERFORM 3100-VALIDATE-LOAD THRU 3100-EXIT
003390     IF WS-ENTRY-VALID
003400         PERFORM 3300-POST-PAYMENT THRU 3300-EXIT
003410     END-IF
003420     IF WS-ENTRY-INVALID
003430         PERFORM 3190-LOG-EXCEPTION THRU 3190-EXIT
003440         ADD 1 TO WS-REJECTED-COUNT
003450     END-IF
003460     PERFORM 2000-READ-LOAD THRU 2000-EXIT.
003470 3000-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500 3050-PARSE-LOAD.
003510     MOVE 1 TO WS-UNSTRING-PTR
003520     MOVE SPACES TO WS-RAW-PAYMENT-ROW
003530     UNSTRING LoadLine DELIMITED BY ","
003540         INTO WS-RAW-StudentId WS-RAW-Amount WS-RAW-Reference
003550         WITH POINTER WS-UNSTRING-PTR
003560     END-UNSTRING.
003570 3050-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600 3100-VALIDATE-LOAD.
003610     PERFORM 3120-PARSE-AMOUNT THRU 3120-EXIT
003620     EVALUATE TRUE
003630       WHEN WS-RAW-StudentId NOT NUMERIC
003640         SET WS-ENTRY-INVALID TO TRUE
003650         MOVE "Student Id must be numeric." TO WS-ERROR-MSG
003660       WHEN WS-ENTRY-INVALID
003670         CONTINUE
003680       WHEN WS-PAY-AMOUNT = 0
003690         SET WS-ENTRY-INVALID TO TRUE
003700         MOVE "Payment amount must be above zero."
003710             TO WS-ERROR-MSG
003720       WHEN WS-RAW-Reference = SPACES
003730         SET WS-ENTRY-INVALID TO TRUE
003740         MOVE "Receipt reference is missing." TO WS-ERROR-MSG
003750     END-EVALUATE
003760     IF WS-ENTRY-VALID
003770         PERFORM 3150-CHECK-STUDENT THRU 3150-EXIT
003780     END-IF.
003790 3100-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820 3120-PARSE-AMOUNT.
003830     MOVE 0 TO WS-PAY-AMOUNT
003840     MOVE 0 TO WS-AMT-INT
003850     MOVE 0 TO WS-AMT-FRACTION
003860     MOVE SPACES TO WS-AMT-WHOLE WS-AMT-CENTS
003870     MOVE 0 TO WS-AMT-WHOLE-LEN
003880     MOVE 0 TO WS-AMT-CENTS-LEN
003890     UNSTRING WS-RAW-Amount DELIMITED BY "." OR SPACE
003900         INTO WS-AMT-WHOLE COUNT IN WS-AMT-WHOLE-LEN
003910              WS-AMT-CENTS COUNT IN WS-AMT-CENTS-LEN
003920     END-UNSTRING
003930     EVALUATE TRUE
003940       WHEN WS-AMT-WHOLE-LEN < 1 OR WS-AMT-WHOLE-LEN > 5
003950         SET WS-ENTRY-INVALID TO TRUE
003960         MOVE "Amount must be 1-5 digits before point."
003970             TO WS-ERROR-MSG
003980       WHEN WS-AMT-WHOLE(1:WS-AMT-WHOLE-LEN) NOT NUMERIC
003990         SET WS-ENTRY-INVALID TO TRUE
004000         MOVE "Amount must be numeric." TO WS-ERROR-MSG
004010       WHEN WS-AMT-CENTS-LEN > 2
004020         SET WS-ENTRY-INVALID TO TRUE
004030         MOVE "Amount has more than two decimals."
004040             TO WS-ERROR-MSG
004050       WHEN WS-AMT-CENTS-LEN > 0
004060            AND WS-AMT-CENTS(1:WS-AMT-CENTS-LEN) NOT NUMERIC
004070         SET WS-ENTRY-INVALID TO TRUE
004080         MOVE "Amount must be numeric." TO WS-ERROR-MSG
004090       WHEN OTHER
004100         MOVE WS-AMT-WHOLE(1:WS-AMT-WHOLE-LEN) TO WS-AMT-INT
004110         IF WS-AMT-CENTS-LEN = 2
004120             MOVE WS-AMT-CENTS(1:2) TO WS-AMT-FRACTION
004130         END-IF
004140         IF WS-AMT-CENTS-LEN = 1
004150             MOVE WS-AMT-CENTS(1:1) TO WS-AMT-FRACTION
004160             MULTIPLY 10 BY WS-AMT-FRACTION
004170         END-IF
004180         COMPUTE WS-PAY-AMOUNT =
004190             WS-AMT-INT + WS-AMT-FRACTION / 100
004200     END-EVALUATE.
004210 3120-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 3150-CHECK-STUDENT.
004250     PERFORM 3310-FIND-LAST-ENTRY THRU 3310-EXIT
004260     MOVE WS-RAW-StudentId TO StudentId
004270     READ StudentFile
004280         INVALID KEY
004290             IF WS-ACCT-LAST-NO = 0
004300                 SET WS-ENTRY-INVALID TO TRUE
004310                 MOVE "Student Id not on file." TO WS-ERROR-MSG
004320             END-IF
004330     END-READ.
004340 3150-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 3190-LOG-EXCEPTION.
004380     MOVE SPACES TO ExceptionLine
004390     STRING "Student "        DELIMITED BY SIZE
004400            WS-RAW-StudentId  DELIMITED BY SIZE
004410            " rejected - "    DELIMITED BY SIZE
004420            WS-ERROR-MSG      DELIMITED BY SIZE
004430         INTO ExceptionLine
004440     WRITE ExceptionLine.
004450 3190-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480 3300-POST-PAYMENT.
004490     MOVE SPACES TO LedgerRecord
004500     MOVE WS-RAW-StudentId TO LG-StudentId
004510     COMPUTE LG-EntryNo = WS-ACCT-LAST-NO + 1
004520     SET LG-Payment TO TRUE
004530     MOVE WS-RUN-DATE TO LG-PostDate
004540     MOVE WS-PAY-AMOUNT TO LG-Amount
004550     MOVE "PAYLOAD" TO LG-Source
004560     MOVE WS-BATCH-ID TO LG-BatchId
004570     MOVE WS-RAW-Reference TO LG-Reference
004580     MOVE WS-OPERATOR-ID TO LG-Operator
004590     WRITE LedgerRecord
004600         INVALID KEY
004610             SET WS-ENTRY-INVALID TO TRUE
004620             MOVE "Unable to post payment." TO WS-ERROR-MSG
004630         NOT INVALID KEY
004640             ADD 1 TO WS-POSTED-COUNT
004650             ADD WS-PAY-AMOUNT TO WS-POSTED-TOTAL
004660     END-WRITE.
004670 3300-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 3310-FIND-LAST-ENTRY.
004710     MOVE 0 TO WS-ACCT-LAST-NO
004720     MOVE "N" TO WS-LEDGER-EOF-SW
004730     MOVE WS-RAW-StudentId TO LG-StudentId
004740     MOVE 0 TO LG-EntryNo
004750     START LedgerFile KEY NOT < LG-LedgerKey
004760         INVALID KEY
004770             SET WS-END-OF-LEDGER TO TRUE
004780     END-START
004790     PERFORM 3320-READ-NEXT-LEDGER THRU 3320-EXIT
004800         UNTIL WS-END-OF-LEDGER.
004810 3310-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840 3320-READ-NEXT-LEDGER.
004850     READ LedgerFile NEXT
004860         AT END
004870             SET WS-END-OF-LEDGER TO TRUE
004880         NOT AT END
004890             IF LG-StudentId = WS-RAW-StudentId
004900                 MOVE LG-EntryNo TO WS-ACCT-LAST-NO
004910             ELSE
004920                 SET WS-END-OF-LEDGER TO TRUE
004930             END-IF
004940     END-READ.
004950 3320-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980 8000-TERMINATE.
004990     IF NOT WS-BATCH-BAD AND NOT WS-BATCH-DUP
005000         CLOSE LoadFile
005010     END-IF
005020     CLOSE StudentFile
005030     CLOSE LedgerFile
005040     CLOSE ExceptionFile
005050     MOVE WS-POSTED-TOTAL TO WS-TOTAL-ED
005060     DISPLAY "Rows read:       " WS-READ-COUNT
005070     DISPLAY "Payments posted: " WS-POSTED-COUNT
005080     DISPLAY "Rows rejected:   " WS-REJECTED-COUNT
005090     DISPLAY "Amount posted:   " WS-TOTAL-ED
005100     IF WS-BATCH-BAD
005110         MOVE 8 TO RETURN-CODE
005120     END-IF.
005130 8000-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------------
005160 8500-RECORD-BATCH.
005170     OPEN EXTEND BatchCtlFile
005180     IF WS-BCTL-STATUS = "35"
005190         OPEN OUTPUT BatchCtlFile
005200     END-IF
005210     MOVE SPACES TO BatchCtlLine
005220     STRING WS-BATCH-ID       DELIMITED BY SPACE
005230            ","               DELIMITED BY SIZE
005240            WS-RUN-DATE       DELIMITED BY SIZE
005250         INTO BatchCtlLine
005260     WRITE BatchCtlLine
005270     CLOSE BatchCtlFile
005280     DISPLAY "Batch " WS-BATCH-ID " recorded as applied.".
005290 8500-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320 END PROGRAM PAYLOAD.
