000010******************************************************************
000020* PROGRAM:     DUPRPT
000030* AUTHOR:      D. OKAFOR
000040* INSTALLATION: REGISTRAR DATA PROCESSING
000050* DATE-WRITTEN: 2026-10-15
000060* DATE-COMPILED.
000070* PURPOSE:     Duplicate-person detection. Browses STUDMAST.DAT
000080*              in Surname order on the alternate key and, within
000090*              each surname, compares every pair of records:
000100*                LIKELY    same Initials, DateOfBirth and Gender
000110*                          under two Student Ids;
000120*                POSSIBLE  same DateOfBirth, Gender and first
000130*                          initial, second initial differs.
000140*              Each pair is printed on DUPRPT.LST with both Ids,
000150*              status and enrollment count so the operator can
000160*              pick the surviving Id for STUDMRG. Nothing is
000170*              updated.
000180* TECTONICS:   cobc
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15  DJO  Original version.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DUPRPT.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT StudentFile ASSIGN TO "STUDMAST.DAT"
000300            ORGANIZATION IS INDEXED
000310            ACCESS MODE IS DYNAMIC
000320            RECORD KEY IS StudentId
000330            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
000340            FILE STATUS IS WS-FILE-STATUS.
000350     SELECT ReportFile ASSIGN TO "DUPRPT.LST"
000360            ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  StudentFile
000400         RECORD IS VARYING IN SIZE FROM 44 TO 98 CHARACTERS
000410         DEPENDING ON EnrollCount.
000420     COPY STUDDTL.
000430 FD  ReportFile.
000440 01  PrintLine                PIC X(132).
000450 WORKING-STORAGE SECTION.
000460 01  WS-FILE-STATUS           PIC XX      VALUE SPACES.
000470 01  WS-STUD-EOF-SW           PIC X       VALUE "N".
000480     88  WS-END-OF-STUDENTS               VALUE "Y".
000490 01  WS-GROUP-SURNAME         PIC X(8)    VALUE SPACES.
000500 01  WS-GROUP-COUNT           PIC 9(3) COMP VALUE 0.
000510 01  WS-GROUP-MAX             PIC 9(3) COMP VALUE 50.
000520 01  WS-GROUP-TABLE.
000530     02  WS-GRP-ENTRY OCCURS 50 TIMES.
000540         03  WS-GRP-ID        PIC 9(7).
000550         03  WS-GRP-INITIALS  PIC XX.
000560         03  WS-GRP-DOB       PIC 9(8).
000570         03  WS-GRP-GENDER    PIC X.
000580         03  WS-GRP-STATUS    PIC X.
000590         03  WS-GRP-ENROLLED  PIC 9.
000600 01  WS-I                     PIC 9(3) COMP VALUE 0.
000610 01  WS-J                     PIC 9(3) COMP VALUE 0.
000620 01  WS-MATCH-TYPE            PIC X(8)    VALUE SPACES.
000630 01  WS-READ-COUNT            PIC 9(5) COMP VALUE 0.
000640 01  WS-LIKELY-COUNT          PIC 9(5) COMP VALUE 0.
000650 01  WS-POSSIBLE-COUNT        PIC 9(5) COMP VALUE 0.
000660 01  WS-OVERFLOW-COUNT        PIC 9(5) COMP VALUE 0.
000670 01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 99.
000680 01  WS-PAGE-NO               PIC 9(4) COMP VALUE 0.
000690 01  WS-HEADING-1.
000700     02  FILLER               PIC X(20)   VALUE SPACES.
000710     02  FILLER               PIC X(28)
000720         VALUE "POSSIBLE DUPLICATE STUDENTS".
000730     02  FILLER               PIC X(9)    VALUE SPACES.
000740     02  FILLER               PIC X(5)    VALUE "PAGE ".
000750     02  WS-H1-PAGE-NO        PIC ZZZ9.
000760 01  WS-HEADING-2.
000770     02  FILLER               PIC X(10)   VALUE "SURNAME".
000780     02  FILLER               PIC X(27)
000790         VALUE "ID      IN DOB      G S EN".
000800     02  FILLER               PIC X(2)    VALUE SPACES.
000810     02  FILLER               PIC X(27)
000820         VALUE "ID      IN DOB      G S EN".
000830     02  FILLER               PIC X(2)    VALUE SPACES.
000840     02  FILLER               PIC X(8)    VALUE "MATCH".
000850 01  WS-DETAIL-LINE.
000860     02  WS-D-SURNAME         PIC X(8).
000870     02  FILLER               PIC X(2)    VALUE SPACES.
000880     02  WS-D-ID-1            PIC 9(7).
000890     02  FILLER               PIC X(1)    VALUE SPACES.
000900     02  WS-D-INITIALS-1      PIC XX.
000910     02  FILLER               PIC X(1)    VALUE SPACES.
000920     02  WS-D-DOB-1           PIC 9(8).
000930     02  FILLER               PIC X(1)    VALUE SPACES.
000940     02  WS-D-GENDER-1        PIC X.
000950     02  FILLER               PIC X(1)    VALUE SPACES.
000960     02  WS-D-STATUS-1        PIC X.
000970     02  FILLER               PIC X(1)    VALUE SPACES.
000980     02  WS-D-ENROLLED-1      PIC 9.
000990     02  FILLER               PIC X(4)    VALUE SPACES.
001000     02  WS-D-ID-2            PIC 9(7).
001010     02  FILLER               PIC X(1)    VALUE SPACES.
001020     02  WS-D-INITIALS-2      PIC XX.
001030     02  FILLER               PIC X(1)    VALUE SPACES.
001040     02  WS-D-DOB-2           PIC 9(8).
001050     02  FILLER               PIC X(1)    VALUE SPACES.
001060     02  WS-D-GENDER-2        PIC X.
001070     02  FILLER               PIC X(1)    VALUE SPACES.
001080     02  WS-D-STATUS-2        PIC X.
001090     02  FILLER               PIC X(1)    VALUE SPACES.
001100     02  WS-D-ENROLLED-2      PIC 9.
001110     02  FILLER               PIC X(4)    VALUE SPACES.
001120     02  WS-D-MATCH           PIC X(8).
001130 01  WS-TOTAL-LINE.
001140     02  WS-T-LABEL           PIC X(30).
001150     02  WS-T-COUNT           PIC ZZZZ9.
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 2000-READ-NEXT THRU 2000-EXIT
001200     PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
001210         UNTIL WS-END-OF-STUDENTS
001220     PERFORM 4000-CHECK-GROUP THRU 4000-EXIT
001230     PERFORM 8000-TERMINATE THRU 8000-EXIT
001240     STOP RUN.
001250*-----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     OPEN INPUT StudentFile
001280     IF WS-FILE-STATUS = "35"
001290         OPEN OUTPUT StudentFile
001300         CLOSE StudentFile
001310         OPEN INPUT StudentFile
001320     END-IF
001330     OPEN OUTPUT ReportFile
001340     MOVE LOW-VALUES TO Surname
001350     START StudentFile KEY NOT < Surname
001360         INVALID KEY
001370             SET WS-END-OF-STUDENTS TO TRUE
001380     END-START.
001390 1000-EXIT.
001400     EXIT.
001410*-----------------------------------------------------------------
001420 2000-READ-NEXT.
001430     IF NOT WS-END-OF-STUDENTS
001440         READ StudentFile NEXT
001450             AT END
001460                 SET WS-END-OF-STUDENTS TO TRUE
001470             NOT AT END
001480                 ADD 1 TO WS-READ-COUNT
001490         END-READ
001500     END-IF.
001510 2000-EXIT.
001520     EXIT.
001530*-----------------------------------------------------------------
001540 3000-PROCESS-STUDENT.
001550     IF Surname NOT = WS-GROUP-SURNAME
001560         PERFORM 4000-CHECK-GROUP THRU 4000-EXIT
001570         MOVE Surname TO WS-GROUP-SURNAME
001580         MOVE 0 TO WS-GROUP-COUNT
001590     END-IF
001600     IF WS-GROUP-COUNT < WS-GROUP-MAX
001610         ADD 1 TO WS-GROUP-COUNT
001620         MOVE StudentId TO WS-GRP-ID(WS-GROUP-COUNT)
001630         MOVE Initials TO WS-GRP-INITIALS(WS-GROUP-COUNT)
001640         MOVE DateOfBirth TO WS-GRP-DOB(WS-GROUP-COUNT)
001650         MOVE Gender TO WS-GRP-GENDER(WS-GROUP-COUNT)
001660         MOVE StudStatus TO WS-GRP-STATUS(WS-GROUP-COUNT)
001670         MOVE EnrollCount TO WS-GRP-ENROLLED(WS-GROUP-COUNT)
001680     ELSE
001690         ADD 1 TO WS-OVERFLOW-COUNT
001700     END-IF
001710     PERFORM 2000-READ-NEXT THRU 2000-EXIT.
001720 3000-EXIT.
001730     EXIT.
001740*-----------------------------------------------------------------
001750 4000-CHECK-GROUP.
001760     IF WS-GROUP-COUNT > 1
001770         PERFORM 4100-CHECK-FIRST THRU 4100-EXIT
001780             VARYING WS-I FROM 1 BY 1
001790             UNTIL WS-I >= WS-GROUP-COUNT
001800     END-IF.
001810 4000-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------------
001840 4100-CHECK-FIRST.
001850     COMPUTE WS-J = WS-I + 1
001860     PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT
001870         VARYING WS-J FROM WS-J BY 1
001880         UNTIL WS-J > WS-GROUP-COUNT.
001890 4100-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------------
001920 4200-COMPARE-PAIR.
001930     MOVE SPACES TO WS-MATCH-TYPE
001940     IF WS-GRP-DOB(WS-I) = WS-GRP-DOB(WS-J)
001950             AND WS-GRP-GENDER(WS-I) = WS-GRP-GENDER(WS-J)
001960         IF WS-GRP-INITIALS(WS-I) = WS-GRP-INITIALS(WS-J)
001970             MOVE "LIKELY" TO WS-MATCH-TYPE
001980             ADD 1 TO WS-LIKELY-COUNT
001990         ELSE
002000             IF WS-GRP-INITIALS(WS-I)(1:1)
002010                     = WS-GRP-INITIALS(WS-J)(1:1)
002020                 MOVE "POSSIBLE" TO WS-MATCH-TYPE
002030                 ADD 1 TO WS-POSSIBLE-COUNT
002040             END-IF
002050         END-IF
002060     END-IF
002070     IF WS-MATCH-TYPE NOT = SPACES
002080         PERFORM 4300-PRINT-PAIR THRU 4300-EXIT
002090     END-IF.
002100 4200-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130 4300-PRINT-PAIR.
002140     IF WS-LINE-COUNT > 50
002150         PERFORM 4400-NEW-PAGE THRU 4400-EXIT
002160     END-IF
002170     MOVE WS-GROUP-SURNAME TO WS-D-SURNAME
002180     MOVE WS-GRP-ID(WS-I) TO WS-D-ID-1
002190     MOVE WS-GRP-INITIALS(WS-I) TO WS-D-INITIALS-1
002200     MOVE WS-GRP-DOB(WS-I) TO WS-D-DOB-1
002210     MOVE WS-GRP-GENDER(WS-I) TO WS-D-GENDER-1
002220     MOVE WS-GRP-STATUS(WS-I) TO WS-D-STATUS-1
002230     MOVE WS-GRP-ENROLLED(WS-I) TO WS-D-ENROLLED-1
002240     MOVE WS-GRP-ID(WS-J) TO WS-D-ID-2
002250     MOVE WS-GRP-INITIALS(WS-J) TO WS-D-INITIALS-2
002260     MOVE WS-GRP-DOB(WS-J) TO WS-D-DOB-2
002270     MOVE WS-GRP-GENDER(WS-J) TO WS-D-GENDER-2
002280     MOVE WS-GRP-STATUS(WS-J) TO WS-D-STATUS-2
002290     MOVE WS-GRP-ENROLLED(WS-J) TO WS-D-ENROLLED-2
002300     MOVE WS-MATCH-TYPE TO WS-D-MATCH
002310     MOVE WS-DETAIL-LINE TO PrintLine
002320     WRITE PrintLine AFTER ADVANCING 1 LINE
002330     ADD 1 TO WS-LINE-COUNT.
002340 4300-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370 4400-NEW-PAGE.
002380     ADD 1 TO WS-PAGE-NO
002390     MOVE WS-PAGE-NO TO WS-H1-PAGE-NO
002400     MOVE WS-HEADING-1 TO PrintLine
002410     WRITE PrintLine AFTER ADVANCING PAGE
002420     MOVE WS-HEADING-2 TO PrintLine
002430     WRITE PrintLine AFTER ADVANCING 2 LINES
002440     MOVE SPACES TO PrintLine
002450     WRITE PrintLine AFTER ADVANCING 1 LINE
002460     MOVE 4 TO WS-LINE-COUNT.
002470 4400-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500 8000-TERMINATE.
002510     IF WS-PAGE-NO = 0
002520         PERFORM 4400-NEW-PAGE THRU 4400-EXIT
002530     END-IF
002540     MOVE "Students read:" TO WS-T-LABEL
002550     MOVE WS-READ-COUNT TO WS-T-COUNT
002560     MOVE WS-TOTAL-LINE TO PrintLine
002570     WRITE PrintLine AFTER ADVANCING 2 LINES
002580     MOVE "Likely duplicate pairs:" TO WS-T-LABEL
002590     MOVE WS-LIKELY-COUNT TO WS-T-COUNT
002600     MOVE WS-TOTAL-LINE TO PrintLine
002610     WRITE PrintLine AFTER ADVANCING 1 LINE
002620     MOVE "Possible duplicate pairs:" TO WS-T-LABEL
002630     MOVE WS-POSSIBLE-COUNT TO WS-T-COUNT
002640     MOVE WS-TOTAL-LINE TO PrintLine
002650     WRITE PrintLine AFTER ADVANCING 1 LINE
002660     IF WS-OVERFLOW-COUNT > 0
002670         MOVE "Not compared (over 50/name):" TO WS-T-LABEL
002680         MOVE WS-OVERFLOW-COUNT TO WS-T-COUNT
002690         MOVE WS-TOTAL-LINE TO PrintLine
002700         WRITE PrintLine AFTER ADVANCING 1 LINE
002710     END-IF
002720     CLOSE StudentFile
002730     CLOSE ReportFile
002740     DISPLAY "Students read:            " WS-READ-COUNT
002750     DISPLAY "Likely duplicate pairs:   " WS-LIKELY-COUNT
002760     DISPLAY "Possible duplicate pairs: " WS-POSSIBLE-COUNT.
002770 8000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800 END PROGRAM DUPRPT.
