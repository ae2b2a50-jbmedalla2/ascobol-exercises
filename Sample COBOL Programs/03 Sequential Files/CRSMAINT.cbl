000100*              that prints every course on file, so the reference
000110*              table the other programs validate against can be
000120*              seeded and kept current from inside the system.
000122*              A Prerequisites function maintains PREREQ.DAT,
000124*              the prerequisite courses (and minimum grade in
000126*              each) that the enrollment programs check before
000128*              an add is accepted.
000129*              A Requirements function maintains DEGREQ.DAT, the
000130*              programme requirements DEGAUDIT checks each
000131*              student's grades against.
000135* TECTONICS:   cobc
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000179*                    timetable clash checks in the enrollment
000180*                    programs. Zero in either field means the
000181*                    course is unscheduled and never clashes.
000182*   2026-10-15  DJO  Added P-Prerequisites function to list, add
000183*                    and remove PREREQ.DAT entries for a course,
000184*                    with a minimum grade A-D (+/-) per entry.
000185*                    Deleting a course now also removes the
000186*                    prerequisite entries naming it.
000187*   2026-10-15  DJO  Added R-Requirements function to list, add
000188*                    and remove DEGREQ.DAT programme requirements
000189*                    - all of a course list, a number from a
000190*                    course group, or a minimum GPA - for the
000191*                    DEGAUDIT degree audit.
000192*   2026-10-15  DJO  Delete refuses a course that still has seats
000193*                    taken or entries on WAITLIST.DAT, which used
000194*                    to leave EnrollTables and the waitlist
000195*                    pointing at a missing course - such a course
000196*                    is retired through the CRSCANC cancellation
000197*                    run instead.
000200******************************************************************
000203 IDENTIFICATION DIVISION.
000206 PROGRAM-ID. CRSMAINT.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000260            ACCESS MODE IS DYNAMIC
000270            RECORD KEY IS CC-CourseCode
000280            FILE STATUS IS WS-COURSE-STATUS.
000281     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000282            ORGANIZATION IS INDEXED
000283            ACCESS MODE IS DYNAMIC
000284            RECORD KEY IS PQ-PrereqKey
000285            FILE STATUS IS WS-PREQ-STATUS.
000286     SELECT ReqFile ASSIGN TO "DEGREQ.DAT"
000287            ORGANIZATION IS INDEXED
000288            ACCESS MODE IS DYNAMIC
000289            RECORD KEY IS RQ-ReqKey
000290            FILE STATUS IS WS-REQ-STATUS.
000291     SELECT WaitFile ASSIGN TO "WAITLIST.DAT"
000292            ORGANIZATION IS INDEXED
000293            ACCESS MODE IS DYNAMIC
000294            RECORD KEY IS WL-WaitKey
000295            FILE STATUS IS WS-WAIT-STATUS.
000297 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CourseFile.
000320     COPY COURSECD.
000323 FD  PrereqFile.
000326     COPY PREQDTL.
000327 FD  ReqFile.
000328     COPY DEGRQDTL.
000329 FD  WaitFile.
000330     COPY WAITLDTL.
000335 WORKING-STORAGE SECTION.
000340 01  WS-COURSE-STATUS         PIC XX      VALUE SPACES.
000350 01  WS-FUNCTION-SW           PIC X       VALUE SPACE.
000360     88  WS-FUNC-ADD                      VALUE "A".
000380     88  WS-FUNC-DELETE                   VALUE "D".
000390     88  WS-FUNC-LIST                     VALUE "L".
000400     88  WS-FUNC-QUIT                     VALUE "Q".
000405     88  WS-FUNC-PREREQ                   VALUE "P".
000407     88  WS-FUNC-REQS                     VALUE "R".
000410 01  WS-REPLY                 PIC X       VALUE SPACES.
000420 01  WS-LIST-EOF-SW           PIC X       VALUE "N".
000430     88  WS-END-OF-LIST                   VALUE "Y".
000475 01  WS-PERIOD-SW             PIC X       VALUE "N".
000476     88  WS-PERIOD-VALID                  VALUE "Y".
000477     88  WS-PERIOD-INVALID                VALUE "N".
000478 01  WS-PREQ-STATUS           PIC XX      VALUE SPACES.
000479 01  WS-PREQ-COURSE           PIC X(4)    VALUE SPACES.
000480 01  WS-PREQ-ENTRY            PIC X(4)    VALUE SPACES.
000481 01  WS-PREQ-EOF-SW           PIC X       VALUE "N".
000482     88  WS-END-OF-PREREQS                VALUE "Y".
000483 01  WS-PREQ-FOUND-SW         PIC X       VALUE "N".
000484     88  WS-PREQ-ON-FILE                  VALUE "Y".
000485     88  WS-PREQ-NOT-ON-FILE              VALUE "N".
000486 01  WS-PREQ-COUNT            PIC 9(5) COMP VALUE 0.
000487 01  WS-GRADE-ENTRY           PIC X(2)    VALUE SPACES.
000488 01  WS-GRADE-SW              PIC X       VALUE "N".
000489     88  WS-GRADE-VALID                   VALUE "Y".
000490     88  WS-GRADE-INVALID                 VALUE "N".
000491 01  WS-REQ-STATUS            PIC XX      VALUE SPACES.
000492 01  WS-REQ-PROGRAMME         PIC X(4)    VALUE SPACES.
000493 01  WS-REQ-SEQ-ENTRY         PIC X(3)    VALUE SPACES.
000494 01  WS-REQ-EOF-SW            PIC X       VALUE "N".
000495     88  WS-END-OF-REQS                   VALUE "Y".
000496 01  WS-REQ-FOUND-SW          PIC X       VALUE "N".
000497     88  WS-REQ-ON-FILE                   VALUE "Y".
000498     88  WS-REQ-NOT-ON-FILE               VALUE "N".
000499 01  WS-REQ-COUNT             PIC 9(5) COMP VALUE 0.
000500 01  WS-REQ-TYPE-ENTRY        PIC X       VALUE SPACE.
000501 01  WS-REQ-TYPE-SW           PIC X       VALUE "N".
000502     88  WS-REQ-TYPE-VALID                VALUE "Y".
000503     88  WS-REQ-TYPE-INVALID              VALUE "N".
000504 01  WS-REQ-COURSE-ENTRY      PIC X(4)    VALUE SPACES.
000505 01  WS-REQ-COURSES-SW        PIC X       VALUE "N".
000506     88  WS-REQ-COURSES-DONE              VALUE "Y".
000507 01  WS-NEEDED-ENTRY          PIC X       VALUE SPACE.
000508 01  WS-NEEDED-SW             PIC X       VALUE "N".
000509     88  WS-NEEDED-VALID                  VALUE "Y".
000510     88  WS-NEEDED-INVALID                VALUE "N".
000511 01  WS-GPA-ENTRY             PIC X(3)    VALUE SPACES.
000512 01  WS-GPA-ENTRY-NUM REDEFINES WS-GPA-ENTRY
000513                              PIC 9V99.
000514 01  WS-GPA-SW                PIC X       VALUE "N".
000515     88  WS-GPA-VALID                     VALUE "Y".
000516     88  WS-GPA-INVALID                   VALUE "N".
000517 01  WS-REQ-IDX               PIC 9       VALUE 0.
000518 01  WS-REQ-PTR               PIC 9(4) COMP VALUE 1.
000519 01  WS-REQ-LIST              PIC X(40)   VALUE SPACES.
000520 01  WS-REQ-GPA-ED            PIC 9.99.
000521 01  WS-WAIT-STATUS           PIC XX      VALUE SPACES.
000522 01  WS-WAITING-SW            PIC X       VALUE "N".
000523     88  WS-COURSE-WAITLISTED             VALUE "Y".
000525 PROCEDURE DIVISION.
000527 0000-MAINLINE.
000529     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000531     PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
000533     PERFORM 2900-PROCESS-AND-GET THRU 2900-EXIT
000535         UNTIL WS-FUNC-QUIT
000537     PERFORM 8000-TERMINATE THRU 8000-EXIT
000540     STOP RUN.
000550*-----------------------------------------------------------------
000560 1000-INITIALIZE.
000600         CLOSE CourseFile
000610         OPEN I-O CourseFile
000620     END-IF
000621     OPEN I-O PrereqFile
000622     IF WS-PREQ-STATUS = "35"
000623         OPEN OUTPUT PrereqFile
000624         CLOSE PrereqFile
000625         OPEN I-O PrereqFile
000626     END-IF
000627     OPEN I-O ReqFile
000628     IF WS-REQ-STATUS = "35"
000629         OPEN OUTPUT ReqFile
000630         CLOSE ReqFile
000631         OPEN I-O ReqFile
000632     END-IF
000633     OPEN INPUT WaitFile
000634     IF WS-WAIT-STATUS = "35"
000635         OPEN OUTPUT WaitFile
000636         CLOSE WaitFile
000637         OPEN INPUT WaitFile
000638     END-IF
000642     DISPLAY "Course code maintenance - COURSES.DAT".
000646 1000-EXIT.
000650     EXIT.
000660*-----------------------------------------------------------------
000670 2000-GET-FUNCTION.
000680     DISPLAY "Function: A-Add, C-Change, D-Delete, L-List, "
000686         "P-Prerequisites, R-Requirements, Q-Quit "
000692         WITH NO ADVANCING
000700     ACCEPT WS-FUNCTION-SW
000710     EVALUATE WS-FUNCTION-SW
000720         WHEN "a"  MOVE "A" TO WS-FUNCTION-SW
000730         WHEN "c"  MOVE "C" TO WS-FUNCTION-SW
000740         WHEN "d"  MOVE "D" TO WS-FUNCTION-SW
000750         WHEN "l"  MOVE "L" TO WS-FUNCTION-SW
000755         WHEN "p"  MOVE "P" TO WS-FUNCTION-SW
000757         WHEN "r"  MOVE "R" TO WS-FUNCTION-SW
000760         WHEN "q"  MOVE "Q" TO WS-FUNCTION-SW
000770     END-EVALUATE.
000780 2000-EXIT.
000880             PERFORM 5000-DELETE-COURSE THRU 5000-EXIT
000890         WHEN WS-FUNC-LIST
000900             PERFORM 6000-LIST-COURSES THRU 6000-EXIT
000903         WHEN WS-FUNC-PREREQ
000906             PERFORM 7000-MAINTAIN-PREREQS THRU 7000-EXIT
000907         WHEN WS-FUNC-REQS
000908             PERFORM 7600-MAINTAIN-REQS THRU 7600-EXIT
000910         WHEN WS-FUNC-QUIT
000920             CONTINUE
000930         WHEN OTHER
000940             DISPLAY "*** Invalid function - enter A, C, D, L, "
000950                 "P, R or Q."
000960     END-EVALUATE
000970     IF NOT WS-FUNC-QUIT
000980         PERFORM 2000-GET-FUNCTION THRU 2000-EXIT
001342     EXIT.
001343*-----------------------------------------------------------------
001344 4000-CHANGE-COURSE.
001345     DISPLAY "Enter course code to change: " WITH NO ADVANCING
001346     ACCEPT CC-CourseCode
001347     READ CourseFile
001350         INVALID KEY
001360             DISPLAY "*** Course code not found."
001370         NOT INVALID KEY
001470                     END-IF
001471                 END-IF
001472                 REWRITE CourseCodeRecord
001474                     INVALID KEY
001476                         DISPLAY "*** Unable to update record."
001480                     NOT INVALID KEY
001490                         DISPLAY "Course updated."
001500                 END-REWRITE
001620         INVALID KEY
001630             DISPLAY "*** Course code not found."
001640         NOT INVALID KEY
001642             PERFORM 5050-CHECK-IN-USE THRU 5050-EXIT
001644             IF CC-Enrolled > 0 OR WS-COURSE-WAITLISTED
001646                 DISPLAY "*** " CC-CourseCode " has " CC-Enrolled
001648                     " seats taken or a waitlist - cancel it "
001650                     "through CRSCANC."
001652             ELSE
001654                 PERFORM 5100-CONFIRM-DELETE THRU 5100-EXIT
001656             END-IF
001660     END-READ.
001670 5000-EXIT.
001680     EXIT.
001690*-----------------------------------------------------------------
001691 5050-CHECK-IN-USE.
001692     MOVE "N" TO WS-WAITING-SW
001693     MOVE CC-CourseCode TO WL-CourseCode
001694     MOVE 0 TO WL-Position
001695     START WaitFile KEY NOT < WL-WaitKey
001696         INVALID KEY
001697             CONTINUE
001698         NOT INVALID KEY
001699             READ WaitFile NEXT
001700                 AT END
001701                     CONTINUE
001702                 NOT AT END
001703                     IF WL-CourseCode = CC-CourseCode
001704                         SET WS-COURSE-WAITLISTED TO TRUE
001705                     END-IF
001706             END-READ
001707     END-START.
001708 5050-EXIT.
001709     EXIT.
001710*-----------------------------------------------------------------
001713 5100-CONFIRM-DELETE.
001716     DISPLAY "Delete " CC-CourseCode " " CC-CourseDesc
001720         "? (Y/N) " WITH NO ADVANCING
001730     ACCEPT WS-REPLY
001740     IF WS-REPLY = "Y" OR WS-REPLY = "y"
001770                 DISPLAY "*** Unable to delete record."
001780             NOT INVALID KEY
001790                 DISPLAY "Course deleted."
001795                 PERFORM 5200-PURGE-PREREQS THRU 5200-EXIT
001800         END-DELETE
001810     ELSE
001820         DISPLAY "Delete cancelled."
001830     END-IF.
001840 5100-EXIT.
001841     EXIT.
001842*-----------------------------------------------------------------
001843 5200-PURGE-PREREQS.
001844     MOVE CC-CourseCode TO WS-PREQ-COURSE
001845     MOVE 0 TO WS-PREQ-COUNT
001846     MOVE "N" TO WS-PREQ-EOF-SW
001847     MOVE LOW-VALUES TO PQ-PrereqKey
001848     START PrereqFile KEY NOT < PQ-PrereqKey
001849         INVALID KEY
001850             SET WS-END-OF-PREREQS TO TRUE
001851     END-START
001852     PERFORM 7110-READ-NEXT-PREREQ THRU 7110-EXIT
001853     PERFORM 5210-PURGE-ONE THRU 5210-EXIT
001854         UNTIL WS-END-OF-PREREQS
001855     IF WS-PREQ-COUNT > 0
001856         DISPLAY "Prerequisite entries removed: " WS-PREQ-COUNT
001857     END-IF.
001858 5200-EXIT.
001859     EXIT.
001860*-----------------------------------------------------------------
001861 5210-PURGE-ONE.
001862     IF PQ-CourseCode = WS-PREQ-COURSE
001863             OR PQ-PrereqCode = WS-PREQ-COURSE
001864         DELETE PrereqFile RECORD
001865             INVALID KEY
001866                 DISPLAY "*** Unable to delete prerequisite "
001867                     PQ-CourseCode "/" PQ-PrereqCode
001868             NOT INVALID KEY
001869                 ADD 1 TO WS-PREQ-COUNT
001870         END-DELETE
001871     END-IF
001872     PERFORM 7110-READ-NEXT-PREREQ THRU 7110-EXIT.
001873 5210-EXIT.
001874     EXIT.
001875*-----------------------------------------------------------------
001876 6000-LIST-COURSES.
001880     MOVE "N" TO WS-LIST-EOF-SW
001890     MOVE 0 TO WS-LIST-COUNT
001900     MOVE LOW-VALUES TO CC-CourseCode
002170 6200-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002191 7000-MAINTAIN-PREREQS.
002192     DISPLAY "Enter course code for prerequisites: "
002193         WITH NO ADVANCING
002194     ACCEPT CC-CourseCode
002195     READ CourseFile
002196         INVALID KEY
002197             DISPLAY "*** Course code not found."
002198         NOT INVALID KEY
002199             MOVE CC-CourseCode TO WS-PREQ-COURSE
002200             PERFORM 7100-LIST-PREREQS THRU 7100-EXIT
002201             PERFORM 7200-PROMPT-PREREQ THRU 7200-EXIT
002202             PERFORM 7300-PROCESS-PREREQ THRU 7300-EXIT
002203                 UNTIL WS-PREQ-ENTRY = SPACES
002204     END-READ.
002205 7000-EXIT.
002206     EXIT.
002207*-----------------------------------------------------------------
002208 7100-LIST-PREREQS.
002209     MOVE "N" TO WS-PREQ-EOF-SW
002210     MOVE 0 TO WS-PREQ-COUNT
002211     MOVE WS-PREQ-COURSE TO PQ-CourseCode
002212     MOVE LOW-VALUES TO PQ-PrereqCode
002213     START PrereqFile KEY NOT < PQ-PrereqKey
002214         INVALID KEY
002215             SET WS-END-OF-PREREQS TO TRUE
002216     END-START
002217     DISPLAY "Prerequisites of " WS-PREQ-COURSE ":"
002218     PERFORM 7110-READ-NEXT-PREREQ THRU 7110-EXIT
002219     PERFORM 7120-LIST-ONE THRU 7120-EXIT
002220         UNTIL WS-END-OF-PREREQS
002221             OR PQ-CourseCode NOT = WS-PREQ-COURSE
002222     IF WS-PREQ-COUNT = 0
002223         DISPLAY "  (none)"
002224     END-IF.
002225 7100-EXIT.
002226     EXIT.
002227*-----------------------------------------------------------------
002228 7110-READ-NEXT-PREREQ.
002229     IF NOT WS-END-OF-PREREQS
002230         READ PrereqFile NEXT
002231             AT END
002232                 SET WS-END-OF-PREREQS TO TRUE
002233         END-READ
002234     END-IF.
002235 7110-EXIT.
002236     EXIT.
002237*-----------------------------------------------------------------
002238 7120-LIST-ONE.
002239     DISPLAY "  " PQ-PrereqCode " minimum grade " PQ-MinGrade
002240     ADD 1 TO WS-PREQ-COUNT
002241     PERFORM 7110-READ-NEXT-PREREQ THRU 7110-EXIT.
002242 7120-EXIT.
002243     EXIT.
002244*-----------------------------------------------------------------
002245 7200-PROMPT-PREREQ.
002246     DISPLAY "Enter prerequisite code to add or remove "
002247         "(blank to finish): " WITH NO ADVANCING
002248     ACCEPT WS-PREQ-ENTRY.
002249 7200-EXIT.
002250     EXIT.
002251*-----------------------------------------------------------------
002252 7300-PROCESS-PREREQ.
002253     MOVE WS-PREQ-COURSE TO PQ-CourseCode
002254     MOVE WS-PREQ-ENTRY TO PQ-PrereqCode
002255     READ PrereqFile
002256         INVALID KEY
002257             SET WS-PREQ-NOT-ON-FILE TO TRUE
002258         NOT INVALID KEY
002259             SET WS-PREQ-ON-FILE TO TRUE
002260     END-READ
002261     IF WS-PREQ-ON-FILE
002262         PERFORM 7400-REMOVE-PREREQ THRU 7400-EXIT
002263     ELSE
002264         IF WS-PREQ-ENTRY = WS-PREQ-COURSE
002265             DISPLAY "*** A course cannot be its own "
002266                 "prerequisite."
002267         ELSE
002268             MOVE WS-PREQ-ENTRY TO CC-CourseCode
002269             READ CourseFile
002270                 INVALID KEY
002271                     DISPLAY "*** Prerequisite course code not "
002272                         "found."
002273                 NOT INVALID KEY
002274                     PERFORM 7500-ADD-PREREQ THRU 7500-EXIT
002275             END-READ
002276         END-IF
002277     END-IF
002278     PERFORM 7200-PROMPT-PREREQ THRU 7200-EXIT.
002279 7300-EXIT.
002280     EXIT.
002281*-----------------------------------------------------------------
002282 7400-REMOVE-PREREQ.
002283     DISPLAY "Remove prerequisite " PQ-PrereqCode " (minimum "
002284         "grade " PQ-MinGrade ")? (Y/N) " WITH NO ADVANCING
002285     ACCEPT WS-REPLY
002286     IF WS-REPLY = "Y" OR WS-REPLY = "y"
002287         DELETE PrereqFile RECORD
002288             INVALID KEY
002289                 DISPLAY "*** Unable to delete prerequisite."
002290             NOT INVALID KEY
002291                 DISPLAY "Prerequisite removed."
002292         END-DELETE
002293     ELSE
002294         DISPLAY "Remove cancelled."
002295     END-IF.
002296 7400-EXIT.
002297     EXIT.
002298*-----------------------------------------------------------------
002299 7500-ADD-PREREQ.
002300     SET WS-GRADE-INVALID TO TRUE
002301     PERFORM 7510-PROMPT-MIN-GRADE THRU 7510-EXIT
002302         UNTIL WS-GRADE-VALID
002303     MOVE WS-PREQ-COURSE TO PQ-CourseCode
002304     MOVE WS-PREQ-ENTRY TO PQ-PrereqCode
002305     MOVE WS-GRADE-ENTRY TO PQ-MinGrade
002306     WRITE PrereqRecord
002307         INVALID KEY
002308             DISPLAY "*** Prerequisite is already on file."
002309         NOT INVALID KEY
002310             DISPLAY "Prerequisite added."
002311     END-WRITE.
002312 7500-EXIT.
002313     EXIT.
002314*-----------------------------------------------------------------
002315 7510-PROMPT-MIN-GRADE.
002316     DISPLAY "Enter minimum grade A-D, +/- allowed "
002317         "(blank = any pass): " WITH NO ADVANCING
002318     ACCEPT WS-GRADE-ENTRY
002319     IF WS-GRADE-ENTRY = SPACES
002320         MOVE "D-" TO WS-GRADE-ENTRY
002321     END-IF
002322     EVALUATE WS-GRADE-ENTRY(1:1)
002323         WHEN "a"  MOVE "A" TO WS-GRADE-ENTRY(1:1)
002324         WHEN "b"  MOVE "B" TO WS-GRADE-ENTRY(1:1)
002325         WHEN "c"  MOVE "C" TO WS-GRADE-ENTRY(1:1)
002326         WHEN "d"  MOVE "D" TO WS-GRADE-ENTRY(1:1)
002327     END-EVALUATE
002328     IF (WS-GRADE-ENTRY(1:1) = "A" OR "B" OR "C" OR "D")
002329             AND (WS-GRADE-ENTRY(2:1) = SPACE OR "+" OR "-")
002330         SET WS-GRADE-VALID TO TRUE
002331     ELSE
002332         DISPLAY "*** Minimum grade must be A-D, optionally "
002333             "followed by + or -."
002334     END-IF.
002335 7510-EXIT.
002336     EXIT.
002337*-----------------------------------------------------------------
002338 7600-MAINTAIN-REQS.
002339     DISPLAY "Enter programme code for degree requirements "
002340         "(blank to cancel): " WITH NO ADVANCING
002341     ACCEPT WS-REQ-PROGRAMME
002342     IF WS-REQ-PROGRAMME NOT = SPACES
002343         PERFORM 7610-LIST-REQS THRU 7610-EXIT
002344         PERFORM 7640-PROMPT-REQ THRU 7640-EXIT
002345         PERFORM 7650-PROCESS-REQ THRU 7650-EXIT
002346             UNTIL WS-REQ-SEQ-ENTRY = SPACES
002347     END-IF.
002348 7600-EXIT.
002349     EXIT.
002350*-----------------------------------------------------------------
002351 7610-LIST-REQS.
002352     MOVE "N" TO WS-REQ-EOF-SW
002353     MOVE 0 TO WS-REQ-COUNT
002354     MOVE WS-REQ-PROGRAMME TO RQ-Programme
002355     MOVE 0 TO RQ-SeqNo
002356     START ReqFile KEY NOT < RQ-ReqKey
002357         INVALID KEY
002358             SET WS-END-OF-REQS TO TRUE
002359     END-START
002360     DISPLAY "Requirements of programme " WS-REQ-PROGRAMME ":"
002361     PERFORM 7620-READ-NEXT-REQ THRU 7620-EXIT
002362     PERFORM 7630-LIST-ONE THRU 7630-EXIT
002363         UNTIL WS-END-OF-REQS
002364             OR RQ-Programme NOT = WS-REQ-PROGRAMME
002365     IF WS-REQ-COUNT = 0
002366         DISPLAY "  (none)"
002367     END-IF.
002368 7610-EXIT.
002369     EXIT.
002370*-----------------------------------------------------------------
002371 7620-READ-NEXT-REQ.
002372     IF NOT WS-END-OF-REQS
002373         READ ReqFile NEXT
002374             AT END
002375                 SET WS-END-OF-REQS TO TRUE
002376         END-READ
002377     END-IF.
002378 7620-EXIT.
002379     EXIT.
002380*-----------------------------------------------------------------
002381 7630-LIST-ONE.
002382     IF RQ-MinimumGpa
002383         MOVE RQ-MinGpa TO WS-REQ-GPA-ED
002384         DISPLAY "  " RQ-SeqNo " " RQ-Type " " RQ-Desc
002385             " minimum GPA " WS-REQ-GPA-ED
002386     ELSE
002387         MOVE SPACES TO WS-REQ-LIST
002388         MOVE 1 TO WS-REQ-PTR
002389         PERFORM 7635-STRING-COURSE THRU 7635-EXIT
002390             VARYING WS-REQ-IDX FROM 1 BY 1
002391             UNTIL WS-REQ-IDX > RQ-CourseCount
002392         DISPLAY "  " RQ-SeqNo " " RQ-Type " " RQ-Desc
002393             " pass " RQ-Needed " of " RQ-CourseCount
002394             " minimum grade " RQ-MinGrade
002395         DISPLAY "        " WS-REQ-LIST
002396     END-IF
002397     ADD 1 TO WS-REQ-COUNT
002398     PERFORM 7620-READ-NEXT-REQ THRU 7620-EXIT.
002399 7630-EXIT.
002400     EXIT.
002401*-----------------------------------------------------------------
002402 7635-STRING-COURSE.
002403     STRING RQ-CourseCode(WS-REQ-IDX) DELIMITED BY SIZE
002404            " "                       DELIMITED BY SIZE
002405         INTO WS-REQ-LIST
002406         WITH POINTER WS-REQ-PTR
002407     END-STRING.
002408 7635-EXIT.
002409     EXIT.
002410*-----------------------------------------------------------------
002411 7640-PROMPT-REQ.
002412     DISPLAY "Enter requirement number 001-999 to add or "
002413         "remove (blank to finish): " WITH NO ADVANCING
002414     ACCEPT WS-REQ-SEQ-ENTRY.
002415 7640-EXIT.
002416     EXIT.
002417*-----------------------------------------------------------------
002418 7650-PROCESS-REQ.
002419     IF WS-REQ-SEQ-ENTRY IS NUMERIC
002420         MOVE WS-REQ-PROGRAMME TO RQ-Programme
002421         MOVE WS-REQ-SEQ-ENTRY TO RQ-SeqNo
002422         READ ReqFile
002423             INVALID KEY
002424                 SET WS-REQ-NOT-ON-FILE TO TRUE
002425             NOT INVALID KEY
002426                 SET WS-REQ-ON-FILE TO TRUE
002427         END-READ
002428         IF WS-REQ-ON-FILE
002429             PERFORM 7660-REMOVE-REQ THRU 7660-EXIT
002430         ELSE
002431             PERFORM 7700-ADD-REQ THRU 7700-EXIT
002432         END-IF
002433     ELSE
002434         DISPLAY "*** Requirement number must be three digits, "
002435             "001-999."
002436     END-IF
002437     PERFORM 7640-PROMPT-REQ THRU 7640-EXIT.
002438 7650-EXIT.
002439     EXIT.
002440*-----------------------------------------------------------------
002441 7660-REMOVE-REQ.
002442     DISPLAY "Remove requirement " RQ-SeqNo " " RQ-Desc
002443         "? (Y/N) " WITH NO ADVANCING
002444     ACCEPT WS-REPLY
002445     IF WS-REPLY = "Y" OR WS-REPLY = "y"
002446         DELETE ReqFile RECORD
002447             INVALID KEY
002448                 DISPLAY "*** Unable to delete requirement."
002449             NOT INVALID KEY
002450                 DISPLAY "Requirement removed."
002451         END-DELETE
002452     ELSE
002453         DISPLAY "Remove cancelled."
002454     END-IF.
002455 7660-EXIT.
002456     EXIT.
002457*-----------------------------------------------------------------
002458 7700-ADD-REQ.
002459     MOVE SPACES TO DegreeReqRecord
002460     MOVE WS-REQ-PROGRAMME TO RQ-Programme
002461     MOVE WS-REQ-SEQ-ENTRY TO RQ-SeqNo
002462     MOVE 0 TO RQ-Needed
002463     MOVE 0 TO RQ-MinGpa
002464     MOVE 0 TO RQ-CourseCount
002465     SET WS-REQ-TYPE-INVALID TO TRUE
002466     PERFORM 7710-PROMPT-REQ-TYPE THRU 7710-EXIT
002467         UNTIL WS-REQ-TYPE-VALID
002468     DISPLAY "Enter description: " WITH NO ADVANCING
002469     ACCEPT RQ-Desc
002470     IF RQ-MinimumGpa
002471         SET WS-GPA-INVALID TO TRUE
002472         PERFORM 7740-PROMPT-MIN-GPA THRU 7740-EXIT
002473             UNTIL WS-GPA-VALID
002474     ELSE
002475         MOVE "N" TO WS-REQ-COURSES-SW
002476         PERFORM 7720-PROMPT-REQ-COURSE THRU 7720-EXIT
002477             UNTIL WS-REQ-COURSES-DONE
002478         IF RQ-CourseCount > 0
002479             SET WS-GRADE-INVALID TO TRUE
002480             PERFORM 7510-PROMPT-MIN-GRADE THRU 7510-EXIT
002481                 UNTIL WS-GRADE-VALID
002482             MOVE WS-GRADE-ENTRY TO RQ-MinGrade
002483             IF RQ-Group
002484                 SET WS-NEEDED-INVALID TO TRUE
002485                 PERFORM 7730-PROMPT-NEEDED THRU 7730-EXIT
002486                     UNTIL WS-NEEDED-VALID
002487             ELSE
002488                 MOVE RQ-CourseCount TO RQ-Needed
002489             END-IF
002490         END-IF
002491     END-IF
002492     IF NOT RQ-MinimumGpa AND RQ-CourseCount = 0
002493         DISPLAY "Add cancelled - no courses entered."
002494     ELSE
002495         WRITE DegreeReqRecord
002496             INVALID KEY
002497                 DISPLAY "*** Requirement is already on file."
002498             NOT INVALID KEY
002499                 DISPLAY "Requirement added."
002500         END-WRITE
002501     END-IF.
002502 7700-EXIT.
002503     EXIT.
002504*-----------------------------------------------------------------
002505 7710-PROMPT-REQ-TYPE.
002506     DISPLAY "Enter type C-All courses listed, G-Choice from "
002507         "group, A-Minimum GPA: " WITH NO ADVANCING
002508     ACCEPT WS-REQ-TYPE-ENTRY
002509     EVALUATE WS-REQ-TYPE-ENTRY
002510         WHEN "c"  MOVE "C" TO WS-REQ-TYPE-ENTRY
002511         WHEN "g"  MOVE "G" TO WS-REQ-TYPE-ENTRY
002512         WHEN "a"  MOVE "A" TO WS-REQ-TYPE-ENTRY
002513     END-EVALUATE
002514     IF WS-REQ-TYPE-ENTRY = "C" OR "G" OR "A"
002515         MOVE WS-REQ-TYPE-ENTRY TO RQ-Type
002516         SET WS-REQ-TYPE-VALID TO TRUE
002517     ELSE
002518         DISPLAY "*** Type must be C, G or A."
002519     END-IF.
002520 7710-EXIT.
002521     EXIT.
002522*-----------------------------------------------------------------
002523 7720-PROMPT-REQ-COURSE.
002524     IF RQ-CourseCount >= 8
002525         SET WS-REQ-COURSES-DONE TO TRUE
002526     ELSE
002527         DISPLAY "Enter course code (blank to end the list): "
002528             WITH NO ADVANCING
002529         ACCEPT WS-REQ-COURSE-ENTRY
002530         IF WS-REQ-COURSE-ENTRY = SPACES
002531             SET WS-REQ-COURSES-DONE TO TRUE
002532         ELSE
002533             MOVE WS-REQ-COURSE-ENTRY TO CC-CourseCode
002534             READ CourseFile
002535                 INVALID KEY
002536                     DISPLAY "*** Course code not found."
002537                 NOT INVALID KEY
002538                     ADD 1 TO RQ-CourseCount
002539                     MOVE WS-REQ-COURSE-ENTRY
002540                         TO RQ-CourseCode(RQ-CourseCount)
002541             END-READ
002542         END-IF
002543     END-IF.
002544 7720-EXIT.
002545     EXIT.
002546*-----------------------------------------------------------------
002547 7730-PROMPT-NEEDED.
002548     DISPLAY "Enter how many of the " RQ-CourseCount
002549         " courses must be passed: " WITH NO ADVANCING
002550     ACCEPT WS-NEEDED-ENTRY
002551     IF WS-NEEDED-ENTRY IS NUMERIC
002552         MOVE WS-NEEDED-ENTRY TO RQ-Needed
002553         IF RQ-Needed > 0 AND RQ-Needed <= RQ-CourseCount
002554             SET WS-NEEDED-VALID TO TRUE
002555         ELSE
002556             DISPLAY "*** Must be between 1 and " RQ-CourseCount
002557                 "."
002558         END-IF
002559     ELSE
002560         DISPLAY "*** Must be a single digit."
002561     END-IF.
002562 7730-EXIT.
002563     EXIT.
002564*-----------------------------------------------------------------
002565 7740-PROMPT-MIN-GPA.
002566     DISPLAY "Enter minimum GPA as three digits "
002567         "(200 = 2.00): " WITH NO ADVANCING
002568     ACCEPT WS-GPA-ENTRY
002569     IF WS-GPA-ENTRY IS NUMERIC AND WS-GPA-ENTRY-NUM <= 4.00
002570         MOVE WS-GPA-ENTRY-NUM TO RQ-MinGpa
002571         SET WS-GPA-VALID TO TRUE
002572     ELSE
002573         DISPLAY "*** Minimum GPA must be 000-400."
002574     END-IF.
002575 7740-EXIT.
002576     EXIT.
002577*-----------------------------------------------------------------
002587 8000-TERMINATE.
002597     CLOSE CourseFile
002607     CLOSE PrereqFile
002613     CLOSE ReqFile
002619     CLOSE WaitFile.
002627 8000-EXIT.
002637     EXIT.
002647*-----------------------------------------------------------------
002657 END PROGRAM CRSMAINT.
