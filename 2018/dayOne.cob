000530*                  A BLANK DEVICE HEADER EVEN WHEN NO MASTER   *
000531*                  IS LOADED, MATCHING ADVFREQCALC'S PART 1    *
000532*                  EDIT SO BOTH PASSES SEE THE SAME RECORDS.   *
000533* 2026-10-15  JWB  ADVFREQCALC IS NOW CALLED IN NORMAL MODE    *
000534*                  EXPLICITLY - ITS NEW VALIDATE-ONLY MODE IS  *
000535*                  RESERVED FOR THE ADVPREFLT PRE-FLIGHT CHECK.*
000536* 2026-10-15  JWB  THE PART 2 SEARCH, ITS DEVICE-MASTER SKIP   *
000537*                  AND THE DAYP2CHK BOOKMARK MOVED INTO THE    *
000538*                  ADVRPTFRQ SUBPROGRAM SO ADVBATCH CAN RUN    *
000539*                  PART 2 FOR EVERY FILE IT TOTALS.  NO CHANGE *
000540*                  TO THE BOOKMARK FORMAT OR THE RESULTS.      *
000541* 2026-10-15  JWB  THE DUPLICATE-RUN GUARD NOW READS THE       *
000542*                  DAYAUDX INDEX BY FILENAME AND RUN DATE      *
000543*                  INSTEAD OF THE WHOLE AUDIT TRAIL, FALLING   *
000544*                  BACK TO THE OLD SCAN ONLY WHEN NO INDEX HAS *
000545*                  BEEN BUILT YET.                             *
000546* 2026-10-15  JWB  DAYRSLT RECORD GAINS DRS-XMIT-SEQUENCE, THE *
000547*                  NUMBER OF THE ADVRSLXMT TRANSMISSION THAT   *
000548*                  SENT IT DOWNSTREAM - NEW RESULTS ARE WRITTEN*
000549*                  WITH IT BLANK (NOT YET SENT).               *
000550* 2026-10-15  JWB  THE FORCE OPTION NOW ALSO TELLS ADVFREQCALC *
000551*                  TO TOTAL A DEVICE SECTION IT WOULD OTHERWISE*
000552*                  HOLD OUT AS A DUPLICATE OF ONE ANOTHER FILE *
000553*                  ALREADY TOTALLED.  THE NUMBER OF DUPLICATE  *
000554*                  SECTIONS FOUND IS SHOWN WITH THE PART 1     *
000555*                  STATISTICS.                                 *
000556* 2026-10-15  JWB  THE COUNT OF READINGS WHOSE DEVICE          *
000557*                  TIMESTAMPS BROKE THEIR SECTION'S SEQUENCE IS*
000558*                  SHOWN WHEN THERE ARE ANY.                   *
000559* 2026-10-15  JWB  ADVAUDWRT'S RETURN CODE IS NOW CHECKED - A  *
000560*                  DAYAUDX INDEX ENTRY IT COULD NOT ADD IS     *
000561*                  REPORTED AND SETS RC 4.                     *
000562* 2026-10-15  JWB  THE AUDIT RECORD COUNT NOW LEAVES OUT THE   *
000563*                  RECORDS OF SECTIONS HELD AS DUPLICATES, SO  *
000564*                  ADVAUDRLLP NO LONGER COUNTS A RE-UPLOAD     *
000565*                  TWICE.                                      *
000566****************************************************************
000567*
000568****************************************************************
000569*    ADVENTOFCODE TOTALS THE DAILY CALIBRATION FREQUENCY FILE  *
000570*    (PART 1) AND THEN CYCLES BACK THROUGH THE SAME FILE AS    *
000571*    MANY TIMES AS NECESSARY TO FIND THE FIRST RUNNING TOTAL   *
000572*    THAT REPEATS (PART 2).  ALL PER-RECORD EDITING, REJECT    *
000573*    LOGGING, STATISTICS, CONTROL-TOTAL RECONCILIATION,        *
000574*    OVERFLOW CHECKING AND CHECKPOINT/RESTART FOR THE PART 1   *
000580*    PASS ARE DONE BY THE ADVFREQCALC SUBPROGRAM; THE PART 2   *
000585*    SEARCH AND ITS RESTART BOOKMARK ARE DONE BY ADVRPTFRQ.    *
000590****************************************************************
000600 ENVIRONMENT DIVISION.
000610     INPUT-OUTPUT SECTION.
000620         FILE-CONTROL.
000660         SELECT DAYONE-RESULT ASSIGN TO "DAYRSLT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RESULT-FILE-STATUS.
000727*
000728         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000729         ORGANIZATION IS LINE SEQUENTIAL.
000730*
000731         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS AX-KEY
000735         FILE STATUS IS WS-AUDX-FILE-STATUS.
000736*
000740 DATA DIVISION.
000750     FILE SECTION.
000800     FD DAYONE-RESULT.
000810         01 DAYONE-RESULT-FILE.
000820            05 DRS-RUN-DATE               PIC X(10).
000928            05 DRS-BUSINESS-DATE          PIC X(10).
000929            05 FILLER                    PIC X(01).
000931            05 DRS-REVERSAL-SW            PIC X(01).
000941            05 FILLER                     PIC X(01).
000951            05 DRS-XMIT-SEQUENCE          PIC X(06).
001251*
001252     FD DAYONE-AUDIT.
001253         01 DAYONE-AUDIT-FILE.
001274*           AS A COMPLETED RUN, THE GUARD'S OLD BEHAVIOR.
001275            05 DA-RETURN-CODE             PIC X(02).
001276*
001279     FD DAYONE-AUDIT-INDEX.
001282         01 DAYONE-AUDIT-INDEX-REC.
001285            05 AX-KEY.
001288               10 AX-INPUT-FILENAME       PIC X(80).
001291               10 AX-RUN-DATE             PIC X(10).
001294               10 AX-ENTRY-SEQ            PIC 9(03).
001297            05 AX-RUN-TIME                PIC X(08).
001300            05 AX-RECCOUNT                PIC 9(09).
001303            05 AX-FREQUENCYSUM            PIC S9(10)
001306                                   SIGN IS LEADING SEPARATE.
001309            05 AX-REJECTCOUNT             PIC 9(09).
001312            05 AX-RERUN-SW                PIC X(01).
001315            05 AX-BUSINESS-DATE           PIC X(10).
001318            05 AX-REVERSED-SW             PIC X(01).
001321            05 AX-RETURN-CODE             PIC X(02).
001324*
001327     WORKING-STORAGE SECTION.
001330*
001340     01  WS-DAYONE-FILENAME              PIC X(80).
001350     01  WS-PARM-LINE                    PIC X(80).
001370     01  WS-TODAY                        PIC X(10).
001375*
001380     01  WS-AVERAGE-DISPLAY               PIC +9(07).9(04).
001506*
001507     01  WS-SWITCHES.
001620         05  WS-RESULT-FILE-STATUS        PIC X(02).
001630             88  WS-RESULT-FILE-NOT-FOUND VALUE "35".
001632         05  WS-AUDX-FILE-STATUS          PIC X(02).
001634             88  WS-AUDX-FILE-OK          VALUE "00".
001640*
001660     01  WS-JOB-RETURN-CODE              PIC 9(02) COMP VALUE 0.
001670*
001830     COPY DL100CLC.
001835     COPY DL100RPT.
001840     COPY DL100AUD.
001852     COPY DL100PRM.
001900*
001910     01  WS-CURRENT-DATE-FIELDS.
001920         05  WS-CURRENT-DATE.
002175     IF DL100-PRM-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
002180         MOVE DL100-PRM-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
002185     END-IF.
002190     MOVE DL100-PRM-OUT-MAXCYCLES TO DL100-RPT-IN-MAXCYCLES
002195     MOVE DL100-PRM-OUT-MAXTABLE TO DL100-RPT-IN-MAXTABLE.
002200*
002205     MOVE SPACES TO WS-PARM-LINE
002206     MOVE SPACES TO WS-PARM-TOKEN1
002296     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
002298         WS-CURRENT-DD DELIMITED BY SIZE INTO WS-TODAY.
002300*
002310     PERFORM 8500-PART2-CHECKPOINT-LOAD THRU 8500-EXIT.
002312*
002313*    A PART 2 RESUME NEVER RE-TOTALS OR RE-AUDITS THE INPUT,
002314*    SO THE AUDIT ENTRY THE INTERRUPTED ATTEMPT LEFT BEHIND
002315*    MUST NOT TRIP THE DUPLICATE-RUN GUARD.
002316     IF DL100-RPT-NOT-RESUMED
002317         PERFORM 1200-CHECK-DUPLICATE-RUN THRU 1200-EXIT
002318     END-IF.
002320 1000-EXIT.
002365     EXIT.
002366*
002367****************************************************************
002368*    1200-CHECK-DUPLICATE-RUN - LOOK FOR A COMPLETED AUDIT     *
002369*    ENTRY (RC 04 OR UNDER, OR AN OLDER RECORD WITH NO RC      *
002370*    FIELD) WITH THIS FILENAME AND TODAY'S RUN DATE, READING   *
002371*    ONLY THAT KEY ON THE DAYAUDX INDEX (1260), OR THE WHOLE   *
002372*    TRAIL (1250) WHEN NO INDEX HAS BEEN BUILT YET.            *
002373*    ONE FOUND MEANS THE FILE ALREADY TOTALLED TODAY - STOP    *
002374*    WITH RC 20 UNLESS THE FORCE OPTION WAS GIVEN, IN WHICH    *
002375*    CASE THE RERUN PROCEEDS AND IS MARKED "R" ON ITS AUDIT    *
002376*    AND RESULT RECORDS.  A FAILED ENTRY DOES NOT TRIP THE     *
002377*    GUARD, SO THE ADVRETRY SAME-DAY RETRY FLOW RUNS FREELY.   *
002378****************************************************************
002379 1200-CHECK-DUPLICATE-RUN.
002380     MOVE "N" TO WS-DUPLICATE-SW
002381     MOVE "N" TO WS-AUDIT-EOF-SW
002382     OPEN INPUT DAYONE-AUDIT-INDEX.
002383     IF WS-AUDX-FILE-OK
002384         PERFORM 1260-PROBE-AUDIT-INDEX THRU 1260-EXIT
002385         CLOSE DAYONE-AUDIT-INDEX
002386     ELSE
002387         OPEN INPUT DAYONE-AUDIT
002388         PERFORM 1250-SCAN-ONE-AUDIT-ENTRY THRU 1250-EXIT
002389             UNTIL WS-AUDIT-EOF OR WS-DUPLICATE-RUN
002390         CLOSE DAYONE-AUDIT
002391     END-IF.
002392*
002393     IF WS-DUPLICATE-RUN
002394         IF WS-FORCED-RERUN
002395             DISPLAY "ADVENTOFCODE: " WS-DAYONE-FILENAME(1:40)
002396                     " ALREADY TOTALLED TODAY - RERUNNING ON "
002397                     "THE FORCE OPTION, RECORDS MARKED R"
002398         ELSE
002399             DISPLAY "ADVENTOFCODE: " WS-DAYONE-FILENAME(1:40)
002400                     " ALREADY HAS A COMPLETED AUDIT ENTRY FOR "
002401                     WS-TODAY " - RUN STOPPED.  GIVE THE FORCE "
002402                     "OPTION TO RERUN INTENTIONALLY"
002403             MOVE 20 TO WS-JOB-RETURN-CODE
002404             MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002405             STOP RUN
002406         END-IF
002407     END-IF.
002408 1200-EXIT.
002409     EXIT.
002410*
002411 1250-SCAN-ONE-AUDIT-ENTRY.
002412     READ DAYONE-AUDIT
002413         AT END
002414             SET WS-AUDIT-EOF TO TRUE
002415         NOT AT END
002416             IF DA-RUN-DATE = WS-TODAY
002417                 AND DA-INPUT-FILENAME = WS-DAYONE-FILENAME
002418                 AND DA-REVERSED-SW NOT = "V"
002419                 AND (DA-RETURN-CODE = SPACES
002420                     OR DA-RETURN-CODE NOT > "04")
002421                 SET WS-DUPLICATE-RUN TO TRUE
002422             END-IF
002423     END-READ.
002424 1250-EXIT.
002425     EXIT.
002426*
002427****************************************************************
002428*    1260-PROBE-AUDIT-INDEX - POSITION AT THE FIRST DAYAUDX    *
002429*    KEY FOR THIS FILENAME AND TODAY, THEN READ FORWARD UNTIL  *
002430*    THE KEY MOVES ON TO ANOTHER FILE OR DATE.                 *
002431****************************************************************
002432 1260-PROBE-AUDIT-INDEX.
002433     MOVE WS-DAYONE-FILENAME TO AX-INPUT-FILENAME
002434     MOVE WS-TODAY TO AX-RUN-DATE
002435     MOVE 0 TO AX-ENTRY-SEQ.
002436     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
002437         INVALID KEY
002438             GO TO 1260-EXIT
002439     END-START.
002440     PERFORM 1270-READ-ONE-INDEX-ENTRY THRU 1270-EXIT
002441         UNTIL WS-AUDIT-EOF OR WS-DUPLICATE-RUN.
002442 1260-EXIT.
002443     EXIT.
002444*
002445 1270-READ-ONE-INDEX-ENTRY.
002446     READ DAYONE-AUDIT-INDEX NEXT RECORD
002447         AT END
002448             SET WS-AUDIT-EOF TO TRUE
002449         NOT AT END
002450             IF AX-INPUT-FILENAME NOT = WS-DAYONE-FILENAME
002451                 OR AX-RUN-DATE NOT = WS-TODAY
002452                 SET WS-AUDIT-EOF TO TRUE
002453             ELSE
002454                 IF AX-REVERSED-SW NOT = "V"
002455                     AND (AX-RETURN-CODE = SPACES
002456                         OR AX-RETURN-CODE NOT > "04")
002457                     SET WS-DUPLICATE-RUN TO TRUE
002458                 END-IF
002459             END-IF
002460     END-READ.
002461 1270-EXIT.
002462     EXIT.
002463*
002464****************************************************************
002465*    2000-CALCULATE-PART1 - CALL ADVFREQCALC TO TOTAL THE      *
002466*    FILE, LOG THE RUN TO THE AUDIT TRAIL, REPORT STATISTICS   *
002467*    AND SOUND OFF LOUDLY ON A CONTROL-TOTAL MISMATCH.  ON A   *
002468*    PART 2 RESUME THE WHOLE PASS IS SKIPPED - RE-TOTALLING    *
002469*    WOULD APPEND EVERY REJECT TO DAYREJCT A SECOND TIME AND   *
002470*    LEAVE A DUPLICATE DAYAUD ENTRY - AND PART 1'S FIGURES     *
002471*    ARE TAKEN FROM THE BOOKMARK HEADER INSTEAD.               *
002472****************************************************************
002473 2000-CALCULATE-PART1.
002474     IF DL100-RPT-RESUMED
002475         PERFORM 2500-RESTORE-PART1-RESULTS THRU 2500-EXIT
002476         GO TO 2000-EXIT
002480     END-IF.
002490*
002500     MOVE WS-DAYONE-FILENAME TO DL100-CLC-IN-FILENAME
002501     SET DL100-CLC-MODE-NORMAL TO TRUE
002502     IF WS-FORCED-RERUN
002503         SET DL100-CLC-FORCE TO TRUE
002504     ELSE
002505         SET DL100-CLC-NO-FORCE TO TRUE
002506     END-IF
002510     CALL "ADVFREQCALC" USING DL100-CLC-LINKAGE.
002512*
002514     IF DL100-CLC-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
002538         SET DL100-AUD-NOT-RERUN TO TRUE
002539     END-IF
002540     MOVE DL100-CLC-OUT-BUSDATE TO DL100-AUD-IN-BUSDATE
002541     SUBTRACT DL100-CLC-OUT-HELDCOUNT FROM DL100-CLC-OUT-RECCOUNT
002545         GIVING DL100-AUD-IN-RECCOUNT
002550     MOVE DL100-CLC-OUT-REJECTCOUNT
002560         TO DL100-AUD-IN-REJECTCOUNT
002570     MOVE DL100-CLC-OUT-FREQUENCYSUM
002580         TO DL100-AUD-IN-FREQUENCYSUM
002582     MOVE WS-JOB-RETURN-CODE TO DL100-AUD-IN-RETCODE
002590     CALL "ADVAUDWRT" USING DL100-AUD-LINKAGE.
002591     IF DL100-AUD-OUT-RETURN-CODE NOT = 0
002592         DISPLAY "ADVENTOFCODE: AUDIT INDEX NOT UPDATED - RC "
002593                 DL100-AUD-OUT-RETURN-CODE
002594         IF WS-JOB-RETURN-CODE < 4
002595             MOVE 4 TO WS-JOB-RETURN-CODE
002596         END-IF
002597     END-IF.
002600*
002610     DISPLAY "Part 1: " DL100-CLC-OUT-FREQUENCYSUM.
002620*
002750     MOVE DL100-CLC-OUT-AVERAGE TO WS-AVERAGE-DISPLAY
002760     DISPLAY "Running average    : "
002770         WS-AVERAGE-DISPLAY.
002772     IF DL100-CLC-OUT-DUP-ERRORS > 0
002774         DISPLAY "Duplicate sections : "
002776             DL100-CLC-OUT-DUP-ERRORS
002778     END-IF.
002780     IF DL100-CLC-OUT-SEQ-ERRORS > 0
002782         DISPLAY "Sequence breaks    : "
002784             DL100-CLC-OUT-SEQ-ERRORS
002786     END-IF.
002788*
002790     IF DL100-CLC-CTRL-PRESENT
002800         IF DL100-CLC-CTRL-MISMATCH
002810             MOVE 8 TO WS-JOB-RETURN-CODE
003340         WS-CURRENT-DD DELIMITED BY SIZE INTO DRS-RUN-DATE.
003350     MOVE WS-DAYONE-FILENAME TO DRS-INPUT-FILE-ID
003360     MOVE DL100-CLC-OUT-FREQUENCYSUM TO DRS-PART1-FREQUENCY
003370     IF DL100-RPT-FOUND
003380         MOVE DL100-RPT-OUT-FREQUENCY TO DRS-PART2-FREQUENCY
003390         MOVE "Y" TO DRS-PART2-FOUND-SW
003400     ELSE
003410         MOVE 0 TO DRS-PART2-FREQUENCY
003520     EXIT.
003530*
003540****************************************************************
003550*    8000-FIND-REPEATED-FREQUENCY - PART 2.  ADVRPTFRQ CYCLES  *
003560*    THROUGH THE FILE UNTIL A RUNNING TOTAL REPEATS OR THE     *
003570*    MAXCYCLES/MAXTABLE LIMITS ARE HIT, RESUMING FROM THE      *
003580*    BOOKMARK 8500 RESTORED WHEN THERE IS ONE.                 *
003620****************************************************************
003630 8000-FIND-REPEATED-FREQUENCY.
003640     SET DL100-RPT-SEARCH TO TRUE
003650     CALL "ADVRPTFRQ" USING DL100-RPT-LINKAGE DL100-CLC-LINKAGE.
003660*
003670     IF DL100-RPT-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
003680         MOVE DL100-RPT-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
003720     END-IF.
003730     IF DL100-RPT-FOUND
003740         DISPLAY "Part 2: " DL100-RPT-OUT-FREQUENCY
003910     END-IF.
003920 8000-EXIT.
003930     EXIT.
003940*
003950****************************************************************
003960*    8500-PART2-CHECKPOINT-LOAD - HAVE ADVRPTFRQ LOOK FOR AN   *
003970*    IN-PROGRESS PART 2 BOOKMARK FOR THIS SAME INPUT FILE.     *
003980*    WHEN ONE IS RESTORED, PART 1'S FIGURES COME BACK IN       *
003990*    DL100-CLC-LINKAGE AND DL100-RPT-RESUMED IS SET.           *
005120****************************************************************
005130 8500-PART2-CHECKPOINT-LOAD.
005140     MOVE WS-DAYONE-FILENAME TO DL100-RPT-IN-FILENAME
005150     MOVE DL100-PRM-OUT-RECFORMAT TO DL100-RPT-IN-RECFORMAT
005151     SET DL100-RPT-LOAD-BOOKMARK TO TRUE
005160     CALL "ADVRPTFRQ" USING DL100-RPT-LINKAGE DL100-CLC-LINKAGE.
005540 8500-EXIT.
005550     EXIT.
005560*
