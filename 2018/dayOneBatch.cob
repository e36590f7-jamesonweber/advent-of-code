000156*                  THE ADVRETRY SAME-DAY RETRY FLOW.  THE      *
000157*                  FILE'S RETURN CODE NOW GOES ON ITS AUDIT    *
000158*                  RECORD TO MAKE THE DISTINCTION POSSIBLE.    *
000159* 2026-10-15  JWB  ADVFREQCALC IS NOW CALLED IN NORMAL MODE    *
000160*                  EXPLICITLY - ITS NEW VALIDATE-ONLY MODE IS  *
000161*                  RESERVED FOR THE ADVPREFLT PRE-FLIGHT CHECK.*
000162* 2026-10-15  JWB  ADDED THE PART 2 OPTION (PARM "PART2" OR    *
000163*                  DAYPART2=Y) - EACH FILE ALSO GETS THE PART 2*
000164*                  FIRST-REPEATED-FREQUENCY SEARCH THROUGH     *
000165*                  ADVRPTFRQ, WITH THE DAYPARMS MAXCYCLES AND  *
000166*                  MAXTABLE LIMITS AND THE DAYP2CHK BOOKMARK,  *
000167*                  AND A DAYRSLT RECORD LIKE A SINGLE-FILE RUN.*
000168*                  A FILE WHOSE PART 2 BOOKMARK IS RESTORED IS *
000169*                  NOT RE-TOTALLED OR RE-AUDITED.  THE PARM IS *
000170*                  NOW READ AS TOKENS SO FORCE AND PART2 CAN   *
000171*                  BE GIVEN TOGETHER IN EITHER ORDER.          *
000172* 2026-10-15  JWB  THE PER-FILE DUPLICATE-RUN GUARD NOW READS  *
000173*                  THE DAYAUDX INDEX BY FILENAME AND RUN DATE  *
000174*                  INSTEAD OF RE-READING THE WHOLE AUDIT TRAIL *
000175*                  FOR EVERY FILE ON THE LIST, FALLING BACK TO *
000176*                  THE OLD SCAN ONLY WHEN NO INDEX HAS BEEN    *
000177*                  BUILT YET.                                  *
000178* 2026-10-15  JWB  DAYRSLT RECORD GAINS DRS-XMIT-SEQUENCE, THE *
000179*                  NUMBER OF THE ADVRSLXMT TRANSMISSION THAT   *
000180*                  SENT IT DOWNSTREAM - NEW RESULTS ARE WRITTEN*
000181*                  WITH IT BLANK (NOT YET SENT).               *
000182* 2026-10-15  JWB  THE FORCE OPTION NOW ALSO TELLS ADVFREQCALC *
000183*                  TO TOTAL A DEVICE SECTION IT WOULD OTHERWISE*
000184*                  HOLD OUT AS A DUPLICATE OF ONE ANOTHER FILE *
000185*                  ALREADY TOTALLED.                           *
000186* 2026-10-15  JWB  ADVAUDWRT'S RETURN CODE IS NOW CHECKED FOR  *
000187*                  EACH FILE - A DAYAUDX INDEX ENTRY IT COULD  *
000188*                  NOT ADD IS REPORTED AND SETS RC 4.          *
000189* 2026-10-15  JWB  THE AUDIT RECORD COUNT NOW LEAVES OUT THE   *
000190*                  RECORDS OF SECTIONS HELD AS DUPLICATES, SO  *
000191*                  ADVAUDRLLP NO LONGER COUNTS A RE-UPLOAD     *
000192*                  TWICE.                                      *
000193****************************************************************
000194*
000195****************************************************************
000196*    THIS MAINLINE READS DAYONE-FILELIST, ONE INPUT FILE NAME  *
000197*    PER RECORD, AND FOR EACH NAME CALLS ADVFREQCALC TO TOTAL  *
000198*    THAT FILE AND ADVAUDWRT TO LEAVE ITS AUDIT TRAIL, THE SAME*
000200*    WAY ADVENTOFCODE DOES FOR A SINGLE FILE.  A DETAIL RECORD *
000210*    PER FILE AND ONE GRAND-TOTAL RECORD ARE WRITTEN TO        *
000220*    DAYBATCH-SUMMARY.  A MISMATCH OR OVERFLOW ON ANY ONE FILE *
000230*    IS REMEMBERED AND REPORTED IN THE FINAL RETURN CODE       *
000240*    WITHOUT STOPPING THE REST OF THE LIST FROM BEING RUN.     *
000242*    WITH THE PART 2 OPTION EACH FILE IS ALSO SEARCHED FOR ITS *
000244*    FIRST REPEATED FREQUENCY BY ADVRPTFRQ AND GETS A DAYRSLT  *
000246*    RECORD, THE SAME AS AN ADVENTOFCODE RUN.                  *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270     INPUT-OUTPUT SECTION.
000341         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000342         ORGANIZATION IS LINE SEQUENTIAL.
000343*
000344         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000345         ORGANIZATION IS INDEXED
000346         ACCESS MODE IS DYNAMIC
000347         RECORD KEY IS AX-KEY
000348         FILE STATUS IS WS-AUDX-FILE-STATUS.
000349*
000350         SELECT DAYONE-RESULT ASSIGN TO "DAYRSLT"
000351         ORGANIZATION IS LINE SEQUENTIAL
000352         FILE STATUS IS WS-RESULT-FILE-STATUS.
000353*
000354 DATA DIVISION.
000360     FILE SECTION.
000370     FD DAYONE-FILELIST.
000380         01 DAYONE-FILELIST-RECORD.
000604*           AS A COMPLETED RUN, THE GUARD'S OLD BEHAVIOR.
000605            05 DA-RETURN-CODE          PIC X(02).
000606*
000607     FD DAYONE-AUDIT-INDEX.
000608         01 DAYONE-AUDIT-INDEX-REC.
000609            05 AX-KEY.
000610               10 AX-INPUT-FILENAME    PIC X(80).
000611               10 AX-RUN-DATE          PIC X(10).
000612               10 AX-ENTRY-SEQ         PIC 9(03).
000613            05 AX-RUN-TIME             PIC X(08).
000614            05 AX-RECCOUNT             PIC 9(09).
000615            05 AX-FREQUENCYSUM         PIC S9(10)
000616                                 SIGN IS LEADING SEPARATE.
000617            05 AX-REJECTCOUNT          PIC 9(09).
000618            05 AX-RERUN-SW             PIC X(01).
000619            05 AX-BUSINESS-DATE        PIC X(10).
000620            05 AX-REVERSED-SW          PIC X(01).
000621            05 AX-RETURN-CODE          PIC X(02).
000622*
000623     FD DAYONE-RESULT.
000624         01 DAYONE-RESULT-FILE.
000625            05 DRS-RUN-DATE            PIC X(10).
000626            05 FILLER                  PIC X(01).
000627            05 DRS-INPUT-FILE-ID       PIC X(80).
000628            05 FILLER                  PIC X(01).
000629            05 DRS-PART1-FREQUENCY     PIC S9(10)
000630                                 SIGN IS LEADING SEPARATE.
000631            05 FILLER                  PIC X(01).
000632            05 DRS-PART2-FREQUENCY     PIC S9(10)
000633                                 SIGN IS LEADING SEPARATE.
000634            05 FILLER                  PIC X(01).
000635            05 DRS-PART2-FOUND-SW      PIC X(01).
000636            05 FILLER                  PIC X(01).
000637            05 DRS-RERUN-SW            PIC X(01).
000638            05 FILLER                  PIC X(01).
000639            05 DRS-BUSINESS-DATE       PIC X(10).
000640            05 FILLER                  PIC X(01).
000641            05 DRS-REVERSAL-SW         PIC X(01).
000642            05 FILLER                  PIC X(01).
000643            05 DRS-XMIT-SEQUENCE       PIC X(06).
000644*
000645     WORKING-STORAGE SECTION.
000646*
000647     01  WS-SWITCHES.
000648         05  WS-EOF-SW                 PIC X(01) VALUE "N".
000649             88  WS-EOF                VALUE "Y".
000650         05  WS-GRAND-OVERFLOW-SW      PIC X(01) VALUE "N".
000651             88  WS-GRAND-OVERFLOW     VALUE "Y".
000652         05  WS-BATCH-CHECKPOINT-FOUND-SW PIC X(01) VALUE "N".
000653             88  WS-BATCH-CHECKPOINT-FOUND VALUE "Y".
000654         05  WS-BATCH-CHECKPOINT-STATUS-SW PIC X(01) VALUE "I".
000655             88  WS-BATCH-MARK-COMPLETE    VALUE "C".
000656             88  WS-BATCH-MARK-INPROGRESS  VALUE "I".
000657*
000658         05  WS-FILELIST-FILE-STATUS   PIC X(02).
000659             88  WS-FILELIST-FILE-NOT-FOUND VALUE "35".
000660         05  WS-RESULT-FILE-STATUS     PIC X(02).
000661             88  WS-RESULT-FILE-NOT-FOUND VALUE "35".
000662         05  WS-AUDX-FILE-STATUS       PIC X(02).
000663             88  WS-AUDX-FILE-OK       VALUE "00".
000664         05  WS-FILE-SKIPPED-SW        PIC X(01) VALUE "N".
000665             88  WS-FILE-SKIPPED       VALUE "Y".
000666*
000667     01  WS-BATCH-SKIP-COUNT           PIC 9(05) COMP VALUE 0.
000668*
000669     01  WS-GUARD-FIELDS.
000670         05  WS-PARM-LINE              PIC X(80).
000671         05  WS-PARM-TOKEN1            PIC X(08).
000672         05  WS-PARM-TOKEN2            PIC X(08).
000673         05  WS-ENV-FORCE              PIC X(08).
000674         05  WS-ENV-PART2              PIC X(08).
000675         05  WS-PART2-SW               PIC X(01) VALUE "N".
000676             88  WS-PART2-REQUESTED    VALUE "Y".
000677         05  WS-FORCE-SW               PIC X(01) VALUE "N".
000678             88  WS-FORCED-RERUN       VALUE "Y".
000679         05  WS-AUDIT-EOF-SW           PIC X(01).
000680             88  WS-AUDIT-EOF          VALUE "Y".
000681         05  WS-DUPLICATE-SW           PIC X(01).
000682             88  WS-DUPLICATE-RUN      VALUE "Y".
000683         05  WS-TODAY                  PIC X(10).
000684     01  WS-CURRENT-DATE-FIELDS.
000685         05  WS-CURRENT-DATE.
000686             10  WS-CURRENT-YYYY       PIC 9(04).
000687             10  WS-CURRENT-MM         PIC 9(02).
000688             10  WS-CURRENT-DD         PIC 9(02).
000689*
000690     01  WS-JOB-RETURN-CODE            PIC 9(02) COMP VALUE 0.
000691*
000692     01  WS-BATCH-TOTALS.
000693         05  WS-FILE-COUNT             PIC 9(05) COMP VALUE 0.
000694         05  WS-GRAND-RECCOUNT         PIC 9(09) COMP VALUE 0.
000695         05  WS-GRAND-REJECTCOUNT      PIC 9(09) COMP VALUE 0.
000696         05  WS-GRAND-FREQUENCYSUM     PIC S9(10) COMP-3 VALUE 0.
000700         05  WS-GRAND-RESULT           PIC S9(10) COMP-3.
000710*
000720     COPY DL100CLC.
000725     COPY DL100RPT.
000730     COPY DL100AUD.
000731     COPY DL100EXC.
000732     COPY DL100PRM.
000916     END-IF.
000917*
000918     MOVE SPACES TO WS-PARM-LINE
000919     MOVE SPACES TO WS-PARM-TOKEN1
000920     MOVE SPACES TO WS-PARM-TOKEN2
000921     MOVE SPACES TO WS-ENV-FORCE
000922     MOVE SPACES TO WS-ENV-PART2
000923     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
000924     ACCEPT WS-ENV-FORCE FROM ENVIRONMENT "DAYFORCE".
000925     ACCEPT WS-ENV-PART2 FROM ENVIRONMENT "DAYPART2".
000926     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
000927         INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2.
000928*
000929     IF WS-PARM-TOKEN1 = "FORCE" OR WS-PARM-TOKEN2 = "FORCE"
000930         OR WS-ENV-FORCE(1:1) = "Y"
000931         SET WS-FORCED-RERUN TO TRUE
000932         DISPLAY "ADVBATCH: FORCE OPTION GIVEN - FILES ALREADY "
000933                 "TOTALLED TODAY WILL RERUN MARKED R"
000934         DISPLAY "ADVBATCH: FORCE OPTION GIVEN - DEVICE SECTIONS "
000935                 "ALREADY TOTALLED FROM ANOTHER FILE WILL COUNT"
000936     END-IF.
000937     IF WS-PARM-TOKEN1 = "PART2" OR WS-PARM-TOKEN2 = "PART2"
000938         OR WS-ENV-PART2(1:1) = "Y"
000939         SET WS-PART2-REQUESTED TO TRUE
000940         DISPLAY "ADVBATCH: PART 2 OPTION GIVEN - EACH FILE GETS "
000941                 "A PART 2 SEARCH AND A DAYRSLT RECORD"
000942     END-IF.
000943     MOVE DL100-PRM-OUT-MAXCYCLES TO DL100-RPT-IN-MAXCYCLES
000944     MOVE DL100-PRM-OUT-MAXTABLE TO DL100-RPT-IN-MAXTABLE
000945     MOVE DL100-PRM-OUT-RECFORMAT TO DL100-RPT-IN-RECFORMAT.
000946*
000947     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000948     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
000949         WS-CURRENT-DD DELIMITED BY SIZE INTO WS-TODAY.
000950*
000951     OPEN INPUT DAYONE-FILELIST.
000952     IF WS-FILELIST-FILE-NOT-FOUND
000953         DISPLAY "ADVBATCH: FILE LIST NOT FOUND - DAYLIST"
000954         MOVE 16 TO WS-JOB-RETURN-CODE
000955         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
000956         STOP RUN
000957     END-IF.
000958     OPEN OUTPUT DAYBATCH-SUMMARY.
000959 1000-EXIT.
000960     EXIT.
000961*
000962****************************************************************
000963*    1100-BATCH-CHECKPOINT-LOAD - IF A PRIOR IN-PROGRESS BATCH *
000964*    BOOKMARK EXISTS, RESTORE THE GRAND TOTALS SEEN SO FAR AND *
000965*    THE NUMBER OF FILES ALREADY COMPLETED.                    *
000966****************************************************************
000967 1100-BATCH-CHECKPOINT-LOAD.
000968     MOVE "N" TO WS-BATCH-CHECKPOINT-FOUND-SW
000969     OPEN INPUT DAYONE-BATCH-CHECKPOINT.
000970     READ DAYONE-BATCH-CHECKPOINT
000971         AT END
000972             CONTINUE
000973         NOT AT END
000974             IF BC-STATUS = "I"
000975                 SET WS-BATCH-CHECKPOINT-FOUND TO TRUE
000976                 MOVE BC-COMPLETED-COUNT TO WS-BATCH-SKIP-COUNT
000977                 MOVE BC-COMPLETED-COUNT TO WS-FILE-COUNT
000978                 MOVE BC-GRAND-RECCOUNT TO WS-GRAND-RECCOUNT
000979                 MOVE BC-GRAND-REJECTCOUNT
000980                     TO WS-GRAND-REJECTCOUNT
000981                 MOVE BC-GRAND-FREQUENCYSUM
000982                     TO WS-GRAND-FREQUENCYSUM
000983                 MOVE BC-RETURN-CODE TO WS-JOB-RETURN-CODE
000984             END-IF
000985     END-READ.
000986     CLOSE DAYONE-BATCH-CHECKPOINT.
000987 1100-EXIT.
000988     EXIT.
000989*
000990****************************************************************
000991*    1200-SKIP-COMPLETED-FILES - DISCARD ONE DAYLIST RECORD    *
000992*    ALREADY ACCOUNTED FOR BY THE RESTORED BOOKMARK.           *
000993****************************************************************
000994 1200-SKIP-COMPLETED-FILES.
000995     IF NOT WS-EOF
000996         READ DAYONE-FILELIST
000997             AT END SET WS-EOF TO TRUE
000998         END-READ
000999     END-IF.
001000 1200-EXIT.
001001     EXIT.
001002*
001003****************************************************************
001004*    2000-PROCESS-FILELIST - READ ONE FILE NAME AND DRIVE THE  *
001005*    SINGLE-FILE TOTAL AND AUDIT SUBPROGRAMS AGAINST IT.       *
001006****************************************************************
001010 2000-PROCESS-FILELIST.
001020     READ DAYONE-FILELIST
001030         AT END
001090     EXIT.
001100*
001110****************************************************************
001111*    2050-CHECK-DUPLICATE-RUN - LOOK FOR A COMPLETED AUDIT     *
001112*    ENTRY (RC 04 OR UNDER, OR AN OLDER RECORD WITH NO RC      *
001113*    FIELD) WITH THIS FILENAME AND TODAY'S RUN DATE, THE SAME  *
001114*    GUARD ADVENTOFCODE APPLIES BEFORE A SINGLE-FILE RUN.  THE *
001115*    DAYAUDX INDEX IS READ BY KEY (2070); THE WHOLE TRAIL IS   *
001116*    SCANNED (2060) ONLY WHEN NO INDEX HAS BEEN BUILT YET.     *
001117*    A FAILED ENTRY DOES NOT TRIP THE GUARD, SO THE ADVRETRY   *
001118*    SAME-DAY RETRY FLOW RUNS WITHOUT THE FORCE OPTION.        *
001119****************************************************************
001120 2050-CHECK-DUPLICATE-RUN.
001121     MOVE "N" TO WS-DUPLICATE-SW
001122     MOVE "N" TO WS-AUDIT-EOF-SW
001123     OPEN INPUT DAYONE-AUDIT-INDEX.
001124     IF WS-AUDX-FILE-OK
001125         PERFORM 2070-PROBE-AUDIT-INDEX THRU 2070-EXIT
001126         CLOSE DAYONE-AUDIT-INDEX
001127     ELSE
001128         OPEN INPUT DAYONE-AUDIT
001129         PERFORM 2060-SCAN-ONE-AUDIT-ENTRY THRU 2060-EXIT
001130             UNTIL WS-AUDIT-EOF OR WS-DUPLICATE-RUN
001131         CLOSE DAYONE-AUDIT
001132     END-IF.
001133 2050-EXIT.
001134     EXIT.
001135*
001136 2060-SCAN-ONE-AUDIT-ENTRY.
001137     READ DAYONE-AUDIT
001138         AT END
001139             SET WS-AUDIT-EOF TO TRUE
001140         NOT AT END
001141             IF DA-RUN-DATE = WS-TODAY
001142                 AND DA-INPUT-FILENAME = FL-FILENAME
001143                 AND DA-REVERSED-SW NOT = "V"
001144                 AND (DA-RETURN-CODE = SPACES
001145                     OR DA-RETURN-CODE NOT > "04")
001146                 SET WS-DUPLICATE-RUN TO TRUE
001147             END-IF
001148     END-READ.
001149 2060-EXIT.
001150     EXIT.
001151*
001152 2070-PROBE-AUDIT-INDEX.
001153     MOVE FL-FILENAME TO AX-INPUT-FILENAME
001154     MOVE WS-TODAY TO AX-RUN-DATE
001155     MOVE 0 TO AX-ENTRY-SEQ.
001156     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
001157         INVALID KEY
001158             GO TO 2070-EXIT
001159     END-START.
001160     PERFORM 2080-READ-ONE-INDEX-ENTRY THRU 2080-EXIT
001161         UNTIL WS-AUDIT-EOF OR WS-DUPLICATE-RUN.
001162 2070-EXIT.
001163     EXIT.
001164*
001165 2080-READ-ONE-INDEX-ENTRY.
001166     READ DAYONE-AUDIT-INDEX NEXT RECORD
001167         AT END
001168             SET WS-AUDIT-EOF TO TRUE
001169         NOT AT END
001170             IF AX-INPUT-FILENAME NOT = FL-FILENAME
001171                 OR AX-RUN-DATE NOT = WS-TODAY
001172                 SET WS-AUDIT-EOF TO TRUE
001173             ELSE
001174                 IF AX-REVERSED-SW NOT = "V"
001175                     AND (AX-RETURN-CODE = SPACES
001176                         OR AX-RETURN-CODE NOT > "04")
001177                     SET WS-DUPLICATE-RUN TO TRUE
001178                 END-IF
001179             END-IF
001180     END-READ.
001181 2080-EXIT.
001182     EXIT.
001183*
001184****************************************************************
001185*    2100-PROCESS-ONE-FILE - TOTAL AND AUDIT ONE FILE (2110),  *
001186*    ROLL ITS RESULT INTO THE BATCH TOTALS, RUN ITS PART 2     *
001187*    SEARCH WHEN ASKED FOR, AND WRITE ITS DETAIL LINE.  A FILE *
001188*    WHOSE PART 2 BOOKMARK IS RESTORED ALREADY TOTALLED AND    *
001189*    AUDITED ON THE INTERRUPTED ATTEMPT, SO 2110 IS SKIPPED -  *
001190*    THE SAME RULE ADVENTOFCODE FOLLOWS.                       *
001191****************************************************************
001192 2100-PROCESS-ONE-FILE.
001193     MOVE "N" TO WS-FILE-SKIPPED-SW
001194     MOVE "N" TO WS-DUPLICATE-SW
001195     MOVE FL-FILENAME TO DL100-CLC-IN-FILENAME.
001196     SET DL100-RPT-NOT-RESUMED TO TRUE.
001197     IF WS-PART2-REQUESTED
001198         PERFORM 2200-PART2-BOOKMARK-LOAD THRU 2200-EXIT
001199     END-IF.
001200     IF DL100-RPT-NOT-RESUMED
001201         PERFORM 2110-TOTAL-ONE-FILE THRU 2110-EXIT
001202     END-IF.
001203     IF WS-FILE-SKIPPED
001204         GO TO 2100-EXIT
001205     END-IF.
001206*
001207     IF DL100-CLC-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
001208         MOVE DL100-CLC-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
001209     END-IF.
001210*
001211     ADD 1 TO WS-FILE-COUNT.
001212     ADD DL100-CLC-OUT-RECCOUNT TO WS-GRAND-RECCOUNT.
001213     ADD DL100-CLC-OUT-REJECTCOUNT TO WS-GRAND-REJECTCOUNT.
001220*
001225     MOVE "N" TO WS-GRAND-OVERFLOW-SW.
001230     ADD DL100-CLC-OUT-FREQUENCYSUM TO WS-GRAND-FREQUENCYSUM
001380         MOVE 8 TO WS-JOB-RETURN-CODE
001390     END-IF.
001400*
001410     IF WS-PART2-REQUESTED
001411         PERFORM 2300-FIND-REPEATED-FREQUENCY THRU 2300-EXIT
001415     END-IF.
001460*
001470     MOVE SPACES TO DAYBATCH-SUMMARY-FILE.
001480     SET BS-IS-FILE-DETAIL TO TRUE.
001596     SET WS-BATCH-MARK-INPROGRESS TO TRUE.
001597     PERFORM 9000-BATCH-CHECKPOINT-SAVE THRU 9000-EXIT.
001600 2100-EXIT.
001601     EXIT.
001602*
001603****************************************************************
001604*    2110-TOTAL-ONE-FILE - GUARD AGAINST A FILE THAT ALREADY   *
001605*    TOTALLED TODAY, THEN TOTAL IT AND AUDIT IT.               *
001606****************************************************************
001607 2110-TOTAL-ONE-FILE.
001608     PERFORM 2050-CHECK-DUPLICATE-RUN THRU 2050-EXIT.
001609     IF WS-DUPLICATE-RUN AND NOT WS-FORCED-RERUN
001610         DISPLAY "ADVBATCH: " FL-FILENAME(1:40)
001611                 " ALREADY HAS A COMPLETED AUDIT ENTRY FOR "
001612                 WS-TODAY " - FILE SKIPPED"
001613         IF WS-JOB-RETURN-CODE < 20
001614             MOVE 20 TO WS-JOB-RETURN-CODE
001615         END-IF
001616         SET WS-FILE-SKIPPED TO TRUE
001617         GO TO 2110-EXIT
001618     END-IF.
001619*
001620     SET DL100-CLC-MODE-NORMAL TO TRUE
001621     IF WS-FORCED-RERUN
001622         SET DL100-CLC-FORCE TO TRUE
001623     ELSE
001624         SET DL100-CLC-NO-FORCE TO TRUE
001625     END-IF.
001626     CALL "ADVFREQCALC" USING DL100-CLC-LINKAGE.
001627*
001628     MOVE DL100-CLC-IN-FILENAME TO DL100-AUD-IN-FILENAME.
001629     IF WS-FORCED-RERUN AND WS-DUPLICATE-RUN
001630         SET DL100-AUD-RERUN TO TRUE
001631     ELSE
001632         SET DL100-AUD-NOT-RERUN TO TRUE
001633     END-IF.
001634     MOVE DL100-CLC-OUT-BUSDATE TO DL100-AUD-IN-BUSDATE.
001635     SUBTRACT DL100-CLC-OUT-HELDCOUNT FROM DL100-CLC-OUT-RECCOUNT
001636         GIVING DL100-AUD-IN-RECCOUNT.
001637     MOVE DL100-CLC-OUT-REJECTCOUNT TO DL100-AUD-IN-REJECTCOUNT.
001638     MOVE DL100-CLC-OUT-FREQUENCYSUM TO DL100-AUD-IN-FREQUENCYSUM.
001639     MOVE DL100-CLC-OUT-RETURN-CODE TO DL100-AUD-IN-RETCODE.
001640     CALL "ADVAUDWRT" USING DL100-AUD-LINKAGE.
001641     IF DL100-AUD-OUT-RETURN-CODE NOT = 0
001642         DISPLAY "ADVBATCH: " FL-FILENAME(1:40)
001643                 " AUDIT INDEX NOT UPDATED - RC "
001644                 DL100-AUD-OUT-RETURN-CODE
001645         IF WS-JOB-RETURN-CODE < 4
001646             MOVE 4 TO WS-JOB-RETURN-CODE
001647         END-IF
001648     END-IF.
001649 2110-EXIT.
001650     EXIT.
001651*
001652****************************************************************
001653*    2200-PART2-BOOKMARK-LOAD - HAVE ADVRPTFRQ LOOK FOR AN     *
001654*    IN-PROGRESS PART 2 BOOKMARK FOR THIS FILE.  WHEN ONE IS   *
001655*    RESTORED, PART 1'S FIGURES COME BACK IN DL100-CLC-LINKAGE *
001656*    AND THE FILE'S PART 1 RETURN CODE IS RE-DERIVED FROM THE  *
001657*    CONTROL-TOTAL AND OVERFLOW VERDICTS SAVED WITH THEM.      *
001658****************************************************************
001659 2200-PART2-BOOKMARK-LOAD.
001660     MOVE FL-FILENAME TO DL100-RPT-IN-FILENAME
001661     SET DL100-RPT-LOAD-BOOKMARK TO TRUE
001662     CALL "ADVRPTFRQ" USING DL100-RPT-LINKAGE DL100-CLC-LINKAGE.
001663     IF DL100-RPT-NOT-RESUMED
001664         GO TO 2200-EXIT
001665     END-IF.
001666*
001667     DISPLAY "ADVBATCH: " FL-FILENAME(1:40)
001668             " PART 1 RESULTS RESTORED FROM THE PART 2 BOOKMARK"
001669             " - INPUT NOT RE-TOTALLED".
001670     MOVE 0 TO DL100-CLC-OUT-RETURN-CODE.
001671     IF DL100-CLC-CTRL-PRESENT AND DL100-CLC-CTRL-MISMATCH
001672         MOVE 8 TO DL100-CLC-OUT-RETURN-CODE
001673     END-IF.
001674     IF DL100-CLC-OVERFLOW-YES
001675         MOVE 16 TO DL100-CLC-OUT-RETURN-CODE
001676     END-IF.
001677 2200-EXIT.
001678     EXIT.
001679*
001680****************************************************************
001681*    2300-FIND-REPEATED-FREQUENCY - RUN THE PART 2 SEARCH FOR  *
001682*    THIS FILE THROUGH ADVRPTFRQ, RESUMING FROM THE BOOKMARK   *
001683*    2200 RESTORED WHEN THERE IS ONE, AND WRITE ITS DAYRSLT    *
001684*    RECORD.  RC 12 (NO REPEAT) AND RC 16 ROLL INTO THE BATCH  *
001685*    RETURN CODE BUT DO NOT STOP THE REST OF THE LIST.         *
001686****************************************************************
001687 2300-FIND-REPEATED-FREQUENCY.
001688     SET DL100-RPT-SEARCH TO TRUE
001689     CALL "ADVRPTFRQ" USING DL100-RPT-LINKAGE DL100-CLC-LINKAGE.
001690     IF DL100-RPT-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
001691         MOVE DL100-RPT-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
001692     END-IF.
001693     IF DL100-RPT-FOUND
001694         DISPLAY "ADVBATCH: " FL-FILENAME(1:40)
001695                 " PART 2=" DL100-RPT-OUT-FREQUENCY
001696                 " CYCLES=" DL100-RPT-OUT-CYCLES
001697     ELSE
001698         DISPLAY "ADVBATCH: " FL-FILENAME(1:40)
001699                 " PART 2 NOT FOUND - RC "
001700                 DL100-RPT-OUT-RETURN-CODE
001701     END-IF.
001702*
001703     MOVE SPACES TO DAYONE-RESULT-FILE.
001704     MOVE WS-TODAY TO DRS-RUN-DATE.
001705     MOVE FL-FILENAME TO DRS-INPUT-FILE-ID.
001706     MOVE DL100-CLC-OUT-FREQUENCYSUM TO DRS-PART1-FREQUENCY.
001707     IF DL100-RPT-FOUND
001708         MOVE DL100-RPT-OUT-FREQUENCY TO DRS-PART2-FREQUENCY
001709         MOVE "Y" TO DRS-PART2-FOUND-SW
001710     ELSE
001711         MOVE 0 TO DRS-PART2-FREQUENCY
001712         MOVE "N" TO DRS-PART2-FOUND-SW
001713     END-IF.
001714     IF WS-FORCED-RERUN AND WS-DUPLICATE-RUN
001715         MOVE "R" TO DRS-RERUN-SW
001716     END-IF.
001717     MOVE DL100-CLC-OUT-BUSDATE TO DRS-BUSINESS-DATE.
001718*
001719     OPEN EXTEND DAYONE-RESULT.
001720     IF WS-RESULT-FILE-NOT-FOUND
001721         OPEN OUTPUT DAYONE-RESULT
001722     END-IF.
001723     WRITE DAYONE-RESULT-FILE.
001724     CLOSE DAYONE-RESULT.
001725 2300-EXIT.
001726     EXIT.
001727*
001728****************************************************************
001729*    8000-WRITE-GRAND-TOTAL - APPEND ONE RECORD SUMMARIZING    *
001730*    EVERY FILE PROCESSED IN THIS BATCH.                       *
001731****************************************************************
001732 8000-WRITE-GRAND-TOTAL.
001733     MOVE SPACES TO DAYBATCH-SUMMARY-FILE.
001734     SET BS-IS-GRAND-TOTAL TO TRUE.
001735     MOVE WS-FILE-COUNT TO BS-RECCOUNT.
001736     MOVE "** FILES IN THIS BATCH **" TO BS-INPUT-FILENAME.
001737     MOVE WS-GRAND-REJECTCOUNT TO BS-REJECTCOUNT.
001738     MOVE WS-GRAND-FREQUENCYSUM TO BS-FREQUENCYSUM.
001740     MOVE WS-JOB-RETURN-CODE TO BS-RETURN-CODE.
001750     WRITE DAYBATCH-SUMMARY-FILE.
001760*
