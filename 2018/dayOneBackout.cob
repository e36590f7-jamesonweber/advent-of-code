000140*                  INTO DAYAUD, DAYRSLT AND THE ROLLUPS        *
000150*                  FOREVER, AND THE ONLY REMEDY WAS A MEMO     *
000160*                  TELLING EVERYONE TO SUBTRACT IT BY HAND.    *
000161* 2026-10-15  JWB  THE DAYAUDX INDEX IS NOW CHECKED FIRST - A  *
000162*                  DATE AND FILENAME WITH NO ACTIVE ENTRY IS   *
000163*                  TURNED AWAY (RC 8) WITHOUT READING THE      *
000164*                  WHOLE TRAIL - AND THE INDEX ENTRIES ARE     *
000165*                  MARKED "V" ALONG WITH THE DAYAUD ENTRIES SO *
000166*                  THE GUARDS READING THE INDEX SEE THE        *
000167*                  REVERSAL.                                   *
000168* 2026-10-15  JWB  DAYRSLT RECORD GAINS DRS-XMIT-SEQUENCE      *
000169*                  (ADVRSLXMT TRANSMISSION NUMBER).  THE       *
000170*                  REVERSAL RECORDS APPENDED HERE CARRY IT     *
000171*                  BLANK, SO THEY GO OUT IN THE NEXT           *
000172*                  TRANSMISSION.                               *
000173* 2026-10-15  JWB  THE DAYAUDX OPEN FOR MARKING IS NOW CHECKED *
000174*                  - A MISSING INDEX SKIPS THE MARKING WITH RC *
000175*                  4, ANY OTHER FAILURE IS RC 8.               *
000176****************************************************************
000180*
000190****************************************************************
000200*    THIS MAINLINE TAKES A RUN DATE AND INPUT FILENAME         *
000300*    DUPLICATE-RUN GUARD ALL RECOGNIZE THE "V" MARKERS AND     *
000310*    LEAVE REVERSED ENTRIES OUT.  NOTHING MATCHING THE DATE    *
000320*    AND FILENAME IS AN ERROR (RC 8) AND NOTHING IS CHANGED.   *
000322*    THE DAYAUDX INDEX IS READ BY KEY FIRST TO SEE WHETHER     *
000324*    THERE IS ANYTHING TO REVERSE, AND ITS ENTRIES ARE MARKED  *
000326*    "V" ALONGSIDE DAYAUD'S.  WITH NO INDEX BUILT YET THE      *
000328*    TRAIL ALONE IS READ AND MARKED, AS BEFORE.                *
000330****************************************************************
000340 ENVIRONMENT DIVISION.
000350     INPUT-OUTPUT SECTION.
000470*
000480         SELECT DAYONE-BACKOUT-WORK ASSIGN TO "DAYBKWRK"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000491*
000492         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS AX-KEY
000496         FILE STATUS IS WS-AUDX-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520     FILE SECTION.
000920            05 FILLER                  PIC X(01).
000930            05 DRS-REVERSAL-SW         PIC X(01).
000940                88  DRS-IS-REVERSAL    VALUE "V".
000943            05 FILLER                  PIC X(01).
000946            05 DRS-XMIT-SEQUENCE       PIC X(06).
000950*
000960     FD DAYONE-REJECT.
000970         01 DAYONE-REJECT-FILE.
001080     FD DAYONE-BACKOUT-WORK.
001090         01 DAYONE-BACKOUT-WORK-REC    PIC X(200).
001100*
001101     FD DAYONE-AUDIT-INDEX.
001102         01 DAYONE-AUDIT-INDEX-REC.
001103            05 AX-KEY.
001104               10 AX-INPUT-FILENAME    PIC X(80).
001105               10 AX-RUN-DATE          PIC X(10).
001106               10 AX-ENTRY-SEQ         PIC 9(03).
001107            05 AX-RUN-TIME             PIC X(08).
001108            05 AX-RECCOUNT             PIC 9(09).
001109            05 AX-FREQUENCYSUM         PIC S9(10)
001110                                 SIGN IS LEADING SEPARATE.
001111            05 AX-REJECTCOUNT          PIC 9(09).
001112            05 AX-RERUN-SW             PIC X(01).
001113            05 AX-BUSINESS-DATE        PIC X(10).
001114            05 AX-REVERSED-SW          PIC X(01).
001115                88  AX-IS-REVERSED     VALUE "V".
001116            05 AX-RETURN-CODE          PIC X(02).
001117*
001118     WORKING-STORAGE SECTION.
001120*
001130     01  WS-SWITCHES.
001140         05  WS-EOF-SW                 PIC X(01).
001190             88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
001200         05  WS-RESULT-FILE-STATUS     PIC X(02).
001210             88  WS-RESULT-FILE-NOT-FOUND VALUE "35".
001212         05  WS-AUDX-FILE-STATUS       PIC X(02).
001214             88  WS-AUDX-FILE-OK       VALUE "00".
001216         05  WS-AUDX-PRESENT-SW        PIC X(01) VALUE "N".
001218             88  WS-AUDX-PRESENT       VALUE "Y".
001220*
001230     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001240*
001360         05  WS-AUDIT-MARKED           PIC 9(05) COMP VALUE 0.
001370         05  WS-RESULT-REVERSED        PIC 9(05) COMP VALUE 0.
001380         05  WS-REJECT-FLAGGED         PIC 9(05) COMP VALUE 0.
001383         05  WS-INDEX-ACTIVE           PIC 9(05) COMP VALUE 0.
001386         05  WS-INDEX-MARKED           PIC 9(05) COMP VALUE 0.
001390*
001400     01  WS-REVERSAL-FIELDS.
001410         05  WS-NEGATED-PART1          PIC S9(10) COMP.
001620*
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 1500-CHECK-AUDIT-INDEX THRU 1500-EXIT.
001651     IF WS-AUDX-PRESENT AND WS-INDEX-ACTIVE = 0
001652         CONTINUE
001653     ELSE
001654         PERFORM 2000-REVERSE-AUDIT-ENTRIES THRU 2000-EXIT
001655         IF WS-AUDX-PRESENT
001656             PERFORM 2600-MARK-INDEX-ENTRIES THRU 2600-EXIT
001657         END-IF
001658     END-IF.
001660     IF WS-AUDIT-MARKED = 0
001670         DISPLAY "ADVBKOUT: NO ACTIVE AUDIT ENTRY FOR "
001680                 WS-BACKOUT-DATE " "
002240     DISPLAY "ADVBKOUT: REVERSING " WS-BACKOUT-DATE " "
002250             WS-BACKOUT-FILENAME(1:40).
002260 1000-EXIT.
002261     EXIT.
002262*
002263****************************************************************
002264*    1500-CHECK-AUDIT-INDEX - COUNT THE ACTIVE DAYAUDX ENTRIES *
002265*    UNDER THE RUN DATE AND FILENAME.  NONE MEANS THERE IS     *
002266*    NOTHING TO REVERSE AND DAYAUD IS NEVER OPENED.  WITH NO   *
002267*    INDEX ON DISK THE WHOLE TRAIL IS READ AS BEFORE.          *
002268****************************************************************
002269 1500-CHECK-AUDIT-INDEX.
002270     MOVE 0 TO WS-INDEX-ACTIVE
002271     MOVE "N" TO WS-EOF-SW
002272     OPEN INPUT DAYONE-AUDIT-INDEX.
002273     IF NOT WS-AUDX-FILE-OK
002274         DISPLAY "ADVBKOUT: NO DAYAUDX INDEX (STATUS "
002275                 WS-AUDX-FILE-STATUS ") - READING THE WHOLE "
002276                 "AUDIT TRAIL"
002277         MOVE "N" TO WS-AUDX-PRESENT-SW
002278         GO TO 1500-EXIT
002279     END-IF.
002280     SET WS-AUDX-PRESENT TO TRUE.
002281     MOVE WS-BACKOUT-FILENAME TO AX-INPUT-FILENAME
002282     MOVE WS-BACKOUT-DATE TO AX-RUN-DATE
002283     MOVE 0 TO AX-ENTRY-SEQ.
002284     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
002285         INVALID KEY
002286             SET WS-EOF TO TRUE
002287     END-START.
002288     PERFORM 1510-COUNT-ONE-INDEX-ENTRY THRU 1510-EXIT
002289         UNTIL WS-EOF.
002290     CLOSE DAYONE-AUDIT-INDEX.
002291 1500-EXIT.
002292     EXIT.
002293*
002294 1510-COUNT-ONE-INDEX-ENTRY.
002295     READ DAYONE-AUDIT-INDEX NEXT RECORD
002296         AT END
002297             SET WS-EOF TO TRUE
002298         NOT AT END
002299             IF AX-INPUT-FILENAME NOT = WS-BACKOUT-FILENAME
002300                 OR AX-RUN-DATE NOT = WS-BACKOUT-DATE
002301                 SET WS-EOF TO TRUE
002302             ELSE
002303                 IF NOT AX-IS-REVERSED
002304                     ADD 1 TO WS-INDEX-ACTIVE
002305                 END-IF
002306             END-IF
002307     END-READ.
002308 1510-EXIT.
002309     EXIT.
002310*
002311****************************************************************
002312*    2000-REVERSE-AUDIT-ENTRIES - COPY DAYAUD THROUGH THE      *
002313*    WORK FILE, MARKING EVERY MATCHING ACTIVE ENTRY "V".  THE  *
002320*    ORIGINAL FIGURES STAY ON THE TRAIL.                       *
002330****************************************************************
002340 2000-REVERSE-AUDIT-ENTRIES.
002900                 FROM DAYONE-BACKOUT-WORK-REC
002910     END-READ.
002920 2510-EXIT.
002921     EXIT.
002922*
002923****************************************************************
002924*    2600-MARK-INDEX-ENTRIES - MARK THE SAME ENTRIES "V" ON    *
002925*    THE DAYAUDX INDEX.  THE COUNT SHOULD MATCH WHAT 2000      *
002926*    MARKED ON DAYAUD; IF IT DOES NOT, THE INDEX HAS DRIFTED   *
002927*    FROM THE TRAIL AND WANTS THE ADVARCHV REBUILD (RC 4).     *
002928*    AN INDEX GONE SINCE 1500 LOOKED IS SKIPPED WITH RC 4;     *
002929*    ANY OTHER OPEN FAILURE IS RC 8.                           *
002930****************************************************************
002931 2600-MARK-INDEX-ENTRIES.
002932     MOVE 0 TO WS-INDEX-MARKED
002933     MOVE "N" TO WS-EOF-SW
002934     OPEN I-O DAYONE-AUDIT-INDEX.
002935     IF NOT WS-AUDX-FILE-OK
002936         IF WS-AUDX-FILE-STATUS = "35"
002937             DISPLAY "ADVBKOUT: NO DAYAUDX INDEX - INDEX ENTRIES "
002938                     "NOT MARKED"
002939             IF WS-JOB-RETURN-CODE < 4
002940                 MOVE 4 TO WS-JOB-RETURN-CODE
002941             END-IF
002942         ELSE
002943             DISPLAY "ADVBKOUT: DAYAUDX OPEN FAILED, STATUS "
002944                     WS-AUDX-FILE-STATUS " - INDEX ENTRIES NOT "
002945                     "MARKED"
002946             IF WS-JOB-RETURN-CODE < 8
002947                 MOVE 8 TO WS-JOB-RETURN-CODE
002948             END-IF
002949         END-IF
002950         GO TO 2600-EXIT
002951     END-IF.
002952     MOVE WS-BACKOUT-FILENAME TO AX-INPUT-FILENAME
002953     MOVE WS-BACKOUT-DATE TO AX-RUN-DATE
002954     MOVE 0 TO AX-ENTRY-SEQ.
002955     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
002956         INVALID KEY
002957             SET WS-EOF TO TRUE
002958     END-START.
002959     PERFORM 2610-MARK-ONE-INDEX-ENTRY THRU 2610-EXIT
002960         UNTIL WS-EOF.
002961     CLOSE DAYONE-AUDIT-INDEX.
002962*
002963     IF WS-INDEX-MARKED NOT = WS-AUDIT-MARKED
002964         DISPLAY "ADVBKOUT: " WS-INDEX-MARKED " DAYAUDX ENTRY(S)"
002965                 " MARKED AGAINST " WS-AUDIT-MARKED " ON DAYAUD "
002966                 "- REBUILD THE INDEX WITH ADVARCHV REBUILD"
002967         IF WS-JOB-RETURN-CODE < 4
002968             MOVE 4 TO WS-JOB-RETURN-CODE
002969         END-IF
002970     END-IF.
002971 2600-EXIT.
002972     EXIT.
002973*
002974 2610-MARK-ONE-INDEX-ENTRY.
002975     READ DAYONE-AUDIT-INDEX NEXT RECORD
002976         AT END
002977             SET WS-EOF TO TRUE
002978         NOT AT END
002979             IF AX-INPUT-FILENAME NOT = WS-BACKOUT-FILENAME
002980                 OR AX-RUN-DATE NOT = WS-BACKOUT-DATE
002981                 SET WS-EOF TO TRUE
002982             ELSE
002983                 IF NOT AX-IS-REVERSED
002984                     MOVE "V" TO AX-REVERSED-SW
002985                     REWRITE DAYONE-AUDIT-INDEX-REC
002986                         INVALID KEY
002987                             DISPLAY "ADVBKOUT: DAYAUDX REWRITE "
002988                                     "FAILED, STATUS "
002989                                     WS-AUDX-FILE-STATUS
002990                         NOT INVALID KEY
002991                             ADD 1 TO WS-INDEX-MARKED
002992                     END-REWRITE
002993                 END-IF
002994             END-IF
002995     END-READ.
002996 2610-EXIT.
002997     EXIT.
002998*
002999****************************************************************
003000*    3000-WRITE-RESULT-REVERSALS - COLLECT THE FIGURES OF      *
003001*    EVERY MATCHING LIVE RESULT RECORD, THEN APPEND ONE        *
003002*    OFFSETTING "V" RECORD PER ORIGINAL WITH THE NEGATED       *
003003*    FIGURES AND TODAY'S RUN DATE.  A FILE BATCHED WITHOUT     *
003004*    THE PART 2 OPTION HAS NO DAYRSLT RECORD - THE REVERSED    *
003010*    AUDIT ENTRY ALONE CARRIES THE BACKOUT IN THAT CASE.       *
003020****************************************************************
003030 3000-WRITE-RESULT-REVERSALS.
003040     MOVE "N" TO WS-EOF-SW
