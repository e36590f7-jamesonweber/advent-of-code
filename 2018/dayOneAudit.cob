000129*                  GUARD CAN TELL A COMPLETED RUN FROM A       *
000130*                  FAILED ONE AND LET A SAME-DAY RETRY GO      *
000131*                  THROUGH WITHOUT THE FORCE OPTION.           *
000133* 2026-10-15  JWB  EVERY APPEND NOW ALSO ADDS AN ENTRY TO THE  *
000135*                  DAYAUDX INDEX, KEYED ON INPUT FILENAME PLUS *
000137*                  RUN DATE, SO THE DUPLICATE-RUN GUARDS AND   *
000139*                  ADVBKOUT CAN GO STRAIGHT TO A FILE'S        *
000141*                  ENTRIES INSTEAD OF READING THE WHOLE TRAIL. *
000142* 2026-10-15  JWB  THE OPEN THAT CREATES DAYAUDX IS NOW CHECKED*
000143*                  - A FAILURE IS REPORTED WITH RC 04 AND      *
000144*                  NOTHING IS WRITTEN TO IT.                   *
000145****************************************************************
000150*
000160****************************************************************
000170*    THIS SUBPROGRAM APPENDS ONE AUDIT RECORD TO DAYONE-AUDIT  *
000190*    TRAIL SURVIVES ACROSS SEPARATE RUNS OF THE JOB; ONLY WHEN *
000200*    DAYAUD DOES NOT YET EXIST ON DISK DOES THIS FALL BACK TO  *
000210*    OPENING IT OUTPUT TO CREATE IT.                           *
000211*    THE SAME ENTRY IS THEN ADDED TO THE DAYAUDX INDEX UNDER   *
000212*    FILENAME + RUN DATE + A SEQUENCE NUMBER (SEVERAL RUNS OF  *
000213*    ONE FILE ON ONE DAY EACH GET THEIR OWN KEY).  THE INDEX   *
000214*    IS CREATED HERE ONLY ALONG WITH A NEW, EMPTY DAYAUD - AN  *
000215*    INDEX STARTED PART WAY THROUGH AN EXISTING TRAIL WOULD    *
000216*    MISS ITS EARLIER ENTRIES, SO THAT ONE IS BUILT WITH THE   *
000217*    ADVARCHV REBUILD OPTION INSTEAD.  UNTIL IT EXISTS THE     *
000218*    READERS FALL BACK TO SCANNING DAYAUD.                     *
000220****************************************************************
000230 ENVIRONMENT DIVISION.
000240     INPUT-OUTPUT SECTION.
000260         SELECT DAYONE-AUDIT ASSIGN TO "DAYAUD"
000270         ORGANIZATION IS LINE SEQUENTIAL
000275         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000276*
000277         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000278         ORGANIZATION IS INDEXED
000279         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS AX-KEY
000281         FILE STATUS IS WS-AUDX-FILE-STATUS.
000282*
000290 DATA DIVISION.
000300     FILE SECTION.
000310     FD DAYONE-AUDIT.
000445*           UNDER 04) FROM A FAILED ONE THAT MAY BE RETRIED.
000446            05 DA-RETURN-CODE             PIC 9(02).
000447*
000448     FD DAYONE-AUDIT-INDEX.
000449         01 DAYONE-AUDIT-INDEX-REC.
000450            05 AX-KEY.
000451               10 AX-INPUT-FILENAME       PIC X(80).
000452               10 AX-RUN-DATE             PIC X(10).
000453               10 AX-ENTRY-SEQ            PIC 9(03).
000454            05 AX-RUN-TIME                PIC X(08).
000455            05 AX-RECCOUNT                PIC 9(09).
000456            05 AX-FREQUENCYSUM            PIC S9(10)
000457                                   SIGN IS LEADING SEPARATE.
000458            05 AX-REJECTCOUNT             PIC 9(09).
000459            05 AX-RERUN-SW                PIC X(01).
000460            05 AX-BUSINESS-DATE           PIC X(10).
000461            05 AX-REVERSED-SW             PIC X(01).
000462            05 AX-RETURN-CODE             PIC X(02).
000463*
000464     WORKING-STORAGE SECTION.
000465*
000466     01  WS-AUDIT-FILE-STATUS             PIC X(02).
000467         88  WS-AUDIT-FILE-NOT-FOUND      VALUE "35".
000468     01  WS-AUDX-FILE-STATUS              PIC X(02).
000469         88  WS-AUDX-FILE-OK              VALUE "00".
000470         88  WS-AUDX-FILE-NOT-FOUND       VALUE "35".
000471     01  WS-AUDIT-CREATED-SW              PIC X(01) VALUE "N".
000472         88  WS-AUDIT-CREATED             VALUE "Y".
000473     01  WS-AUDX-EOF-SW                   PIC X(01) VALUE "N".
000474         88  WS-AUDX-EOF                  VALUE "Y".
000475     01  WS-AUDX-LAST-SEQ                 PIC 9(03) COMP.
000476*
000477*    THE INDEX ENTRY IS BUILT HERE ALONGSIDE THE DAYAUD RECORD,
000478*    SINCE THE DAYAUD RECORD AREA IS GONE ONCE IT IS WRITTEN.
000479     01  WS-INDEX-ENTRY.
000480         05  WS-IX-INPUT-FILENAME         PIC X(80).
000481         05  WS-IX-RUN-DATE               PIC X(10).
000482         05  WS-IX-ENTRY-SEQ              PIC 9(03).
000483         05  WS-IX-RUN-TIME               PIC X(08).
000484         05  WS-IX-RECCOUNT               PIC 9(09).
000485         05  WS-IX-FREQUENCYSUM           PIC S9(10)
000486                                   SIGN IS LEADING SEPARATE.
000487         05  WS-IX-REJECTCOUNT            PIC 9(09).
000488         05  WS-IX-RERUN-SW               PIC X(01).
000489         05  WS-IX-BUSINESS-DATE          PIC X(10).
000490         05  WS-IX-REVERSED-SW            PIC X(01).
000491         05  WS-IX-RETURN-CODE            PIC X(02).
000492*
000510     01  WS-CURRENT-DATE-FIELDS.
000520         05  WS-CURRENT-DATE.
000530             10  WS-CURRENT-YYYY          PIC 9(04).
000660*
000670 0000-MAINLINE.
000680     PERFORM 1000-WRITE-AUDIT-RECORD THRU 1000-EXIT.
000685     PERFORM 2000-ADD-INDEX-ENTRY THRU 2000-EXIT.
000690     GOBACK.
000700*
000710****************************************************************
000770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000780     ACCEPT WS-CURRENT-TIME FROM TIME.
000790*
000795     MOVE "N" TO WS-AUDIT-CREATED-SW.
000800     OPEN EXTEND DAYONE-AUDIT.
000810     IF WS-AUDIT-FILE-NOT-FOUND
000820         OPEN OUTPUT DAYONE-AUDIT
000825         SET WS-AUDIT-CREATED TO TRUE
000830     END-IF.
000860*
000865     MOVE SPACES TO DAYONE-AUDIT-FILE.
000951     END-IF.
000952     MOVE DL100-AUD-IN-RETCODE TO DA-RETURN-CODE.
000953*
000954     MOVE DA-INPUT-FILENAME TO WS-IX-INPUT-FILENAME
000955     MOVE DA-RUN-DATE TO WS-IX-RUN-DATE
000956     MOVE 0 TO WS-IX-ENTRY-SEQ
000957     MOVE DA-RUN-TIME TO WS-IX-RUN-TIME
000958     MOVE DA-RECCOUNT TO WS-IX-RECCOUNT
000959     MOVE DA-FREQUENCYSUM TO WS-IX-FREQUENCYSUM
000960     MOVE DA-REJECTCOUNT TO WS-IX-REJECTCOUNT
000961     MOVE DA-RERUN-SW TO WS-IX-RERUN-SW
000962     MOVE DA-BUSINESS-DATE TO WS-IX-BUSINESS-DATE
000963     MOVE DA-REVERSED-SW TO WS-IX-REVERSED-SW
000964     MOVE DA-RETURN-CODE TO WS-IX-RETURN-CODE.
000965*
000966     WRITE DAYONE-AUDIT-FILE.
000970     CLOSE DAYONE-AUDIT.
000980 1000-EXIT.
000990     EXIT.
001000*
001010****************************************************************
001020*    2000-ADD-INDEX-ENTRY - ADD THE RECORD JUST APPENDED TO    *
001030*    THE DAYAUDX INDEX UNDER THE NEXT FREE SEQUENCE NUMBER FOR *
001040*    ITS FILENAME AND RUN DATE.  A FAILURE HERE DOES NOT UNDO  *
001050*    THE DAYAUD RECORD - IT IS REPORTED WITH RC 04 AND THE     *
001060*    INDEX IS PUT RIGHT WITH THE ADVARCHV REBUILD OPTION.      *
001070****************************************************************
001080 2000-ADD-INDEX-ENTRY.
001090     OPEN I-O DAYONE-AUDIT-INDEX.
001100     IF WS-AUDX-FILE-NOT-FOUND
001110         IF WS-AUDIT-CREATED
001120             OPEN OUTPUT DAYONE-AUDIT-INDEX
001121             IF NOT WS-AUDX-FILE-OK
001122                 DISPLAY "ADVAUDWRT: DAYAUDX CREATE FAILED, "
001123                         "STATUS " WS-AUDX-FILE-STATUS
001124                         " - INDEX NOT CREATED"
001125                 MOVE 4 TO DL100-AUD-OUT-RETURN-CODE
001126                 GO TO 2000-EXIT
001127             END-IF
001130             MOVE 1 TO WS-IX-ENTRY-SEQ
001140             PERFORM 2200-WRITE-INDEX-ENTRY THRU 2200-EXIT
001150         ELSE
001160             DISPLAY "ADVAUDWRT: NO DAYAUDX INDEX ON DISK - RUN "
001170                     "ADVARCHV REBUILD TO CREATE IT"
001180         END-IF
001190         GO TO 2000-EXIT
001200     END-IF.
001210     IF NOT WS-AUDX-FILE-OK
001220         DISPLAY "ADVAUDWRT: DAYAUDX OPEN FAILED, STATUS "
001230                 WS-AUDX-FILE-STATUS " - INDEX NOT UPDATED"
001240         MOVE 4 TO DL100-AUD-OUT-RETURN-CODE
001250         GO TO 2000-EXIT
001260     END-IF.
001270*
001280     PERFORM 2100-FIND-LAST-SEQUENCE THRU 2100-EXIT.
001290     IF WS-AUDX-LAST-SEQ = 999
001300         DISPLAY "ADVAUDWRT: 999 DAYAUDX ENTRIES ALREADY FOR "
001310                 WS-IX-INPUT-FILENAME(1:40) " ON "
001320                 WS-IX-RUN-DATE " - INDEX NOT UPDATED"
001330         MOVE 4 TO DL100-AUD-OUT-RETURN-CODE
001340         CLOSE DAYONE-AUDIT-INDEX
001350         GO TO 2000-EXIT
001360     END-IF.
001370     ADD 1 TO WS-AUDX-LAST-SEQ GIVING WS-IX-ENTRY-SEQ.
001380     PERFORM 2200-WRITE-INDEX-ENTRY THRU 2200-EXIT.
001390 2000-EXIT.
001400     EXIT.
001410*
001420****************************************************************
001430*    2100-FIND-LAST-SEQUENCE - POSITION AT THE FIRST KEY FOR   *
001440*    THIS FILENAME AND RUN DATE AND READ FORWARD; THE LAST ONE *
001450*    READ BEFORE THE KEY CHANGES CARRIES THE HIGHEST SEQUENCE. *
001460****************************************************************
001470 2100-FIND-LAST-SEQUENCE.
001480     MOVE 0 TO WS-AUDX-LAST-SEQ
001490     MOVE "N" TO WS-AUDX-EOF-SW
001500     MOVE WS-IX-INPUT-FILENAME TO AX-INPUT-FILENAME
001510     MOVE WS-IX-RUN-DATE TO AX-RUN-DATE
001520     MOVE 0 TO AX-ENTRY-SEQ.
001530     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
001540         INVALID KEY
001550             GO TO 2100-EXIT
001560     END-START.
001570     PERFORM 2110-READ-ONE-INDEX-ENTRY THRU 2110-EXIT
001580         UNTIL WS-AUDX-EOF.
001590 2100-EXIT.
001600     EXIT.
001610*
001620 2110-READ-ONE-INDEX-ENTRY.
001630     READ DAYONE-AUDIT-INDEX NEXT RECORD
001640         AT END
001650             SET WS-AUDX-EOF TO TRUE
001660         NOT AT END
001670             IF AX-INPUT-FILENAME = WS-IX-INPUT-FILENAME
001680                 AND AX-RUN-DATE = WS-IX-RUN-DATE
001690                 MOVE AX-ENTRY-SEQ TO WS-AUDX-LAST-SEQ
001700             ELSE
001710                 SET WS-AUDX-EOF TO TRUE
001720             END-IF
001730     END-READ.
001740 2110-EXIT.
001750     EXIT.
001760*
001770 2200-WRITE-INDEX-ENTRY.
001780     WRITE DAYONE-AUDIT-INDEX-REC FROM WS-INDEX-ENTRY
001790         INVALID KEY
001800             DISPLAY "ADVAUDWRT: DAYAUDX WRITE FAILED, STATUS "
001810                     WS-AUDX-FILE-STATUS " - INDEX NOT UPDATED"
001820             MOVE 4 TO DL100-AUD-OUT-RETURN-CODE
001830     END-WRITE.
001840     CLOSE DAYONE-AUDIT-INDEX.
001850 2200-EXIT.
001860     EXIT.
001870*
001880 END PROGRAM ADVAUDWRT.
