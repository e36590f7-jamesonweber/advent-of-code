000187*                  THE ARCHIVE IT STARTED INSTEAD OF WIPING    *
000188*                  IT.  THE RECONCILIATION COUNTS ONLY THIS    *
000189*                  RUN'S ADDITIONS.                            *
000190* 2026-10-15  JWB  ADDED THE REBUILD OPTION (PARM "REBUILD" OR *
000191*                  DAYRETAIN=REBUILD) - THE DAYAUDX INDEX OVER *
000192*                  DAYAUD IS RELOADED FROM THE LIVE TRAIL AND  *
000193*                  NOTHING IS PURGED.  A PURGE RUN NOW ALSO    *
000194*                  REBUILDS THE INDEX ONCE THE TRAILS ARE      *
000195*                  SPLIT, SO NO KEY POINTS AT AN ENTRY THAT    *
000196*                  HAS MOVED TO THE ARCHIVE.                   *
000198* 2026-10-15  JWB  A DAYRSLT RESULT NOT YET TRANSMITTED (BLANK *
000200*                  DRS-XMIT-SEQUENCE) IS NOW HELD ON THE LIVE  *
000202*                  FILE AND COUNTED AS HELD, HOWEVER OLD, SO   *
000204*                  ADVRSLXMT STILL SENDS IT.                   *
000206****************************************************************
000208*
000210****************************************************************
000220*    THIS MAINLINE TAKES A RETENTION CUTOFF DATE (YYYY-MM-DD)  *
000230*    FROM THE FIRST COMMAND-LINE PARM, FALLING BACK TO THE     *
000330*    UNRESOLVED EXCEPTION ON DAYEXCPT (PER THE DAYEXCST        *
000340*    STATUS FILE) IS HELD ON THE LIVE FILE EVEN WHEN OLDER     *
000350*    THAN THE CUTOFF - THE AUDIT TRAIL BEHIND AN OPEN          *
000352*    EXCEPTION MUST NOT BE PURGED.  LIKEWISE A DAYRSLT RESULT  *
000354*    WITH NO TRANSMISSION NUMBER YET IS HELD, SO ADVRSLXMT     *
000356*    STILL SENDS IT AND CAN STILL SEE ITS ORIGINAL WHEN A      *
000358*    REVERSAL FOLLOWS.                                         *
000361*    ONCE THE TRAILS ARE SPLIT, THE DAYAUDX INDEX IS REBUILT   *
000362*    FROM WHAT IS LEFT ON DAYAUD.  GIVEN "REBUILD" IN PLACE OF *
000363*    A CUTOFF DATE, ONLY THE INDEX REBUILD IS DONE - THAT IS   *
000364*    HOW THE INDEX IS FIRST BUILT OVER AN EXISTING TRAIL, AND  *
000365*    HOW IT IS PUT RIGHT IF IT EVER DRIFTS FROM DAYAUD.        *
000370****************************************************************
000380 ENVIRONMENT DIVISION.
000390     INPUT-OUTPUT SECTION.
000560*
000570         SELECT OPTIONAL DAYONE-EXC-STATUS ASSIGN TO "DAYEXCST"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000581*
000582         SELECT DAYONE-AUDIT ASSIGN TO "DAYAUD"
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000585*
000586         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000587         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS DYNAMIC
000589         RECORD KEY IS AX-KEY
000590         FILE STATUS IS WS-AUDX-FILE-STATUS.
000591*
000600 DATA DIVISION.
000610     FILE SECTION.
000620     FD DAYONE-LIVE-FILE.
000630         01 DAYONE-LIVE-RECORD.
000640            05 LV-RUN-DATE            PIC X(10).
000650            05 FILLER                 PIC X(190).
000651*    THE SAME RECORD SEEN AS A DAYRSLT RESULT - ONLY THE
000652*    ADVRSLXMT TRANSMISSION NUMBER MATTERS HERE.
000653         01 DAYONE-LIVE-RESULT.
000654            05 FILLER                 PIC X(133).
000655            05 LV-XMIT-SEQUENCE       PIC X(06).
000656                88  LV-NOT-SENT       VALUE SPACES.
000657            05 FILLER                 PIC X(61).
000660*
000670     FD DAYONE-ARCHIVE-FILE.
000680         01 DAYONE-ARCHIVE-RECORD     PIC X(200).
001020            05 FILLER                 PIC X(01).
001030            05 ES-NOTE                PIC X(40).
001040*
001041     FD DAYONE-AUDIT.
001042         01 DAYONE-AUDIT-FILE.
001043            05 DA-RUN-DATE            PIC X(10).
001044            05 FILLER                 PIC X(01).
001045            05 DA-RUN-TIME            PIC X(08).
001046            05 FILLER                 PIC X(01).
001047            05 DA-INPUT-FILENAME      PIC X(80).
001048            05 FILLER                 PIC X(01).
001049            05 DA-RECCOUNT            PIC 9(09).
001050            05 FILLER                 PIC X(01).
001051            05 DA-FREQUENCYSUM        PIC S9(10)
001052                                SIGN IS LEADING SEPARATE.
001053            05 FILLER                 PIC X(01).
001054            05 DA-REJECTCOUNT         PIC 9(09).
001055            05 FILLER                 PIC X(01).
001056            05 DA-RERUN-SW            PIC X(01).
001057            05 FILLER                 PIC X(01).
001058            05 DA-BUSINESS-DATE       PIC X(10).
001059            05 FILLER                 PIC X(01).
001060            05 DA-REVERSED-SW         PIC X(01).
001061            05 FILLER                 PIC X(01).
001062            05 DA-RETURN-CODE         PIC X(02).
001063*
001064     FD DAYONE-AUDIT-INDEX.
001065         01 DAYONE-AUDIT-INDEX-REC.
001066            05 AX-KEY.
001067               10 AX-INPUT-FILENAME   PIC X(80).
001068               10 AX-RUN-DATE         PIC X(10).
001069               10 AX-ENTRY-SEQ        PIC 9(03).
001070            05 AX-RUN-TIME            PIC X(08).
001071            05 AX-RECCOUNT            PIC 9(09).
001072            05 AX-FREQUENCYSUM        PIC S9(10)
001073                                SIGN IS LEADING SEPARATE.
001074            05 AX-REJECTCOUNT         PIC 9(09).
001075            05 AX-RERUN-SW            PIC X(01).
001076            05 AX-BUSINESS-DATE       PIC X(10).
001077            05 AX-REVERSED-SW         PIC X(01).
001078            05 AX-RETURN-CODE         PIC X(02).
001079*
001080     WORKING-STORAGE SECTION.
001081*
001082     77  WS-FILE-LIST-COUNT           PIC 9(02) COMP VALUE 5.
001083     77  WS-MAX-OPEN-DATES            PIC 9(03) COMP VALUE 400.
001090     77  WS-MAX-EXCEPTIONS            PIC 9(05) COMP VALUE 2000.
001100*
001110     01  WS-SWITCHES.
001244*        OPEN EXCEPTION ITSELF, STAY LIVE.
001246         05  WS-AUDIT-PASS-SW          PIC X(01) VALUE "N".
001250             88  WS-AUDIT-PASS         VALUE "Y".
001252*        ON THE DAYRSLT PASS A RESULT NOT YET TRANSMITTED IS HELD
001254*        LIVE, SO ADVRSLXMT STILL SENDS IT.
001256         05  WS-RESULT-PASS-SW         PIC X(01) VALUE "N".
001258             88  WS-RESULT-PASS        VALUE "Y".
001260         05  WS-LIVE-FILE-STATUS       PIC X(02).
001270             88  WS-LIVE-FILE-NOT-FOUND VALUE "35".
001280         05  WS-ARCHIVE-FILE-STATUS    PIC X(02).
001281         05  WS-AUDIT-FILE-STATUS      PIC X(02).
001282             88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
001283         05  WS-AUDX-FILE-STATUS       PIC X(02).
001284             88  WS-AUDX-FILE-OK       VALUE "00".
001285         05  WS-REBUILD-ONLY-SW        PIC X(01) VALUE "N".
001286             88  WS-REBUILD-ONLY       VALUE "Y".
001287         05  WS-INDEX-WRITTEN-SW       PIC X(01) VALUE "N".
001288             88  WS-INDEX-WRITTEN      VALUE "Y".
001290*
001300     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001310*
001574         05  WS-ARCH-ADDED-COUNT       PIC 9(09) COMP.
001580         05  WS-KEPT-TOTAL             PIC 9(09) COMP.
001590*
001592     01  WS-INDEX-COUNTERS.
001594         05  WS-INDEX-IN-COUNT         PIC 9(09) COMP.
001596         05  WS-INDEX-OUT-COUNT        PIC 9(09) COMP.
001598*
001600     01  WS-OPEN-DATE-FIELDS.
001610         05  WS-OPEN-DATE-ENTRIES      PIC 9(03) COMP VALUE 0.
001620         05  WS-CHECK-DATE             PIC X(10).
001800*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF NOT WS-REBUILD-ONLY
001840         PERFORM 1500-LOAD-OPEN-EXC-DATES THRU 1500-EXIT
001850         PERFORM 2000-ARCHIVE-ONE-FILE THRU 2000-EXIT
001860             VARYING WS-FILE-NUMBER FROM 1 BY 1
001862             UNTIL WS-FILE-NUMBER > WS-FILE-LIST-COUNT
001864     END-IF.
001866     PERFORM 3000-REBUILD-AUDIT-INDEX THRU 3000-EXIT.
001870     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
001880     STOP RUN.
001890*
001900****************************************************************
001910*    1000-INITIALIZE - RESOLVE AND VALIDATE THE CUTOFF DATE.   *
001920*    NO CUTOFF MEANS NO PURGE - THIS UTILITY NEVER GUESSES     *
001930*    WHAT TO THROW AWAY.  "REBUILD" IN ITS PLACE ASKS FOR THE  *
001935*    INDEX REBUILD ALONE.                                      *
001940****************************************************************
001950 1000-INITIALIZE.
001960     MOVE SPACES TO WS-PARM-LINE
002100             MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002110             STOP RUN
002120         END-IF
002121     END-IF.
002122*
002123     IF WS-CUTOFF-DATE = "REBUILD"
002124         SET WS-REBUILD-ONLY TO TRUE
002125         DISPLAY "ADVARCHV: REBUILDING THE DAYAUDX INDEX ONLY - "
002126                 "NOTHING WILL BE ARCHIVED"
002127         GO TO 1000-EXIT
002130     END-IF.
002140*
002150     IF WS-CUTOFF-DATE(1:4) IS NUMERIC
003760     ELSE
003770         MOVE "N" TO WS-AUDIT-PASS-SW
003780     END-IF.
003781     IF WS-LIVE-NAME(WS-NAME-IDX) = "DAYRSLT"
003782         MOVE "Y" TO WS-RESULT-PASS-SW
003783     ELSE
003784         MOVE "N" TO WS-RESULT-PASS-SW
003785     END-IF.
003790*
003800     MOVE 0 TO WS-IN-COUNT
003810     MOVE 0 TO WS-KEPT-COUNT
004111****************************************************************
004112*    2100-SPLIT-ONE-RECORD - ROUTE ONE RECORD TO THE ARCHIVE   *
004114*    OR THE WORK FILE.  ON THE DAYAUD PASS, AN OLD RECORD      *
004120*    WHOSE RUN DATE STILL HAS AN OPEN EXCEPTION IS HELD LIVE;  *
004123*    ON THE DAYRSLT PASS, SO IS AN OLD RESULT ADVRSLXMT HAS    *
004126*    NOT SENT YET (NO TRANSMISSION NUMBER).                    *
004130****************************************************************
004140 2100-SPLIT-ONE-RECORD.
004150     READ DAYONE-LIVE-FILE
004430                 FROM DAYONE-LIVE-RECORD
004440             GO TO 2200-EXIT
004450         END-IF
004451     END-IF.
004452*
004453     IF WS-RESULT-PASS AND LV-NOT-SENT
004454         ADD 1 TO WS-HELD-COUNT
004455         ADD 1 TO WS-KEPT-COUNT
004456         WRITE DAYONE-ARCHIVE-WORK-REC
004457             FROM DAYONE-LIVE-RECORD
004458         GO TO 2200-EXIT
004460     END-IF.
004470*
004480     IF NOT WS-ARCHIVE-OPENED
005400 2420-EXIT.
005410     EXIT.
005420*
005430****************************************************************
005440*    3000-REBUILD-AUDIT-INDEX - RELOAD DAYAUDX FROM THE LIVE   *
005450*    DAYAUD, ONE KEY PER ENTRY IN TRAIL ORDER.  SEVERAL RUNS   *
005460*    OF ONE FILE ON ONE DAY TAKE SEQUENCE 001, 002 ... IN THE  *
005470*    ORDER THEY RAN, THE SAME NUMBERING ADVAUDWRT GIVES THEM.  *
005480*    THE REBUILD IS PROVED WITH ENTRIES IN = KEYS WRITTEN.     *
005490****************************************************************
005500 3000-REBUILD-AUDIT-INDEX.
005510     MOVE 0 TO WS-INDEX-IN-COUNT
005520     MOVE 0 TO WS-INDEX-OUT-COUNT
005530     MOVE "N" TO WS-LIVE-EOF-SW
005540     OPEN INPUT DAYONE-AUDIT.
005550     IF WS-AUDIT-FILE-NOT-FOUND
005560         DISPLAY "ADVARCHV: DAYAUD NOT ON DISK - DAYAUDX NOT "
005570                 "REBUILT"
005580         GO TO 3000-EXIT
005590     END-IF.
005600     OPEN OUTPUT DAYONE-AUDIT-INDEX.
005610     IF NOT WS-AUDX-FILE-OK
005620         DISPLAY "ADVARCHV: DAYAUDX OPEN FAILED, STATUS "
005630                 WS-AUDX-FILE-STATUS " - INDEX NOT REBUILT"
005640         CLOSE DAYONE-AUDIT
005650         MOVE 12 TO WS-JOB-RETURN-CODE
005660         GO TO 3000-EXIT
005670     END-IF.
005680*
005690     PERFORM 3100-INDEX-ONE-AUDIT-ENTRY THRU 3100-EXIT
005700         UNTIL WS-LIVE-EOF.
005710     CLOSE DAYONE-AUDIT.
005720     CLOSE DAYONE-AUDIT-INDEX.
005730*
005740     DISPLAY "ADVARCHV: DAYAUDX REBUILT - DAYAUD ENTRIES="
005750             WS-INDEX-IN-COUNT " KEYS WRITTEN="
005760             WS-INDEX-OUT-COUNT.
005770     IF WS-INDEX-OUT-COUNT NOT = WS-INDEX-IN-COUNT
005780         DISPLAY "ADVARCHV: **** DAYAUDX REBUILD FAILED - KEYS "
005790                 "WRITTEN DOES NOT MATCH DAYAUD ENTRIES ****"
005800         MOVE 12 TO WS-JOB-RETURN-CODE
005810     END-IF.
005820 3000-EXIT.
005830     EXIT.
005840*
005850 3100-INDEX-ONE-AUDIT-ENTRY.
005860     READ DAYONE-AUDIT
005870         AT END
005880             SET WS-LIVE-EOF TO TRUE
005890             GO TO 3100-EXIT
005900     END-READ.
005910     ADD 1 TO WS-INDEX-IN-COUNT.
005920*
005930     MOVE DA-INPUT-FILENAME TO AX-INPUT-FILENAME
005940     MOVE DA-RUN-DATE TO AX-RUN-DATE
005950     MOVE DA-RUN-TIME TO AX-RUN-TIME
005960     MOVE DA-RECCOUNT TO AX-RECCOUNT
005970     MOVE DA-FREQUENCYSUM TO AX-FREQUENCYSUM
005980     MOVE DA-REJECTCOUNT TO AX-REJECTCOUNT
005990     MOVE DA-RERUN-SW TO AX-RERUN-SW
006000     MOVE DA-BUSINESS-DATE TO AX-BUSINESS-DATE
006010     MOVE DA-REVERSED-SW TO AX-REVERSED-SW
006020     MOVE DA-RETURN-CODE TO AX-RETURN-CODE.
006030     MOVE 0 TO AX-ENTRY-SEQ
006040     MOVE "N" TO WS-INDEX-WRITTEN-SW.
006050     PERFORM 3110-TRY-NEXT-SEQUENCE THRU 3110-EXIT
006060         UNTIL WS-INDEX-WRITTEN OR AX-ENTRY-SEQ = 999.
006070     IF WS-INDEX-WRITTEN
006080         ADD 1 TO WS-INDEX-OUT-COUNT
006090     ELSE
006100         DISPLAY "ADVARCHV: NO FREE DAYAUDX SEQUENCE FOR "
006110                 DA-RUN-DATE " " DA-INPUT-FILENAME(1:40)
006120     END-IF.
006130 3100-EXIT.
006140     EXIT.
006150*
006160****************************************************************
006170*    3110-TRY-NEXT-SEQUENCE - A DUPLICATE KEY MEANS AN EARLIER *
006180*    RUN OF THE SAME FILE ON THE SAME DAY ALREADY HOLDS THIS   *
006190*    SEQUENCE NUMBER, SO MOVE ON TO THE NEXT ONE.              *
006200****************************************************************
006210 3110-TRY-NEXT-SEQUENCE.
006220     ADD 1 TO AX-ENTRY-SEQ.
006230     WRITE DAYONE-AUDIT-INDEX-REC
006240         INVALID KEY
006250             CONTINUE
006260         NOT INVALID KEY
006270             SET WS-INDEX-WRITTEN TO TRUE
006280     END-WRITE.
006290 3110-EXIT.
006300     EXIT.
006310*
006320 END PROGRAM ADVARCHV.
