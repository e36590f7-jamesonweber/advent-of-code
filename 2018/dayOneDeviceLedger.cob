000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVDEVLDG.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - BALANCE-FORWARD LEDGER PER       *
000120*                  DEVICE.  ADVSECTRD ONLY COMPARES A DEVICE'S *
000130*                  SUBTOTAL TO ITS PREVIOUS READING; NOTHING   *
000140*                  KEPT A UNIT'S CUMULATIVE DRIFT SINCE IT WAS *
000150*                  REGISTERED, AND ENGINEERING'S MONTHLY ASK   *
000160*                  FOR IT WAS REBUILT IN A SPREADSHEET.  THIS  *
000170*                  MAINLINE ROLLS THE DAYDEVLG LEDGER FORWARD  *
000180*                  ONE POSTING DATE A NIGHT; ADVDEVSTM PRINTS  *
000190*                  THE MONTHLY STATEMENT FROM IT.              *
000192* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000194*                  AND READINGS HASH.  SECTIONS HELD OUT AS    *
000196*                  DUPLICATES (VERDICT D) ARE LEFT OUT LIKE    *
000198*                  REJECTED ONES.                              *
000201* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000204*                  READING TIMES.                              *
000205* 2026-10-15  JWB  THE SKIPPED-SECTION COUNT IS NOW LABELLED AS*
000206*                  REJECTED, REVERSED OR DUPLICATE SECTIONS,   *
000207*                  SINCE HELD DUPLICATES ARE LEFT OUT TOO.     *
000208****************************************************************
000210*
000220****************************************************************
000230*    THIS MAINLINE APPENDS ONE DAYONE-DEVICE-LEDGER (DAYDEVLG) *
000240*    RECORD PER DEVICE FOR THE POSTING DATE: THE OPENING       *
000250*    BALANCE (THE DEVICE'S LAST CLOSING BALANCE, ZERO FOR A    *
000260*    DEVICE NEW TO THE LEDGER), THE DAY'S ACTIVITY, ANY        *
000270*    ADJUSTMENT, AND THE CLOSING BALANCE.  EVERY DEVICE ON     *
000280*    DAYDEVMF OR ALREADY ON THE LEDGER GETS A RECORD, RETIRED  *
000290*    ONES INCLUDED, SO EACH POSTING DATE CARRIES EVERY BALANCE *
000300*    FORWARD.                                                  *
000310*                                                              *
000320*    ACTIVITY IS THE DAYSECTH SECTIONS FOR THE DEVICE RUN      *
000330*    AFTER THE LAST POSTING DATE AND ON OR BEFORE THIS ONE - A *
000340*    MISSED NIGHT IS PICKED UP BY THE NEXT - LEAVING OUT       *
000350*    REJECTED-DEVICE SECTIONS (VERDICT R), DUPLICATES HELD     *
000360*    OUT OF THE TOTALS (VERDICT D) AND THE SECTIONS OF ANY     *
000365*    RUN ADVBKOUT HAS REVERSED (ITS DAYAUD ENTRY MARKED        *
000370*    "V").  THE ADJUSTMENT KEEPS THE LEDGER EQUAL TO DAYSECTH: *
000380*    IT IS WHAT THE SECTIONS ALREADY BEHIND THE LAST POSTING   *
000390*    DATE NOW COME TO, LESS THE OPENING BALANCE.  IT IS ZERO   *
000400*    ON AN ORDINARY NIGHT; IT IS NEGATIVE WHEN A RUN ALREADY   *
000410*    POSTED HAS SINCE BEEN REVERSED; AND ON A DEVICE'S FIRST   *
000420*    POSTING IT BRINGS IN THE DEVICE'S HISTORY BEFORE THE      *
000430*    POSTING DATE.  A SECTION WHOSE DEVICE IS NOT ON THE       *
000440*    MASTER (OR HAS NO DEVICE HEADER) IS COUNTED AND REPORTED  *
000450*    BUT NOT LEDGERED.                                         *
000460*                                                              *
000470*    THE POSTING DATE IS THE FIRST COMMAND-LINE PARM           *
000480*    (YYYY-MM-DD), FALLING BACK TO THE DAYLDGDATE ENVIRONMENT  *
000490*    VARIABLE AND DEFAULTING TO TODAY.  A DATE ON OR BEFORE    *
000500*    THE LAST ONE POSTED IS REFUSED (RC 8) AND NOTHING IS      *
000510*    WRITTEN - THE LEDGER ONLY EVER MOVES FORWARD.             *
000520****************************************************************
000530 ENVIRONMENT DIVISION.
000540     INPUT-OUTPUT SECTION.
000550         FILE-CONTROL.
000560         SELECT OPTIONAL DAYONE-DEVICE-MASTER ASSIGN TO "DAYDEVMF"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590         SELECT DAYONE-DEVICE-LEDGER ASSIGN TO "DAYDEVLG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000620*
000630         SELECT OPTIONAL DAYONE-SECTION-HISTORY ASSIGN TO
000640         "DAYSECTH"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
000670         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710     FILE SECTION.
000720     FD DAYONE-DEVICE-MASTER.
000730         01 DAYONE-DEVICE-MASTER-FILE.
000740            05 DM-DEVICE-ID           PIC X(08).
000750            05 FILLER                 PIC X(01).
000760            05 DM-STATUS              PIC X(01).
000770            05 FILLER                 PIC X(01).
000780            05 DM-MIN-MAGNITUDE       PIC 9(05).
000790            05 FILLER                 PIC X(01).
000800            05 DM-MAX-MAGNITUDE       PIC 9(05).
000810            05 FILLER                 PIC X(01).
000820            05 DM-DESCRIPTION         PIC X(30).
000830*
000840     FD DAYONE-DEVICE-LEDGER.
000850         01 DAYONE-DEVICE-LEDGER-FILE.
000860            05 LG-POST-DATE           PIC X(10).
000870            05 FILLER                 PIC X(01).
000880            05 LG-DEVICE-ID           PIC X(08).
000890            05 FILLER                 PIC X(01).
000900            05 LG-DEVICE-STATUS       PIC X(01).
000910            05 FILLER                 PIC X(01).
000920            05 LG-OPENING-BALANCE     PIC S9(12)
000930                               SIGN IS LEADING SEPARATE.
000940            05 FILLER                 PIC X(01).
000950            05 LG-SECTION-COUNT       PIC 9(05).
000960            05 FILLER                 PIC X(01).
000970            05 LG-RECCOUNT            PIC 9(09).
000980            05 FILLER                 PIC X(01).
000990            05 LG-ACTIVITY            PIC S9(12)
001000                               SIGN IS LEADING SEPARATE.
001010            05 FILLER                 PIC X(01).
001020            05 LG-ADJUSTMENT          PIC S9(12)
001030                               SIGN IS LEADING SEPARATE.
001040            05 FILLER                 PIC X(01).
001050            05 LG-CLOSING-BALANCE     PIC S9(12)
001060                               SIGN IS LEADING SEPARATE.
001070*
001080     FD DAYONE-SECTION-HISTORY.
001090         01 DAYONE-SECTION-HIST-FILE.
001100            05 SH-RUN-DATE            PIC X(10).
001110            05 FILLER                 PIC X(01).
001120            05 SH-FILENAME            PIC X(80).
001130            05 FILLER                 PIC X(01).
001140            05 SH-SECTION-NUMBER      PIC 9(03).
001150            05 FILLER                 PIC X(01).
001160            05 SH-DEVICE-ID           PIC X(08).
001170            05 FILLER                 PIC X(01).
001180            05 SH-RECCOUNT            PIC 9(09).
001190            05 FILLER                 PIC X(01).
001200            05 SH-FREQUENCYSUM        PIC S9(10)
001210                               SIGN IS LEADING SEPARATE.
001220            05 FILLER                 PIC X(01).
001230            05 SH-VERDICT             PIC X(01).
001240                88  SH-SECTION-REJECTED  VALUE "R".
001241                88  SH-SECTION-HELD      VALUE "D".
001242            05 FILLER                 PIC X(01).
001243            05 SH-BUSINESS-DATE       PIC X(10).
001244            05 FILLER                 PIC X(01).
001245            05 SH-READINGS-HASH       PIC 9(09).
001246            05 FILLER                 PIC X(01).
001247            05 SH-FIRST-READING-TIME  PIC X(08).
001248            05 FILLER                 PIC X(01).
001249            05 SH-LAST-READING-TIME   PIC X(08).
001250*
001260     FD DAYONE-AUDIT.
001270         01 DAYONE-AUDIT-FILE.
001280            05 DA-RUN-DATE             PIC X(10).
001290            05 FILLER                  PIC X(01).
001300            05 DA-RUN-TIME             PIC X(08).
001310            05 FILLER                  PIC X(01).
001320            05 DA-INPUT-FILENAME       PIC X(80).
001330            05 FILLER                  PIC X(01).
001340            05 DA-RECCOUNT             PIC 9(09).
001350            05 FILLER                  PIC X(01).
001360            05 DA-FREQUENCYSUM         PIC S9(10)
001370                               SIGN IS LEADING SEPARATE.
001380            05 FILLER                  PIC X(01).
001390            05 DA-REJECTCOUNT          PIC 9(09).
001400            05 FILLER                  PIC X(01).
001410            05 DA-RERUN-SW             PIC X(01).
001420            05 FILLER                  PIC X(01).
001430            05 DA-BUSINESS-DATE        PIC X(10).
001440            05 FILLER                  PIC X(01).
001450            05 DA-REVERSED-SW          PIC X(01).
001460                88  DA-IS-REVERSED     VALUE "V".
001470            05 FILLER                  PIC X(01).
001480            05 DA-RETURN-CODE          PIC X(02).
001490*
001500     WORKING-STORAGE SECTION.
001510*
001520     77  WS-MAX-DEVICES               PIC 9(03) COMP VALUE 200.
001530     77  WS-MAX-REVERSED-RUNS         PIC 9(03) COMP VALUE 500.
001540*
001550     01  WS-SWITCHES.
001560         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001570             88  WS-EOF                VALUE "Y".
001580         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001590             88  WS-FOUND              VALUE "Y".
001600         05  WS-REVERSED-SW            PIC X(01) VALUE "N".
001610             88  WS-RUN-REVERSED       VALUE "Y".
001620         05  WS-LEDGER-EXISTS-SW       PIC X(01) VALUE "N".
001630             88  WS-LEDGER-EXISTS      VALUE "Y".
001640         05  WS-LEDGER-FILE-STATUS     PIC X(02).
001650             88  WS-LEDGER-FILE-OK     VALUE "00".
001660             88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
001670*
001680     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001690*
001700     01  WS-PARM-LINE                  PIC X(80).
001710     01  WS-ENV-DATE                   PIC X(10).
001720     01  WS-POST-DATE                  PIC X(10).
001730     01  WS-LAST-POSTED-DATE           PIC X(10) VALUE SPACES.
001740*
001750     01  WS-CURRENT-DATE-FIELDS.
001760         05  WS-CURRENT-DATE.
001770             10  WS-CURRENT-YYYY       PIC 9(04).
001780             10  WS-CURRENT-MM         PIC 9(02).
001790             10  WS-CURRENT-DD         PIC 9(02).
001800*
001810     01  WS-LEDGER-COUNTERS.
001820         05  WS-LEDGER-READ            PIC 9(07) COMP VALUE 0.
001830         05  WS-SECTIONS-POSTED        PIC 9(07) COMP VALUE 0.
001840         05  WS-SECTIONS-SKIPPED       PIC 9(07) COMP VALUE 0.
001850         05  WS-SECTIONS-UNLEDGERED    PIC 9(07) COMP VALUE 0.
001860         05  WS-DEVICES-POSTED         PIC 9(03) COMP VALUE 0.
001870         05  WS-DEVICES-ADJUSTED       PIC 9(03) COMP VALUE 0.
001880*
001890     01  WS-LEDGER-TOTALS.
001900         05  WS-TOTAL-ACTIVITY         PIC S9(13) COMP-3 VALUE 0.
001910         05  WS-TOTAL-ADJUSTMENT       PIC S9(13) COMP-3 VALUE 0.
001920         05  WS-TOTAL-CLOSING          PIC S9(13) COMP-3 VALUE 0.
001930*
001940     01  WS-MATCH-DEVICE-ID            PIC X(08).
001950     01  WS-CHECK-FIELDS.
001960         05  WS-CHECK-FILENAME         PIC X(80).
001970         05  WS-CHECK-RUN-DATE         PIC X(10).
001980     01  WS-DEVICE-ENTRIES             PIC 9(03) COMP VALUE 0.
001990     01  WS-DEVICE-TABLE-AREA.
002000         05  WS-DEVICE-TABLE OCCURS 200 TIMES
002010                           INDEXED BY WS-DEVICE-IDX.
002020             10  WS-DV-ID              PIC X(08).
002030             10  WS-DV-STATUS          PIC X(01).
002040             10  WS-DV-PRIOR-CLOSING   PIC S9(12) COMP-3.
002050             10  WS-DV-HISTORY         PIC S9(12) COMP-3.
002060             10  WS-DV-ACTIVITY        PIC S9(12) COMP-3.
002070             10  WS-DV-ADJUSTMENT      PIC S9(12) COMP-3.
002080             10  WS-DV-SECTIONS        PIC 9(05) COMP.
002090             10  WS-DV-RECCOUNT        PIC 9(09) COMP.
002100*
002110*    THE RUNS ADVBKOUT HAS REVERSED, BY FILENAME AND RUN DATE -
002120*    THE KEY DAYSECTH CARRIES FOR EVERY SECTION.
002130     01  WS-REVERSED-ENTRIES           PIC 9(03) COMP VALUE 0.
002140     01  WS-REVERSED-TABLE-AREA.
002150         05  WS-REVERSED-TABLE OCCURS 500 TIMES
002160                           INDEXED BY WS-REV-IDX.
002170             10  WS-RV-FILENAME        PIC X(80).
002180             10  WS-RV-RUN-DATE        PIC X(10).
002190*
002200     01  WS-AMOUNT-EDIT                PIC -(12)9.
002210*
002220     COPY DL100PRM.
002230*
002240 PROCEDURE DIVISION.
002250*
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 1100-LOAD-DEVICE-MASTER THRU 1100-EXIT.
002290     PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT.
002300     IF WS-DEVICE-ENTRIES = 0
002310         DISPLAY "ADVDEVLDG: NO DEVICES ON DAYDEVMF OR DAYDEVLG "
002320                 "- NOTHING TO POST"
002330         MOVE 8 TO WS-JOB-RETURN-CODE
002340         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     PERFORM 1300-LOAD-REVERSED-RUNS THRU 1300-EXIT.
002380     PERFORM 2000-SCAN-SECTION-HISTORY THRU 2000-EXIT.
002390     PERFORM 3000-POST-LEDGER THRU 3000-EXIT.
002400*
002410     MOVE WS-TOTAL-ACTIVITY TO WS-AMOUNT-EDIT.
002420     DISPLAY "ADVDEVLDG: POSTED " WS-POST-DATE " FOR "
002430             WS-DEVICES-POSTED " DEVICE(S) - "
002440             WS-SECTIONS-POSTED " SECTION(S), ACTIVITY "
002450             WS-AMOUNT-EDIT.
002460     MOVE WS-TOTAL-ADJUSTMENT TO WS-AMOUNT-EDIT.
002470     DISPLAY "ADVDEVLDG: " WS-DEVICES-ADJUSTED
002480             " DEVICE(S) ADJUSTED, TOTAL ADJUSTMENT "
002490             WS-AMOUNT-EDIT.
002500     MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-EDIT.
002510     DISPLAY "ADVDEVLDG: TOTAL CLOSING BALANCE " WS-AMOUNT-EDIT.
002520     DISPLAY "ADVDEVLDG: " WS-SECTIONS-SKIPPED
002530             " REJECTED, REVERSED OR DUPLICATE SECTION(S) "
002535             "LEFT OUT, "
002540             WS-SECTIONS-UNLEDGERED
002550             " SECTION(S) FOR DEVICES NOT ON THE MASTER".
002560     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
002570     STOP RUN.
002580*
002590****************************************************************
002600*    1000-INITIALIZE - RESOLVE THE POSTING DATE: PARM, THEN    *
002610*    DAYLDGDATE, THEN TODAY.                                   *
002620****************************************************************
002630 1000-INITIALIZE.
002640     MOVE "ADVDEVLDG" TO DL100-PRM-IN-PROGRAM
002650     SET DL100-PRM-ECHO TO TRUE
002660     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
002670*
002680     MOVE SPACES TO WS-PARM-LINE
002690     MOVE SPACES TO WS-ENV-DATE
002700     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
002710     ACCEPT WS-ENV-DATE FROM ENVIRONMENT "DAYLDGDATE".
002720*
002730     IF WS-PARM-LINE NOT = SPACES
002740         MOVE WS-PARM-LINE(1:10) TO WS-POST-DATE
002750     ELSE
002760         IF WS-ENV-DATE NOT = SPACES
002770             MOVE WS-ENV-DATE TO WS-POST-DATE
002780         ELSE
002790             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002800             STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
002810                 WS-CURRENT-DD DELIMITED BY SIZE
002820                 INTO WS-POST-DATE
002830         END-IF
002840     END-IF.
002850*
002860     IF WS-POST-DATE(1:4) IS NUMERIC
002870         AND WS-POST-DATE(5:1) = "-"
002880         AND WS-POST-DATE(6:2) IS NUMERIC
002890         AND WS-POST-DATE(8:1) = "-"
002900         AND WS-POST-DATE(9:2) IS NUMERIC
002910         CONTINUE
002920     ELSE
002930         DISPLAY "ADVDEVLDG: POSTING DATE """ WS-POST-DATE
002940                 """ IS NOT YYYY-MM-DD"
002950         MOVE 16 TO WS-JOB-RETURN-CODE
002960         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     DISPLAY "ADVDEVLDG: POSTING THE DEVICE LEDGER FOR "
003000             WS-POST-DATE.
003010 1000-EXIT.
003020     EXIT.
003030*
003040****************************************************************
003050*    1100-LOAD-DEVICE-MASTER - EVERY REGISTERED DEVICE STARTS  *
003060*    A TABLE ENTRY WITH A ZERO BALANCE; 1200 OVERLAYS THE      *
003070*    BALANCE OF ANY DEVICE ALREADY ON THE LEDGER.              *
003080****************************************************************
003090 1100-LOAD-DEVICE-MASTER.
003100     MOVE "N" TO WS-EOF-SW
003110     OPEN INPUT DAYONE-DEVICE-MASTER.
003120     PERFORM 1110-LOAD-ONE-DEVICE THRU 1110-EXIT
003130         UNTIL WS-EOF.
003140     CLOSE DAYONE-DEVICE-MASTER.
003150 1100-EXIT.
003160     EXIT.
003170*
003180 1110-LOAD-ONE-DEVICE.
003190     READ DAYONE-DEVICE-MASTER
003200         AT END
003210             SET WS-EOF TO TRUE
003220             GO TO 1110-EXIT
003230     END-READ.
003240     MOVE DM-DEVICE-ID TO WS-MATCH-DEVICE-ID.
003250     PERFORM 8000-FIND-OR-ADD-DEVICE THRU 8000-EXIT.
003260     IF WS-FOUND
003270         MOVE DM-STATUS TO WS-DV-STATUS(WS-DEVICE-IDX)
003280     END-IF.
003290 1110-EXIT.
003300     EXIT.
003310*
003320****************************************************************
003330*    1200-LOAD-LEDGER - READ THE LEDGER SO FAR.  IT IS APPEND- *
003340*    ONLY AND IN POSTING-DATE ORDER, SO THE LAST RECORD SEEN   *
003350*    FOR A DEVICE CARRIES ITS CURRENT CLOSING BALANCE.  NO     *
003360*    LEDGER YET IS THE FIRST POSTING.                          *
003370****************************************************************
003380 1200-LOAD-LEDGER.
003390     MOVE "N" TO WS-EOF-SW
003400     OPEN INPUT DAYONE-DEVICE-LEDGER.
003410     IF WS-LEDGER-FILE-NOT-FOUND
003420         DISPLAY "ADVDEVLDG: NO DAYDEVLG LEDGER YET - FIRST "
003430                 "POSTING"
003440         GO TO 1200-EXIT
003450     END-IF.
003460     PERFORM 1210-LOAD-ONE-LEDGER-RECORD THRU 1210-EXIT
003470         UNTIL WS-EOF.
003480     CLOSE DAYONE-DEVICE-LEDGER.
003490*
003500     IF WS-LEDGER-READ > 0
003510         SET WS-LEDGER-EXISTS TO TRUE
003520     END-IF.
003530     IF WS-LEDGER-EXISTS
003540         AND WS-POST-DATE NOT > WS-LAST-POSTED-DATE
003550         DISPLAY "ADVDEVLDG: LEDGER IS ALREADY POSTED THROUGH "
003560                 WS-LAST-POSTED-DATE " - " WS-POST-DATE
003570                 " NOT POSTED"
003580         MOVE 8 TO WS-JOB-RETURN-CODE
003590         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620 1200-EXIT.
003630     EXIT.
003640*
003650 1210-LOAD-ONE-LEDGER-RECORD.
003660     READ DAYONE-DEVICE-LEDGER
003670         AT END
003680             SET WS-EOF TO TRUE
003690             GO TO 1210-EXIT
003700     END-READ.
003710     ADD 1 TO WS-LEDGER-READ.
003720     IF LG-POST-DATE > WS-LAST-POSTED-DATE
003730         MOVE LG-POST-DATE TO WS-LAST-POSTED-DATE
003740     END-IF.
003750     MOVE LG-DEVICE-ID TO WS-MATCH-DEVICE-ID.
003760     PERFORM 8000-FIND-OR-ADD-DEVICE THRU 8000-EXIT.
003770     IF WS-FOUND
003780         MOVE LG-CLOSING-BALANCE
003790             TO WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX)
003800     END-IF.
003810 1210-EXIT.
003820     EXIT.
003830*
003840****************************************************************
003850*    1300-LOAD-REVERSED-RUNS - THE RUNS ADVBKOUT HAS MARKED    *
003860*    "V" ON DAYAUD.  A FULL TABLE WOULD LET REVERSED SECTIONS  *
003870*    ONTO THE LEDGER, SO IT STOPS THE RUN (RC 16) UNPOSTED.    *
003880****************************************************************
003890 1300-LOAD-REVERSED-RUNS.
003900     MOVE "N" TO WS-EOF-SW
003910     OPEN INPUT DAYONE-AUDIT.
003920     PERFORM 1310-CHECK-ONE-AUDIT-ENTRY THRU 1310-EXIT
003930         UNTIL WS-EOF.
003940     CLOSE DAYONE-AUDIT.
003950 1300-EXIT.
003960     EXIT.
003970*
003980 1310-CHECK-ONE-AUDIT-ENTRY.
003990     READ DAYONE-AUDIT
004000         AT END
004010             SET WS-EOF TO TRUE
004020             GO TO 1310-EXIT
004030     END-READ.
004040     IF NOT DA-IS-REVERSED
004050         GO TO 1310-EXIT
004060     END-IF.
004070     MOVE DA-INPUT-FILENAME TO WS-CHECK-FILENAME
004080     MOVE DA-RUN-DATE TO WS-CHECK-RUN-DATE.
004090     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
004100     IF WS-RUN-REVERSED
004110         GO TO 1310-EXIT
004120     END-IF.
004130     IF WS-REVERSED-ENTRIES NOT < WS-MAX-REVERSED-RUNS
004140         DISPLAY "ADVDEVLDG: REVERSED-RUN TABLE FULL AT "
004150                 WS-MAX-REVERSED-RUNS " - LEDGER NOT POSTED"
004160         MOVE 16 TO WS-JOB-RETURN-CODE
004170         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     ADD 1 TO WS-REVERSED-ENTRIES
004210     SET WS-REV-IDX TO WS-REVERSED-ENTRIES
004220     MOVE DA-INPUT-FILENAME TO WS-RV-FILENAME(WS-REV-IDX)
004230     MOVE DA-RUN-DATE TO WS-RV-RUN-DATE(WS-REV-IDX).
004240 1310-EXIT.
004250     EXIT.
004260*
004270****************************************************************
004280*    2000-SCAN-SECTION-HISTORY - SORT EVERY ELIGIBLE SECTION   *
004290*    UP TO THE POSTING DATE INTO ITS DEVICE'S ACTIVITY (RUN    *
004300*    SINCE THE LAST POSTING) OR HISTORY (ALREADY BEHIND IT).   *
004310*    ON THE FIRST POSTING ONLY THE POSTING DATE ITSELF IS      *
004320*    ACTIVITY.                                                 *
004330****************************************************************
004340 2000-SCAN-SECTION-HISTORY.
004350     MOVE "N" TO WS-EOF-SW
004360     OPEN INPUT DAYONE-SECTION-HISTORY.
004370     PERFORM 2100-CHECK-ONE-SECTION THRU 2100-EXIT
004380         UNTIL WS-EOF.
004390     CLOSE DAYONE-SECTION-HISTORY.
004400 2000-EXIT.
004410     EXIT.
004420*
004430 2100-CHECK-ONE-SECTION.
004440     READ DAYONE-SECTION-HISTORY
004450         AT END
004460             SET WS-EOF TO TRUE
004470             GO TO 2100-EXIT
004480     END-READ.
004490     IF SH-RUN-DATE > WS-POST-DATE
004500         GO TO 2100-EXIT
004510     END-IF.
004520     IF SH-SECTION-REJECTED OR SH-SECTION-HELD
004530         ADD 1 TO WS-SECTIONS-SKIPPED
004540         GO TO 2100-EXIT
004550     END-IF.
004560     MOVE SH-FILENAME TO WS-CHECK-FILENAME
004570     MOVE SH-RUN-DATE TO WS-CHECK-RUN-DATE.
004580     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
004590     IF WS-RUN-REVERSED
004600         ADD 1 TO WS-SECTIONS-SKIPPED
004610         GO TO 2100-EXIT
004620     END-IF.
004630*
004640     MOVE "N" TO WS-FOUND-SW
004650     IF SH-DEVICE-ID NOT = SPACES
004660         MOVE SH-DEVICE-ID TO WS-MATCH-DEVICE-ID
004670         PERFORM 8010-FIND-DEVICE THRU 8010-EXIT
004680     END-IF.
004690     IF NOT WS-FOUND
004700         ADD 1 TO WS-SECTIONS-UNLEDGERED
004710         GO TO 2100-EXIT
004720     END-IF.
004730*
004740     IF SH-RUN-DATE > WS-LAST-POSTED-DATE
004750         AND (WS-LEDGER-EXISTS OR SH-RUN-DATE = WS-POST-DATE)
004760         ADD SH-FREQUENCYSUM TO WS-DV-ACTIVITY(WS-DEVICE-IDX)
004770         ADD SH-RECCOUNT TO WS-DV-RECCOUNT(WS-DEVICE-IDX)
004780         ADD 1 TO WS-DV-SECTIONS(WS-DEVICE-IDX)
004790         ADD 1 TO WS-SECTIONS-POSTED
004800     ELSE
004810         ADD SH-FREQUENCYSUM TO WS-DV-HISTORY(WS-DEVICE-IDX)
004820     END-IF.
004830 2100-EXIT.
004840     EXIT.
004850*
004860****************************************************************
004870*    3000-POST-LEDGER - APPEND THE POSTING DATE'S RECORD FOR   *
004880*    EVERY DEVICE.  THE LEDGER IS CREATED ON THE FIRST RUN.    *
004890****************************************************************
004900 3000-POST-LEDGER.
004910     OPEN EXTEND DAYONE-DEVICE-LEDGER.
004920     IF WS-LEDGER-FILE-NOT-FOUND
004930         OPEN OUTPUT DAYONE-DEVICE-LEDGER
004940     END-IF.
004950     IF NOT WS-LEDGER-FILE-OK
004960         DISPLAY "ADVDEVLDG: CANNOT OPEN DAYDEVLG (STATUS "
004970                 WS-LEDGER-FILE-STATUS ") - LEDGER NOT POSTED"
004980         MOVE 16 TO WS-JOB-RETURN-CODE
004990         GO TO 3000-EXIT
005000     END-IF.
005010     PERFORM 3100-POST-ONE-DEVICE THRU 3100-EXIT
005020         VARYING WS-DEVICE-IDX FROM 1 BY 1
005030         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES.
005040     CLOSE DAYONE-DEVICE-LEDGER.
005050 3000-EXIT.
005060     EXIT.
005070*
005080 3100-POST-ONE-DEVICE.
005090     COMPUTE WS-DV-ADJUSTMENT(WS-DEVICE-IDX) =
005100         WS-DV-HISTORY(WS-DEVICE-IDX)
005110         - WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX).
005120*
005130     MOVE SPACES TO DAYONE-DEVICE-LEDGER-FILE
005140     MOVE WS-POST-DATE TO LG-POST-DATE
005150     MOVE WS-DV-ID(WS-DEVICE-IDX) TO LG-DEVICE-ID
005160     MOVE WS-DV-STATUS(WS-DEVICE-IDX) TO LG-DEVICE-STATUS
005170     MOVE WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX) TO LG-OPENING-BALANCE
005180     MOVE WS-DV-SECTIONS(WS-DEVICE-IDX) TO LG-SECTION-COUNT
005190     MOVE WS-DV-RECCOUNT(WS-DEVICE-IDX) TO LG-RECCOUNT
005200     MOVE WS-DV-ACTIVITY(WS-DEVICE-IDX) TO LG-ACTIVITY
005210     MOVE WS-DV-ADJUSTMENT(WS-DEVICE-IDX) TO LG-ADJUSTMENT
005220     COMPUTE LG-CLOSING-BALANCE =
005230         WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX)
005240         + WS-DV-ACTIVITY(WS-DEVICE-IDX)
005250         + WS-DV-ADJUSTMENT(WS-DEVICE-IDX).
005260     WRITE DAYONE-DEVICE-LEDGER-FILE.
005270*
005280     ADD 1 TO WS-DEVICES-POSTED
005290     ADD WS-DV-ACTIVITY(WS-DEVICE-IDX) TO WS-TOTAL-ACTIVITY
005300     ADD WS-DV-ADJUSTMENT(WS-DEVICE-IDX) TO WS-TOTAL-ADJUSTMENT
005310     ADD LG-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
005320     IF WS-DV-ADJUSTMENT(WS-DEVICE-IDX) NOT = 0
005330         ADD 1 TO WS-DEVICES-ADJUSTED
005340         MOVE WS-DV-ADJUSTMENT(WS-DEVICE-IDX) TO WS-AMOUNT-EDIT
005350         IF WS-LEDGER-EXISTS
005360             AND WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX) NOT = 0
005370             DISPLAY "ADVDEVLDG: DEVICE " LG-DEVICE-ID
005380                     " ADJUSTED BY " WS-AMOUNT-EDIT
005390                     " - A RUN ALREADY POSTED WAS REVERSED"
005400         ELSE
005410             DISPLAY "ADVDEVLDG: DEVICE " LG-DEVICE-ID
005420                     " HISTORY OF " WS-AMOUNT-EDIT
005430                     " BROUGHT FORWARD"
005440         END-IF
005450     END-IF.
005460 3100-EXIT.
005470     EXIT.
005480*
005490****************************************************************
005500*    8000-FIND-OR-ADD-DEVICE - FIND WS-MATCH-DEVICE-ID IN THE  *
005510*    TABLE, ADDING IT WITH A ZERO BALANCE IF IT IS NEW.  A     *
005520*    FULL TABLE STOPS THE RUN (RC 16) - A DEVICE LEFT OFF THE  *
005530*    POSTING WOULD LOSE ITS BALANCE.                           *
005540****************************************************************
005550 8000-FIND-OR-ADD-DEVICE.
005560     IF WS-MATCH-DEVICE-ID = SPACES
005570         MOVE "N" TO WS-FOUND-SW
005580         GO TO 8000-EXIT
005590     END-IF.
005600     PERFORM 8010-FIND-DEVICE THRU 8010-EXIT.
005610     IF WS-FOUND
005620         GO TO 8000-EXIT
005630     END-IF.
005640     IF WS-DEVICE-ENTRIES NOT < WS-MAX-DEVICES
005650         DISPLAY "ADVDEVLDG: DEVICE TABLE FULL AT "
005660                 WS-MAX-DEVICES " - LEDGER NOT POSTED"
005670         MOVE 16 TO WS-JOB-RETURN-CODE
005680         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005690         STOP RUN
005700     END-IF.
005710     ADD 1 TO WS-DEVICE-ENTRIES
005720     SET WS-DEVICE-IDX TO WS-DEVICE-ENTRIES
005730     MOVE WS-MATCH-DEVICE-ID TO WS-DV-ID(WS-DEVICE-IDX)
005740     MOVE SPACE TO WS-DV-STATUS(WS-DEVICE-IDX)
005750     MOVE 0 TO WS-DV-PRIOR-CLOSING(WS-DEVICE-IDX)
005760     MOVE 0 TO WS-DV-HISTORY(WS-DEVICE-IDX)
005770     MOVE 0 TO WS-DV-ACTIVITY(WS-DEVICE-IDX)
005780     MOVE 0 TO WS-DV-ADJUSTMENT(WS-DEVICE-IDX)
005790     MOVE 0 TO WS-DV-SECTIONS(WS-DEVICE-IDX)
005800     MOVE 0 TO WS-DV-RECCOUNT(WS-DEVICE-IDX)
005810     SET WS-FOUND TO TRUE.
005820 8000-EXIT.
005830     EXIT.
005840*
005850 8010-FIND-DEVICE.
005860     MOVE "N" TO WS-FOUND-SW
005870     PERFORM 8020-COMPARE-ONE-DEVICE THRU 8020-EXIT
005880         VARYING WS-DEVICE-IDX FROM 1 BY 1
005890         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES OR WS-FOUND.
005900     IF WS-FOUND
005910         SET WS-DEVICE-IDX DOWN BY 1
005920     END-IF.
005930 8010-EXIT.
005940     EXIT.
005950*
005960 8020-COMPARE-ONE-DEVICE.
005970     IF WS-DV-ID(WS-DEVICE-IDX) = WS-MATCH-DEVICE-ID
005980         SET WS-FOUND TO TRUE
005990     END-IF.
006000 8020-EXIT.
006010     EXIT.
006020*
006030****************************************************************
006040*    8100-CHECK-REVERSED-RUN - IS THE RUN OF THE CURRENT       *
006050*    DAYAUD OR DAYSECTH RECORD ON THE REVERSED-RUN TABLE?      *
006060****************************************************************
006070 8100-CHECK-REVERSED-RUN.
006080     MOVE "N" TO WS-REVERSED-SW
006090     PERFORM 8110-COMPARE-ONE-REVERSAL THRU 8110-EXIT
006100         VARYING WS-REV-IDX FROM 1 BY 1
006110         UNTIL WS-REV-IDX > WS-REVERSED-ENTRIES
006120         OR WS-RUN-REVERSED.
006130 8100-EXIT.
006140     EXIT.
006150*
006160 8110-COMPARE-ONE-REVERSAL.
006170     IF WS-RV-FILENAME(WS-REV-IDX) = WS-CHECK-FILENAME
006180         AND WS-RV-RUN-DATE(WS-REV-IDX) = WS-CHECK-RUN-DATE
006190         SET WS-RUN-REVERSED TO TRUE
006200     END-IF.
006210 8110-EXIT.
006220     EXIT.
006230*
006240 END PROGRAM ADVDEVLDG.
