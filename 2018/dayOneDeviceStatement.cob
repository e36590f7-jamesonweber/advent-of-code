000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVDEVSTM.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - MONTHLY DEVICE STATEMENT FROM    *
000120*                  THE DAYDEVLG LEDGER ADVDEVLDG POSTS: EACH   *
000130*                  DEVICE'S DAYS WITH ITS OPENING AND CLOSING  *
000140*                  BALANCE AND THE MONTH'S DRIFT, PROVED       *
000150*                  AGAINST DAYSECTH, FOR ENGINEERING'S MONTHLY *
000160*                  DRIFT FIGURES.                              *
000162* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000164*                  AND READINGS HASH.  SECTIONS HELD OUT AS    *
000166*                  DUPLICATES (VERDICT D) ARE LEFT OUT LIKE    *
000168*                  REJECTED ONES.                              *
000171* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000174*                  READING TIMES.                              *
000175* 2026-10-15  JWB  THE RC 4 FOR DEVICES OUT OF BALANCE NO      *
000176*                  LONGER OVERWRITES THE RC 8 FOR A BAD POSTING*
000177*                  DATE.                                       *
000178****************************************************************
000180*
000190****************************************************************
000200*    THIS MAINLINE READS DAYONE-DEVICE-LEDGER (DAYDEVLG) FOR   *
000210*    THE POSTING DATES IN THE REQUESTED MONTH AND PRINTS, PER  *
000220*    DEVICE: THE OPENING BALANCE (THAT OF THE MONTH'S FIRST    *
000230*    POSTING), ONE LINE PER POSTING DATE WITH ITS SECTIONS,    *
000240*    RECORDS, ACTIVITY, ADJUSTMENT AND RUNNING BALANCE, THE    *
000250*    MONTH'S TOTALS, THE CLOSING BALANCE AND THE DRIFT FOR THE *
000260*    MONTH (CLOSING LESS OPENING).                             *
000270*                                                              *
000280*    TWO PROOFS FOLLOW EACH DEVICE.  THE LEDGER MUST FOOT:     *
000290*    EVERY RECORD'S OPENING PLUS ACTIVITY PLUS ADJUSTMENT IS   *
000300*    ITS CLOSING, AND EVERY RECORD OPENS AT THE CLOSING OF THE *
000310*    ONE BEFORE.  AND THE LEDGER MUST AGREE WITH DAYSECTH: THE *
000320*    CLOSING BALANCE IS RECOMPUTED FROM EVERY SECTION FOR THE  *
000330*    DEVICE RUN ON OR BEFORE THE MONTH'S LAST POSTING DATE,    *
000340*    LEAVING OUT VERDICT R AND REVERSED RUNS THE SAME WAY      *
000350*    ADVDEVLDG DOES.  A RUN REVERSED SINCE THAT POSTING DATE   *
000360*    SHOWS AS A DIFFERENCE HERE UNTIL THE LEDGER'S NEXT        *
000370*    POSTING CARRIES ITS ADJUSTMENT.  ANY DEVICE OUT OF        *
000380*    BALANCE SETS RC 4.                                        *
000390*                                                              *
000400*    THE MONTH IS THE FIRST COMMAND-LINE PARM ("YYYY-MM", OR   *
000410*    "YYYY-MM,DEVICEID" FOR ONE DEVICE), FALLING BACK TO THE   *
000420*    DAYSTMMONTH ENVIRONMENT VARIABLE AND DEFAULTING TO THE    *
000430*    CURRENT MONTH, AS ADVAUDRLLP RESOLVES ITS PERIOD.         *
000440****************************************************************
000450 ENVIRONMENT DIVISION.
000460     INPUT-OUTPUT SECTION.
000470         FILE-CONTROL.
000480         SELECT OPTIONAL DAYONE-DEVICE-MASTER ASSIGN TO "DAYDEVMF"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500*
000510         SELECT DAYONE-DEVICE-LEDGER ASSIGN TO "DAYDEVLG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000540*
000550         SELECT OPTIONAL DAYONE-SECTION-HISTORY ASSIGN TO
000560         "DAYSECTH"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630     FILE SECTION.
000640     FD DAYONE-DEVICE-MASTER.
000650         01 DAYONE-DEVICE-MASTER-FILE.
000660            05 DM-DEVICE-ID           PIC X(08).
000670            05 FILLER                 PIC X(01).
000680            05 DM-STATUS              PIC X(01).
000690            05 FILLER                 PIC X(01).
000700            05 DM-MIN-MAGNITUDE       PIC 9(05).
000710            05 FILLER                 PIC X(01).
000720            05 DM-MAX-MAGNITUDE       PIC 9(05).
000730            05 FILLER                 PIC X(01).
000740            05 DM-DESCRIPTION         PIC X(30).
000750*
000760     FD DAYONE-DEVICE-LEDGER.
000770         01 DAYONE-DEVICE-LEDGER-FILE.
000780            05 LG-POST-DATE           PIC X(10).
000790            05 FILLER                 PIC X(01).
000800            05 LG-DEVICE-ID           PIC X(08).
000810            05 FILLER                 PIC X(01).
000820            05 LG-DEVICE-STATUS       PIC X(01).
000830            05 FILLER                 PIC X(01).
000840            05 LG-OPENING-BALANCE     PIC S9(12)
000850                               SIGN IS LEADING SEPARATE.
000860            05 FILLER                 PIC X(01).
000870            05 LG-SECTION-COUNT       PIC 9(05).
000880            05 FILLER                 PIC X(01).
000890            05 LG-RECCOUNT            PIC 9(09).
000900            05 FILLER                 PIC X(01).
000910            05 LG-ACTIVITY            PIC S9(12)
000920                               SIGN IS LEADING SEPARATE.
000930            05 FILLER                 PIC X(01).
000940            05 LG-ADJUSTMENT          PIC S9(12)
000950                               SIGN IS LEADING SEPARATE.
000960            05 FILLER                 PIC X(01).
000970            05 LG-CLOSING-BALANCE     PIC S9(12)
000980                               SIGN IS LEADING SEPARATE.
000990*
001000     FD DAYONE-SECTION-HISTORY.
001010         01 DAYONE-SECTION-HIST-FILE.
001020            05 SH-RUN-DATE            PIC X(10).
001030            05 FILLER                 PIC X(01).
001040            05 SH-FILENAME            PIC X(80).
001050            05 FILLER                 PIC X(01).
001060            05 SH-SECTION-NUMBER      PIC 9(03).
001070            05 FILLER                 PIC X(01).
001080            05 SH-DEVICE-ID           PIC X(08).
001090            05 FILLER                 PIC X(01).
001100            05 SH-RECCOUNT            PIC 9(09).
001110            05 FILLER                 PIC X(01).
001120            05 SH-FREQUENCYSUM        PIC S9(10)
001130                               SIGN IS LEADING SEPARATE.
001140            05 FILLER                 PIC X(01).
001150            05 SH-VERDICT             PIC X(01).
001160                88  SH-SECTION-REJECTED  VALUE "R".
001161                88  SH-SECTION-HELD      VALUE "D".
001162            05 FILLER                 PIC X(01).
001163            05 SH-BUSINESS-DATE       PIC X(10).
001164            05 FILLER                 PIC X(01).
001165            05 SH-READINGS-HASH       PIC 9(09).
001166            05 FILLER                 PIC X(01).
001167            05 SH-FIRST-READING-TIME  PIC X(08).
001168            05 FILLER                 PIC X(01).
001169            05 SH-LAST-READING-TIME   PIC X(08).
001170*
001180     FD DAYONE-AUDIT.
001190         01 DAYONE-AUDIT-FILE.
001200            05 DA-RUN-DATE             PIC X(10).
001210            05 FILLER                  PIC X(01).
001220            05 DA-RUN-TIME             PIC X(08).
001230            05 FILLER                  PIC X(01).
001240            05 DA-INPUT-FILENAME       PIC X(80).
001250            05 FILLER                  PIC X(01).
001260            05 DA-RECCOUNT             PIC 9(09).
001270            05 FILLER                  PIC X(01).
001280            05 DA-FREQUENCYSUM         PIC S9(10)
001290                               SIGN IS LEADING SEPARATE.
001300            05 FILLER                  PIC X(01).
001310            05 DA-REJECTCOUNT          PIC 9(09).
001320            05 FILLER                  PIC X(01).
001330            05 DA-RERUN-SW             PIC X(01).
001340            05 FILLER                  PIC X(01).
001350            05 DA-BUSINESS-DATE        PIC X(10).
001360            05 FILLER                  PIC X(01).
001370            05 DA-REVERSED-SW          PIC X(01).
001380                88  DA-IS-REVERSED     VALUE "V".
001390            05 FILLER                  PIC X(01).
001400            05 DA-RETURN-CODE          PIC X(02).
001410*
001420     WORKING-STORAGE SECTION.
001430*
001440     77  WS-MAX-DEVICES               PIC 9(03) COMP VALUE 200.
001450     77  WS-MAX-REVERSED-RUNS         PIC 9(03) COMP VALUE 500.
001460*
001470     01  WS-SWITCHES.
001480         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001490             88  WS-EOF                VALUE "Y".
001500         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001510             88  WS-FOUND              VALUE "Y".
001520         05  WS-REVERSED-SW            PIC X(01) VALUE "N".
001530             88  WS-RUN-REVERSED       VALUE "Y".
001540         05  WS-LEDGER-FILE-STATUS     PIC X(02).
001550             88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
001560*
001570     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001580*
001590     01  WS-PARM-LINE                  PIC X(80).
001600     01  WS-PARM-FIELDS REDEFINES WS-PARM-LINE.
001610         05  WS-PARM-MONTH             PIC X(07).
001620         05  WS-PARM-COMMA             PIC X(01).
001630         05  WS-PARM-DEVICE            PIC X(08).
001640         05  FILLER                    PIC X(64).
001650     01  WS-ENV-MONTH                  PIC X(07).
001660     01  WS-STATEMENT-MONTH            PIC X(07).
001670     01  WS-STATEMENT-DEVICE           PIC X(08) VALUE SPACES.
001680*
001690     01  WS-CURRENT-DATE-FIELDS.
001700         05  WS-CURRENT-DATE.
001710             10  WS-CURRENT-YYYY       PIC 9(04).
001720             10  WS-CURRENT-MM         PIC 9(02).
001730             10  WS-CURRENT-DD         PIC 9(02).
001740*
001750     01  WS-STATEMENT-COUNTERS.
001760         05  WS-LEDGER-IN-MONTH        PIC 9(07) COMP VALUE 0.
001770         05  WS-DEVICES-PRINTED        PIC 9(03) COMP VALUE 0.
001780         05  WS-DEVICES-IN-BALANCE     PIC 9(03) COMP VALUE 0.
001790         05  WS-DEVICES-OUT            PIC 9(03) COMP VALUE 0.
001800*
001810     01  WS-DAY-NUMBER-DIGITS          PIC X(02).
001820     01  WS-DAY-NUMBER REDEFINES WS-DAY-NUMBER-DIGITS
001830                                       PIC 9(02).
001840     01  WS-DIFFERENCE                 PIC S9(13) COMP-3.
001850     01  WS-MONTH-DRIFT                PIC S9(13) COMP-3.
001860     01  WS-TOTAL-DRIFT                PIC S9(13) COMP-3 VALUE 0.
001870*
001880     01  WS-MATCH-DEVICE-ID            PIC X(08).
001890     01  WS-CHECK-FIELDS.
001900         05  WS-CHECK-FILENAME         PIC X(80).
001910         05  WS-CHECK-RUN-DATE         PIC X(10).
001920*
001930*    ONE ENTRY PER DEVICE, WITH ONE SLOT PER DAY OF THE MONTH
001940*    FOR THAT POSTING DATE'S LEDGER RECORD.
001950     01  WS-DEVICE-ENTRIES             PIC 9(03) COMP VALUE 0.
001960     01  WS-DEVICE-TABLE-AREA.
001970         05  WS-DEVICE-TABLE OCCURS 200 TIMES
001980                           INDEXED BY WS-DEVICE-IDX.
001990             10  WS-SD-ID              PIC X(08).
002000             10  WS-SD-STATUS          PIC X(01).
002010             10  WS-SD-DESCRIPTION     PIC X(30).
002020             10  WS-SD-ROWS            PIC 9(03) COMP.
002030             10  WS-SD-BREAKS          PIC 9(03) COMP.
002040             10  WS-SD-FIRST-POSTED    PIC X(10).
002050             10  WS-SD-LAST-POSTED     PIC X(10).
002060             10  WS-SD-OPENING         PIC S9(12) COMP-3.
002070             10  WS-SD-CLOSING         PIC S9(12) COMP-3.
002080             10  WS-SD-ACTIVITY        PIC S9(13) COMP-3.
002090             10  WS-SD-ADJUSTMENT      PIC S9(13) COMP-3.
002100             10  WS-SD-SECTIONS        PIC 9(07) COMP.
002110             10  WS-SD-RECCOUNT        PIC 9(11) COMP.
002120             10  WS-SD-DAYSECTH        PIC S9(13) COMP-3.
002130             10  WS-SD-DAY OCCURS 31 TIMES
002140                           INDEXED BY WS-DAY-IDX.
002150                 15  WS-SD-DAY-POSTED-SW   PIC X(01).
002160                     88  WS-SD-DAY-POSTED  VALUE "Y".
002170                 15  WS-SD-DAY-SECTIONS    PIC 9(05) COMP.
002180                 15  WS-SD-DAY-RECCOUNT    PIC 9(09) COMP.
002190                 15  WS-SD-DAY-ACTIVITY    PIC S9(12) COMP-3.
002200                 15  WS-SD-DAY-ADJUSTMENT  PIC S9(12) COMP-3.
002210                 15  WS-SD-DAY-CLOSING     PIC S9(12) COMP-3.
002220*
002230     01  WS-REVERSED-ENTRIES           PIC 9(03) COMP VALUE 0.
002240     01  WS-REVERSED-TABLE-AREA.
002250         05  WS-REVERSED-TABLE OCCURS 500 TIMES
002260                           INDEXED BY WS-REV-IDX.
002270             10  WS-RV-FILENAME        PIC X(80).
002280             10  WS-RV-RUN-DATE        PIC X(10).
002290*
002300     01  WS-DAY-LINE.
002310         05  FILLER                    PIC X(04) VALUE SPACES.
002320         05  WS-DL-DATE                PIC X(10).
002330         05  FILLER                    PIC X(01) VALUE SPACE.
002340         05  WS-DL-SECTIONS            PIC Z(06)9.
002350         05  FILLER                    PIC X(01) VALUE SPACE.
002360         05  WS-DL-RECCOUNT            PIC Z(10)9.
002370         05  FILLER                    PIC X(01) VALUE SPACE.
002380         05  WS-DL-ACTIVITY            PIC -(13)9.
002390         05  FILLER                    PIC X(01) VALUE SPACE.
002400         05  WS-DL-ADJUSTMENT          PIC -(13)9.
002410         05  FILLER                    PIC X(01) VALUE SPACE.
002420         05  WS-DL-BALANCE             PIC -(13)9.
002430*
002440     01  WS-AMOUNT-EDIT                PIC -(13)9.
002450     01  WS-AMOUNT-EDIT-2              PIC -(13)9.
002460*
002470     COPY DL100PRM.
002480*
002490 PROCEDURE DIVISION.
002500*
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 1100-LOAD-DEVICE-MASTER THRU 1100-EXIT.
002540     PERFORM 1200-LOAD-LEDGER-MONTH THRU 1200-EXIT.
002550     IF WS-LEDGER-IN-MONTH = 0
002560         DISPLAY "ADVDEVSTM: NO LEDGER POSTINGS FOR "
002570                 WS-STATEMENT-MONTH
002580         MOVE 4 TO WS-JOB-RETURN-CODE
002590         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     PERFORM 1300-LOAD-REVERSED-RUNS THRU 1300-EXIT.
002630     PERFORM 2000-PROVE-AGAINST-SECTIONS THRU 2000-EXIT.
002640     PERFORM 3000-PRINT-ONE-DEVICE THRU 3000-EXIT
002650         VARYING WS-DEVICE-IDX FROM 1 BY 1
002660         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES.
002670*
002680     MOVE WS-TOTAL-DRIFT TO WS-AMOUNT-EDIT.
002690     DISPLAY "ADVDEVSTM: ==== " WS-STATEMENT-MONTH " - "
002700             WS-DEVICES-PRINTED " DEVICE(S), "
002710             WS-DEVICES-IN-BALANCE " IN BALANCE, "
002720             WS-DEVICES-OUT " OUT OF BALANCE".
002730     DISPLAY "ADVDEVSTM: TOTAL DRIFT FOR THE MONTH "
002740             WS-AMOUNT-EDIT.
002750     IF WS-DEVICES-OUT > 0 AND WS-JOB-RETURN-CODE < 4
002760         MOVE 4 TO WS-JOB-RETURN-CODE
002770     END-IF.
002780     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
002790     STOP RUN.
002800*
002810****************************************************************
002820*    1000-INITIALIZE - RESOLVE THE STATEMENT MONTH (AND ANY    *
002830*    SINGLE DEVICE): PARM, THEN DAYSTMMONTH, THEN THE CURRENT  *
002840*    MONTH.                                                    *
002850****************************************************************
002860 1000-INITIALIZE.
002870     MOVE "ADVDEVSTM" TO DL100-PRM-IN-PROGRAM
002880     SET DL100-PRM-ECHO TO TRUE
002890     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
002900*
002910     MOVE SPACES TO WS-PARM-LINE
002920     MOVE SPACES TO WS-ENV-MONTH
002930     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
002940     ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "DAYSTMMONTH".
002950*
002960     IF WS-PARM-LINE NOT = SPACES
002970         MOVE WS-PARM-MONTH TO WS-STATEMENT-MONTH
002980         IF WS-PARM-COMMA = ","
002990             MOVE WS-PARM-DEVICE TO WS-STATEMENT-DEVICE
003000         END-IF
003010     ELSE
003020         IF WS-ENV-MONTH NOT = SPACES
003030             MOVE WS-ENV-MONTH TO WS-STATEMENT-MONTH
003040         ELSE
003050             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003060             STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM
003070                 DELIMITED BY SIZE INTO WS-STATEMENT-MONTH
003080         END-IF
003090     END-IF.
003100*
003110     IF WS-STATEMENT-MONTH(1:4) IS NUMERIC
003120         AND WS-STATEMENT-MONTH(5:1) = "-"
003130         AND WS-STATEMENT-MONTH(6:2) IS NUMERIC
003140         CONTINUE
003150     ELSE
003160         DISPLAY "ADVDEVSTM: MONTH """ WS-STATEMENT-MONTH
003170                 """ IS NOT YYYY-MM"
003180         MOVE 16 TO WS-JOB-RETURN-CODE
003190         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     IF WS-STATEMENT-DEVICE = SPACES
003230         DISPLAY "ADVDEVSTM: DEVICE STATEMENTS FOR "
003240                 WS-STATEMENT-MONTH
003250     ELSE
003260         DISPLAY "ADVDEVSTM: DEVICE STATEMENT FOR "
003270                 WS-STATEMENT-MONTH " - DEVICE "
003280                 WS-STATEMENT-DEVICE
003290     END-IF.
003300 1000-EXIT.
003310     EXIT.
003320*
003330****************************************************************
003340*    1100-LOAD-DEVICE-MASTER - THE DESCRIPTIONS AND CURRENT    *
003350*    STATUS FOR THE STATEMENT HEADINGS.                        *
003360****************************************************************
003370 1100-LOAD-DEVICE-MASTER.
003380     MOVE "N" TO WS-EOF-SW
003390     OPEN INPUT DAYONE-DEVICE-MASTER.
003400     PERFORM 1110-LOAD-ONE-DEVICE THRU 1110-EXIT
003410         UNTIL WS-EOF.
003420     CLOSE DAYONE-DEVICE-MASTER.
003430 1100-EXIT.
003440     EXIT.
003450*
003460 1110-LOAD-ONE-DEVICE.
003470     READ DAYONE-DEVICE-MASTER
003480         AT END
003490             SET WS-EOF TO TRUE
003500             GO TO 1110-EXIT
003510     END-READ.
003520     IF WS-STATEMENT-DEVICE NOT = SPACES
003530         AND DM-DEVICE-ID NOT = WS-STATEMENT-DEVICE
003540         GO TO 1110-EXIT
003550     END-IF.
003560     MOVE DM-DEVICE-ID TO WS-MATCH-DEVICE-ID.
003570     PERFORM 8000-FIND-OR-ADD-DEVICE THRU 8000-EXIT.
003580     MOVE DM-STATUS TO WS-SD-STATUS(WS-DEVICE-IDX)
003590     MOVE DM-DESCRIPTION TO WS-SD-DESCRIPTION(WS-DEVICE-IDX).
003600 1110-EXIT.
003610     EXIT.
003620*
003630****************************************************************
003640*    1200-LOAD-LEDGER-MONTH - FILE EVERY LEDGER RECORD POSTED  *
003650*    IN THE MONTH UNDER ITS DEVICE AND DAY, FOOTING EACH ONE   *
003660*    AND CHECKING IT OPENS AT THE PRIOR RECORD'S CLOSING.      *
003670****************************************************************
003680 1200-LOAD-LEDGER-MONTH.
003690     MOVE "N" TO WS-EOF-SW
003700     OPEN INPUT DAYONE-DEVICE-LEDGER.
003710     IF WS-LEDGER-FILE-NOT-FOUND
003720         DISPLAY "ADVDEVSTM: NO DEVICE LEDGER FOUND - DAYDEVLG "
003730                 "DOES NOT EXIST"
003740         MOVE 16 TO WS-JOB-RETURN-CODE
003750         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     PERFORM 1210-LOAD-ONE-LEDGER-RECORD THRU 1210-EXIT
003790         UNTIL WS-EOF.
003800     CLOSE DAYONE-DEVICE-LEDGER.
003810 1200-EXIT.
003820     EXIT.
003830*
003840 1210-LOAD-ONE-LEDGER-RECORD.
003850     READ DAYONE-DEVICE-LEDGER
003860         AT END
003870             SET WS-EOF TO TRUE
003880             GO TO 1210-EXIT
003890     END-READ.
003900     IF LG-POST-DATE(1:7) NOT = WS-STATEMENT-MONTH
003910         GO TO 1210-EXIT
003920     END-IF.
003930     IF WS-STATEMENT-DEVICE NOT = SPACES
003940         AND LG-DEVICE-ID NOT = WS-STATEMENT-DEVICE
003950         GO TO 1210-EXIT
003960     END-IF.
003970     MOVE LG-POST-DATE(9:2) TO WS-DAY-NUMBER-DIGITS.
003980     IF WS-DAY-NUMBER-DIGITS IS NOT NUMERIC
003990         OR WS-DAY-NUMBER < 1 OR WS-DAY-NUMBER > 31
004000         DISPLAY "ADVDEVSTM: LEDGER RECORD FOR " LG-DEVICE-ID
004010                 " HAS A BAD POSTING DATE " LG-POST-DATE
004020                 " - SKIPPED"
004030         MOVE 8 TO WS-JOB-RETURN-CODE
004040         GO TO 1210-EXIT
004050     END-IF.
004060     ADD 1 TO WS-LEDGER-IN-MONTH.
004070     MOVE LG-DEVICE-ID TO WS-MATCH-DEVICE-ID.
004080     PERFORM 8000-FIND-OR-ADD-DEVICE THRU 8000-EXIT.
004090     IF WS-SD-STATUS(WS-DEVICE-IDX) = SPACE
004100         MOVE LG-DEVICE-STATUS TO WS-SD-STATUS(WS-DEVICE-IDX)
004110     END-IF.
004120*
004130     IF WS-SD-ROWS(WS-DEVICE-IDX) = 0
004140         MOVE LG-OPENING-BALANCE TO WS-SD-OPENING(WS-DEVICE-IDX)
004150         MOVE LG-POST-DATE TO WS-SD-FIRST-POSTED(WS-DEVICE-IDX)
004160     ELSE
004170         IF LG-OPENING-BALANCE NOT = WS-SD-CLOSING(WS-DEVICE-IDX)
004180             ADD 1 TO WS-SD-BREAKS(WS-DEVICE-IDX)
004190             DISPLAY "ADVDEVSTM: DEVICE " LG-DEVICE-ID " OPENS "
004200                     LG-POST-DATE " AT " LG-OPENING-BALANCE
004210                     " - PRIOR CLOSING WAS "
004220                     WS-SD-CLOSING(WS-DEVICE-IDX)
004230         END-IF
004240     END-IF.
004250     IF LG-OPENING-BALANCE + LG-ACTIVITY + LG-ADJUSTMENT
004260         NOT = LG-CLOSING-BALANCE
004270         ADD 1 TO WS-SD-BREAKS(WS-DEVICE-IDX)
004280         DISPLAY "ADVDEVSTM: DEVICE " LG-DEVICE-ID " DOES NOT "
004290                 "FOOT ON " LG-POST-DATE
004300     END-IF.
004310*
004320     ADD 1 TO WS-SD-ROWS(WS-DEVICE-IDX)
004330     MOVE LG-POST-DATE TO WS-SD-LAST-POSTED(WS-DEVICE-IDX)
004340     MOVE LG-CLOSING-BALANCE TO WS-SD-CLOSING(WS-DEVICE-IDX)
004350     ADD LG-ACTIVITY TO WS-SD-ACTIVITY(WS-DEVICE-IDX)
004360     ADD LG-ADJUSTMENT TO WS-SD-ADJUSTMENT(WS-DEVICE-IDX)
004370     ADD LG-SECTION-COUNT TO WS-SD-SECTIONS(WS-DEVICE-IDX)
004380     ADD LG-RECCOUNT TO WS-SD-RECCOUNT(WS-DEVICE-IDX)
004390     SET WS-DAY-IDX TO WS-DAY-NUMBER
004400     MOVE "Y" TO WS-SD-DAY-POSTED-SW(WS-DEVICE-IDX, WS-DAY-IDX)
004410     MOVE LG-SECTION-COUNT
004420         TO WS-SD-DAY-SECTIONS(WS-DEVICE-IDX, WS-DAY-IDX)
004430     MOVE LG-RECCOUNT
004440         TO WS-SD-DAY-RECCOUNT(WS-DEVICE-IDX, WS-DAY-IDX)
004450     MOVE LG-ACTIVITY
004460         TO WS-SD-DAY-ACTIVITY(WS-DEVICE-IDX, WS-DAY-IDX)
004470     MOVE LG-ADJUSTMENT
004480         TO WS-SD-DAY-ADJUSTMENT(WS-DEVICE-IDX, WS-DAY-IDX)
004490     MOVE LG-CLOSING-BALANCE
004500         TO WS-SD-DAY-CLOSING(WS-DEVICE-IDX, WS-DAY-IDX).
004510 1210-EXIT.
004520     EXIT.
004530*
004540****************************************************************
004550*    1300-LOAD-REVERSED-RUNS - THE RUNS ADVBKOUT HAS MARKED    *
004560*    "V" ON DAYAUD, LEFT OUT OF THE DAYSECTH PROOF AS THEY ARE *
004570*    LEFT OFF THE LEDGER.                                      *
004580****************************************************************
004590 1300-LOAD-REVERSED-RUNS.
004600     MOVE "N" TO WS-EOF-SW
004610     OPEN INPUT DAYONE-AUDIT.
004620     PERFORM 1310-CHECK-ONE-AUDIT-ENTRY THRU 1310-EXIT
004630         UNTIL WS-EOF.
004640     CLOSE DAYONE-AUDIT.
004650 1300-EXIT.
004660     EXIT.
004670*
004680 1310-CHECK-ONE-AUDIT-ENTRY.
004690     READ DAYONE-AUDIT
004700         AT END
004710             SET WS-EOF TO TRUE
004720             GO TO 1310-EXIT
004730     END-READ.
004740     IF NOT DA-IS-REVERSED
004750         GO TO 1310-EXIT
004760     END-IF.
004770     MOVE DA-INPUT-FILENAME TO WS-CHECK-FILENAME
004780     MOVE DA-RUN-DATE TO WS-CHECK-RUN-DATE.
004790     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
004800     IF WS-RUN-REVERSED
004810         GO TO 1310-EXIT
004820     END-IF.
004830     IF WS-REVERSED-ENTRIES NOT < WS-MAX-REVERSED-RUNS
004840         DISPLAY "ADVDEVSTM: REVERSED-RUN TABLE FULL AT "
004850                 WS-MAX-REVERSED-RUNS " - NO STATEMENT PRINTED"
004860         MOVE 16 TO WS-JOB-RETURN-CODE
004870         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     ADD 1 TO WS-REVERSED-ENTRIES
004910     SET WS-REV-IDX TO WS-REVERSED-ENTRIES
004920     MOVE DA-INPUT-FILENAME TO WS-RV-FILENAME(WS-REV-IDX)
004930     MOVE DA-RUN-DATE TO WS-RV-RUN-DATE(WS-REV-IDX).
004940 1310-EXIT.
004950     EXIT.
004960*
004970****************************************************************
004980*    2000-PROVE-AGAINST-SECTIONS - RECOMPUTE EACH DEVICE'S     *
004990*    BALANCE FROM DAYSECTH THROUGH ITS LAST POSTING DATE IN    *
005000*    THE MONTH.                                                *
005010****************************************************************
005020 2000-PROVE-AGAINST-SECTIONS.
005030     MOVE "N" TO WS-EOF-SW
005040     OPEN INPUT DAYONE-SECTION-HISTORY.
005050     PERFORM 2100-PROVE-ONE-SECTION THRU 2100-EXIT
005060         UNTIL WS-EOF.
005070     CLOSE DAYONE-SECTION-HISTORY.
005080 2000-EXIT.
005090     EXIT.
005100*
005110 2100-PROVE-ONE-SECTION.
005120     READ DAYONE-SECTION-HISTORY
005130         AT END
005140             SET WS-EOF TO TRUE
005150             GO TO 2100-EXIT
005160     END-READ.
005170     IF SH-SECTION-REJECTED OR SH-SECTION-HELD
005175         OR SH-DEVICE-ID = SPACES
005180         GO TO 2100-EXIT
005190     END-IF.
005200     MOVE SH-DEVICE-ID TO WS-MATCH-DEVICE-ID.
005210     PERFORM 8010-FIND-DEVICE THRU 8010-EXIT.
005220     IF NOT WS-FOUND
005230         GO TO 2100-EXIT
005240     END-IF.
005250     IF WS-SD-ROWS(WS-DEVICE-IDX) = 0
005260         OR SH-RUN-DATE > WS-SD-LAST-POSTED(WS-DEVICE-IDX)
005270         GO TO 2100-EXIT
005280     END-IF.
005290     MOVE SH-FILENAME TO WS-CHECK-FILENAME
005300     MOVE SH-RUN-DATE TO WS-CHECK-RUN-DATE.
005310     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
005320     IF NOT WS-RUN-REVERSED
005330         ADD SH-FREQUENCYSUM TO WS-SD-DAYSECTH(WS-DEVICE-IDX)
005340     END-IF.
005350 2100-EXIT.
005360     EXIT.
005370*
005380****************************************************************
005390*    3000-PRINT-ONE-DEVICE - THE STATEMENT FOR ONE DEVICE WITH *
005400*    POSTINGS IN THE MONTH, AND ITS TWO PROOFS.                *
005410****************************************************************
005420 3000-PRINT-ONE-DEVICE.
005430     IF WS-SD-ROWS(WS-DEVICE-IDX) = 0
005440         GO TO 3000-EXIT
005450     END-IF.
005460     ADD 1 TO WS-DEVICES-PRINTED.
005470     DISPLAY " ".
005480     DISPLAY "ADVDEVSTM: DEVICE " WS-SD-ID(WS-DEVICE-IDX)
005490             "  " WS-SD-DESCRIPTION(WS-DEVICE-IDX)
005500             "  STATUS " WS-SD-STATUS(WS-DEVICE-IDX)
005510             "  STATEMENT FOR " WS-STATEMENT-MONTH.
005520     MOVE WS-SD-OPENING(WS-DEVICE-IDX) TO WS-AMOUNT-EDIT.
005530     DISPLAY "    OPENING BALANCE AT "
005540             WS-SD-FIRST-POSTED(WS-DEVICE-IDX) "        "
005550             WS-AMOUNT-EDIT.
005560     DISPLAY "    POSTED      SECTIONS     RECORDS       "
005570             "ACTIVITY     ADJUSTMENT        BALANCE".
005580     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
005590         VARYING WS-DAY-IDX FROM 1 BY 1
005600         UNTIL WS-DAY-IDX > 31.
005610*
005620     MOVE "TOTAL" TO WS-DL-DATE
005630     MOVE WS-SD-SECTIONS(WS-DEVICE-IDX) TO WS-DL-SECTIONS
005640     MOVE WS-SD-RECCOUNT(WS-DEVICE-IDX) TO WS-DL-RECCOUNT
005650     MOVE WS-SD-ACTIVITY(WS-DEVICE-IDX) TO WS-DL-ACTIVITY
005660     MOVE WS-SD-ADJUSTMENT(WS-DEVICE-IDX) TO WS-DL-ADJUSTMENT
005670     MOVE WS-SD-CLOSING(WS-DEVICE-IDX) TO WS-DL-BALANCE.
005680     DISPLAY WS-DAY-LINE.
005690     MOVE WS-SD-CLOSING(WS-DEVICE-IDX) TO WS-AMOUNT-EDIT.
005700     DISPLAY "    CLOSING BALANCE AT "
005710             WS-SD-LAST-POSTED(WS-DEVICE-IDX) "        "
005720             WS-AMOUNT-EDIT.
005730     COMPUTE WS-MONTH-DRIFT = WS-SD-CLOSING(WS-DEVICE-IDX)
005740                            - WS-SD-OPENING(WS-DEVICE-IDX).
005750     ADD WS-MONTH-DRIFT TO WS-TOTAL-DRIFT.
005760     MOVE WS-MONTH-DRIFT TO WS-AMOUNT-EDIT.
005770     DISPLAY "    DRIFT FOR THE MONTH                   "
005780             WS-AMOUNT-EDIT.
005790*
005800     PERFORM 3200-PRINT-PROOF THRU 3200-EXIT.
005810 3000-EXIT.
005820     EXIT.
005830*
005840 3100-PRINT-ONE-DAY.
005850     IF NOT WS-SD-DAY-POSTED(WS-DEVICE-IDX, WS-DAY-IDX)
005860         GO TO 3100-EXIT
005870     END-IF.
005880     SET WS-DAY-NUMBER TO WS-DAY-IDX.
005890     STRING WS-STATEMENT-MONTH "-" WS-DAY-NUMBER-DIGITS
005900         DELIMITED BY SIZE INTO WS-DL-DATE.
005910     MOVE WS-SD-DAY-SECTIONS(WS-DEVICE-IDX, WS-DAY-IDX)
005920         TO WS-DL-SECTIONS
005930     MOVE WS-SD-DAY-RECCOUNT(WS-DEVICE-IDX, WS-DAY-IDX)
005940         TO WS-DL-RECCOUNT
005950     MOVE WS-SD-DAY-ACTIVITY(WS-DEVICE-IDX, WS-DAY-IDX)
005960         TO WS-DL-ACTIVITY
005970     MOVE WS-SD-DAY-ADJUSTMENT(WS-DEVICE-IDX, WS-DAY-IDX)
005980         TO WS-DL-ADJUSTMENT
005990     MOVE WS-SD-DAY-CLOSING(WS-DEVICE-IDX, WS-DAY-IDX)
006000         TO WS-DL-BALANCE.
006010     DISPLAY WS-DAY-LINE.
006020 3100-EXIT.
006030     EXIT.
006040*
006050****************************************************************
006060*    3200-PRINT-PROOF - THE LEDGER FOOTS AND AGREES WITH       *
006070*    DAYSECTH, OR THE DEVICE IS OUT OF BALANCE.                *
006080****************************************************************
006090 3200-PRINT-PROOF.
006100     COMPUTE WS-DIFFERENCE = WS-SD-CLOSING(WS-DEVICE-IDX)
006110                           - WS-SD-DAYSECTH(WS-DEVICE-IDX).
006120     MOVE WS-SD-DAYSECTH(WS-DEVICE-IDX) TO WS-AMOUNT-EDIT.
006130     MOVE WS-SD-CLOSING(WS-DEVICE-IDX) TO WS-AMOUNT-EDIT-2.
006140     DISPLAY "    PROOF - DAYSECTH THROUGH "
006150             WS-SD-LAST-POSTED(WS-DEVICE-IDX) "  "
006160             WS-AMOUNT-EDIT "  LEDGER " WS-AMOUNT-EDIT-2.
006170     IF WS-DIFFERENCE = 0 AND WS-SD-BREAKS(WS-DEVICE-IDX) = 0
006180         ADD 1 TO WS-DEVICES-IN-BALANCE
006190         DISPLAY "    IN BALANCE"
006200         GO TO 3200-EXIT
006210     END-IF.
006220*
006230     ADD 1 TO WS-DEVICES-OUT.
006240     IF WS-DIFFERENCE NOT = 0
006250         MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
006260         DISPLAY "    OUT OF BALANCE BY " WS-AMOUNT-EDIT
006270                 " - CHECK FOR RUNS REVERSED AFTER "
006280                 WS-SD-LAST-POSTED(WS-DEVICE-IDX)
006290     END-IF.
006300     IF WS-SD-BREAKS(WS-DEVICE-IDX) > 0
006310         DISPLAY "    OUT OF BALANCE - "
006315                 WS-SD-BREAKS(WS-DEVICE-IDX)
006320                 " LEDGER RECORD(S) DO NOT FOOT OR CARRY FORWARD"
006330     END-IF.
006340 3200-EXIT.
006350     EXIT.
006360*
006370****************************************************************
006380*    8000-FIND-OR-ADD-DEVICE - FIND WS-MATCH-DEVICE-ID IN THE  *
006390*    TABLE, ADDING AN EMPTY ENTRY IF IT IS NEW.  A FULL TABLE  *
006400*    STOPS THE RUN (RC 16) RATHER THAN PRINT A PARTIAL SET.    *
006410****************************************************************
006420 8000-FIND-OR-ADD-DEVICE.
006430     PERFORM 8010-FIND-DEVICE THRU 8010-EXIT.
006440     IF WS-FOUND
006450         GO TO 8000-EXIT
006460     END-IF.
006470     IF WS-DEVICE-ENTRIES NOT < WS-MAX-DEVICES
006480         DISPLAY "ADVDEVSTM: DEVICE TABLE FULL AT "
006490                 WS-MAX-DEVICES " - NO STATEMENT PRINTED"
006500         MOVE 16 TO WS-JOB-RETURN-CODE
006510         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
006520         STOP RUN
006530     END-IF.
006540     ADD 1 TO WS-DEVICE-ENTRIES
006550     SET WS-DEVICE-IDX TO WS-DEVICE-ENTRIES
006560     INITIALIZE WS-DEVICE-TABLE(WS-DEVICE-IDX)
006570     MOVE WS-MATCH-DEVICE-ID TO WS-SD-ID(WS-DEVICE-IDX)
006580     SET WS-FOUND TO TRUE.
006590 8000-EXIT.
006600     EXIT.
006610*
006620 8010-FIND-DEVICE.
006630     MOVE "N" TO WS-FOUND-SW
006640     PERFORM 8020-COMPARE-ONE-DEVICE THRU 8020-EXIT
006650         VARYING WS-DEVICE-IDX FROM 1 BY 1
006660         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES OR WS-FOUND.
006670     IF WS-FOUND
006680         SET WS-DEVICE-IDX DOWN BY 1
006690     END-IF.
006700     IF NOT WS-FOUND
006710         SET WS-DEVICE-IDX TO 1
006720     END-IF.
006730 8010-EXIT.
006740     EXIT.
006750*
006760 8020-COMPARE-ONE-DEVICE.
006770     IF WS-SD-ID(WS-DEVICE-IDX) = WS-MATCH-DEVICE-ID
006780         SET WS-FOUND TO TRUE
006790     END-IF.
006800 8020-EXIT.
006810     EXIT.
006820*
006830****************************************************************
006840*    8100-CHECK-REVERSED-RUN - IS THE RUN IN WS-CHECK-FILENAME *
006850*    AND WS-CHECK-RUN-DATE ON THE REVERSED-RUN TABLE?          *
006860****************************************************************
006870 8100-CHECK-REVERSED-RUN.
006880     MOVE "N" TO WS-REVERSED-SW
006890     PERFORM 8110-COMPARE-ONE-REVERSAL THRU 8110-EXIT
006900         VARYING WS-REV-IDX FROM 1 BY 1
006910         UNTIL WS-REV-IDX > WS-REVERSED-ENTRIES
006920         OR WS-RUN-REVERSED.
006930 8100-EXIT.
006940     EXIT.
006950*
006960 8110-COMPARE-ONE-REVERSAL.
006970     IF WS-RV-FILENAME(WS-REV-IDX) = WS-CHECK-FILENAME
006980         AND WS-RV-RUN-DATE(WS-REV-IDX) = WS-CHECK-RUN-DATE
006990         SET WS-RUN-REVERSED TO TRUE
007000     END-IF.
007010 8110-EXIT.
007020     EXIT.
007030*
007040 END PROGRAM ADVDEVSTM.
