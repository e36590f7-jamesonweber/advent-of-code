000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVDEVRNG.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - RECOMMEND EACH DEVICE'S          *
000120*                  MAGNITUDE RANGE FROM ITS VALID READINGS    *
000130*                  OVER A RANGE OF RUN DATES, WITH THE         *
000140*                  DAYWATCH HITS EACH RANGE WOULD HAVE MADE,  *
000150*                  AND WRITE THE CHANGES AS DAYDEVTX "UPD"    *
000160*                  TRANSACTIONS FOR REVIEW.                   *
000163* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000166*                  AND READINGS HASH.                          *
000167* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000168*                  READING TIMES.                              *
000170****************************************************************
000180*
000190****************************************************************
000200*    THIS MAINLINE WORKS OUT A TYPICAL MAGNITUDE SPREAD FOR    *
000210*    EVERY ACTIVE DEVICE ON THE MASTER (DAYDEVMF).  THE        *
000220*    READINGS COME FROM THE SECTION HISTORY (DAYSECTH): EVERY  *
000230*    SECTION RUN IN THE DATE RANGE WITH VERDICT M OR N, FROM A *
000240*    RUN NOT REVERSED ON DAYAUD, NAMES A BLOCK OF ONE DEVICE'S *
000250*    READINGS IN ONE INPUT FILE.  EACH SUCH FILE IS READ AGAIN *
000260*    (ONCE - A FILE RUN MORE THAN ONCE IN THE RANGE IS TAKEN   *
000270*    FROM ITS LATEST RUN), ITS SECTIONS NUMBERED THE WAY       *
000280*    ADVFREQCALC NUMBERS THEM, AND EVERY READING IN A CHOSEN   *
000290*    SECTION IS EDITED BY ADVVALFRQ.  ONLY VALID READINGS      *
000300*    COUNT.  SECTIONS WITH A MISMATCHED OR MALFORMED TRAILER   *
000310*    (VERDICT X) OR A REJECTED DEVICE (R) ARE LEFT OUT.        *
000320*                                                              *
000330*    PER DEVICE THE REPORT SHOWS THREE RANGES - THE CURRENT    *
000340*    ONE ON THE MASTER, THE OBSERVED ONE (LOWEST TO HIGHEST    *
000350*    VALID READING) AND THE SUGGESTED ONE (THE MEAN PLUS AND   *
000360*    MINUS WS-SPREAD-SIGMAS STANDARD DEVIATIONS, KEPT INSIDE   *
000370*    THE OBSERVED RANGE) - EACH WITH THE NUMBER OF DAYWATCH    *
000380*    HITS IT WOULD HAVE PRODUCED OVER THE SAME READINGS.  A    *
000390*    HIT IS COUNTED AS ADVFREQCALC WRITES ONE: ABOVE THE       *
000400*    DAYPARMS WATCHLIMIT, OR OUTSIDE THE DEVICE'S RANGE.       *
000410*    READINGS ABOVE THE WATCH LIMIT ARE HITS WHATEVER THE      *
000420*    RANGE, SO THEY ARE LEFT OUT OF THE MEAN AND DEVIATION.    *
000430*                                                              *
000440*    A DEVICE WITH FEWER THAN WS-MIN-READINGS SUCH READINGS    *
000450*    KEEPS ITS CURRENT RANGE.  WHERE THE SUGGESTED RANGE       *
000460*    DIFFERS FROM THE CURRENT ONE, AN "UPD" TRANSACTION IN THE *
000470*    DAYDEVTX LAYOUT GOES TO DAYRNGTX WITH A BLANK DESCRIPTION *
000480*    (SO ADVDEVMNT KEEPS THE ONE ON FILE).  NOTHING IS APPLIED *
000490*    HERE - DAYRNGTX IS REVIEWED AND THEN RUN THROUGH          *
000500*    ADVDEVMNT AS ITS DAYDEVTX.                                *
000510*                                                              *
000520*    THE RANGE IS THE FIRST COMMAND-LINE PARM ("YYYY-MM-DD"    *
000530*    OR "FROM,TO"), FALLING BACK TO THE DAYRNGDATES            *
000540*    ENVIRONMENT VARIABLE AND DEFAULTING TO THE WS-DEFAULT-    *
000550*    DAYS RUN DATES ENDING YESTERDAY.  AN INPUT FILE NO LONGER *
000560*    ON DISK, OR A SECTION WHOSE DEVICE HEADER NO LONGER       *
000570*    AGREES WITH DAYSECTH, IS SKIPPED AND SETS RC 4.           *
000580****************************************************************
000590 ENVIRONMENT DIVISION.
000600     INPUT-OUTPUT SECTION.
000610         FILE-CONTROL.
000620         SELECT OPTIONAL DAYONE-DEVICE-MASTER ASSIGN TO "DAYDEVMF"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650         SELECT OPTIONAL DAYONE-SECTION-HISTORY ASSIGN TO
000660         "DAYSECTH"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680*
000690         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710*
000720         SELECT DAYONE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DAYONE-FILE-STATUS.
000750*
000760         SELECT DAYONE-RANGE-WORK ASSIGN TO "DAYRNGWK"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780*
000790         SELECT DAYONE-RANGE-TRANS ASSIGN TO "DAYRNGTX"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810*
000820 DATA DIVISION.
000830     FILE SECTION.
000840     FD DAYONE-DEVICE-MASTER.
000850         01 DAYONE-DEVICE-MASTER-FILE.
000860            05 DM-DEVICE-ID           PIC X(08).
000870            05 FILLER                 PIC X(01).
000880            05 DM-STATUS              PIC X(01).
000890            05 FILLER                 PIC X(01).
000900            05 DM-MIN-MAGNITUDE       PIC 9(05).
000910            05 FILLER                 PIC X(01).
000920            05 DM-MAX-MAGNITUDE       PIC 9(05).
000930            05 FILLER                 PIC X(01).
000940            05 DM-DESCRIPTION         PIC X(30).
000950*
000960     FD DAYONE-SECTION-HISTORY.
000970         01 DAYONE-SECTION-HIST-FILE.
000980            05 SH-RUN-DATE            PIC X(10).
000990            05 FILLER                 PIC X(01).
001000            05 SH-FILENAME            PIC X(80).
001010            05 FILLER                 PIC X(01).
001020            05 SH-SECTION-NUMBER      PIC 9(03).
001030            05 FILLER                 PIC X(01).
001040            05 SH-DEVICE-ID           PIC X(08).
001050            05 FILLER                 PIC X(01).
001060            05 SH-RECCOUNT            PIC 9(09).
001070            05 FILLER                 PIC X(01).
001080            05 SH-FREQUENCYSUM        PIC S9(10)
001090                               SIGN IS LEADING SEPARATE.
001100            05 FILLER                 PIC X(01).
001110            05 SH-VERDICT             PIC X(01).
001120                88  SH-SECTION-USABLE VALUE "M", "N".
001122            05 FILLER                 PIC X(01).
001124            05 SH-BUSINESS-DATE       PIC X(10).
001126            05 FILLER                 PIC X(01).
001128            05 SH-READINGS-HASH       PIC 9(09).
001130            05 FILLER                 PIC X(01).
001132            05 SH-FIRST-READING-TIME  PIC X(08).
001134            05 FILLER                 PIC X(01).
001136            05 SH-LAST-READING-TIME   PIC X(08).
001138*
001140     FD DAYONE-AUDIT.
001150         01 DAYONE-AUDIT-FILE.
001160            05 DA-RUN-DATE             PIC X(10).
001170            05 FILLER                  PIC X(01).
001180            05 DA-RUN-TIME             PIC X(08).
001190            05 FILLER                  PIC X(01).
001200            05 DA-INPUT-FILENAME       PIC X(80).
001210            05 FILLER                  PIC X(01).
001220            05 DA-RECCOUNT             PIC 9(09).
001230            05 FILLER                  PIC X(01).
001240            05 DA-FREQUENCYSUM         PIC S9(10)
001250                               SIGN IS LEADING SEPARATE.
001260            05 FILLER                  PIC X(01).
001270            05 DA-REJECTCOUNT          PIC 9(09).
001280            05 FILLER                  PIC X(01).
001290            05 DA-RERUN-SW             PIC X(01).
001300            05 FILLER                  PIC X(01).
001310            05 DA-BUSINESS-DATE        PIC X(10).
001320            05 FILLER                  PIC X(01).
001330            05 DA-REVERSED-SW          PIC X(01).
001340                88  DA-IS-REVERSED     VALUE "V".
001350            05 FILLER                  PIC X(01).
001360            05 DA-RETURN-CODE          PIC X(02).
001370*
001380     FD DAYONE.
001390         01 DAYONE-RAW-LINE           PIC X(20).
001400*
001410     FD DAYONE-RANGE-WORK.
001420         01 DAYONE-RANGE-WORK-FILE.
001430            05 RW-DEVICE-ID           PIC X(08).
001440            05 FILLER                 PIC X(01).
001450            05 RW-MAGNITUDE           PIC 9(05).
001460*
001470     FD DAYONE-RANGE-TRANS.
001480         01 DAYONE-RANGE-TRANS-FILE.
001490            05 DT-ACTION              PIC X(03).
001500            05 FILLER                 PIC X(01).
001510            05 DT-DEVICE-ID           PIC X(08).
001520            05 FILLER                 PIC X(01).
001530            05 DT-MIN-MAGNITUDE       PIC X(05).
001540            05 FILLER                 PIC X(01).
001550            05 DT-MAX-MAGNITUDE       PIC X(05).
001560            05 FILLER                 PIC X(01).
001570            05 DT-DESCRIPTION         PIC X(30).
001580*
001590     WORKING-STORAGE SECTION.
001600*
001610     77  WS-MAX-DEVICES               PIC 9(03) COMP VALUE 200.
001620     77  WS-MAX-REVERSED-RUNS         PIC 9(03) COMP VALUE 500.
001630     77  WS-MAX-FILES                 PIC 9(03) COMP VALUE 500.
001640     77  WS-MAX-SECTIONS              PIC 9(05) COMP VALUE 2000.
001650     77  WS-DEFAULT-DAYS              PIC 9(03) COMP VALUE 30.
001660     77  WS-MIN-READINGS              PIC 9(05) COMP VALUE 30.
001670     77  WS-SPREAD-SIGMAS             PIC 9(01) VALUE 3.
001680*
001690     01  WS-SWITCHES.
001700         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001710             88  WS-EOF                VALUE "Y".
001720         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001730             88  WS-FOUND              VALUE "Y".
001740         05  WS-REVERSED-SW            PIC X(01) VALUE "N".
001750             88  WS-RUN-REVERSED       VALUE "Y".
001760         05  WS-DATE-VALID-SW          PIC X(01) VALUE "N".
001770             88  WS-DATE-VALID         VALUE "Y".
001780         05  WS-DAYONE-FILE-STATUS     PIC X(02).
001790             88  WS-DAYONE-FILE-OK     VALUE "00".
001800*
001810     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001820*
001830     01  WS-PARM-LINE                  PIC X(80).
001840     01  WS-PARM-FIELDS REDEFINES WS-PARM-LINE.
001850         05  WS-PARM-FROM-DATE         PIC X(10).
001860         05  WS-PARM-COMMA             PIC X(01).
001870         05  WS-PARM-TO-DATE           PIC X(10).
001880         05  FILLER                    PIC X(59).
001890     01  WS-ENV-RANGE                  PIC X(21).
001900*
001910     01  WS-RANGE-FIELDS.
001920         05  WS-FROM-DATE              PIC X(10).
001930         05  WS-TO-DATE                PIC X(10).
001940         05  WS-FROM-INTEGER           PIC 9(07) COMP.
001950         05  WS-TO-INTEGER             PIC 9(07) COMP.
001960*
001970     01  WS-CURRENT-DATE-FIELDS.
001980         05  WS-CURRENT-DATE           PIC 9(08).
001990         05  WS-TODAY-INTEGER          PIC 9(07) COMP.
002000*
002010*    ONE DATE IN EITHER FORM - 8400 TURNS WS-WORK-DATE-TEXT
002020*    INTO WS-WORK-INTEGER, 8500 TURNS WS-WORK-INTEGER BACK.
002030     01  WS-WORK-DATE-FIELDS.
002040         05  WS-WORK-DATE-TEXT         PIC X(10).
002050         05  WS-WORK-DATE-TEXT-PARTS REDEFINES WS-WORK-DATE-TEXT.
002060             10  WS-WT-YYYY            PIC X(04).
002070             10  WS-WT-DASH-1          PIC X(01).
002080             10  WS-WT-MM              PIC X(02).
002090             10  WS-WT-DASH-2          PIC X(01).
002100             10  WS-WT-DD              PIC X(02).
002110         05  WS-WORK-DATE-NUM          PIC 9(08).
002120         05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-NUM.
002130             10  WS-WORK-YYYY          PIC 9(04).
002140             10  WS-WORK-MM            PIC 9(02).
002150             10  WS-WORK-DD            PIC 9(02).
002160         05  WS-WORK-INTEGER           PIC 9(07) COMP.
002170*
002180     01  WS-RANGE-COUNTERS.
002190         05  WS-FILES-READ             PIC 9(05) COMP VALUE 0.
002200         05  WS-FILES-UNAVAILABLE      PIC 9(05) COMP VALUE 0.
002210         05  WS-SECTIONS-USED          PIC 9(07) COMP VALUE 0.
002220         05  WS-SECTIONS-CHANGED       PIC 9(07) COMP VALUE 0.
002230         05  WS-READINGS-USED          PIC 9(09) COMP VALUE 0.
002240         05  WS-READINGS-INVALID       PIC 9(09) COMP VALUE 0.
002250         05  WS-PROPOSALS-WRITTEN      PIC 9(03) COMP VALUE 0.
002260         05  WS-TOTAL-CUR-HITS         PIC 9(09) COMP VALUE 0.
002270         05  WS-TOTAL-OBS-HITS         PIC 9(09) COMP VALUE 0.
002280         05  WS-TOTAL-SUG-HITS         PIC 9(09) COMP VALUE 0.
002290*
002300     01  WS-WATCH-LIMIT                PIC 9(05) COMP.
002310     01  WS-RECORD-FORMAT-SW           PIC X(01) VALUE "F".
002320*
002330*    THE INPUT FILE BEING READ AGAIN, AND THE SECTION OF IT
002340*    THE CURRENT RECORD FALLS IN, NUMBERED AS ADVFREQCALC
002350*    NUMBERS IT.  WS-SECTION-DEVICE-NUM IS THE DEVICE TABLE
002360*    ENTRY THE SECTION'S READINGS GO TO, OR ZERO TO SKIP THEM.
002370     01  WS-INPUT-FILENAME             PIC X(80).
002380     01  WS-INPUT-RUN-DATE             PIC X(10).
002390     01  WS-SECTION-FIELDS.
002400         05  WS-SECTION-NUMBER         PIC 9(03) COMP.
002410         05  WS-SECTION-RECCOUNT       PIC 9(09) COMP.
002420         05  WS-SECTION-DEVICE-NUM     PIC 9(03) COMP.
002430*
002440     01  WS-DAYONE-LINE                PIC X(20).
002450     01  WS-DAYONE-NORMAL REDEFINES WS-DAYONE-LINE.
002460         05  WS-NEGATION               PIC A(01).
002470         05  WS-FREQUENCYSTRING        PIC A(05).
002480         05  WS-OVERFLOW-CHAR          PIC A(01).
002490         05  FILLER                    PIC X(13).
002500     01  WS-DAYONE-TRAILER REDEFINES WS-DAYONE-LINE.
002510         05  WS-TRAILER-TAG            PIC X(07).
002520             88  WS-IS-TRAILER-RECORD  VALUE "TRAILER".
002530         05  FILLER                    PIC X(13).
002540     01  WS-DAYONE-DEVICE REDEFINES WS-DAYONE-LINE.
002550         05  WS-DEVICE-TAG             PIC X(07).
002560             88  WS-IS-DEVICE-RECORD   VALUE "DEVICE ".
002570         05  WS-DEVICE-HDR-ID          PIC X(08).
002580         05  FILLER                    PIC X(05).
002590     01  WS-DAYONE-FILEHDR REDEFINES WS-DAYONE-LINE.
002600         05  WS-FILEHDR-TAG            PIC X(07).
002610             88  WS-IS-FILEHDR-RECORD  VALUE "HEADER ".
002620         05  FILLER                    PIC X(13).
002630*
002640     01  WS-MATCH-DEVICE-ID            PIC X(08).
002650     01  WS-CHECK-FIELDS.
002660         05  WS-CHECK-FILENAME         PIC X(80).
002670         05  WS-CHECK-RUN-DATE         PIC X(10).
002680         05  WS-CHECK-SECTION-NUMBER   PIC 9(03).
002690*
002700*    THE SPREAD ARITHMETIC FOR ONE DEVICE.
002710     01  WS-SPREAD-FIELDS.
002720         05  WS-MEAN                   PIC 9(05)V9(04) COMP-3.
002730         05  WS-VARIANCE               PIC S9(11)V9(04) COMP-3.
002740         05  WS-STD-DEV                PIC 9(06)V9(04) COMP-3.
002750         05  WS-SPREAD-LOW             PIC S9(07)V9(04) COMP-3.
002760         05  WS-SPREAD-HIGH            PIC S9(07)V9(04) COMP-3.
002770         05  WS-BOUND                  PIC S9(07) COMP-3.
002780*
002790*    ONE ENTRY PER ACTIVE DEVICE ON THE MASTER.  THE HITS ARE
002800*    THE DAYWATCH RECORDS EACH RANGE WOULD HAVE PRODUCED.
002810     01  WS-DEVICE-ENTRIES             PIC 9(03) COMP VALUE 0.
002820     01  WS-DEVICE-TABLE-AREA.
002830         05  WS-DEVICE-TABLE OCCURS 200 TIMES
002840                           INDEXED BY WS-DEVICE-IDX.
002850             10  WS-RD-ID              PIC X(08).
002860             10  WS-RD-CUR-MIN         PIC 9(05).
002870             10  WS-RD-CUR-MAX         PIC 9(05).
002880             10  WS-RD-OBS-MIN         PIC 9(05).
002890             10  WS-RD-OBS-MAX         PIC 9(05).
002900             10  WS-RD-SUG-MIN         PIC 9(05).
002910             10  WS-RD-SUG-MAX         PIC 9(05).
002920             10  WS-RD-READINGS        PIC 9(09) COMP.
002930             10  WS-RD-SPREAD-READINGS PIC 9(09) COMP.
002940             10  WS-RD-SUM             PIC 9(15) COMP-3.
002950             10  WS-RD-SUM-SQUARES     PIC 9(18) COMP-3.
002960             10  WS-RD-CUR-HITS        PIC 9(09) COMP.
002970             10  WS-RD-OBS-HITS        PIC 9(09) COMP.
002980             10  WS-RD-SUG-HITS        PIC 9(09) COMP.
002990             10  WS-RD-ACTION          PIC X(10).
003000*
003010     01  WS-REVERSED-ENTRIES           PIC 9(03) COMP VALUE 0.
003020     01  WS-REVERSED-TABLE-AREA.
003030         05  WS-REVERSED-TABLE OCCURS 500 TIMES
003040                           INDEXED BY WS-REV-IDX.
003050             10  WS-RV-FILENAME        PIC X(80).
003060             10  WS-RV-RUN-DATE        PIC X(10).
003070*
003080*    ONE ENTRY PER INPUT FILE, CARRYING THE LATEST RUN OF IT
003090*    IN THE RANGE - THE ONE WHOSE SECTIONS ARE USED.
003100     01  WS-FILE-ENTRIES               PIC 9(03) COMP VALUE 0.
003110     01  WS-FILE-TABLE-AREA.
003120         05  WS-FILE-TABLE OCCURS 500 TIMES
003130                           INDEXED BY WS-FILE-IDX.
003140             10  WS-RF-FILENAME        PIC X(80).
003150             10  WS-RF-RUN-DATE        PIC X(10).
003160*
003170*    ONE ENTRY PER USABLE SECTION FOR AN ACTIVE DEVICE.
003180     01  WS-SECTION-ENTRIES            PIC 9(05) COMP VALUE 0.
003190     01  WS-SECTION-TABLE-AREA.
003200         05  WS-SECTION-TABLE OCCURS 2000 TIMES
003210                           INDEXED BY WS-SECT-IDX.
003220             10  WS-SS-FILENAME        PIC X(80).
003230             10  WS-SS-RUN-DATE        PIC X(10).
003240             10  WS-SS-SECTION-NUMBER  PIC 9(03).
003250             10  WS-SS-DEVICE-ID       PIC X(08).
003260             10  WS-SS-DEVICE-NUM      PIC 9(03) COMP.
003270*
003280     01  WS-RANGE-HEADING.
003290         05  FILLER                    PIC X(13)
003300                                       VALUE "    DEVICE   ".
003310         05  FILLER                    PIC X(11)
003320                                       VALUE "   READINGS".
003330         05  FILLER                    PIC X(12)
003340                                       VALUE "  CURRENT   ".
003350         05  FILLER                    PIC X(08)
003360                                       VALUE "    HITS".
003370         05  FILLER                    PIC X(12)
003380                                       VALUE "  OBSERVED  ".
003390         05  FILLER                    PIC X(08)
003400                                       VALUE "    HITS".
003410         05  FILLER                    PIC X(12)
003420                                       VALUE "  SUGGESTED ".
003430         05  FILLER                    PIC X(08)
003440                                       VALUE "    HITS".
003450         05  FILLER                    PIC X(08)
003460                                       VALUE "  ACTION".
003470*
003480     01  WS-RANGE-LINE.
003490         05  FILLER                    PIC X(04) VALUE SPACES.
003500         05  WS-RL-DEVICE              PIC X(08).
003510         05  FILLER                    PIC X(01) VALUE SPACE.
003520         05  WS-RL-READINGS            PIC Z(10)9.
003530         05  FILLER                    PIC X(02) VALUE SPACES.
003540         05  WS-RL-CUR-RANGE.
003550             10  WS-RL-CUR-MIN         PIC 9(05).
003560             10  FILLER                PIC X(01) VALUE "-".
003570             10  WS-RL-CUR-MAX         PIC 9(05).
003580         05  FILLER                    PIC X(01) VALUE SPACE.
003590         05  WS-RL-CUR-HITS            PIC Z(07)9.
003600         05  FILLER                    PIC X(02) VALUE SPACES.
003610         05  WS-RL-OBS-RANGE.
003620             10  WS-RL-OBS-MIN         PIC 9(05).
003630             10  FILLER                PIC X(01) VALUE "-".
003640             10  WS-RL-OBS-MAX         PIC 9(05).
003650         05  FILLER                    PIC X(01) VALUE SPACE.
003660         05  WS-RL-OBS-HITS            PIC Z(07)9.
003670         05  FILLER                    PIC X(02) VALUE SPACES.
003680         05  WS-RL-SUG-RANGE.
003690             10  WS-RL-SUG-MIN         PIC 9(05).
003700             10  FILLER                PIC X(01) VALUE "-".
003710             10  WS-RL-SUG-MAX         PIC 9(05).
003720         05  FILLER                    PIC X(01) VALUE SPACE.
003730         05  WS-RL-SUG-HITS            PIC Z(07)9.
003740         05  FILLER                    PIC X(02) VALUE SPACES.
003750         05  WS-RL-ACTION              PIC X(10).
003760*
003770     COPY DL100PRM.
003780     COPY DL100VAL.
003790*
003800 PROCEDURE DIVISION.
003810*
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003840     PERFORM 1100-LOAD-DEVICE-MASTER THRU 1100-EXIT.
003850     IF WS-DEVICE-ENTRIES = 0
003860         DISPLAY "ADVDEVRNG: NO ACTIVE DEVICES ON DAYDEVMF - "
003870                 "NOTHING TO RECOMMEND"
003880         MOVE 4 TO WS-JOB-RETURN-CODE
003890         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     PERFORM 1200-LOAD-REVERSED-RUNS THRU 1200-EXIT.
003930     PERFORM 1300-LOAD-SECTIONS THRU 1300-EXIT.
003940     IF WS-SECTION-ENTRIES = 0
003950         DISPLAY "ADVDEVRNG: NO USABLE SECTIONS ON DAYSECTH FOR "
003960                 WS-FROM-DATE " TO " WS-TO-DATE
003970         MOVE 4 TO WS-JOB-RETURN-CODE
003980     END-IF.
003990*
004000     OPEN OUTPUT DAYONE-RANGE-WORK.
004010     PERFORM 2000-READ-ONE-INPUT-FILE THRU 2000-EXIT
004020         VARYING WS-FILE-IDX FROM 1 BY 1
004030         UNTIL WS-FILE-IDX > WS-FILE-ENTRIES.
004040     CLOSE DAYONE-RANGE-WORK.
004050*
004060     PERFORM 3000-SET-SUGGESTED-RANGE THRU 3000-EXIT
004070         VARYING WS-DEVICE-IDX FROM 1 BY 1
004080         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES.
004090     PERFORM 4000-COUNT-WATCH-HITS THRU 4000-EXIT.
004100*
004110     OPEN OUTPUT DAYONE-RANGE-TRANS.
004120     DISPLAY " ".
004130     DISPLAY WS-RANGE-HEADING.
004140     PERFORM 5000-PRINT-ONE-DEVICE THRU 5000-EXIT
004150         VARYING WS-DEVICE-IDX FROM 1 BY 1
004160         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES.
004170     CLOSE DAYONE-RANGE-TRANS.
004180*
004190     MOVE SPACES TO WS-RANGE-LINE
004200     MOVE "TOTAL" TO WS-RL-DEVICE
004210     MOVE WS-READINGS-USED TO WS-RL-READINGS
004220     MOVE WS-TOTAL-CUR-HITS TO WS-RL-CUR-HITS
004230     MOVE WS-TOTAL-OBS-HITS TO WS-RL-OBS-HITS
004240     MOVE WS-TOTAL-SUG-HITS TO WS-RL-SUG-HITS.
004250     DISPLAY WS-RANGE-LINE.
004260     DISPLAY " ".
004270     DISPLAY "ADVDEVRNG: ==== " WS-FROM-DATE " TO " WS-TO-DATE
004280             " - " WS-FILES-READ " FILE(S), "
004290             WS-SECTIONS-USED " SECTION(S), "
004300             WS-READINGS-USED " VALID READING(S)".
004310     IF WS-READINGS-INVALID > 0
004320         DISPLAY "ADVDEVRNG: " WS-READINGS-INVALID
004330                 " INVALID READING(S) LEFT OUT"
004340     END-IF.
004350     IF WS-FILES-UNAVAILABLE > 0 OR WS-SECTIONS-CHANGED > 0
004360         DISPLAY "ADVDEVRNG: " WS-FILES-UNAVAILABLE
004370                 " FILE(S) UNAVAILABLE AND " WS-SECTIONS-CHANGED
004380                 " SECTION(S) CHANGED SINCE THEIR RUN - SKIPPED"
004390         MOVE 4 TO WS-JOB-RETURN-CODE
004400     END-IF.
004410     DISPLAY "ADVDEVRNG: " WS-PROPOSALS-WRITTEN
004420             " UPD PROPOSAL(S) WRITTEN TO DAYRNGTX - REVIEW, "
004430             "THEN APPLY AS DAYDEVTX WITH ADVDEVMNT".
004440     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
004450     STOP RUN.
004460*
004470****************************************************************
004480*    1000-INITIALIZE - RESOLVE THE RUN-DATE RANGE: PARM, THEN  *
004490*    DAYRNGDATES, THEN THE WS-DEFAULT-DAYS ENDING YESTERDAY.   *
004500*    THE WATCH LIMIT AND RECORD FORMAT COME FROM DAYPARMS SO   *
004510*    HITS AND EDITS MATCH WHAT ADVFREQCALC DOES.               *
004520****************************************************************
004530 1000-INITIALIZE.
004540     MOVE "ADVDEVRNG" TO DL100-PRM-IN-PROGRAM
004550     SET DL100-PRM-ECHO TO TRUE
004560     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
004570     MOVE DL100-PRM-OUT-WATCHLIMIT TO WS-WATCH-LIMIT
004580     MOVE DL100-PRM-OUT-RECFORMAT TO WS-RECORD-FORMAT-SW.
004590*
004600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004610     COMPUTE WS-TODAY-INTEGER =
004620         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
004630*
004640     MOVE SPACES TO WS-PARM-LINE
004650     MOVE SPACES TO WS-ENV-RANGE
004660     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
004670     ACCEPT WS-ENV-RANGE FROM ENVIRONMENT "DAYRNGDATES".
004680     IF WS-PARM-LINE = SPACES
004690         MOVE WS-ENV-RANGE TO WS-PARM-LINE
004700     END-IF.
004710*
004720     IF WS-PARM-LINE = SPACES
004730         COMPUTE WS-WORK-INTEGER =
004740             WS-TODAY-INTEGER - WS-DEFAULT-DAYS
004750         PERFORM 8500-INTEGER-TO-TEXT THRU 8500-EXIT
004760         MOVE WS-WORK-DATE-TEXT TO WS-FROM-DATE
004770         COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - 1
004780         PERFORM 8500-INTEGER-TO-TEXT THRU 8500-EXIT
004790         MOVE WS-WORK-DATE-TEXT TO WS-TO-DATE
004800     ELSE
004810         MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
004820         IF WS-PARM-COMMA = ","
004830             MOVE WS-PARM-TO-DATE TO WS-TO-DATE
004840         ELSE
004850             MOVE WS-PARM-FROM-DATE TO WS-TO-DATE
004860         END-IF
004870     END-IF.
004880*
004890     MOVE WS-FROM-DATE TO WS-WORK-DATE-TEXT
004900     PERFORM 8400-TEXT-TO-INTEGER THRU 8400-EXIT.
004910     IF NOT WS-DATE-VALID
004920         DISPLAY "ADVDEVRNG: FROM DATE """ WS-FROM-DATE
004930                 """ IS NOT YYYY-MM-DD"
004940         MOVE 16 TO WS-JOB-RETURN-CODE
004950         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     MOVE WS-WORK-INTEGER TO WS-FROM-INTEGER.
004990     MOVE WS-TO-DATE TO WS-WORK-DATE-TEXT
005000     PERFORM 8400-TEXT-TO-INTEGER THRU 8400-EXIT.
005010     IF NOT WS-DATE-VALID
005020         DISPLAY "ADVDEVRNG: TO DATE """ WS-TO-DATE
005030                 """ IS NOT YYYY-MM-DD"
005040         MOVE 16 TO WS-JOB-RETURN-CODE
005050         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE WS-WORK-INTEGER TO WS-TO-INTEGER.
005090     IF WS-TO-INTEGER < WS-FROM-INTEGER
005100         DISPLAY "ADVDEVRNG: RANGE " WS-FROM-DATE " TO "
005110                 WS-TO-DATE " MUST RUN FORWARD"
005120         MOVE 16 TO WS-JOB-RETURN-CODE
005130         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160     DISPLAY "ADVDEVRNG: DEVICE RANGE RECOMMENDATIONS FOR RUN "
005170             "DATES " WS-FROM-DATE " TO " WS-TO-DATE.
005180     DISPLAY "ADVDEVRNG: WATCH LIMIT " WS-WATCH-LIMIT
005190             ", SUGGESTED RANGE IS THE MEAN +/- "
005200             WS-SPREAD-SIGMAS " STANDARD DEVIATIONS".
005210 1000-EXIT.
005220     EXIT.
005230*
005240****************************************************************
005250*    1100-LOAD-DEVICE-MASTER - EVERY ACTIVE DEVICE AND ITS     *
005260*    CURRENT RANGE.  RETIRED DEVICES HAVE NO READINGS TO       *
005270*    LEARN FROM - ADVFREQCALC REJECTS THEIR SECTIONS.          *
005280****************************************************************
005290 1100-LOAD-DEVICE-MASTER.
005300     MOVE "N" TO WS-EOF-SW
005310     OPEN INPUT DAYONE-DEVICE-MASTER.
005320     PERFORM 1110-LOAD-ONE-DEVICE THRU 1110-EXIT
005330         UNTIL WS-EOF.
005340     CLOSE DAYONE-DEVICE-MASTER.
005350 1100-EXIT.
005360     EXIT.
005370*
005380 1110-LOAD-ONE-DEVICE.
005390     READ DAYONE-DEVICE-MASTER
005400         AT END
005410             SET WS-EOF TO TRUE
005420             GO TO 1110-EXIT
005430     END-READ.
005440     IF DM-STATUS NOT = "A"
005450         GO TO 1110-EXIT
005460     END-IF.
005470     IF WS-DEVICE-ENTRIES NOT < WS-MAX-DEVICES
005480         DISPLAY "ADVDEVRNG: DEVICE TABLE FULL AT "
005490                 WS-MAX-DEVICES " - NO RECOMMENDATIONS MADE"
005500         MOVE 16 TO WS-JOB-RETURN-CODE
005510         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     ADD 1 TO WS-DEVICE-ENTRIES
005550     SET WS-DEVICE-IDX TO WS-DEVICE-ENTRIES
005560     INITIALIZE WS-DEVICE-TABLE(WS-DEVICE-IDX)
005570     MOVE DM-DEVICE-ID TO WS-RD-ID(WS-DEVICE-IDX)
005580     MOVE DM-MIN-MAGNITUDE TO WS-RD-CUR-MIN(WS-DEVICE-IDX)
005590     MOVE DM-MAX-MAGNITUDE TO WS-RD-CUR-MAX(WS-DEVICE-IDX)
005600     MOVE 99999 TO WS-RD-OBS-MIN(WS-DEVICE-IDX).
005610 1110-EXIT.
005620     EXIT.
005630*
005640****************************************************************
005650*    1200-LOAD-REVERSED-RUNS - THE RUNS ADVBKOUT HAS MARKED    *
005660*    "V" ON DAYAUD.  THEIR SECTIONS ARE LEFT OUT.              *
005670****************************************************************
005680 1200-LOAD-REVERSED-RUNS.
005690     MOVE "N" TO WS-EOF-SW
005700     OPEN INPUT DAYONE-AUDIT.
005710     PERFORM 1210-CHECK-ONE-AUDIT-ENTRY THRU 1210-EXIT
005720         UNTIL WS-EOF.
005730     CLOSE DAYONE-AUDIT.
005740 1200-EXIT.
005750     EXIT.
005760*
005770 1210-CHECK-ONE-AUDIT-ENTRY.
005780     READ DAYONE-AUDIT
005790         AT END
005800             SET WS-EOF TO TRUE
005810             GO TO 1210-EXIT
005820     END-READ.
005830     IF NOT DA-IS-REVERSED
005840         GO TO 1210-EXIT
005850     END-IF.
005860     MOVE DA-INPUT-FILENAME TO WS-CHECK-FILENAME
005870     MOVE DA-RUN-DATE TO WS-CHECK-RUN-DATE.
005880     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
005890     IF WS-RUN-REVERSED
005900         GO TO 1210-EXIT
005910     END-IF.
005920     IF WS-REVERSED-ENTRIES NOT < WS-MAX-REVERSED-RUNS
005930         DISPLAY "ADVDEVRNG: REVERSED-RUN TABLE FULL AT "
005940                 WS-MAX-REVERSED-RUNS " - NO RECOMMENDATIONS MADE"
005950         MOVE 16 TO WS-JOB-RETURN-CODE
005960         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     ADD 1 TO WS-REVERSED-ENTRIES
006000     SET WS-REV-IDX TO WS-REVERSED-ENTRIES
006010     MOVE DA-INPUT-FILENAME TO WS-RV-FILENAME(WS-REV-IDX)
006020     MOVE DA-RUN-DATE TO WS-RV-RUN-DATE(WS-REV-IDX).
006030 1210-EXIT.
006040     EXIT.
006050*
006060****************************************************************
006070*    1300-LOAD-SECTIONS - EVERY DAYSECTH SECTION RUN IN THE    *
006080*    RANGE FROM A RUN NOT REVERSED.  EACH ONE NOTES ITS FILE'S *
006090*    LATEST RUN; THE USABLE ONES FOR AN ACTIVE DEVICE ARE ALSO *
006100*    TABLED FOR THE SECOND READ OF THE FILE.                   *
006110****************************************************************
006120 1300-LOAD-SECTIONS.
006130     MOVE "N" TO WS-EOF-SW
006140     OPEN INPUT DAYONE-SECTION-HISTORY.
006150     PERFORM 1310-LOAD-ONE-SECTION THRU 1310-EXIT
006160         UNTIL WS-EOF.
006170     CLOSE DAYONE-SECTION-HISTORY.
006180 1300-EXIT.
006190     EXIT.
006200*
006210 1310-LOAD-ONE-SECTION.
006220     READ DAYONE-SECTION-HISTORY
006230         AT END
006240             SET WS-EOF TO TRUE
006250             GO TO 1310-EXIT
006260     END-READ.
006270     IF SH-RUN-DATE < WS-FROM-DATE OR SH-RUN-DATE > WS-TO-DATE
006280         GO TO 1310-EXIT
006290     END-IF.
006300     MOVE SH-FILENAME TO WS-CHECK-FILENAME
006310     MOVE SH-RUN-DATE TO WS-CHECK-RUN-DATE.
006320     PERFORM 8100-CHECK-REVERSED-RUN THRU 8100-EXIT.
006330     IF WS-RUN-REVERSED
006340         GO TO 1310-EXIT
006350     END-IF.
006360     PERFORM 8200-FIND-OR-ADD-FILE THRU 8200-EXIT.
006370     IF SH-RUN-DATE > WS-RF-RUN-DATE(WS-FILE-IDX)
006380         MOVE SH-RUN-DATE TO WS-RF-RUN-DATE(WS-FILE-IDX)
006390     END-IF.
006400*
006410     IF NOT SH-SECTION-USABLE OR SH-DEVICE-ID = SPACES
006420         GO TO 1310-EXIT
006430     END-IF.
006440     MOVE SH-DEVICE-ID TO WS-MATCH-DEVICE-ID.
006450     PERFORM 8000-FIND-DEVICE THRU 8000-EXIT.
006460     IF NOT WS-FOUND
006470         GO TO 1310-EXIT
006480     END-IF.
006490     IF WS-SECTION-ENTRIES NOT < WS-MAX-SECTIONS
006500         DISPLAY "ADVDEVRNG: SECTION TABLE FULL AT "
006510                 WS-MAX-SECTIONS " - NARROW THE DATE RANGE"
006520         MOVE 16 TO WS-JOB-RETURN-CODE
006530         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560     ADD 1 TO WS-SECTION-ENTRIES
006570     SET WS-SECT-IDX TO WS-SECTION-ENTRIES
006580     MOVE SH-FILENAME TO WS-SS-FILENAME(WS-SECT-IDX)
006590     MOVE SH-RUN-DATE TO WS-SS-RUN-DATE(WS-SECT-IDX)
006600     MOVE SH-SECTION-NUMBER TO WS-SS-SECTION-NUMBER(WS-SECT-IDX)
006610     MOVE SH-DEVICE-ID TO WS-SS-DEVICE-ID(WS-SECT-IDX)
006620     SET WS-SS-DEVICE-NUM(WS-SECT-IDX) TO WS-DEVICE-IDX.
006630 1310-EXIT.
006640     EXIT.
006650*
006660****************************************************************
006670*    2000-READ-ONE-INPUT-FILE - READ ONE INPUT FILE AGAIN AND  *
006680*    PUT EVERY VALID READING IN A USABLE SECTION ON THE WORK   *
006690*    FILE UNDER ITS DEVICE.                                    *
006700****************************************************************
006710 2000-READ-ONE-INPUT-FILE.
006720     MOVE WS-RF-FILENAME(WS-FILE-IDX) TO WS-INPUT-FILENAME
006730     MOVE WS-RF-RUN-DATE(WS-FILE-IDX) TO WS-INPUT-RUN-DATE.
006740     OPEN INPUT DAYONE.
006750     IF NOT WS-DAYONE-FILE-OK
006760         ADD 1 TO WS-FILES-UNAVAILABLE
006770         DISPLAY "ADVDEVRNG: INPUT FILE NOT AVAILABLE (STATUS "
006780                 WS-DAYONE-FILE-STATUS ") - "
006790                 WS-INPUT-FILENAME
006800         GO TO 2000-EXIT
006810     END-IF.
006820     ADD 1 TO WS-FILES-READ.
006830     MOVE 1 TO WS-SECTION-NUMBER
006840     MOVE 0 TO WS-SECTION-RECCOUNT
006850     MOVE 0 TO WS-SECTION-DEVICE-NUM
006860     MOVE "N" TO WS-EOF-SW.
006870     PERFORM 2050-READ-RECORD THRU 2050-EXIT
006880         UNTIL WS-EOF.
006890     CLOSE DAYONE.
006900 2000-EXIT.
006910     EXIT.
006920*
006930 2050-READ-RECORD.
006940     READ DAYONE INTO WS-DAYONE-LINE
006950         AT END
006960             SET WS-EOF TO TRUE
006970         NOT AT END
006980             PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
006990     END-READ.
007000 2050-EXIT.
007010     EXIT.
007020*
007030****************************************************************
007040*    2100-EDIT-ONE-RECORD - FOLLOW THE SECTION STRUCTURE AS    *
007050*    ADVFREQCALC DOES: A TRAILER CLOSES THE SECTION, A DEVICE  *
007060*    HEADER CLOSES ANY SECTION STILL HOLDING RECORDS AND OPENS *
007070*    THE NEXT.  A READING IN A USABLE SECTION IS EDITED BY     *
007080*    ADVVALFRQ AND, IF VALID, ROLLED INTO ITS DEVICE'S FIGURES.*
007090****************************************************************
007100 2100-EDIT-ONE-RECORD.
007110     IF WS-IS-TRAILER-RECORD
007120         PERFORM 2160-CLOSE-SECTION THRU 2160-EXIT
007130         GO TO 2100-EXIT
007140     END-IF.
007150     IF WS-IS-FILEHDR-RECORD
007160         GO TO 2100-EXIT
007170     END-IF.
007180     IF WS-IS-DEVICE-RECORD
007190         PERFORM 2140-OPEN-DEVICE-SECTION THRU 2140-EXIT
007200         GO TO 2100-EXIT
007210     END-IF.
007220*
007230     ADD 1 TO WS-SECTION-RECCOUNT.
007240     IF WS-SECTION-DEVICE-NUM = 0
007250         GO TO 2100-EXIT
007260     END-IF.
007270     MOVE WS-NEGATION TO DL100-VAL-NEGATION
007280     MOVE WS-FREQUENCYSTRING TO DL100-VAL-FREQUENCYSTRING
007290     MOVE WS-OVERFLOW-CHAR TO DL100-VAL-OVERFLOW-CHAR
007300     MOVE WS-DAYONE-LINE TO DL100-VAL-IN-FULL-LINE
007310     MOVE WS-RECORD-FORMAT-SW TO DL100-VAL-IN-FORMAT-SW
007320     CALL "ADVVALFRQ" USING DL100-VAL-LINKAGE.
007330     IF DL100-VAL-RECORD-INVALID
007340         ADD 1 TO WS-READINGS-INVALID
007350         GO TO 2100-EXIT
007360     END-IF.
007370*
007380     SET WS-DEVICE-IDX TO WS-SECTION-DEVICE-NUM.
007390     ADD 1 TO WS-READINGS-USED
007400     ADD 1 TO WS-RD-READINGS(WS-DEVICE-IDX)
007410     IF DL100-VAL-MAGNITUDE < WS-RD-OBS-MIN(WS-DEVICE-IDX)
007420         MOVE DL100-VAL-MAGNITUDE TO WS-RD-OBS-MIN(WS-DEVICE-IDX)
007430     END-IF.
007440     IF DL100-VAL-MAGNITUDE > WS-RD-OBS-MAX(WS-DEVICE-IDX)
007450         MOVE DL100-VAL-MAGNITUDE TO WS-RD-OBS-MAX(WS-DEVICE-IDX)
007460     END-IF.
007470     IF WS-WATCH-LIMIT = 0
007480         OR DL100-VAL-MAGNITUDE NOT > WS-WATCH-LIMIT
007490         ADD 1 TO WS-RD-SPREAD-READINGS(WS-DEVICE-IDX)
007500         ADD DL100-VAL-MAGNITUDE TO WS-RD-SUM(WS-DEVICE-IDX)
007510         COMPUTE WS-RD-SUM-SQUARES(WS-DEVICE-IDX) =
007520             WS-RD-SUM-SQUARES(WS-DEVICE-IDX)
007530             + DL100-VAL-MAGNITUDE * DL100-VAL-MAGNITUDE
007540     END-IF.
007550     MOVE SPACES TO DAYONE-RANGE-WORK-FILE
007560     MOVE WS-RD-ID(WS-DEVICE-IDX) TO RW-DEVICE-ID
007570     MOVE DL100-VAL-MAGNITUDE TO RW-MAGNITUDE
007580     WRITE DAYONE-RANGE-WORK-FILE.
007590 2100-EXIT.
007600     EXIT.
007610*
007620****************************************************************
007630*    2140-OPEN-DEVICE-SECTION - FIND THE NEW SECTION ON THE    *
007640*    USABLE-SECTION TABLE.  A HEADER THAT NO LONGER NAMES THE  *
007650*    DEVICE DAYSECTH RECORDED MEANS THE FILE HAS CHANGED SINCE *
007660*    ITS RUN, AND THE SECTION IS SKIPPED.                      *
007670****************************************************************
007680 2140-OPEN-DEVICE-SECTION.
007690     IF WS-SECTION-RECCOUNT > 0
007700         PERFORM 2160-CLOSE-SECTION THRU 2160-EXIT
007710     END-IF.
007720     MOVE 0 TO WS-SECTION-DEVICE-NUM.
007730     MOVE WS-INPUT-FILENAME TO WS-CHECK-FILENAME
007740     MOVE WS-INPUT-RUN-DATE TO WS-CHECK-RUN-DATE
007750     MOVE WS-SECTION-NUMBER TO WS-CHECK-SECTION-NUMBER.
007760     PERFORM 8300-FIND-SECTION THRU 8300-EXIT.
007770     IF NOT WS-FOUND
007780         GO TO 2140-EXIT
007790     END-IF.
007800     IF WS-SS-DEVICE-ID(WS-SECT-IDX) NOT = WS-DEVICE-HDR-ID
007810         ADD 1 TO WS-SECTIONS-CHANGED
007820         DISPLAY "ADVDEVRNG: SECTION " WS-CHECK-SECTION-NUMBER
007830                 " OF " WS-INPUT-FILENAME
007840         DISPLAY "ADVDEVRNG:     NOW NAMES DEVICE "
007850                 WS-DEVICE-HDR-ID " BUT RAN AS "
007860                 WS-SS-DEVICE-ID(WS-SECT-IDX) " - SKIPPED"
007870         GO TO 2140-EXIT
007880     END-IF.
007890     ADD 1 TO WS-SECTIONS-USED
007900     MOVE WS-SS-DEVICE-NUM(WS-SECT-IDX) TO WS-SECTION-DEVICE-NUM.
007910 2140-EXIT.
007920     EXIT.
007930*
007940 2160-CLOSE-SECTION.
007950     ADD 1 TO WS-SECTION-NUMBER
007960     MOVE 0 TO WS-SECTION-RECCOUNT
007970     MOVE 0 TO WS-SECTION-DEVICE-NUM.
007980 2160-EXIT.
007990     EXIT.
008000*
008010****************************************************************
008020*    3000-SET-SUGGESTED-RANGE - THE MEAN AND STANDARD          *
008030*    DEVIATION OF THE DEVICE'S VALID READINGS AT OR UNDER THE  *
008040*    WATCH LIMIT GIVE THE TYPICAL SPREAD; THE BOUNDS ARE       *
008050*    ROUNDED OUTWARD AND KEPT INSIDE THE OBSERVED RANGE.  TOO  *
008060*    FEW READINGS KEEPS THE CURRENT RANGE.                     *
008070****************************************************************
008080 3000-SET-SUGGESTED-RANGE.
008090     MOVE WS-RD-CUR-MIN(WS-DEVICE-IDX)
008100         TO WS-RD-SUG-MIN(WS-DEVICE-IDX)
008110     MOVE WS-RD-CUR-MAX(WS-DEVICE-IDX)
008120         TO WS-RD-SUG-MAX(WS-DEVICE-IDX).
008130     IF WS-RD-READINGS(WS-DEVICE-IDX) = 0
008140         MOVE 0 TO WS-RD-OBS-MIN(WS-DEVICE-IDX)
008150         MOVE "NO DATA" TO WS-RD-ACTION(WS-DEVICE-IDX)
008160         GO TO 3000-EXIT
008170     END-IF.
008180     IF WS-RD-SPREAD-READINGS(WS-DEVICE-IDX) < WS-MIN-READINGS
008190         MOVE "TOO FEW" TO WS-RD-ACTION(WS-DEVICE-IDX)
008200         GO TO 3000-EXIT
008210     END-IF.
008220*
008230     COMPUTE WS-MEAN ROUNDED =
008240         WS-RD-SUM(WS-DEVICE-IDX)
008250             / WS-RD-SPREAD-READINGS(WS-DEVICE-IDX).
008260     COMPUTE WS-VARIANCE ROUNDED =
008270         WS-RD-SUM-SQUARES(WS-DEVICE-IDX)
008280             / WS-RD-SPREAD-READINGS(WS-DEVICE-IDX)
008290         - WS-MEAN * WS-MEAN.
008300     IF WS-VARIANCE < 0
008310         MOVE 0 TO WS-VARIANCE
008320     END-IF.
008330     COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
008340     COMPUTE WS-SPREAD-LOW =
008350         WS-MEAN - WS-SPREAD-SIGMAS * WS-STD-DEV
008360     COMPUTE WS-SPREAD-HIGH =
008370         WS-MEAN + WS-SPREAD-SIGMAS * WS-STD-DEV.
008380*
008390     MOVE WS-SPREAD-LOW TO WS-BOUND.
008400     IF WS-BOUND < WS-RD-OBS-MIN(WS-DEVICE-IDX)
008410         MOVE WS-RD-OBS-MIN(WS-DEVICE-IDX) TO WS-BOUND
008420     END-IF.
008430     MOVE WS-BOUND TO WS-RD-SUG-MIN(WS-DEVICE-IDX).
008440     MOVE WS-SPREAD-HIGH TO WS-BOUND.
008450     IF WS-BOUND < WS-SPREAD-HIGH
008460         ADD 1 TO WS-BOUND
008470     END-IF.
008480     IF WS-BOUND > WS-RD-OBS-MAX(WS-DEVICE-IDX)
008490         MOVE WS-RD-OBS-MAX(WS-DEVICE-IDX) TO WS-BOUND
008500     END-IF.
008510     MOVE WS-BOUND TO WS-RD-SUG-MAX(WS-DEVICE-IDX).
008520*
008530     IF WS-RD-SUG-MIN(WS-DEVICE-IDX)
008540         = WS-RD-CUR-MIN(WS-DEVICE-IDX)
008550         AND WS-RD-SUG-MAX(WS-DEVICE-IDX)
008560             = WS-RD-CUR-MAX(WS-DEVICE-IDX)
008570         MOVE "NO CHANGE" TO WS-RD-ACTION(WS-DEVICE-IDX)
008580     ELSE
008590         MOVE "PROPOSED" TO WS-RD-ACTION(WS-DEVICE-IDX)
008600     END-IF.
008610 3000-EXIT.
008620     EXIT.
008630*
008640****************************************************************
008650*    4000-COUNT-WATCH-HITS - READ THE WORK FILE BACK AND COUNT *
008660*    THE DAYWATCH RECORDS EACH OF THE THREE RANGES WOULD HAVE  *
008670*    PRODUCED, WITH ADVFREQCALC'S TEST: ABOVE THE WATCH LIMIT, *
008680*    OR ELSE OUTSIDE THE RANGE.                                *
008690****************************************************************
008700 4000-COUNT-WATCH-HITS.
008710     MOVE "N" TO WS-EOF-SW
008720     OPEN INPUT DAYONE-RANGE-WORK.
008730     PERFORM 4100-COUNT-ONE-READING THRU 4100-EXIT
008740         UNTIL WS-EOF.
008750     CLOSE DAYONE-RANGE-WORK.
008760 4000-EXIT.
008770     EXIT.
008780*
008790 4100-COUNT-ONE-READING.
008800     READ DAYONE-RANGE-WORK
008810         AT END
008820             SET WS-EOF TO TRUE
008830             GO TO 4100-EXIT
008840     END-READ.
008850     MOVE RW-DEVICE-ID TO WS-MATCH-DEVICE-ID.
008860     PERFORM 8000-FIND-DEVICE THRU 8000-EXIT.
008870     IF NOT WS-FOUND
008880         GO TO 4100-EXIT
008890     END-IF.
008900     IF WS-WATCH-LIMIT > 0 AND RW-MAGNITUDE > WS-WATCH-LIMIT
008910         ADD 1 TO WS-RD-CUR-HITS(WS-DEVICE-IDX)
008920         ADD 1 TO WS-RD-OBS-HITS(WS-DEVICE-IDX)
008930         ADD 1 TO WS-RD-SUG-HITS(WS-DEVICE-IDX)
008940         GO TO 4100-EXIT
008950     END-IF.
008960     IF RW-MAGNITUDE < WS-RD-CUR-MIN(WS-DEVICE-IDX)
008970         OR RW-MAGNITUDE > WS-RD-CUR-MAX(WS-DEVICE-IDX)
008980         ADD 1 TO WS-RD-CUR-HITS(WS-DEVICE-IDX)
008990     END-IF.
009000     IF RW-MAGNITUDE < WS-RD-OBS-MIN(WS-DEVICE-IDX)
009010         OR RW-MAGNITUDE > WS-RD-OBS-MAX(WS-DEVICE-IDX)
009020         ADD 1 TO WS-RD-OBS-HITS(WS-DEVICE-IDX)
009030     END-IF.
009040     IF RW-MAGNITUDE < WS-RD-SUG-MIN(WS-DEVICE-IDX)
009050         OR RW-MAGNITUDE > WS-RD-SUG-MAX(WS-DEVICE-IDX)
009060         ADD 1 TO WS-RD-SUG-HITS(WS-DEVICE-IDX)
009070     END-IF.
009080 4100-EXIT.
009090     EXIT.
009100*
009110****************************************************************
009120*    5000-PRINT-ONE-DEVICE - THE COMPARISON LINE FOR ONE       *
009130*    DEVICE, AND ITS "UPD" PROPOSAL WHEN THE RANGE SHOULD      *
009140*    CHANGE.                                                   *
009150****************************************************************
009160 5000-PRINT-ONE-DEVICE.
009170     MOVE WS-RD-ID(WS-DEVICE-IDX) TO WS-RL-DEVICE
009180     MOVE WS-RD-READINGS(WS-DEVICE-IDX) TO WS-RL-READINGS
009190     MOVE WS-RD-CUR-MIN(WS-DEVICE-IDX) TO WS-RL-CUR-MIN
009200     MOVE WS-RD-CUR-MAX(WS-DEVICE-IDX) TO WS-RL-CUR-MAX
009210     MOVE WS-RD-CUR-HITS(WS-DEVICE-IDX) TO WS-RL-CUR-HITS
009220     MOVE WS-RD-OBS-MIN(WS-DEVICE-IDX) TO WS-RL-OBS-MIN
009230     MOVE WS-RD-OBS-MAX(WS-DEVICE-IDX) TO WS-RL-OBS-MAX
009240     MOVE WS-RD-OBS-HITS(WS-DEVICE-IDX) TO WS-RL-OBS-HITS
009250     MOVE WS-RD-SUG-MIN(WS-DEVICE-IDX) TO WS-RL-SUG-MIN
009260     MOVE WS-RD-SUG-MAX(WS-DEVICE-IDX) TO WS-RL-SUG-MAX
009270     MOVE WS-RD-SUG-HITS(WS-DEVICE-IDX) TO WS-RL-SUG-HITS
009280     MOVE WS-RD-ACTION(WS-DEVICE-IDX) TO WS-RL-ACTION.
009290     DISPLAY WS-RANGE-LINE.
009300     ADD WS-RD-CUR-HITS(WS-DEVICE-IDX) TO WS-TOTAL-CUR-HITS
009310     ADD WS-RD-OBS-HITS(WS-DEVICE-IDX) TO WS-TOTAL-OBS-HITS
009320     ADD WS-RD-SUG-HITS(WS-DEVICE-IDX) TO WS-TOTAL-SUG-HITS.
009330*
009340     IF WS-RD-ACTION(WS-DEVICE-IDX) NOT = "PROPOSED"
009350         GO TO 5000-EXIT
009360     END-IF.
009370     MOVE SPACES TO DAYONE-RANGE-TRANS-FILE
009380     MOVE "UPD" TO DT-ACTION
009390     MOVE WS-RD-ID(WS-DEVICE-IDX) TO DT-DEVICE-ID
009400     MOVE WS-RD-SUG-MIN(WS-DEVICE-IDX) TO DT-MIN-MAGNITUDE
009410     MOVE WS-RD-SUG-MAX(WS-DEVICE-IDX) TO DT-MAX-MAGNITUDE
009420     WRITE DAYONE-RANGE-TRANS-FILE.
009430     ADD 1 TO WS-PROPOSALS-WRITTEN.
009440 5000-EXIT.
009450     EXIT.
009460*
009470****************************************************************
009480*    8000-FIND-DEVICE - FIND WS-MATCH-DEVICE-ID IN THE DEVICE  *
009490*    TABLE.                                                    *
009500****************************************************************
009510 8000-FIND-DEVICE.
009520     MOVE "N" TO WS-FOUND-SW
009530     PERFORM 8010-COMPARE-ONE-DEVICE THRU 8010-EXIT
009540         VARYING WS-DEVICE-IDX FROM 1 BY 1
009550         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES OR WS-FOUND.
009560     IF WS-FOUND
009570         SET WS-DEVICE-IDX DOWN BY 1
009580     END-IF.
009590 8000-EXIT.
009600     EXIT.
009610*
009620 8010-COMPARE-ONE-DEVICE.
009630     IF WS-RD-ID(WS-DEVICE-IDX) = WS-MATCH-DEVICE-ID
009640         SET WS-FOUND TO TRUE
009650     END-IF.
009660 8010-EXIT.
009670     EXIT.
009680*
009690****************************************************************
009700*    8100-CHECK-REVERSED-RUN - IS THE RUN IN WS-CHECK-FILENAME *
009710*    AND WS-CHECK-RUN-DATE ON THE REVERSED-RUN TABLE?          *
009720****************************************************************
009730 8100-CHECK-REVERSED-RUN.
009740     MOVE "N" TO WS-REVERSED-SW
009750     PERFORM 8110-COMPARE-ONE-REVERSAL THRU 8110-EXIT
009760         VARYING WS-REV-IDX FROM 1 BY 1
009770         UNTIL WS-REV-IDX > WS-REVERSED-ENTRIES
009780         OR WS-RUN-REVERSED.
009790 8100-EXIT.
009800     EXIT.
009810*
009820 8110-COMPARE-ONE-REVERSAL.
009830     IF WS-RV-FILENAME(WS-REV-IDX) = WS-CHECK-FILENAME
009840         AND WS-RV-RUN-DATE(WS-REV-IDX) = WS-CHECK-RUN-DATE
009850         SET WS-RUN-REVERSED TO TRUE
009860     END-IF.
009870 8110-EXIT.
009880     EXIT.
009890*
009900****************************************************************
009910*    8200-FIND-OR-ADD-FILE - FIND WS-CHECK-FILENAME IN THE     *
009920*    FILE TABLE, ADDING IT AT WS-CHECK-RUN-DATE IF IT IS NEW.  *
009930****************************************************************
009940 8200-FIND-OR-ADD-FILE.
009950     MOVE "N" TO WS-FOUND-SW
009960     PERFORM 8210-COMPARE-ONE-FILE THRU 8210-EXIT
009970         VARYING WS-FILE-IDX FROM 1 BY 1
009980         UNTIL WS-FILE-IDX > WS-FILE-ENTRIES OR WS-FOUND.
009990     IF WS-FOUND
010000         SET WS-FILE-IDX DOWN BY 1
010010         GO TO 8200-EXIT
010020     END-IF.
010030     IF WS-FILE-ENTRIES NOT < WS-MAX-FILES
010040         DISPLAY "ADVDEVRNG: FILE TABLE FULL AT "
010050                 WS-MAX-FILES " - NARROW THE DATE RANGE"
010060         MOVE 16 TO WS-JOB-RETURN-CODE
010070         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
010080         STOP RUN
010090     END-IF.
010100     ADD 1 TO WS-FILE-ENTRIES
010110     SET WS-FILE-IDX TO WS-FILE-ENTRIES
010120     MOVE WS-CHECK-FILENAME TO WS-RF-FILENAME(WS-FILE-IDX)
010130     MOVE WS-CHECK-RUN-DATE TO WS-RF-RUN-DATE(WS-FILE-IDX).
010140 8200-EXIT.
010150     EXIT.
010160*
010170 8210-COMPARE-ONE-FILE.
010180     IF WS-RF-FILENAME(WS-FILE-IDX) = WS-CHECK-FILENAME
010190         SET WS-FOUND TO TRUE
010200     END-IF.
010210 8210-EXIT.
010220     EXIT.
010230*
010240****************************************************************
010250*    8300-FIND-SECTION - FIND THE USABLE SECTION FOR           *
010260*    WS-CHECK-FILENAME, WS-CHECK-RUN-DATE AND                  *
010270*    WS-CHECK-SECTION-NUMBER.                                  *
010280****************************************************************
010290 8300-FIND-SECTION.
010300     MOVE "N" TO WS-FOUND-SW
010310     PERFORM 8310-COMPARE-ONE-SECTION THRU 8310-EXIT
010320         VARYING WS-SECT-IDX FROM 1 BY 1
010330         UNTIL WS-SECT-IDX > WS-SECTION-ENTRIES OR WS-FOUND.
010340     IF WS-FOUND
010350         SET WS-SECT-IDX DOWN BY 1
010360     END-IF.
010370 8300-EXIT.
010380     EXIT.
010390*
010400 8310-COMPARE-ONE-SECTION.
010410     IF WS-SS-FILENAME(WS-SECT-IDX) = WS-CHECK-FILENAME
010420         AND WS-SS-RUN-DATE(WS-SECT-IDX) = WS-CHECK-RUN-DATE
010430         AND WS-SS-SECTION-NUMBER(WS-SECT-IDX)
010440             = WS-CHECK-SECTION-NUMBER
010450         SET WS-FOUND TO TRUE
010460     END-IF.
010470 8310-EXIT.
010480     EXIT.
010490*
010500****************************************************************
010510*    8400-TEXT-TO-INTEGER - TURN YYYY-MM-DD IN                 *
010520*    WS-WORK-DATE-TEXT INTO A DAY NUMBER, OR LEAVE             *
010530*    WS-DATE-VALID OFF.                                        *
010540****************************************************************
010550 8400-TEXT-TO-INTEGER.
010560     MOVE "N" TO WS-DATE-VALID-SW.
010570     IF WS-WT-YYYY IS NOT NUMERIC OR WS-WT-MM IS NOT NUMERIC
010580         OR WS-WT-DD IS NOT NUMERIC
010590         OR WS-WT-DASH-1 NOT = "-" OR WS-WT-DASH-2 NOT = "-"
010600         GO TO 8400-EXIT
010610     END-IF.
010620     MOVE WS-WT-YYYY TO WS-WORK-YYYY
010630     MOVE WS-WT-MM TO WS-WORK-MM
010640     MOVE WS-WT-DD TO WS-WORK-DD.
010650     IF WS-WORK-YYYY < 1601 OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
010660         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
010670         GO TO 8400-EXIT
010680     END-IF.
010690     COMPUTE WS-WORK-INTEGER =
010700         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
010710     IF WS-WORK-INTEGER = 0
010720         GO TO 8400-EXIT
010730     END-IF.
010740     SET WS-DATE-VALID TO TRUE.
010750 8400-EXIT.
010760     EXIT.
010770*
010780****************************************************************
010790*    8500-INTEGER-TO-TEXT - TURN THE DAY NUMBER IN             *
010800*    WS-WORK-INTEGER BACK INTO YYYY-MM-DD.                     *
010810****************************************************************
010820 8500-INTEGER-TO-TEXT.
010830     COMPUTE WS-WORK-DATE-NUM =
010840         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
010850     MOVE SPACES TO WS-WORK-DATE-TEXT
010860     STRING WS-WORK-YYYY "-" WS-WORK-MM "-" WS-WORK-DD
010870         DELIMITED BY SIZE INTO WS-WORK-DATE-TEXT.
010880 8500-EXIT.
010890     EXIT.
010900*
010910 END PROGRAM ADVDEVRNG.
