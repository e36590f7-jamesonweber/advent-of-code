000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVRPTFRQ.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - PART 2 FIRST-REPEATED-FREQUENCY  *
000120*                  SEARCH AND ITS DAYP2CHK RESTART BOOKMARK    *
000130*                  FACTORED OUT OF ADVENTOFCODE SO ADVBATCH    *
000140*                  CAN RUN PART 2 FOR EVERY FILE IT TOTALS.    *
000150*                  THE INPUT FILE IS NOW CHECKED FOR BEFORE    *
000160*                  THE FIRST CYCLE INSTEAD OF ABENDING ON THE  *
000170*                  OPEN.                                       *
000171* 2026-10-15  JWB  A SECTION ADVFREQCALC HELD OUT AS A         *
000172*                  DUPLICATE (FLAGGED ON THE DL100CLC HELD MAP)*
000173*                  NO LONGER FEEDS THE PART 2 RUNNING TOTAL, SO*
000174*                  PART 1 AND PART 2 COVER THE SAME RECORDS.   *
000175*                  THE DAYP2CHK BOOKMARK CARRIES THE HELD      *
000176*                  SECTIONS.                                   *
000180****************************************************************
000190*
000200****************************************************************
000210*    THIS SUBPROGRAM CYCLES THROUGH ONE DAYONE-STYLE FILE, AS  *
000220*    MANY TIMES AS NECESSARY, TO FIND THE FIRST RUNNING TOTAL  *
000230*    THAT REPEATS.  IT SKIPS THE SAME HEADER, TRAILER, DEVICE  *
000240*    AND UNKNOWN- OR RETIRED-DEVICE RECORDS ADVFREQCALC SKIPS  *
000250*    ON THE PART 1 PASS, AND THE SECTIONS IT HELD OUT AS       *
000260*    DUPLICATES (THE DL100CLC HELD MAP), AND IT BOOKMARKS THE  *
000270*    SEEN-VALUE TABLE TO DAYP2CHK AT THE END OF EVERY CYCLE SO *
000280*    A RESTARTED RUN RESUMES AT THE NEXT CYCLE.  THE SEEN-     *
000282*    VALUE TABLE LIVES HERE AND STAYS LOADED BETWEEN THE       *
000284*    CALLER'S BOOKMARK-LOAD CALL AND ITS SEARCH CALL - SEE     *
000286*    DL100RPT.                                                 *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320     INPUT-OUTPUT SECTION.
000330         FILE-CONTROL.
000340         SELECT DAYONE ASSIGN TO DYNAMIC WS-DAYONE-FILENAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DAYONE-FILE-STATUS.
000370*
000380         SELECT OPTIONAL DAYONE-PART2-CHECKPOINT ASSIGN TO
000390         "DAYP2CHK"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410*
000420         SELECT OPTIONAL DAYONE-DEVICE-MASTER ASSIGN TO "DAYDEVMF"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460     FILE SECTION.
000470     FD DAYONE.
000480         01 DAYONE-FILE.
000490            05 DAYONE-RAW-LINE           PIC X(20).
000500*
000510     FD DAYONE-PART2-CHECKPOINT.
000520         01 DAYONE-P2CHKPT-FILE.
000530            05 P2CK-RECORD-TYPE           PIC X(01).
000540                88  P2CK-IS-HEADER        VALUE "H".
000550                88  P2CK-IS-VALUE         VALUE "V".
000555                88  P2CK-IS-HELD          VALUE "D".
000560            05 FILLER                    PIC X(01).
000570            05 P2CK-HEADER-DATA.
000580                10 P2CK-FILENAME          PIC X(80).
000590                10 FILLER                PIC X(01).
000600                10 P2CK-CYCLE-COUNT       PIC 9(07).
000610                10 FILLER                PIC X(01).
000620                10 P2CK-SEEN-COUNT        PIC 9(07).
000630                10 FILLER                PIC X(01).
000640                10 P2CK-RUNNING-FREQUENCY PIC S9(10)
000650                                   SIGN IS LEADING SEPARATE.
000660                10 FILLER                PIC X(01).
000670                10 P2CK-PART1-RECCOUNT    PIC 9(09).
000680                10 FILLER                PIC X(01).
000690                10 P2CK-PART1-REJECTCOUNT PIC 9(09).
000700                10 FILLER                PIC X(01).
000710                10 P2CK-PART1-FREQSUM     PIC S9(10)
000720                                   SIGN IS LEADING SEPARATE.
000730                10 FILLER                PIC X(01).
000740                10 P2CK-PART1-CTRL-SW     PIC X(01).
000750                10 FILLER                PIC X(01).
000760                10 P2CK-PART1-CTRL-RES    PIC X(01).
000770                10 FILLER                PIC X(01).
000780                10 P2CK-PART1-OVFL-SW     PIC X(01).
000790                10 FILLER                PIC X(01).
000800                10 P2CK-BUSDATE           PIC X(10).
000810                10 FILLER                PIC X(01).
000820                10 P2CK-STATUS            PIC X(01).
000830            05 P2CK-VALUE-DATA REDEFINES P2CK-HEADER-DATA.
000840                10 P2CK-SEEN-VALUE        PIC S9(10)
000850                                   SIGN IS LEADING SEPARATE.
000860                10 FILLER                PIC X(137).
000862            05 P2CK-HELD-DATA REDEFINES P2CK-HEADER-DATA.
000864                10 P2CK-HELD-SECTION      PIC 9(03).
000866                10 FILLER                PIC X(145).
000870*
000880     FD DAYONE-DEVICE-MASTER.
000890         01 DAYONE-DEVICE-MASTER-FILE.
000900            05 DM-DEVICE-ID               PIC X(08).
000910            05 FILLER                    PIC X(01).
000920            05 DM-STATUS                  PIC X(01).
000930            05 FILLER                    PIC X(01).
000940            05 DM-MIN-MAGNITUDE           PIC 9(05).
000950            05 FILLER                    PIC X(01).
000960            05 DM-MAX-MAGNITUDE           PIC 9(05).
000970            05 FILLER                    PIC X(01).
000980            05 DM-DESCRIPTION             PIC X(30).
000990*
001000     WORKING-STORAGE SECTION.
001010*
001020     77  WS-MAX-TABLE-SIZE               PIC 9(07) COMP
001030                                          VALUE 800000.
001040*    THE HASH TABLE HOLDS WS-HASH-MODULUS SLOTS - A PRIME, AND
001050*    COMFORTABLY MORE THAN WS-MAX-TABLE-SIZE SO LINEAR PROBES
001060*    STAY SHORT AND AN EMPTY SLOT ALWAYS EXISTS.
001070     77  WS-HASH-MODULUS                 PIC 9(07) COMP
001080                                          VALUE 1000003.
001090     77  WS-MAX-CYCLES                   PIC 9(07) COMP
001100                                          VALUE 10000.
001103     77  WS-MAX-SECTIONS                 PIC 9(04) COMP
001106                                          VALUE 999.
001110*
001120     01  WS-DAYONE-FILENAME              PIC X(80).
001130     01  WS-DAYONE-FILE-STATUS           PIC X(02).
001140         88  WS-DAYONE-FILE-NOT-FOUND    VALUE "35".
001150*    THE FILE WHOSE BOOKMARK IS HELD IN THE TABLE BETWEEN THE
001160*    LOAD CALL AND THE SEARCH CALL.
001170     01  WS-P2-LOADED-FILENAME           PIC X(80) VALUE SPACES.
001180*
001190     01  WS-PART2-LINE                   PIC X(20).
001200     01  WS-PART2-NORMAL REDEFINES WS-PART2-LINE.
001210         05  WS-PART2-NEGATION            PIC A(01).
001220         05  WS-PART2-FREQUENCYSTRING     PIC A(05).
001230         05  WS-PART2-OVERFLOW-CHAR       PIC A(01).
001240         05  FILLER                       PIC X(13).
001250     01  WS-PART2-TRAILER REDEFINES WS-PART2-LINE.
001260         05  WS-PART2-TRAILER-TAG         PIC X(07).
001270             88  WS-PART2-IS-TRAILER      VALUE "TRAILER".
001280         05  FILLER                       PIC X(13).
001290     01  WS-PART2-DEVICE REDEFINES WS-PART2-LINE.
001300         05  WS-PART2-DEVICE-TAG          PIC X(07).
001310             88  WS-PART2-IS-DEVICE       VALUE "DEVICE ".
001320             88  WS-PART2-IS-FILEHDR      VALUE "HEADER ".
001330         05  WS-PART2-DEVICE-ID           PIC X(08).
001340         05  FILLER                       PIC X(05).
001350*
001360     77  WS-MAX-DEVICES                   PIC 9(03) COMP
001370                                          VALUE 200.
001380     01  WS-DEVICE-FIELDS.
001390         05  WS-DEVICE-ENTRIES            PIC 9(03) COMP.
001400         05  WS-DEVMF-EOF-SW              PIC X(01) VALUE "N".
001410             88  WS-DEVMF-EOF             VALUE "Y".
001420         05  WS-FOUND-DEVICE-SW           PIC X(01) VALUE "N".
001430             88  WS-FOUND-DEVICE          VALUE "Y".
001440         05  WS-P2-SKIP-SECTION-SW        PIC X(01) VALUE "N".
001450             88  WS-P2-SKIP-SECTION       VALUE "Y".
001452*    PART 1'S SECTION NUMBER FOR THE RECORD IN HAND, COUNTED THE
001454*    SAME WAY ADVFREQCALC COUNTS IT, TO FIND THE HELD SECTIONS.
001456         05  WS-P2-SECTION-NUMBER         PIC 9(03) COMP.
001458         05  WS-P2-SECTION-RECORDS        PIC 9(09) COMP.
001460     01  WS-DEVICE-TABLE-AREA.
001470         05  WS-DEVICE-TABLE OCCURS 200 TIMES
001480                           INDEXED BY WS-DEVICE-IDX.
001490             10  WS-DEV-ID                PIC X(08).
001500             10  WS-DEV-STATUS            PIC X(01).
001510*
001520     01  WS-SWITCHES.
001530         05  WS-EOF2-SW                   PIC X(01) VALUE "N".
001540             88  WS-EOF2                  VALUE "Y".
001550         05  WS-FOUND-SW                  PIC X(01) VALUE "N".
001560             88  WS-FOUND                 VALUE "Y".
001570         05  WS-ABORT-SW                  PIC X(01) VALUE "N".
001580             88  WS-ABORTED               VALUE "Y".
001590         05  WS-P2-CHECKPOINT-FOUND-SW    PIC X(01) VALUE "N".
001600             88  WS-P2-CHECKPOINT-FOUND   VALUE "Y".
001610         05  WS-P2-CHECKPOINT-STATUS-SW   PIC X(01) VALUE "I".
001620             88  WS-P2-MARK-COMPLETE      VALUE "C".
001630             88  WS-P2-MARK-INPROGRESS    VALUE "I".
001640*
001650     01  WS-P2-VALUES-LOADED             PIC 9(07) COMP.
001660     01  WS-P2-LOAD-EOF-SW               PIC X(01) VALUE "N".
001670         88  WS-P2-LOAD-EOF              VALUE "Y".
001680*
001690     01  WS-SEEN-TABLE-AREA.
001700         05  WS-SEEN-TABLE OCCURS 1000003 TIMES
001710                           PIC S9(10) COMP.
001720     01  WS-SEEN-FLAG-AREA.
001730         05  WS-SEEN-FLAG OCCURS 1000003 TIMES
001740                           PIC X(01).
001750             88  WS-SLOT-IN-USE           VALUE "Y".
001760*
001770     01  WS-HASH-FIELDS.
001780         05  WS-SEARCH-VALUE              PIC S9(10) COMP.
001790         05  WS-HASH-ABS                  PIC 9(10) COMP.
001800         05  WS-HASH-QUOT                 PIC 9(04) COMP.
001810         05  WS-PROBE-SLOT                PIC 9(07) COMP.
001820         05  WS-INSERT-SLOT               PIC 9(07) COMP.
001830         05  WS-PROBE-COUNT               PIC 9(07) COMP.
001840         05  WS-SAVE-SLOT                 PIC 9(07) COMP.
001850         05  WS-LOAD-TARGET               PIC 9(07) COMP.
001860         05  WS-PROBE-DONE-SW             PIC X(01).
001870             88  WS-PROBE-DONE            VALUE "Y".
001880*
001890     01  WS-SEEN-COUNT                    PIC 9(07) COMP
001900                                          VALUE 0.
001910     01  WS-CYCLE-COUNT                   PIC 9(07) COMP
001920                                          VALUE 0.
001930     01  WS-RUNNING-FREQUENCY             PIC S9(10) COMP-3
001940                                          VALUE 0.
001950     01  WS-RUNNING-RESULT                PIC S9(10) COMP-3.
001960     01  WS-REPEATED-FREQUENCY            PIC S9(10) COMP
001970                                          VALUE 0.
001980*
001990     COPY DL100VAL.
002000     COPY DL100EXC.
002010*
002020     01  WS-EXCEPTION-FIELDS.
002030         05  WS-EXC-CONDITION             PIC X(10).
002040         05  WS-EXC-DETAIL                PIC X(40).
002050*
002060 LINKAGE SECTION.
002070     COPY DL100RPT.
002080     COPY DL100CLC.
002090*
002100 PROCEDURE DIVISION USING DL100-RPT-LINKAGE DL100-CLC-LINKAGE.
002110*
002120 0000-MAINLINE.
002130     MOVE 0 TO DL100-RPT-OUT-RETURN-CODE
002140     MOVE DL100-RPT-IN-FILENAME TO WS-DAYONE-FILENAME
002150     MOVE DL100-RPT-IN-MAXCYCLES TO WS-MAX-CYCLES
002160     MOVE DL100-RPT-IN-MAXTABLE TO WS-MAX-TABLE-SIZE.
002170     IF DL100-RPT-LOAD-BOOKMARK
002180         PERFORM 8500-PART2-CHECKPOINT-LOAD THRU 8500-EXIT
002190     ELSE
002200         PERFORM 1100-LOAD-DEVICE-MASTER THRU 1100-EXIT
002210         PERFORM 8000-FIND-REPEATED-FREQUENCY THRU 8000-EXIT
002220     END-IF.
002230     GOBACK.
002240*
002250****************************************************************
002260*    1100-LOAD-DEVICE-MASTER - READ THE DAYDEVMF REGISTRY SO   *
002270*    THE PART 2 PASS CAN SKIP THE SAME UNKNOWN- AND RETIRED-   *
002280*    DEVICE SECTIONS ADVFREQCALC REJECTS ON THE PART 1 PASS.   *
002290*    AN ABSENT OR EMPTY MASTER TURNS THE CHECK OFF, THE SAME   *
002300*    AS IT DOES IN ADVFREQCALC.                                *
002310****************************************************************
002320 1100-LOAD-DEVICE-MASTER.
002330     MOVE 0 TO WS-DEVICE-ENTRIES
002340     MOVE "N" TO WS-DEVMF-EOF-SW
002350     OPEN INPUT DAYONE-DEVICE-MASTER.
002360     PERFORM 1150-LOAD-ONE-DEVICE THRU 1150-EXIT
002370         UNTIL WS-DEVMF-EOF.
002380     CLOSE DAYONE-DEVICE-MASTER.
002390 1100-EXIT.
002400     EXIT.
002410*
002420 1150-LOAD-ONE-DEVICE.
002430     READ DAYONE-DEVICE-MASTER
002440         AT END
002450             SET WS-DEVMF-EOF TO TRUE
002460         NOT AT END
002470             IF WS-DEVICE-ENTRIES < WS-MAX-DEVICES
002480                 ADD 1 TO WS-DEVICE-ENTRIES
002490                 SET WS-DEVICE-IDX TO WS-DEVICE-ENTRIES
002500                 MOVE DM-DEVICE-ID TO WS-DEV-ID(WS-DEVICE-IDX)
002510                 MOVE DM-STATUS TO WS-DEV-STATUS(WS-DEVICE-IDX)
002520             ELSE
002530                 SET WS-DEVMF-EOF TO TRUE
002540             END-IF
002550     END-READ.
002560 1150-EXIT.
002570     EXIT.
002580*
002590****************************************************************
002600*    8000-FIND-REPEATED-FREQUENCY - PART 2.  CYCLE THROUGH     *
002610*    DAYONE AS MANY TIMES AS NEEDED, ACCUMULATING A RUNNING    *
002620*    FREQUENCY, UNTIL A TOTAL REPEATS OR THE SAFETY LIMITS ON  *
002630*    PASSES AND TABLE SIZE ARE EXCEEDED.  IF THE LOAD CALL     *
002640*    RESTORED A BOOKMARK FOR THIS FILE, THE SEEN-VALUE TABLE,  *
002650*    CYCLE COUNT AND RUNNING FREQUENCY ARE ALREADY IN PLACE    *
002660*    AND CYCLING RESUMES AT THE NEXT CYCLE.                    *
002670****************************************************************
002680 8000-FIND-REPEATED-FREQUENCY.
002690     MOVE "N" TO WS-FOUND-SW
002700     MOVE "N" TO WS-ABORT-SW
002710     MOVE 0 TO WS-REPEATED-FREQUENCY
002720     SET DL100-RPT-NOT-FOUND TO TRUE
002730     MOVE 0 TO DL100-RPT-OUT-FREQUENCY.
002740     IF WS-P2-LOADED-FILENAME NOT = WS-DAYONE-FILENAME
002750         MOVE "N" TO WS-P2-CHECKPOINT-FOUND-SW
002760     END-IF.
002770*
002780     OPEN INPUT DAYONE.
002790     IF WS-DAYONE-FILE-NOT-FOUND
002800         DISPLAY "ADVRPTFRQ: INPUT FILE NOT FOUND - "
002810                 WS-DAYONE-FILENAME
002820         MOVE 16 TO DL100-RPT-OUT-RETURN-CODE
002830         MOVE "N" TO WS-P2-CHECKPOINT-FOUND-SW
002840         MOVE SPACES TO WS-P2-LOADED-FILENAME
002850         GO TO 8000-EXIT
002860     END-IF.
002870     CLOSE DAYONE.
002880*
002890     IF NOT WS-P2-CHECKPOINT-FOUND
002900         MOVE 0 TO WS-RUNNING-FREQUENCY
002910         MOVE 0 TO WS-SEEN-COUNT
002920         MOVE ALL "N" TO WS-SEEN-FLAG-AREA
002930         MOVE 0 TO WS-CYCLE-COUNT
002940         PERFORM 8400-SEARCH-TABLE THRU 8400-EXIT
002950         PERFORM 8450-INSERT-SEEN-VALUE THRU 8450-EXIT
002960     END-IF.
002970*
002980     PERFORM 8100-SCAN-ONE-CYCLE THRU 8100-EXIT
002990         UNTIL WS-FOUND OR WS-ABORTED
003000             OR WS-CYCLE-COUNT NOT LESS THAN WS-MAX-CYCLES.
003010*
003020     SET WS-P2-MARK-COMPLETE TO TRUE
003030     PERFORM 8600-PART2-CHECKPOINT-SAVE THRU 8600-EXIT.
003040     MOVE "N" TO WS-P2-CHECKPOINT-FOUND-SW.
003058     MOVE SPACES TO WS-P2-LOADED-FILENAME
003060     MOVE WS-CYCLE-COUNT TO DL100-RPT-OUT-CYCLES.
003070*
003080     IF WS-FOUND
003090         SET DL100-RPT-FOUND TO TRUE
003100         MOVE WS-REPEATED-FREQUENCY TO DL100-RPT-OUT-FREQUENCY
003110     ELSE
003120         IF NOT WS-ABORTED
003130             DISPLAY "ADVRPTFRQ: NO REPEATED FREQUENCY "
003140                 "FOUND WITHIN " WS-MAX-CYCLES " PASSES"
003150             MOVE 12 TO DL100-RPT-OUT-RETURN-CODE
003160         END-IF
003170     END-IF.
003180 8000-EXIT.
003190     EXIT.
003200*
003210****************************************************************
003220*    8100-SCAN-ONE-CYCLE - ONE FULL PASS FROM THE TOP OF       *
003230*    DAYONE-FILE.                                              *
003240****************************************************************
003250 8100-SCAN-ONE-CYCLE.
003260     ADD 1 TO WS-CYCLE-COUNT
003270     MOVE "N" TO WS-EOF2-SW
003280     MOVE "N" TO WS-P2-SKIP-SECTION-SW
003282     MOVE 1 TO WS-P2-SECTION-NUMBER
003284     MOVE 0 TO WS-P2-SECTION-RECORDS
003286     PERFORM 8345-CHECK-HELD-SECTION THRU 8345-EXIT.
003290     OPEN INPUT DAYONE.
003300     PERFORM 8200-READ-AND-CHECK THRU 8200-EXIT
003310         UNTIL WS-EOF2 OR WS-FOUND OR WS-ABORTED.
003320     CLOSE DAYONE.
003330*
003340     IF NOT WS-FOUND AND NOT WS-ABORTED
003350         SET WS-P2-MARK-INPROGRESS TO TRUE
003360         PERFORM 8600-PART2-CHECKPOINT-SAVE THRU 8600-EXIT
003370     END-IF.
003380 8100-EXIT.
003390     EXIT.
003400*
003410****************************************************************
003420*    8200-READ-AND-CHECK - READ ONE RECORD OF THE CYCLIC PASS. *
003430****************************************************************
003440 8200-READ-AND-CHECK.
003450     READ DAYONE INTO WS-PART2-LINE
003460         AT END
003470             SET WS-EOF2 TO TRUE
003480         NOT AT END
003490             PERFORM 8300-APPLY-RECORD THRU 8300-EXIT
003500     END-READ.
003510 8200-EXIT.
003520     EXIT.
003530*
003540****************************************************************
003550*    8300-APPLY-RECORD - SKIP THE TRAILER, THE DEVICE SECTION  *
003560*    HEADERS, EVERY RECORD OF A SECTION WHOSE DEVICE PART 1    *
003570*    REJECTS OR THAT PART 1 HELD OUT AS A DUPLICATE, AND ANY   *
003580*    RECORD THAT FAILS THE SAME SHAPE CHECK ADVFREQCALC        *
003590*    ALREADY REJECTED ON THE PART 1 PASS, OTHERWISE ROLL IT    *
003600*    INTO THE RUNNING TOTAL AND LOOK FOR A REPEAT.             *
003610****************************************************************
003620 8300-APPLY-RECORD.
003630     IF WS-PART2-IS-TRAILER
003632         PERFORM 8340-CLOSE-SECTION THRU 8340-EXIT
003634         GO TO 8300-EXIT
003636     END-IF.
003638     IF WS-PART2-IS-FILEHDR
003640         MOVE "N" TO WS-P2-SKIP-SECTION-SW
003645         PERFORM 8345-CHECK-HELD-SECTION THRU 8345-EXIT
003650         GO TO 8300-EXIT
003660     END-IF.
003670     IF WS-PART2-IS-DEVICE
003672         IF WS-P2-SECTION-RECORDS > 0
003674             PERFORM 8340-CLOSE-SECTION THRU 8340-EXIT
003676         END-IF
003680         PERFORM 8350-CHECK-SECTION-DEVICE THRU 8350-EXIT
003685         PERFORM 8345-CHECK-HELD-SECTION THRU 8345-EXIT
003690         GO TO 8300-EXIT
003700     END-IF.
003705     ADD 1 TO WS-P2-SECTION-RECORDS.
003710     IF WS-P2-SKIP-SECTION
003720         GO TO 8300-EXIT
003730     END-IF.
003740*
003750     MOVE WS-PART2-NEGATION TO DL100-VAL-NEGATION
003760     MOVE WS-PART2-FREQUENCYSTRING TO DL100-VAL-FREQUENCYSTRING
003770     MOVE WS-PART2-OVERFLOW-CHAR TO DL100-VAL-OVERFLOW-CHAR
003780     MOVE WS-PART2-LINE TO DL100-VAL-IN-FULL-LINE
003790     MOVE DL100-RPT-IN-RECFORMAT TO DL100-VAL-IN-FORMAT-SW
003800     CALL "ADVVALFRQ" USING DL100-VAL-LINKAGE.
003810*
003820     IF DL100-VAL-RECORD-INVALID
003830         GO TO 8300-EXIT
003840     END-IF.
003850*
003860     ADD DL100-VAL-FREQUENCY TO WS-RUNNING-FREQUENCY
003870         GIVING WS-RUNNING-RESULT
003880         ON SIZE ERROR
003890             DISPLAY "ADVRPTFRQ: PART 2 RUNNING FREQUENCY "
003900                 "OVERFLOW - PASS ABANDONED"
003910             MOVE 16 TO DL100-RPT-OUT-RETURN-CODE
003920             MOVE "Y" TO WS-ABORT-SW
003930             MOVE "OVERFLOW" TO WS-EXC-CONDITION
003940             MOVE "PART 2 RUNNING FREQUENCY OVERFLOW"
003950                 TO WS-EXC-DETAIL
003960             PERFORM 9200-RAISE-EXCEPTION THRU 9200-EXIT
003970             GO TO 8300-EXIT
003980     END-ADD.
003990     MOVE WS-RUNNING-RESULT TO WS-RUNNING-FREQUENCY.
004000     PERFORM 8400-SEARCH-TABLE THRU 8400-EXIT.
004010*
004020     IF WS-FOUND
004030         MOVE WS-RUNNING-FREQUENCY TO WS-REPEATED-FREQUENCY
004040         GO TO 8300-EXIT
004050     END-IF.
004060*
004070     IF WS-SEEN-COUNT < WS-MAX-TABLE-SIZE
004080         PERFORM 8450-INSERT-SEEN-VALUE THRU 8450-EXIT
004090     ELSE
004100         DISPLAY "ADVRPTFRQ: SEEN-FREQUENCY TABLE "
004110             "EXHAUSTED AT " WS-MAX-TABLE-SIZE " ENTRIES"
004120         MOVE 16 TO DL100-RPT-OUT-RETURN-CODE
004130         MOVE "Y" TO WS-ABORT-SW
004140         MOVE "OVERFLOW" TO WS-EXC-CONDITION
004150         MOVE "SEEN-FREQUENCY TABLE EXHAUSTED" TO WS-EXC-DETAIL
004160         PERFORM 9200-RAISE-EXCEPTION THRU 9200-EXIT
004170     END-IF.
004180 8300-EXIT.
004181     EXIT.
004182*
004183****************************************************************
004184*    8340-CLOSE-SECTION - A TRAILER, OR A DEVICE HEADER AFTER  *
004185*    RECORDS, CLOSES THE SECTION IN HAND EXACTLY AS 2160 DOES  *
004186*    IN ADVFREQCALC, SO THE NEXT SECTION GETS THE SAME NUMBER  *
004187*    THERE AS HERE.                                            *
004188****************************************************************
004189 8340-CLOSE-SECTION.
004190     ADD 1 TO WS-P2-SECTION-NUMBER
004191     MOVE 0 TO WS-P2-SECTION-RECORDS
004192     MOVE "N" TO WS-P2-SKIP-SECTION-SW
004193     PERFORM 8345-CHECK-HELD-SECTION THRU 8345-EXIT.
004194 8340-EXIT.
004195     EXIT.
004196*
004197****************************************************************
004198*    8345-CHECK-HELD-SECTION - A SECTION PART 1 HELD OUT AS A  *
004199*    DUPLICATE (FLAGGED ON THE DL100CLC HELD MAP) IS SKIPPED   *
004200*    THE SAME WAY AS A REJECTED-DEVICE SECTION.                *
004201****************************************************************
004202 8345-CHECK-HELD-SECTION.
004203     IF WS-P2-SECTION-NUMBER > 0
004204         IF DL100-CLC-SECTION-HELD(WS-P2-SECTION-NUMBER)
004205             SET WS-P2-SKIP-SECTION TO TRUE
004206         END-IF
004207     END-IF.
004208 8345-EXIT.
004209     EXIT.
004210*
004211****************************************************************
004220*    8350-CHECK-SECTION-DEVICE - MIRROR PART 1'S SECTION       *
004230*    VERDICT: A SECTION FROM A DEVICE THAT IS NOT ON THE       *
004240*    MASTER, OR IS RETIRED, WAS REJECTED WHOLESALE THERE, SO   *
004250*    ITS RECORDS MUST NOT FEED THE PART 2 RUNNING TOTAL        *
004260*    EITHER.  A BLANK DEVICE ID REJECTS EVEN WITHOUT A MASTER, *
004270*    MATCHING 2140; OTHERWISE NO MASTER = EVERY SECTION COUNTS.*
004280****************************************************************
004290 8350-CHECK-SECTION-DEVICE.
004300     MOVE "N" TO WS-P2-SKIP-SECTION-SW
004310     IF WS-PART2-DEVICE-ID = SPACES
004320         SET WS-P2-SKIP-SECTION TO TRUE
004330         GO TO 8350-EXIT
004340     END-IF.
004350     IF WS-DEVICE-ENTRIES = 0
004360         GO TO 8350-EXIT
004370     END-IF.
004380     MOVE "N" TO WS-FOUND-DEVICE-SW
004390     PERFORM 8360-COMPARE-ONE-DEVICE THRU 8360-EXIT
004400         VARYING WS-DEVICE-IDX FROM 1 BY 1
004410         UNTIL WS-DEVICE-IDX > WS-DEVICE-ENTRIES
004420             OR WS-FOUND-DEVICE.
004430     IF WS-FOUND-DEVICE
004440         SET WS-DEVICE-IDX DOWN BY 1
004450         IF WS-DEV-STATUS(WS-DEVICE-IDX) = "R"
004460             SET WS-P2-SKIP-SECTION TO TRUE
004470         END-IF
004480     ELSE
004490         SET WS-P2-SKIP-SECTION TO TRUE
004500     END-IF.
004510 8350-EXIT.
004520     EXIT.
004530*
004540 8360-COMPARE-ONE-DEVICE.
004550     IF WS-DEV-ID(WS-DEVICE-IDX) = WS-PART2-DEVICE-ID
004560         SET WS-FOUND-DEVICE TO TRUE
004570     END-IF.
004580 8360-EXIT.
004590     EXIT.
004600*
004610****************************************************************
004620*    8400-SEARCH-TABLE - LOOK FOR THE CURRENT RUNNING          *
004630*    FREQUENCY AMONG THE VALUES ALREADY SEEN THIS RUN.  THE    *
004640*    VALUE IS HASHED TO ITS HOME SLOT AND PROBED LINEARLY      *
004650*    FROM THERE, SO THE COST OF A LOOKUP NO LONGER GROWS WITH  *
004660*    EVERY VALUE SEEN.  WHEN THE VALUE IS ABSENT THE PROBE     *
004670*    STOPS AT AN EMPTY SLOT, WHICH IS LEFT IN WS-INSERT-SLOT   *
004680*    FOR 8450-INSERT-SEEN-VALUE TO FILL.                       *
004690****************************************************************
004700 8400-SEARCH-TABLE.
004710     MOVE WS-RUNNING-FREQUENCY TO WS-SEARCH-VALUE
004720     PERFORM 8405-PROBE-TABLE THRU 8405-EXIT.
004730 8400-EXIT.
004740     EXIT.
004750*
004760 8405-PROBE-TABLE.
004770     MOVE "N" TO WS-FOUND-SW
004780     MOVE "N" TO WS-PROBE-DONE-SW
004790     MOVE 0 TO WS-PROBE-COUNT
004800     MOVE 0 TO WS-INSERT-SLOT
004810     IF WS-SEARCH-VALUE < 0
004820         COMPUTE WS-HASH-ABS = 0 - WS-SEARCH-VALUE
004830     ELSE
004840         MOVE WS-SEARCH-VALUE TO WS-HASH-ABS
004850     END-IF.
004860     DIVIDE WS-HASH-ABS BY WS-HASH-MODULUS
004870         GIVING WS-HASH-QUOT
004880         REMAINDER WS-PROBE-SLOT.
004890     ADD 1 TO WS-PROBE-SLOT.
004900     PERFORM 8410-PROBE-ONE-SLOT THRU 8410-EXIT
004910         UNTIL WS-PROBE-DONE.
004920 8405-EXIT.
004930     EXIT.
004940*
004950 8410-PROBE-ONE-SLOT.
004960     IF NOT WS-SLOT-IN-USE(WS-PROBE-SLOT)
004970         MOVE WS-PROBE-SLOT TO WS-INSERT-SLOT
004980         SET WS-PROBE-DONE TO TRUE
004990         GO TO 8410-EXIT
005000     END-IF.
005010     IF WS-SEEN-TABLE(WS-PROBE-SLOT) = WS-SEARCH-VALUE
005020         SET WS-FOUND TO TRUE
005030         SET WS-PROBE-DONE TO TRUE
005040         GO TO 8410-EXIT
005050     END-IF.
005060     ADD 1 TO WS-PROBE-SLOT
005070     IF WS-PROBE-SLOT > WS-HASH-MODULUS
005080         MOVE 1 TO WS-PROBE-SLOT
005090     END-IF.
005100     ADD 1 TO WS-PROBE-COUNT
005110     IF WS-PROBE-COUNT > WS-HASH-MODULUS
005120         SET WS-PROBE-DONE TO TRUE
005130     END-IF.
005140 8410-EXIT.
005150     EXIT.
005160*
005170****************************************************************
005180*    8450-INSERT-SEEN-VALUE - FILE THE VALUE JUST PROBED FOR   *
005190*    INTO THE EMPTY SLOT THE PROBE STOPPED AT.  THE LOAD IS    *
005200*    CAPPED AT WS-MAX-TABLE-SIZE, WELL UNDER THE SLOT COUNT,  *
005210*    SO AN EMPTY SLOT ALWAYS EXISTS.                           *
005220****************************************************************
005230 8450-INSERT-SEEN-VALUE.
005240     IF WS-INSERT-SLOT = 0
005250         GO TO 8450-EXIT
005260     END-IF.
005270     MOVE WS-SEARCH-VALUE TO WS-SEEN-TABLE(WS-INSERT-SLOT)
005280     MOVE "Y" TO WS-SEEN-FLAG(WS-INSERT-SLOT)
005290     ADD 1 TO WS-SEEN-COUNT.
005300 8450-EXIT.
005310     EXIT.
005320*
005330****************************************************************
005340*    8500-PART2-CHECKPOINT-LOAD - IF A PRIOR IN-PROGRESS       *
005350*    PART 2 BOOKMARK EXISTS FOR THIS SAME INPUT FILE, RESTORE  *
005360*    PART 1'S FIGURES AND HELD SECTIONS, THE SEEN-VALUE TABLE, *
005370*    CYCLE COUNT AND RUNNING FREQUENCY.  THE SAVE REWRITES THE *
005380*    WHOLE FILE, SO AN ABEND MID-SAVE CAN LEAVE A VALID-LOOKING*
005390*    HEADER WITH A SHORT TAIL OF SEEN VALUES - THE VALUE       *
005400*    RECORDS ACTUALLY READ ARE COUNTED AND A SHORT LOAD IS     *
005410*    DISCARDED SO PART 2 STARTS FRESH RATHER THAN RESUMING     *
005415*    FROM A HOLED TABLE.                                       *
005420****************************************************************
005430 8500-PART2-CHECKPOINT-LOAD.
005440     MOVE "N" TO WS-P2-CHECKPOINT-FOUND-SW
005450     MOVE 0 TO WS-P2-VALUES-LOADED
005460     MOVE "N" TO WS-P2-LOAD-EOF-SW
005470     OPEN INPUT DAYONE-PART2-CHECKPOINT.
005480     READ DAYONE-PART2-CHECKPOINT
005490         AT END
005500             CONTINUE
005510         NOT AT END
005520             IF P2CK-IS-HEADER
005530                 AND P2CK-FILENAME = WS-DAYONE-FILENAME
005540                 AND P2CK-STATUS = "I"
005550                 SET WS-P2-CHECKPOINT-FOUND TO TRUE
005560                 MOVE P2CK-CYCLE-COUNT TO WS-CYCLE-COUNT
005570                 MOVE P2CK-SEEN-COUNT TO WS-LOAD-TARGET
005580                 MOVE 0 TO WS-SEEN-COUNT
005590                 MOVE ALL "N" TO WS-SEEN-FLAG-AREA
005600                 MOVE P2CK-RUNNING-FREQUENCY
005610                     TO WS-RUNNING-FREQUENCY
005620                 MOVE P2CK-PART1-RECCOUNT
005630                     TO DL100-CLC-OUT-RECCOUNT
005640                 MOVE P2CK-PART1-REJECTCOUNT
005650                     TO DL100-CLC-OUT-REJECTCOUNT
005660                 MOVE P2CK-PART1-FREQSUM
005670                     TO DL100-CLC-OUT-FREQUENCYSUM
005680                 MOVE P2CK-PART1-CTRL-SW
005690                     TO DL100-CLC-OUT-CTRLTOTAL-SW
005700                 MOVE P2CK-PART1-CTRL-RES
005710                     TO DL100-CLC-OUT-CTRLTOTAL-RES
005720                 MOVE P2CK-PART1-OVFL-SW
005730                     TO DL100-CLC-OUT-OVERFLOW-SW
005740                 MOVE P2CK-BUSDATE
005750                     TO DL100-CLC-OUT-BUSDATE
005755                 MOVE SPACES TO DL100-CLC-OUT-HELD-MAP
005760                 PERFORM 8510-LOAD-ONE-SEEN-VALUE THRU 8510-EXIT
005770                     UNTIL WS-P2-VALUES-LOADED
005780                         NOT < WS-LOAD-TARGET
005790                         OR WS-P2-LOAD-EOF
005800             END-IF
005810     END-READ.
005820     CLOSE DAYONE-PART2-CHECKPOINT.
005830*
005840     IF WS-P2-CHECKPOINT-FOUND
005850         AND WS-P2-VALUES-LOADED NOT = WS-LOAD-TARGET
005860         MOVE "N" TO WS-P2-CHECKPOINT-FOUND-SW
005870         DISPLAY "ADVRPTFRQ: PART 2 BOOKMARK IS INCOMPLETE "
005880             "(" WS-P2-VALUES-LOADED " OF " WS-LOAD-TARGET
005890             " SEEN VALUES) - IGNORED, PART 1 AND PART 2 "
005900             "WILL RUN FROM THE TOP"
005910     END-IF.
005920*
005930     IF WS-P2-CHECKPOINT-FOUND
005940         SET DL100-RPT-RESUMED TO TRUE
005950         MOVE WS-DAYONE-FILENAME TO WS-P2-LOADED-FILENAME
005960     ELSE
005970         SET DL100-RPT-NOT-RESUMED TO TRUE
005980         MOVE SPACES TO WS-P2-LOADED-FILENAME
005990     END-IF.
006000 8500-EXIT.
006010     EXIT.
006020*
006030****************************************************************
006040*    8510-LOAD-ONE-SEEN-VALUE - READ ONE DETAIL RECORD: A HELD *
006050*    SECTION GOES BACK ON THE HELD MAP, AND A SEEN VALUE IS    *
006060*    REHASHED BACK INTO THE TABLE, COUNTING THE VALUE RECORDS  *
006065*    THAT REALLY WERE THERE TO READ.                           *
006070****************************************************************
006080 8510-LOAD-ONE-SEEN-VALUE.
006090     READ DAYONE-PART2-CHECKPOINT
006100         AT END
006110             SET WS-P2-LOAD-EOF TO TRUE
006120         NOT AT END
006121             IF P2CK-IS-HELD
006122                 AND P2CK-HELD-SECTION IS NUMERIC
006123                 AND P2CK-HELD-SECTION > 0
006124                 MOVE "D"
006125                     TO DL100-CLC-OUT-HELD-SW(P2CK-HELD-SECTION)
006126             END-IF
006130             IF P2CK-IS-VALUE
006140                 MOVE P2CK-SEEN-VALUE TO WS-SEARCH-VALUE
006150                 PERFORM 8405-PROBE-TABLE THRU 8405-EXIT
006160                 IF NOT WS-FOUND
006170                     PERFORM 8450-INSERT-SEEN-VALUE
006180                         THRU 8450-EXIT
006190                 END-IF
006200                 ADD 1 TO WS-P2-VALUES-LOADED
006210             END-IF
006220     END-READ.
006230 8510-EXIT.
006240     EXIT.
006250*
006260****************************************************************
006270*    8600-PART2-CHECKPOINT-SAVE - REWRITE THE PART 2 BOOKMARK  *
006280*    WITH PART 1'S FIGURES AND HELD SECTIONS, THE CURRENT      *
006290*    CYCLE COUNT, RUNNING FREQUENCY AND THE FULL SEEN-VALUE    *
006300*    TABLE, SO A RESTARTED RUN CAN SKIP BOTH THE PART 1 PASS   *
006310*    AND EVERY PART 2 CYCLE ALREADY COMPLETED.                 *
006320****************************************************************
006330 8600-PART2-CHECKPOINT-SAVE.
006340     OPEN OUTPUT DAYONE-PART2-CHECKPOINT.
006350     MOVE SPACES TO DAYONE-P2CHKPT-FILE
006360     SET P2CK-IS-HEADER TO TRUE
006370     MOVE WS-DAYONE-FILENAME TO P2CK-FILENAME
006380     MOVE WS-CYCLE-COUNT TO P2CK-CYCLE-COUNT
006390     MOVE WS-SEEN-COUNT TO P2CK-SEEN-COUNT
006400     MOVE WS-RUNNING-FREQUENCY TO P2CK-RUNNING-FREQUENCY
006410     MOVE DL100-CLC-OUT-RECCOUNT TO P2CK-PART1-RECCOUNT
006420     MOVE DL100-CLC-OUT-REJECTCOUNT TO P2CK-PART1-REJECTCOUNT
006430     MOVE DL100-CLC-OUT-FREQUENCYSUM TO P2CK-PART1-FREQSUM
006440     MOVE DL100-CLC-OUT-CTRLTOTAL-SW TO P2CK-PART1-CTRL-SW
006450     MOVE DL100-CLC-OUT-CTRLTOTAL-RES TO P2CK-PART1-CTRL-RES
006460     MOVE DL100-CLC-OUT-OVERFLOW-SW TO P2CK-PART1-OVFL-SW
006470     MOVE DL100-CLC-OUT-BUSDATE TO P2CK-BUSDATE
006480     MOVE WS-P2-CHECKPOINT-STATUS-SW TO P2CK-STATUS
006490     WRITE DAYONE-P2CHKPT-FILE.
006492*
006494     PERFORM 8605-SAVE-ONE-HELD-SECTION THRU 8605-EXIT
006496         VARYING WS-SAVE-SLOT FROM 1 BY 1
006498         UNTIL WS-SAVE-SLOT > WS-MAX-SECTIONS.
006500*
006510     PERFORM 8610-SAVE-ONE-SEEN-VALUE THRU 8610-EXIT
006520         VARYING WS-SAVE-SLOT FROM 1 BY 1
006530         UNTIL WS-SAVE-SLOT > WS-HASH-MODULUS.
006540*
006550     CLOSE DAYONE-PART2-CHECKPOINT.
006560 8600-EXIT.
006570     EXIT.
006580*
006590****************************************************************
006591*    8605-SAVE-ONE-HELD-SECTION - APPEND ONE HELD-SECTION      *
006592*    RECORD WHEN PART 1 HELD THE CURRENT SECTION NUMBER OUT AS *
006593*    A DUPLICATE, SO A RESUMED SEARCH STILL SKIPS IT.  THESE   *
006594*    FOLLOW THE HEADER, AHEAD OF THE SEEN-VALUE RECORDS.       *
006595****************************************************************
006596 8605-SAVE-ONE-HELD-SECTION.
006597     IF NOT DL100-CLC-SECTION-HELD(WS-SAVE-SLOT)
006598         GO TO 8605-EXIT
006599     END-IF.
006600     MOVE SPACES TO DAYONE-P2CHKPT-FILE
006601     SET P2CK-IS-HELD TO TRUE
006602     MOVE WS-SAVE-SLOT TO P2CK-HELD-SECTION
006603     WRITE DAYONE-P2CHKPT-FILE.
006604 8605-EXIT.
006605     EXIT.
006606*
006607****************************************************************
006608*    8610-SAVE-ONE-SEEN-VALUE - APPEND ONE SEEN-VALUE DETAIL   *
006610*    RECORD FOR THE CURRENT SLOT, WHEN IT IS OCCUPIED.         *
006620****************************************************************
006630 8610-SAVE-ONE-SEEN-VALUE.
006640     IF NOT WS-SLOT-IN-USE(WS-SAVE-SLOT)
006650         GO TO 8610-EXIT
006660     END-IF.
006670     MOVE SPACES TO DAYONE-P2CHKPT-FILE
006680     SET P2CK-IS-VALUE TO TRUE
006690     MOVE WS-SEEN-TABLE(WS-SAVE-SLOT) TO P2CK-SEEN-VALUE
006700     WRITE DAYONE-P2CHKPT-FILE.
006710 8610-EXIT.
006720     EXIT.
006730*
006740****************************************************************
006750*    9200-RAISE-EXCEPTION - DROP ONE RECORD ONTO THE SHARED    *
006760*    EXCEPTION FEED FOR MONITORING PICKUP.  WS-EXC-CONDITION   *
006770*    AND WS-EXC-DETAIL ARE SET BY THE CALLING PARAGRAPH.       *
006780****************************************************************
006790 9200-RAISE-EXCEPTION.
006800     MOVE "ADVRPTFRQ" TO DL100-EXC-IN-PROGRAM
006810     MOVE WS-DAYONE-FILENAME TO DL100-EXC-IN-FILENAME
006820     MOVE WS-EXC-CONDITION TO DL100-EXC-IN-CONDITION
006830     MOVE WS-EXC-DETAIL TO DL100-EXC-IN-DETAIL
006840     CALL "ADVEXCWRT" USING DL100-EXC-LINKAGE.
006850 9200-EXIT.
006860     EXIT.
006870*
006880 END PROGRAM ADVRPTFRQ.
