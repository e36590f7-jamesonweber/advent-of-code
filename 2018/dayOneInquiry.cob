000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVFILINQ.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - OPERATOR INQUIRY.  ANSWERING     *
000120*                  "WHAT HAPPENED TO FILE X?" MEANT GREPPING   *
000130*                  DAYAUD, DAYRSLT, DAYSECTH, DAYREJCT,        *
000140*                  DAYWATCH AND DAYEXCPT/DAYEXCST BY HAND.     *
000150*                  THIS MAINLINE PUTS ONE FILE'S (OR ONE       *
000160*                  DATE'S, OR ONE DEVICE'S) WHOLE HISTORY ON   *
000170*                  THE TERMINAL FROM ONE ENTRY.                *
000172* 2026-10-15  JWB  DAYRSLT RECORD GAINS DRS-XMIT-SEQUENCE.     *
000174*                  EACH RESULT LINE NOW SHOWS THE ADVRSLXMT    *
000176*                  TRANSMISSION THAT SENT IT, OR NOT SENT.     *
000177* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000178*                  AND READINGS HASH.  A SECTION HELD OUT AS A *
000179*                  DUPLICATE SHOWS AS HELD DUPLICATE.          *
000181* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000183*                  READING TIMES, SHOWN UNDER THE SECTION WHEN *
000185*                  ITS READINGS CARRIED DEVICE TIMESTAMPS.     *
000187* 2026-10-15  JWB  A FULL RUN-KEY TABLE IS NOW MARKED BY A     *
000189*                  SWITCH INSTEAD OF A COUNT ONE PAST THE      *
000191*                  TABLE, SO THE LOOKUPS NO LONGER READ BEYOND *
000193*                  ITS LAST ENTRY.                             *
000195****************************************************************
000197*
000200****************************************************************
000210*    THIS MAINLINE IS INTERACTIVE AND READ-ONLY - IT OPENS     *
000220*    EVERY FILE INPUT AND WRITES NOTHING.  THE OPERATOR PICKS  *
000230*    AN INQUIRY TYPE AND KEYS A VALUE:                         *
000240*      F - AN INPUT FILENAME: EVERY RUN OF THAT FILE.          *
000250*      D - A DATE: EVERY RUN ON THAT RUN DATE, PLUS EVERY RUN  *
000260*          WHOSE BUSINESS DATE (FROM ITS DAYAUD ENTRY) IT IS.  *
000270*      V - A DEVICE ID: EVERY DAYSECTH SECTION FOR THE DEVICE, *
000280*          AND THE RUNS OF THE FILES THAT CARRIED IT.          *
000290*    FOR THE RUNS SELECTED IT SHOWS THE AUDIT ENTRIES WITH     *
000300*    THEIR RC AND RERUN/REVERSED FLAGS, THE RESULT RECORDS     *
000310*    WITH THE PART 1 AND PART 2 FIGURES, THE SECTION SUBTOTALS *
000320*    AND VERDICTS, THE REJECT AND WATCH COUNTS WITH A PAGE-    *
000330*    THROUGH OF THEIR RAW LINES, AND THE EXCEPTIONS WITH THEIR *
000340*    CURRENT DAYEXCST STATUS.  A FILENAME INQUIRY READS THE    *
000350*    DAYAUDX INDEX BY KEY; THE OTHERS READ DAYAUD IN FULL.     *
000360*    RUNS ARE TIED TOGETHER ACROSS THE TRAILS BY FILENAME AND  *
000370*    RUN DATE, THE KEY EVERY TRAIL RECORD CARRIES.  Q (OR AN   *
000380*    EMPTY REPLY) ENDS THE SESSION.                            *
000390****************************************************************
000400 ENVIRONMENT DIVISION.
000410     INPUT-OUTPUT SECTION.
000420         FILE-CONTROL.
000430         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*
000460         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AX-KEY
000500         FILE STATUS IS WS-AUDX-FILE-STATUS.
000510*
000520         SELECT OPTIONAL DAYONE-RESULT ASSIGN TO "DAYRSLT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550         SELECT OPTIONAL DAYONE-SECTION-HISTORY ASSIGN TO
000560         "DAYSECTH"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590         SELECT OPTIONAL DAYONE-REJECT ASSIGN TO "DAYREJCT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620         SELECT OPTIONAL DAYONE-WATCH ASSIGN TO "DAYWATCH"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650         SELECT OPTIONAL DAYONE-EXCEPTION ASSIGN TO "DAYEXCPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680         SELECT OPTIONAL DAYONE-EXC-STATUS ASSIGN TO "DAYEXCST"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700*
000710 DATA DIVISION.
000720     FILE SECTION.
000730     FD DAYONE-AUDIT.
000740         01 DAYONE-AUDIT-FILE.
000750            05 DA-RUN-DATE             PIC X(10).
000760            05 FILLER                  PIC X(01).
000770            05 DA-RUN-TIME             PIC X(08).
000780            05 FILLER                  PIC X(01).
000790            05 DA-INPUT-FILENAME       PIC X(80).
000800            05 FILLER                  PIC X(01).
000810            05 DA-RECCOUNT             PIC 9(09).
000820            05 FILLER                  PIC X(01).
000830            05 DA-FREQUENCYSUM         PIC S9(10)
000840                                 SIGN IS LEADING SEPARATE.
000850            05 FILLER                  PIC X(01).
000860            05 DA-REJECTCOUNT          PIC 9(09).
000870            05 FILLER                  PIC X(01).
000880            05 DA-RERUN-SW             PIC X(01).
000890            05 FILLER                  PIC X(01).
000900            05 DA-BUSINESS-DATE        PIC X(10).
000910            05 FILLER                  PIC X(01).
000920            05 DA-REVERSED-SW          PIC X(01).
000930            05 FILLER                  PIC X(01).
000940            05 DA-RETURN-CODE          PIC X(02).
000950*
000960     FD DAYONE-AUDIT-INDEX.
000970         01 DAYONE-AUDIT-INDEX-REC.
000980            05 AX-KEY.
000990               10 AX-INPUT-FILENAME    PIC X(80).
001000               10 AX-RUN-DATE          PIC X(10).
001010               10 AX-ENTRY-SEQ         PIC 9(03).
001020            05 AX-RUN-TIME             PIC X(08).
001030            05 AX-RECCOUNT             PIC 9(09).
001040            05 AX-FREQUENCYSUM         PIC S9(10)
001050                                 SIGN IS LEADING SEPARATE.
001060            05 AX-REJECTCOUNT          PIC 9(09).
001070            05 AX-RERUN-SW             PIC X(01).
001080            05 AX-BUSINESS-DATE        PIC X(10).
001090            05 AX-REVERSED-SW          PIC X(01).
001100            05 AX-RETURN-CODE          PIC X(02).
001110*
001120     FD DAYONE-RESULT.
001130         01 DAYONE-RESULT-FILE.
001140            05 DRS-RUN-DATE            PIC X(10).
001150            05 FILLER                  PIC X(01).
001160            05 DRS-INPUT-FILE-ID       PIC X(80).
001170            05 FILLER                  PIC X(01).
001180            05 DRS-PART1-FREQUENCY     PIC S9(10)
001190                                 SIGN IS LEADING SEPARATE.
001200            05 FILLER                  PIC X(01).
001210            05 DRS-PART2-FREQUENCY     PIC S9(10)
001220                                 SIGN IS LEADING SEPARATE.
001230            05 FILLER                  PIC X(01).
001240            05 DRS-PART2-FOUND-SW      PIC X(01).
001250                88  DRS-PART2-FOUND    VALUE "Y".
001260            05 FILLER                  PIC X(01).
001270            05 DRS-RERUN-SW            PIC X(01).
001280            05 FILLER                  PIC X(01).
001290            05 DRS-BUSINESS-DATE       PIC X(10).
001300            05 FILLER                  PIC X(01).
001310            05 DRS-REVERSAL-SW         PIC X(01).
001313            05 FILLER                  PIC X(01).
001316            05 DRS-XMIT-SEQUENCE       PIC X(06).
001320*
001330     FD DAYONE-SECTION-HISTORY.
001340         01 DAYONE-SECTION-HIST-FILE.
001350            05 SH-RUN-DATE             PIC X(10).
001360            05 FILLER                  PIC X(01).
001370            05 SH-FILENAME             PIC X(80).
001380            05 FILLER                  PIC X(01).
001390            05 SH-SECTION-NUMBER       PIC 9(03).
001400            05 FILLER                  PIC X(01).
001410            05 SH-DEVICE-ID            PIC X(08).
001420            05 FILLER                  PIC X(01).
001430            05 SH-RECCOUNT             PIC 9(09).
001440            05 FILLER                  PIC X(01).
001450            05 SH-FREQUENCYSUM         PIC S9(10)
001460                                 SIGN IS LEADING SEPARATE.
001470            05 FILLER                  PIC X(01).
001480            05 SH-VERDICT              PIC X(01).
001490                88  SH-IS-MATCHED      VALUE "M".
001500                88  SH-IS-MISMATCHED   VALUE "X".
001510                88  SH-IS-REJECTED     VALUE "R".
001520                88  SH-IS-UNCHECKED    VALUE "N".
001521                88  SH-IS-HELD         VALUE "D".
001522            05 FILLER                  PIC X(01).
001523            05 SH-BUSINESS-DATE        PIC X(10).
001524            05 FILLER                  PIC X(01).
001525            05 SH-READINGS-HASH        PIC 9(09).
001526            05 FILLER                  PIC X(01).
001527            05 SH-FIRST-READING-TIME   PIC X(08).
001528            05 FILLER                  PIC X(01).
001529            05 SH-LAST-READING-TIME    PIC X(08).
001530*
001540     FD DAYONE-REJECT.
001550         01 DAYONE-REJECT-FILE.
001560            05 DR-RUN-DATE             PIC X(10).
001570            05 FILLER                  PIC X(01).
001580            05 DR-RAW-LINE             PIC X(20).
001590            05 FILLER                  PIC X(01).
001600            05 DR-REASON-CODE          PIC X(10).
001610            05 FILLER                  PIC X(01).
001620            05 DR-FILENAME             PIC X(80).
001630            05 FILLER                  PIC X(01).
001640            05 DR-REVERSED-SW          PIC X(01).
001650                88  DR-IS-REVERSED     VALUE "V".
001660*
001670     FD DAYONE-WATCH.
001680         01 DAYONE-WATCH-FILE.
001690            05 WF-RUN-DATE             PIC X(10).
001700            05 FILLER                  PIC X(01).
001710            05 WF-RAW-LINE             PIC X(20).
001720            05 FILLER                  PIC X(01).
001730            05 WF-FREQUENCY            PIC S9(10)
001740                                 SIGN IS LEADING SEPARATE.
001750            05 FILLER                  PIC X(01).
001760            05 WF-FILENAME             PIC X(80).
001770*
001780     FD DAYONE-EXCEPTION.
001790         01 DAYONE-EXCEPTION-FILE.
001800            05 DE-RUN-DATE             PIC X(10).
001810            05 FILLER                  PIC X(01).
001820            05 DE-RUN-TIME             PIC X(08).
001830            05 FILLER                  PIC X(01).
001840            05 DE-PROGRAM-ID           PIC X(12).
001850            05 FILLER                  PIC X(01).
001860            05 DE-CONDITION-CODE       PIC X(10).
001870            05 FILLER                  PIC X(01).
001880            05 DE-INPUT-FILENAME       PIC X(80).
001890            05 FILLER                  PIC X(01).
001900            05 DE-DETAIL               PIC X(40).
001910*
001920     FD DAYONE-EXC-STATUS.
001930         01 DAYONE-EXC-STATUS-FILE.
001940            05 ES-EXC-DATE             PIC X(10).
001950            05 FILLER                  PIC X(01).
001960            05 ES-EXC-TIME             PIC X(08).
001970            05 FILLER                  PIC X(01).
001980            05 ES-PROGRAM-ID           PIC X(12).
001990            05 FILLER                  PIC X(01).
002000            05 ES-CONDITION-CODE       PIC X(10).
002010            05 FILLER                  PIC X(01).
002020            05 ES-STATUS               PIC X(01).
002030            05 FILLER                  PIC X(01).
002040            05 ES-STATUS-DATE          PIC X(10).
002050            05 FILLER                  PIC X(01).
002060            05 ES-STATUS-USER          PIC X(08).
002070            05 FILLER                  PIC X(01).
002080            05 ES-NOTE                 PIC X(40).
002090*
002100     WORKING-STORAGE SECTION.
002110*
002120     77  WS-MAX-RUN-KEYS              PIC 9(03) COMP VALUE 200.
002130     77  WS-PAGE-SIZE                 PIC 9(03) COMP VALUE 15.
002140*
002150     01  WS-SWITCHES.
002160         05  WS-EOF-SW                 PIC X(01) VALUE "N".
002170             88  WS-EOF                VALUE "Y".
002180         05  WS-STATUS-EOF-SW          PIC X(01) VALUE "N".
002190             88  WS-STATUS-EOF         VALUE "Y".
002200         05  WS-SESSION-DONE-SW        PIC X(01) VALUE "N".
002210             88  WS-SESSION-DONE       VALUE "Y".
002220         05  WS-KEY-VALID-SW           PIC X(01) VALUE "N".
002230             88  WS-KEY-VALID          VALUE "Y".
002240         05  WS-MATCH-SW               PIC X(01) VALUE "N".
002250             88  WS-MATCHED            VALUE "Y".
002260         05  WS-FOUND-SW               PIC X(01) VALUE "N".
002270             88  WS-FOUND              VALUE "Y".
002280         05  WS-LIST-STOPPED-SW        PIC X(01) VALUE "N".
002290             88  WS-LIST-STOPPED       VALUE "Y".
002293         05  WS-RUN-TABLE-FULL-SW      PIC X(01) VALUE "N".
002296             88  WS-RUN-TABLE-FULL     VALUE "Y".
002300         05  WS-AUDX-FILE-STATUS       PIC X(02).
002310             88  WS-AUDX-FILE-OK       VALUE "00".
002320*
002330     01  WS-INQUIRY-FIELDS.
002340         05  WS-REPLY                  PIC X(80).
002350         05  WS-INQUIRY-TYPE           PIC X(01).
002360             88  WS-BY-FILENAME        VALUE "F".
002370             88  WS-BY-DATE            VALUE "D".
002380             88  WS-BY-DEVICE          VALUE "V".
002390             88  WS-QUIT               VALUE "Q" " ".
002400         05  WS-INQUIRY-VALUE          PIC X(80).
002410         05  WS-INQUIRY-DATE           PIC X(10).
002420         05  WS-INQUIRY-DEVICE         PIC X(08).
002430*
002440     01  WS-CHECK-FIELDS.
002450         05  WS-CHECK-FILENAME         PIC X(80).
002460         05  WS-CHECK-RUN-DATE         PIC X(10).
002470         05  WS-DEVICE-TALLY           PIC 9(03) COMP.
002480*
002490     01  WS-INQUIRY-COUNTERS.
002500         05  WS-AUDIT-SHOWN            PIC 9(07) COMP.
002510         05  WS-RESULT-SHOWN           PIC 9(07) COMP.
002520         05  WS-SECTION-SHOWN          PIC 9(07) COMP.
002530         05  WS-REJECT-COUNT           PIC 9(07) COMP.
002540         05  WS-REJECT-REVERSED        PIC 9(07) COMP.
002550         05  WS-WATCH-COUNT            PIC 9(07) COMP.
002560         05  WS-EXCEPTION-SHOWN        PIC 9(07) COMP.
002570         05  WS-EXCEPTION-OPEN         PIC 9(07) COMP.
002580         05  WS-PAGE-LINES             PIC 9(03) COMP.
002590*
002600*    THE RUNS A DATE OR DEVICE INQUIRY SELECTS, AS FILENAME AND
002610*    RUN DATE - THE KEY EVERY TRAIL RECORD CARRIES.
002620     01  WS-RUN-KEY-ENTRIES           PIC 9(03) COMP VALUE 0.
002630     01  WS-RUN-KEY-TABLE-AREA.
002640         05  WS-RUN-KEY-TABLE OCCURS 200 TIMES
002650                           INDEXED BY WS-RUN-IDX.
002660             10  WS-RK-FILENAME        PIC X(80).
002670             10  WS-RK-RUN-DATE        PIC X(10).
002680*
002690     01  WS-AUDIT-LINE.
002700         05  FILLER                    PIC X(04) VALUE SPACES.
002710         05  WS-AL-RUN-DATE            PIC X(10).
002720         05  FILLER                    PIC X(01) VALUE SPACE.
002730         05  WS-AL-RUN-TIME            PIC X(08).
002740         05  FILLER                    PIC X(05) VALUE " BUS ".
002750         05  WS-AL-BUSINESS-DATE       PIC X(10).
002760         05  FILLER                    PIC X(06) VALUE " RECS ".
002770         05  WS-AL-RECCOUNT            PIC Z(08)9.
002780         05  FILLER                    PIC X(05) VALUE " REJ ".
002790         05  WS-AL-REJECTCOUNT         PIC Z(08)9.
002800         05  FILLER                    PIC X(05) VALUE " SUM ".
002810         05  WS-AL-FREQUENCYSUM        PIC -(10)9.
002820         05  FILLER                    PIC X(04) VALUE " RC ".
002830         05  WS-AL-RETURN-CODE         PIC X(02).
002840         05  FILLER                    PIC X(01) VALUE SPACE.
002850         05  WS-AL-RERUN               PIC X(05).
002860         05  FILLER                    PIC X(01) VALUE SPACE.
002870         05  WS-AL-REVERSED            PIC X(08).
002880*
002890     01  WS-RESULT-LINE.
002900         05  FILLER                    PIC X(04) VALUE SPACES.
002910         05  WS-RL-RUN-DATE            PIC X(10).
002920         05  FILLER                    PIC X(05) VALUE " BUS ".
002930         05  WS-RL-BUSINESS-DATE       PIC X(10).
002940         05  FILLER                    PIC X(08) VALUE " PART 1 ".
002950         05  WS-RL-PART1               PIC -(10)9.
002960         05  FILLER                    PIC X(08) VALUE " PART 2 ".
002970         05  WS-RL-PART2               PIC X(11).
002980         05  FILLER                    PIC X(01) VALUE SPACE.
002990         05  WS-RL-RERUN               PIC X(05).
003000         05  FILLER                    PIC X(01) VALUE SPACE.
003010         05  WS-RL-REVERSAL            PIC X(08).
003013         05  FILLER                    PIC X(01) VALUE SPACE.
003016         05  WS-RL-XMIT                PIC X(11).
003020     01  WS-PART2-EDIT                 PIC -(10)9.
003030*
003040     01  WS-SECTION-LINE.
003050         05  FILLER                    PIC X(04) VALUE SPACES.
003060         05  WS-SL-RUN-DATE            PIC X(10).
003070         05  FILLER                    PIC X(06) VALUE " SECT ".
003080         05  WS-SL-SECTION-NUMBER      PIC 9(03).
003090         05  FILLER                    PIC X(08) VALUE " DEVICE ".
003100         05  WS-SL-DEVICE-ID           PIC X(08).
003110         05  FILLER                    PIC X(06) VALUE " RECS ".
003120         05  WS-SL-RECCOUNT            PIC Z(08)9.
003130         05  FILLER                    PIC X(05) VALUE " SUM ".
003140         05  WS-SL-FREQUENCYSUM        PIC -(10)9.
003150         05  FILLER                    PIC X(01) VALUE SPACE.
003160         05  WS-SL-VERDICT             PIC X(01).
003170         05  FILLER                    PIC X(01) VALUE SPACE.
003180         05  WS-SL-VERDICT-TEXT        PIC X(16).
003190*
003200     01  WS-COUNT-EDIT                 PIC Z(06)9.
003210     01  WS-COUNT-EDIT-2               PIC Z(06)9.
003220*
003230     01  WS-STATUS-TEXT                PIC X(16).
003240*
003250     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
003260*
003270 PROCEDURE DIVISION.
003280*
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
003320         UNTIL WS-SESSION-DONE.
003330     DISPLAY "ADVFILINQ: INQUIRY SESSION ENDED".
003340     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
003350     STOP RUN.
003360*
003370 1000-INITIALIZE.
003380     DISPLAY "ADVFILINQ: INPUT FILE HISTORY INQUIRY - READ ONLY".
003390 1000-EXIT.
003400     EXIT.
003410*
003420****************************************************************
003430*    2000-ONE-INQUIRY - TAKE ONE INQUIRY FROM THE OPERATOR AND *
003440*    SHOW EVERY TRAIL FOR IT IN TURN.                          *
003450****************************************************************
003460 2000-ONE-INQUIRY.
003470     PERFORM 2100-GET-INQUIRY-KEY THRU 2100-EXIT.
003480     IF WS-SESSION-DONE OR NOT WS-KEY-VALID
003490         GO TO 2000-EXIT
003500     END-IF.
003510*
003520     MOVE 0 TO WS-RUN-KEY-ENTRIES
003525     MOVE "N" TO WS-RUN-TABLE-FULL-SW
003530     MOVE 0 TO WS-AUDIT-SHOWN
003540     MOVE 0 TO WS-RESULT-SHOWN
003550     MOVE 0 TO WS-SECTION-SHOWN
003560     MOVE 0 TO WS-REJECT-COUNT
003570     MOVE 0 TO WS-REJECT-REVERSED
003580     MOVE 0 TO WS-WATCH-COUNT
003590     MOVE 0 TO WS-EXCEPTION-SHOWN
003600     MOVE 0 TO WS-EXCEPTION-OPEN.
003610     IF WS-BY-DEVICE
003620         PERFORM 2200-COLLECT-DEVICE-RUNS THRU 2200-EXIT
003630     END-IF.
003640*
003650     PERFORM 3000-SHOW-AUDIT-ENTRIES THRU 3000-EXIT.
003660     PERFORM 4000-SHOW-RESULTS THRU 4000-EXIT.
003670     PERFORM 5000-SHOW-SECTIONS THRU 5000-EXIT.
003680     PERFORM 6000-SHOW-REJECTS THRU 6000-EXIT.
003690     PERFORM 6500-SHOW-WATCH-HITS THRU 6500-EXIT.
003700     PERFORM 7000-SHOW-EXCEPTIONS THRU 7000-EXIT.
003710     DISPLAY "ADVFILINQ: ---- END OF INQUIRY ----".
003720 2000-EXIT.
003730     EXIT.
003740*
003750****************************************************************
003760*    2100-GET-INQUIRY-KEY - PROMPT FOR THE INQUIRY TYPE AND    *
003770*    VALUE AND EDIT THEM.  A DATE MUST BE YYYY-MM-DD.          *
003780****************************************************************
003790 2100-GET-INQUIRY-KEY.
003800     MOVE "N" TO WS-KEY-VALID-SW
003810     DISPLAY " "
003820     DISPLAY "ADVFILINQ: INQUIRE BY  F = FILENAME   D = RUN OR "
003830             "BUSINESS DATE   V = DEVICE ID   Q = QUIT"
003840     DISPLAY "ADVFILINQ: ENTER F, D, V OR Q"
003850     MOVE SPACES TO WS-REPLY
003860     ACCEPT WS-REPLY.
003870     INSPECT WS-REPLY CONVERTING "fdvq" TO "FDVQ".
003880     MOVE WS-REPLY(1:1) TO WS-INQUIRY-TYPE.
003890     IF WS-QUIT
003900         SET WS-SESSION-DONE TO TRUE
003910         GO TO 2100-EXIT
003920     END-IF.
003930     IF NOT WS-BY-FILENAME AND NOT WS-BY-DATE
003940         AND NOT WS-BY-DEVICE
003950         DISPLAY "ADVFILINQ: """ WS-INQUIRY-TYPE
003960                 """ IS NOT F, D, V OR Q"
003970         GO TO 2100-EXIT
003980     END-IF.
003990*
004000     IF WS-BY-FILENAME
004010         DISPLAY "ADVFILINQ: ENTER THE INPUT FILENAME"
004020     END-IF.
004030     IF WS-BY-DATE
004040         DISPLAY "ADVFILINQ: ENTER THE RUN OR BUSINESS DATE "
004050                 "(YYYY-MM-DD)"
004060     END-IF.
004070     IF WS-BY-DEVICE
004080         DISPLAY "ADVFILINQ: ENTER THE DEVICE ID"
004090     END-IF.
004100     MOVE SPACES TO WS-INQUIRY-VALUE
004110     ACCEPT WS-INQUIRY-VALUE.
004120     IF WS-INQUIRY-VALUE = SPACES
004130         DISPLAY "ADVFILINQ: NOTHING ENTERED - INQUIRY DROPPED"
004140         GO TO 2100-EXIT
004150     END-IF.
004160*
004170     IF WS-BY-DATE
004180         MOVE WS-INQUIRY-VALUE(1:10) TO WS-INQUIRY-DATE
004190         IF WS-INQUIRY-DATE(1:4) IS NUMERIC
004200             AND WS-INQUIRY-DATE(5:1) = "-"
004210             AND WS-INQUIRY-DATE(6:2) IS NUMERIC
004220             AND WS-INQUIRY-DATE(8:1) = "-"
004230             AND WS-INQUIRY-DATE(9:2) IS NUMERIC
004240             CONTINUE
004250         ELSE
004260             DISPLAY "ADVFILINQ: DATE """ WS-INQUIRY-DATE
004270                     """ IS NOT YYYY-MM-DD"
004280             GO TO 2100-EXIT
004290         END-IF
004300     END-IF.
004310     IF WS-BY-DEVICE
004320         MOVE WS-INQUIRY-VALUE(1:8) TO WS-INQUIRY-DEVICE
004330     END-IF.
004340     SET WS-KEY-VALID TO TRUE.
004350     DISPLAY "ADVFILINQ: ==== HISTORY FOR " WS-INQUIRY-TYPE " "
004360             WS-INQUIRY-VALUE(1:60).
004370 2100-EXIT.
004380     EXIT.
004390*
004400****************************************************************
004410*    2200-COLLECT-DEVICE-RUNS - A DEVICE INQUIRY FIRST READS   *
004420*    DAYSECTH FOR THE RUNS WHOSE FILES CARRIED THE DEVICE, SO  *
004430*    THE FILE-LEVEL TRAILS CAN BE SHOWN FOR THOSE RUNS.        *
004440****************************************************************
004450 2200-COLLECT-DEVICE-RUNS.
004460     MOVE "N" TO WS-EOF-SW
004470     OPEN INPUT DAYONE-SECTION-HISTORY.
004480     PERFORM 2210-COLLECT-ONE-SECTION THRU 2210-EXIT
004490         UNTIL WS-EOF.
004500     CLOSE DAYONE-SECTION-HISTORY.
004510 2200-EXIT.
004520     EXIT.
004530*
004540 2210-COLLECT-ONE-SECTION.
004550     READ DAYONE-SECTION-HISTORY
004560         AT END
004570             SET WS-EOF TO TRUE
004580         NOT AT END
004590             IF SH-DEVICE-ID = WS-INQUIRY-DEVICE
004600                 MOVE SH-FILENAME TO WS-CHECK-FILENAME
004610                 MOVE SH-RUN-DATE TO WS-CHECK-RUN-DATE
004620                 PERFORM 8100-REMEMBER-RUN-KEY THRU 8100-EXIT
004630             END-IF
004640     END-READ.
004650 2210-EXIT.
004660     EXIT.
004670*
004680****************************************************************
004690*    3000-SHOW-AUDIT-ENTRIES - A FILENAME INQUIRY GOES STRAIGHT*
004700*    TO THE FILENAME ON THE DAYAUDX INDEX; A DATE OR DEVICE    *
004710*    INQUIRY (OR NO INDEX YET) READS DAYAUD THROUGH.  A DATE   *
004720*    INQUIRY ALSO REMEMBERS EVERY RUN WHOSE BUSINESS DATE IT   *
004730*    IS, SO THE LATER TRAILS PICK THOSE RUNS UP TOO.           *
004740****************************************************************
004750 3000-SHOW-AUDIT-ENTRIES.
004760     DISPLAY "ADVFILINQ: -- AUDIT ENTRIES (DAYAUD) --".
004770     MOVE "N" TO WS-EOF-SW.
004780     IF WS-BY-FILENAME
004790         OPEN INPUT DAYONE-AUDIT-INDEX
004800         IF WS-AUDX-FILE-OK
004810             PERFORM 3200-PROBE-AUDIT-INDEX THRU 3200-EXIT
004820             CLOSE DAYONE-AUDIT-INDEX
004830             GO TO 3000-REPORT-COUNT
004840         END-IF
004850     END-IF.
004860     OPEN INPUT DAYONE-AUDIT.
004870     PERFORM 3100-SCAN-ONE-AUDIT-ENTRY THRU 3100-EXIT
004880         UNTIL WS-EOF.
004890     CLOSE DAYONE-AUDIT.
004900 3000-REPORT-COUNT.
004910     MOVE WS-AUDIT-SHOWN TO WS-COUNT-EDIT.
004920     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " AUDIT ENTRY(S)".
004930 3000-EXIT.
004940     EXIT.
004950*
004960 3100-SCAN-ONE-AUDIT-ENTRY.
004970     READ DAYONE-AUDIT
004980         AT END
004990             SET WS-EOF TO TRUE
005000             GO TO 3100-EXIT
005010     END-READ.
005020     MOVE DA-INPUT-FILENAME TO WS-CHECK-FILENAME
005030     MOVE DA-RUN-DATE TO WS-CHECK-RUN-DATE.
005040     IF WS-BY-DATE AND DA-BUSINESS-DATE = WS-INQUIRY-DATE
005050         PERFORM 8100-REMEMBER-RUN-KEY THRU 8100-EXIT
005060     END-IF.
005070     PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT.
005080     IF NOT WS-MATCHED
005090         GO TO 3100-EXIT
005100     END-IF.
005110     MOVE DA-RUN-DATE TO WS-AL-RUN-DATE
005120     MOVE DA-RUN-TIME TO WS-AL-RUN-TIME
005130     MOVE DA-BUSINESS-DATE TO WS-AL-BUSINESS-DATE
005140     MOVE DA-RECCOUNT TO WS-AL-RECCOUNT
005150     MOVE DA-REJECTCOUNT TO WS-AL-REJECTCOUNT
005160     MOVE DA-FREQUENCYSUM TO WS-AL-FREQUENCYSUM
005170     MOVE DA-RETURN-CODE TO WS-AL-RETURN-CODE
005180     MOVE DA-RERUN-SW TO WS-AL-RERUN
005190     MOVE DA-REVERSED-SW TO WS-AL-REVERSED.
005200     PERFORM 3300-SHOW-AUDIT-LINE THRU 3300-EXIT.
005210 3100-EXIT.
005220     EXIT.
005230*
005240 3200-PROBE-AUDIT-INDEX.
005250     MOVE WS-INQUIRY-VALUE TO AX-INPUT-FILENAME
005260     MOVE LOW-VALUES TO AX-RUN-DATE
005270     MOVE 0 TO AX-ENTRY-SEQ.
005280     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
005290         INVALID KEY
005300             GO TO 3200-EXIT
005310     END-START.
005320     PERFORM 3210-READ-ONE-INDEX-ENTRY THRU 3210-EXIT
005330         UNTIL WS-EOF.
005340 3200-EXIT.
005350     EXIT.
005360*
005370 3210-READ-ONE-INDEX-ENTRY.
005380     READ DAYONE-AUDIT-INDEX NEXT RECORD
005390         AT END
005400             SET WS-EOF TO TRUE
005410             GO TO 3210-EXIT
005420     END-READ.
005430     IF AX-INPUT-FILENAME NOT = WS-INQUIRY-VALUE
005440         SET WS-EOF TO TRUE
005450         GO TO 3210-EXIT
005460     END-IF.
005470     MOVE AX-INPUT-FILENAME TO WS-CHECK-FILENAME
005480     MOVE AX-RUN-DATE TO WS-AL-RUN-DATE
005490     MOVE AX-RUN-TIME TO WS-AL-RUN-TIME
005500     MOVE AX-BUSINESS-DATE TO WS-AL-BUSINESS-DATE
005510     MOVE AX-RECCOUNT TO WS-AL-RECCOUNT
005520     MOVE AX-REJECTCOUNT TO WS-AL-REJECTCOUNT
005530     MOVE AX-FREQUENCYSUM TO WS-AL-FREQUENCYSUM
005540     MOVE AX-RETURN-CODE TO WS-AL-RETURN-CODE
005550     MOVE AX-RERUN-SW TO WS-AL-RERUN
005560     MOVE AX-REVERSED-SW TO WS-AL-REVERSED.
005570     PERFORM 3300-SHOW-AUDIT-LINE THRU 3300-EXIT.
005580 3210-EXIT.
005590     EXIT.
005600*
005610 3300-SHOW-AUDIT-LINE.
005620     IF WS-AL-RERUN = "R"
005630         MOVE "RERUN" TO WS-AL-RERUN
005640     ELSE
005650         MOVE SPACES TO WS-AL-RERUN
005660     END-IF.
005670     IF WS-AL-REVERSED = "V"
005680         MOVE "REVERSED" TO WS-AL-REVERSED
005690     ELSE
005700         MOVE SPACES TO WS-AL-REVERSED
005710     END-IF.
005720     IF WS-AL-RETURN-CODE = SPACES
005730         MOVE "--" TO WS-AL-RETURN-CODE
005740     END-IF.
005750     ADD 1 TO WS-AUDIT-SHOWN.
005760     DISPLAY "  " WS-CHECK-FILENAME(1:70).
005770     DISPLAY WS-AUDIT-LINE.
005780 3300-EXIT.
005790     EXIT.
005800*
005810****************************************************************
005820*    4000-SHOW-RESULTS - THE DAYRSLT RECORDS FOR THE SELECTED  *
005830*    RUNS, WITH THE PART 1 AND PART 2 ANSWERS.  A DATE INQUIRY *
005840*    ALSO TAKES A RESULT CARRYING THE DATE AS ITS BUSINESS     *
005850*    DATE.                                                     *
005860****************************************************************
005870 4000-SHOW-RESULTS.
005880     DISPLAY "ADVFILINQ: -- RESULTS (DAYRSLT) --".
005890     MOVE "N" TO WS-EOF-SW
005900     OPEN INPUT DAYONE-RESULT.
005910     PERFORM 4100-CHECK-ONE-RESULT THRU 4100-EXIT
005920         UNTIL WS-EOF.
005930     CLOSE DAYONE-RESULT.
005940     MOVE WS-RESULT-SHOWN TO WS-COUNT-EDIT.
005950     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " RESULT RECORD(S)".
005960 4000-EXIT.
005970     EXIT.
005980*
005990 4100-CHECK-ONE-RESULT.
006000     READ DAYONE-RESULT
006010         AT END
006020             SET WS-EOF TO TRUE
006030             GO TO 4100-EXIT
006040     END-READ.
006050     MOVE DRS-INPUT-FILE-ID TO WS-CHECK-FILENAME
006060     MOVE DRS-RUN-DATE TO WS-CHECK-RUN-DATE.
006070     PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT.
006080     IF WS-BY-DATE AND DRS-BUSINESS-DATE = WS-INQUIRY-DATE
006090         SET WS-MATCHED TO TRUE
006100     END-IF.
006110     IF NOT WS-MATCHED
006120         GO TO 4100-EXIT
006130     END-IF.
006140*
006150     MOVE DRS-RUN-DATE TO WS-RL-RUN-DATE
006160     MOVE DRS-BUSINESS-DATE TO WS-RL-BUSINESS-DATE
006170     MOVE DRS-PART1-FREQUENCY TO WS-RL-PART1.
006180     IF DRS-PART2-FOUND
006190         MOVE DRS-PART2-FREQUENCY TO WS-PART2-EDIT
006200         MOVE WS-PART2-EDIT TO WS-RL-PART2
006210     ELSE
006220         MOVE "  NOT FOUND" TO WS-RL-PART2
006230     END-IF.
006240     IF DRS-RERUN-SW = "R"
006250         MOVE "RERUN" TO WS-RL-RERUN
006260     ELSE
006270         MOVE SPACES TO WS-RL-RERUN
006280     END-IF.
006290     IF DRS-REVERSAL-SW = "V"
006300         MOVE "REVERSAL" TO WS-RL-REVERSAL
006310     ELSE
006320         MOVE SPACES TO WS-RL-REVERSAL
006321     END-IF.
006322     IF DRS-XMIT-SEQUENCE = SPACES
006323         MOVE "NOT SENT" TO WS-RL-XMIT
006324     ELSE
006325         MOVE SPACES TO WS-RL-XMIT
006326         STRING "XMIT " DRS-XMIT-SEQUENCE DELIMITED BY SIZE
006327             INTO WS-RL-XMIT
006330     END-IF.
006340     ADD 1 TO WS-RESULT-SHOWN.
006350     DISPLAY "  " DRS-INPUT-FILE-ID(1:70).
006360     DISPLAY WS-RESULT-LINE.
006370 4100-EXIT.
006380     EXIT.
006390*
006400****************************************************************
006410*    5000-SHOW-SECTIONS - THE DAYSECTH SECTION SUBTOTALS AND   *
006420*    VERDICTS.  A DEVICE INQUIRY SHOWS ONLY THAT DEVICE'S      *
006430*    SECTIONS; THE OTHERS SHOW EVERY SECTION OF THE RUNS.      *
006440****************************************************************
006450 5000-SHOW-SECTIONS.
006460     DISPLAY "ADVFILINQ: -- DEVICE SECTIONS (DAYSECTH) --".
006470     MOVE "N" TO WS-EOF-SW
006480     OPEN INPUT DAYONE-SECTION-HISTORY.
006490     PERFORM 5100-CHECK-ONE-SECTION THRU 5100-EXIT
006500         UNTIL WS-EOF.
006510     CLOSE DAYONE-SECTION-HISTORY.
006520     MOVE WS-SECTION-SHOWN TO WS-COUNT-EDIT.
006530     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " SECTION(S)".
006540 5000-EXIT.
006550     EXIT.
006560*
006570 5100-CHECK-ONE-SECTION.
006580     READ DAYONE-SECTION-HISTORY
006590         AT END
006600             SET WS-EOF TO TRUE
006610             GO TO 5100-EXIT
006620     END-READ.
006630     IF WS-BY-DEVICE
006640         IF SH-DEVICE-ID NOT = WS-INQUIRY-DEVICE
006650             GO TO 5100-EXIT
006660         END-IF
006670     ELSE
006680         MOVE SH-FILENAME TO WS-CHECK-FILENAME
006690         MOVE SH-RUN-DATE TO WS-CHECK-RUN-DATE
006700         PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT
006710         IF NOT WS-MATCHED
006720             GO TO 5100-EXIT
006730         END-IF
006740     END-IF.
006750*
006760     MOVE SH-RUN-DATE TO WS-SL-RUN-DATE
006770     MOVE SH-SECTION-NUMBER TO WS-SL-SECTION-NUMBER
006780     MOVE SH-DEVICE-ID TO WS-SL-DEVICE-ID
006790     MOVE SH-RECCOUNT TO WS-SL-RECCOUNT
006800     MOVE SH-FREQUENCYSUM TO WS-SL-FREQUENCYSUM
006810     MOVE SH-VERDICT TO WS-SL-VERDICT
006820     MOVE SPACES TO WS-SL-VERDICT-TEXT.
006830     IF SH-IS-MATCHED
006840         MOVE "TRAILER MATCHED" TO WS-SL-VERDICT-TEXT
006850     END-IF.
006860     IF SH-IS-MISMATCHED
006870         MOVE "TRAILER MISMATCH" TO WS-SL-VERDICT-TEXT
006880     END-IF.
006890     IF SH-IS-REJECTED
006900         MOVE "DEVICE REJECTED" TO WS-SL-VERDICT-TEXT
006910     END-IF.
006920     IF SH-IS-UNCHECKED
006930         MOVE "NO TRAILER" TO WS-SL-VERDICT-TEXT
006940     END-IF.
006942     IF SH-IS-HELD
006944         MOVE "HELD DUPLICATE" TO WS-SL-VERDICT-TEXT
006946     END-IF.
006950     ADD 1 TO WS-SECTION-SHOWN.
006960     DISPLAY "  " SH-FILENAME(1:70).
006970     DISPLAY WS-SECTION-LINE.
006972     IF SH-FIRST-READING-TIME NOT = SPACES
006974         DISPLAY "    READINGS TIMED " SH-FIRST-READING-TIME
006976                 " TO " SH-LAST-READING-TIME
006978     END-IF.
006980 5100-EXIT.
006990     EXIT.
007000*
007010****************************************************************
007020*    6000-SHOW-REJECTS - COUNT THE DAYREJCT LINES FOR THE RUNS *
007030*    (AND HOW MANY ADVBKOUT HAS FLAGGED REVERSED), THEN OFFER  *
007040*    A PAGE-THROUGH OF THE RAW LINES.                          *
007050****************************************************************
007060 6000-SHOW-REJECTS.
007070     DISPLAY "ADVFILINQ: -- REJECTS (DAYREJCT) --".
007080     MOVE "N" TO WS-EOF-SW
007090     OPEN INPUT DAYONE-REJECT.
007100     PERFORM 6100-COUNT-ONE-REJECT THRU 6100-EXIT
007110         UNTIL WS-EOF.
007120     CLOSE DAYONE-REJECT.
007130     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
007140     MOVE WS-REJECT-REVERSED TO WS-COUNT-EDIT-2.
007150     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " REJECT LINE(S), "
007160             WS-COUNT-EDIT-2 " OF THEM REVERSED".
007170     IF WS-REJECT-COUNT = 0
007180         GO TO 6000-EXIT
007190     END-IF.
007200*
007210     PERFORM 8600-OFFER-PAGE-THROUGH THRU 8600-EXIT.
007220     IF WS-LIST-STOPPED
007230         GO TO 6000-EXIT
007240     END-IF.
007250     MOVE "N" TO WS-EOF-SW
007260     MOVE 0 TO WS-PAGE-LINES
007270     OPEN INPUT DAYONE-REJECT.
007280     PERFORM 6200-LIST-ONE-REJECT THRU 6200-EXIT
007290         UNTIL WS-EOF OR WS-LIST-STOPPED.
007300     CLOSE DAYONE-REJECT.
007310 6000-EXIT.
007320     EXIT.
007330*
007340 6100-COUNT-ONE-REJECT.
007350     READ DAYONE-REJECT
007360         AT END
007370             SET WS-EOF TO TRUE
007380             GO TO 6100-EXIT
007390     END-READ.
007400     PERFORM 6300-MATCH-REJECT THRU 6300-EXIT.
007410     IF WS-MATCHED
007420         ADD 1 TO WS-REJECT-COUNT
007430         IF DR-IS-REVERSED
007440             ADD 1 TO WS-REJECT-REVERSED
007450         END-IF
007460     END-IF.
007470 6100-EXIT.
007480     EXIT.
007490*
007500 6200-LIST-ONE-REJECT.
007510     READ DAYONE-REJECT
007520         AT END
007530             SET WS-EOF TO TRUE
007540             GO TO 6200-EXIT
007550     END-READ.
007560     PERFORM 6300-MATCH-REJECT THRU 6300-EXIT.
007570     IF WS-MATCHED
007580         DISPLAY "    " DR-RUN-DATE " " DR-RAW-LINE " "
007590                 DR-REASON-CODE " " DR-REVERSED-SW " "
007600                 DR-FILENAME(1:30)
007610         PERFORM 8500-COUNT-PAGE-LINE THRU 8500-EXIT
007620     END-IF.
007630 6200-EXIT.
007640     EXIT.
007650*
007660 6300-MATCH-REJECT.
007670     MOVE DR-FILENAME TO WS-CHECK-FILENAME
007680     MOVE DR-RUN-DATE TO WS-CHECK-RUN-DATE.
007690     PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT.
007700 6300-EXIT.
007710     EXIT.
007720*
007730****************************************************************
007740*    6500-SHOW-WATCH-HITS - THE SAME FOR DAYWATCH, THE         *
007750*    OUT-OF-RANGE READINGS THAT WERE ACCEPTED BUT FLAGGED.     *
007760****************************************************************
007770 6500-SHOW-WATCH-HITS.
007780     DISPLAY "ADVFILINQ: -- WATCH HITS (DAYWATCH) --".
007790     MOVE "N" TO WS-EOF-SW
007800     OPEN INPUT DAYONE-WATCH.
007810     PERFORM 6600-COUNT-ONE-WATCH THRU 6600-EXIT
007820         UNTIL WS-EOF.
007830     CLOSE DAYONE-WATCH.
007840     MOVE WS-WATCH-COUNT TO WS-COUNT-EDIT.
007850     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " WATCH LINE(S)".
007860     IF WS-WATCH-COUNT = 0
007870         GO TO 6500-EXIT
007880     END-IF.
007890*
007900     PERFORM 8600-OFFER-PAGE-THROUGH THRU 8600-EXIT.
007910     IF WS-LIST-STOPPED
007920         GO TO 6500-EXIT
007930     END-IF.
007940     MOVE "N" TO WS-EOF-SW
007950     MOVE 0 TO WS-PAGE-LINES
007960     OPEN INPUT DAYONE-WATCH.
007970     PERFORM 6700-LIST-ONE-WATCH THRU 6700-EXIT
007980         UNTIL WS-EOF OR WS-LIST-STOPPED.
007990     CLOSE DAYONE-WATCH.
008000 6500-EXIT.
008010     EXIT.
008020*
008030 6600-COUNT-ONE-WATCH.
008040     READ DAYONE-WATCH
008050         AT END
008060             SET WS-EOF TO TRUE
008070             GO TO 6600-EXIT
008080     END-READ.
008090     PERFORM 6800-MATCH-WATCH THRU 6800-EXIT.
008100     IF WS-MATCHED
008110         ADD 1 TO WS-WATCH-COUNT
008120     END-IF.
008130 6600-EXIT.
008140     EXIT.
008150*
008160 6700-LIST-ONE-WATCH.
008170     READ DAYONE-WATCH
008180         AT END
008190             SET WS-EOF TO TRUE
008200             GO TO 6700-EXIT
008210     END-READ.
008220     PERFORM 6800-MATCH-WATCH THRU 6800-EXIT.
008230     IF WS-MATCHED
008240         DISPLAY "    " WF-RUN-DATE " " WF-RAW-LINE " "
008250                 WF-FREQUENCY " " WF-FILENAME(1:30)
008260         PERFORM 8500-COUNT-PAGE-LINE THRU 8500-EXIT
008270     END-IF.
008280 6700-EXIT.
008290     EXIT.
008300*
008310 6800-MATCH-WATCH.
008320     MOVE WF-FILENAME TO WS-CHECK-FILENAME
008330     MOVE WF-RUN-DATE TO WS-CHECK-RUN-DATE.
008340     PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT.
008350 6800-EXIT.
008360     EXIT.
008370*
008380****************************************************************
008390*    7000-SHOW-EXCEPTIONS - THE DAYEXCPT RECORDS FOR THE RUNS  *
008400*    WITH THEIR CURRENT DAYEXCST STATUS.  AN EXCEPTION         *
008410*    ADVEXCWST HAS NOT YET PICKED UP HAS NO STATUS RECORD AND  *
008420*    IS OPEN.  A DEVICE INQUIRY ALSO TAKES AN EXCEPTION WHOSE  *
008430*    DETAIL NAMES THE DEVICE.                                  *
008440****************************************************************
008450 7000-SHOW-EXCEPTIONS.
008460     DISPLAY "ADVFILINQ: -- EXCEPTIONS (DAYEXCPT/DAYEXCST) --".
008470     MOVE "N" TO WS-EOF-SW
008480     OPEN INPUT DAYONE-EXCEPTION.
008490     PERFORM 7100-CHECK-ONE-EXCEPTION THRU 7100-EXIT
008500         UNTIL WS-EOF.
008510     CLOSE DAYONE-EXCEPTION.
008520     MOVE WS-EXCEPTION-SHOWN TO WS-COUNT-EDIT.
008530     MOVE WS-EXCEPTION-OPEN TO WS-COUNT-EDIT-2.
008540     DISPLAY "ADVFILINQ: " WS-COUNT-EDIT " EXCEPTION(S), "
008550             WS-COUNT-EDIT-2 " NOT YET RESOLVED".
008560 7000-EXIT.
008570     EXIT.
008580*
008590 7100-CHECK-ONE-EXCEPTION.
008600     READ DAYONE-EXCEPTION
008610         AT END
008620             SET WS-EOF TO TRUE
008630             GO TO 7100-EXIT
008640     END-READ.
008650     MOVE DE-INPUT-FILENAME TO WS-CHECK-FILENAME
008660     MOVE DE-RUN-DATE TO WS-CHECK-RUN-DATE.
008670     PERFORM 8000-CHECK-RUN-MATCH THRU 8000-EXIT.
008680     IF WS-BY-DEVICE AND NOT WS-MATCHED
008690         MOVE 0 TO WS-DEVICE-TALLY
008700         INSPECT DE-DETAIL TALLYING WS-DEVICE-TALLY
008710             FOR ALL WS-INQUIRY-DEVICE
008720         IF WS-DEVICE-TALLY > 0
008730             SET WS-MATCHED TO TRUE
008740         END-IF
008750     END-IF.
008760     IF NOT WS-MATCHED
008770         GO TO 7100-EXIT
008780     END-IF.
008790*
008800     PERFORM 7200-FIND-EXCEPTION-STATUS THRU 7200-EXIT.
008810     ADD 1 TO WS-EXCEPTION-SHOWN.
008820     DISPLAY "    " DE-RUN-DATE " " DE-RUN-TIME " "
008830             DE-PROGRAM-ID " " DE-CONDITION-CODE " "
008840             WS-STATUS-TEXT.
008850     DISPLAY "      " DE-DETAIL " " DE-INPUT-FILENAME(1:30).
008860     IF WS-FOUND
008870         DISPLAY "      " ES-STATUS-DATE " " ES-STATUS-USER " "
008880                 ES-NOTE
008890     END-IF.
008900 7100-EXIT.
008910     EXIT.
008920*
008930****************************************************************
008940*    7200-FIND-EXCEPTION-STATUS - AN EXCEPTION IS IDENTIFIED   *
008950*    BY ITS FEED DATE, TIME, PROGRAM AND CONDITION CODE, THE   *
008960*    SAME KEY ADVEXCWST KEEPS ITS STATUS RECORDS UNDER.        *
008970****************************************************************
008980 7200-FIND-EXCEPTION-STATUS.
008990     MOVE "N" TO WS-FOUND-SW
009000     MOVE "N" TO WS-STATUS-EOF-SW
009010     OPEN INPUT DAYONE-EXC-STATUS.
009020     PERFORM 7210-CHECK-ONE-STATUS THRU 7210-EXIT
009030         UNTIL WS-STATUS-EOF OR WS-FOUND.
009040     CLOSE DAYONE-EXC-STATUS.
009050*
009060     IF NOT WS-FOUND
009070         MOVE "OPEN (UNTRACKED)" TO WS-STATUS-TEXT
009080         ADD 1 TO WS-EXCEPTION-OPEN
009090         GO TO 7200-EXIT
009100     END-IF.
009110     IF ES-STATUS = "R"
009120         MOVE "RESOLVED" TO WS-STATUS-TEXT
009130     ELSE
009140         ADD 1 TO WS-EXCEPTION-OPEN
009150         IF ES-STATUS = "A"
009160             MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
009170         ELSE
009180             MOVE "OPEN" TO WS-STATUS-TEXT
009190         END-IF
009200     END-IF.
009210 7200-EXIT.
009220     EXIT.
009230*
009240 7210-CHECK-ONE-STATUS.
009250     READ DAYONE-EXC-STATUS
009260         AT END
009270             SET WS-STATUS-EOF TO TRUE
009280         NOT AT END
009290             IF ES-EXC-DATE = DE-RUN-DATE
009300                 AND ES-EXC-TIME = DE-RUN-TIME
009310                 AND ES-PROGRAM-ID = DE-PROGRAM-ID
009320                 AND ES-CONDITION-CODE = DE-CONDITION-CODE
009330                 SET WS-FOUND TO TRUE
009340             END-IF
009350     END-READ.
009360 7210-EXIT.
009370     EXIT.
009380*
009390****************************************************************
009400*    8000-CHECK-RUN-MATCH - DOES THE RUN IN WS-CHECK-FILENAME  *
009410*    AND WS-CHECK-RUN-DATE BELONG TO THIS INQUIRY?  FILENAME:  *
009420*    THE NAME MATCHES.  DATE: THE RUN DATE MATCHES OR THE RUN  *
009430*    IS ONE REMEMBERED FOR ITS BUSINESS DATE.  DEVICE: THE RUN *
009440*    IS ONE REMEMBERED FROM THE DEVICE'S SECTIONS.             *
009450****************************************************************
009460 8000-CHECK-RUN-MATCH.
009470     MOVE "N" TO WS-MATCH-SW.
009480     IF WS-BY-FILENAME
009490         IF WS-CHECK-FILENAME = WS-INQUIRY-VALUE
009500             SET WS-MATCHED TO TRUE
009510         END-IF
009520         GO TO 8000-EXIT
009530     END-IF.
009540     IF WS-BY-DATE AND WS-CHECK-RUN-DATE = WS-INQUIRY-DATE
009550         SET WS-MATCHED TO TRUE
009560         GO TO 8000-EXIT
009570     END-IF.
009580     PERFORM 8010-COMPARE-ONE-RUN-KEY THRU 8010-EXIT
009590         VARYING WS-RUN-IDX FROM 1 BY 1
009600         UNTIL WS-RUN-IDX > WS-RUN-KEY-ENTRIES OR WS-MATCHED.
009610 8000-EXIT.
009620     EXIT.
009630*
009640 8010-COMPARE-ONE-RUN-KEY.
009650     IF WS-RK-FILENAME(WS-RUN-IDX) = WS-CHECK-FILENAME
009660         AND WS-RK-RUN-DATE(WS-RUN-IDX) = WS-CHECK-RUN-DATE
009670         SET WS-MATCHED TO TRUE
009680     END-IF.
009690 8010-EXIT.
009700     EXIT.
009710*
009720****************************************************************
009730*    8100-REMEMBER-RUN-KEY - ADD A RUN TO THE TABLE ONCE.  A   *
009740*    FULL TABLE IS REPORTED AND THE RUNS PAST IT ARE LEFT OUT  *
009750*    OF THE FILE-LEVEL TRAILS - NARROW THE INQUIRY.            *
009760****************************************************************
009770 8100-REMEMBER-RUN-KEY.
009780     MOVE "N" TO WS-MATCH-SW
009790     PERFORM 8010-COMPARE-ONE-RUN-KEY THRU 8010-EXIT
009800         VARYING WS-RUN-IDX FROM 1 BY 1
009810         UNTIL WS-RUN-IDX > WS-RUN-KEY-ENTRIES OR WS-MATCHED.
009820     IF WS-MATCHED
009830         GO TO 8100-EXIT
009840     END-IF.
009850     IF WS-RUN-KEY-ENTRIES < WS-MAX-RUN-KEYS
009860         ADD 1 TO WS-RUN-KEY-ENTRIES
009870         SET WS-RUN-IDX TO WS-RUN-KEY-ENTRIES
009880         MOVE WS-CHECK-FILENAME TO WS-RK-FILENAME(WS-RUN-IDX)
009890         MOVE WS-CHECK-RUN-DATE TO WS-RK-RUN-DATE(WS-RUN-IDX)
009900     ELSE
009910         IF NOT WS-RUN-TABLE-FULL
009920             DISPLAY "ADVFILINQ: MORE THAN " WS-MAX-RUN-KEYS
009930                     " RUNS SELECTED - THE REST ARE LEFT OUT"
009940             SET WS-RUN-TABLE-FULL TO TRUE
009950         END-IF
009960     END-IF.
009970 8100-EXIT.
009980     EXIT.
009990*
010000****************************************************************
010010*    8500-COUNT-PAGE-LINE - AFTER EVERY WS-PAGE-SIZE LINES OF  *
010020*    A RAW-LINE LIST, HOLD FOR THE OPERATOR.                   *
010030****************************************************************
010040 8500-COUNT-PAGE-LINE.
010050     ADD 1 TO WS-PAGE-LINES.
010060     IF WS-PAGE-LINES < WS-PAGE-SIZE
010070         GO TO 8500-EXIT
010080     END-IF.
010090     MOVE 0 TO WS-PAGE-LINES
010100     DISPLAY "ADVFILINQ: -- MORE -- ENTER TO GO ON, Q TO STOP "
010110             "THIS LIST"
010120     MOVE SPACES TO WS-REPLY
010130     ACCEPT WS-REPLY.
010140     IF WS-REPLY(1:1) = "Q" OR WS-REPLY(1:1) = "q"
010150         SET WS-LIST-STOPPED TO TRUE
010160     END-IF.
010170 8500-EXIT.
010180     EXIT.
010190*
010200 8600-OFFER-PAGE-THROUGH.
010210     MOVE "Y" TO WS-LIST-STOPPED-SW
010220     DISPLAY "ADVFILINQ: ENTER P TO PAGE THROUGH THE LINES, "
010230             "ANYTHING ELSE TO GO ON"
010240     MOVE SPACES TO WS-REPLY
010250     ACCEPT WS-REPLY.
010260     IF WS-REPLY(1:1) = "P" OR WS-REPLY(1:1) = "p"
010270         MOVE "N" TO WS-LIST-STOPPED-SW
010280     END-IF.
010290 8600-EXIT.
010300     EXIT.
010310*
010320 END PROGRAM ADVFILINQ.
