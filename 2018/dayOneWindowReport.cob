000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVWINRPT.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - BATCH-WINDOW ELAPSED-TIME AND    *
000120*                  SLA REPORT.  ADVNIGHT HAS ALWAYS LOGGED     *
000130*                  EACH STEP'S START AND END TIME ON DAYRUNLOG *
000140*                  BUT NOTHING READ THEM - THE PART 2 HASH     *
000150*                  TABLE WAS ONLY FOUND TO BE NEEDED AFTER     *
000160*                  WEEKS OF LATE FINISHES NOBODY MEASURED.     *
000170****************************************************************
000180*
000190****************************************************************
000200*    THIS MAINLINE READS THE NIGHTLY RUN LOG (DAYRUNLOG,       *
000210*    WRITTEN BY ADVNIGHT) AND, FOR EACH NIGHT IN THE REQUESTED *
000220*    RANGE, SHOWS EVERY STEP'S ELAPSED TIME AGAINST THE STEP'S *
000230*    OWN ROLLING AVERAGE - THE MEAN OF ITS LAST                *
000240*    WS-ROLLING-RUNS GOOD RUNS BEFORE THAT NIGHT - AND THE     *
000250*    WHOLE NIGHT'S START-TO-FINISH TIME AGAINST THE WINDOWEND  *
000260*    DEADLINE FROM DAYPARMS.  A NIGHT IS DATED BY ITS          *
000270*    DAYRUNLOG RUN DATE (THE DATE ADVNIGHT STARTED); A TIME    *
000280*    EARLIER IN THE DAY THAN THE NIGHT'S FIRST START IS TAKEN  *
000290*    AS AFTER MIDNIGHT, AND THE DEADLINE IS THE FIRST WINDOWEND*
000300*    AFTER THE NIGHT STARTED.  SKIPPED RESTART ENTRIES ARE     *
000310*    IGNORED; WHEN A STEP RAN MORE THAN ONCE IN A NIGHT THE    *
000320*    LAST ATTEMPT IS THE ONE SHOWN (MARKED RETRIED), WHILE THE *
000330*    NIGHT'S FINISH IS THE LATEST END OF ANY STEP.             *
000340*                                                              *
000350*    A STEP IS FLAGGED:                                        *
000360*        SLOW    - MORE THAN WS-SLOW-PCT PERCENT, AND AT LEAST *
000370*                  WS-MIN-SLOW-SECONDS, OVER ITS AVERAGE (ONCE *
000380*                  IT HAS WS-MIN-HISTORY GOOD RUNS TO AVERAGE);*
000390*        SLOWER  - EACH OF ITS LAST WS-TREND-RUNS GOOD RUNS    *
000400*                  TOOK LONGER THAN THE ONE BEFORE;            *
000410*        FAILED  - IT ENDED OVER ITS TOLERANCE;                *
000420*        RETRIED - IT RAN MORE THAN ONCE THAT NIGHT.           *
000430*    A NIGHT IS MET, LATE (FINISHED AFTER THE DEADLINE) OR     *
000440*    STOPPED (ITS LAST STEP FAILED AND WAS NOT RERUN).         *
000450*    A LATE NIGHT GOES ONTO THE EXCEPTION FEED THROUGH         *
000460*    ADVEXCWRT AS WINDOWLATE AND A SLOWER STEP AS STEPSLOWER,  *
000470*    SO ADVEXCAGE AGES THEM LIKE ANY OTHER EXCEPTION.  ONE     *
000480*    ALREADY ON DAYEXCPT FOR THE SAME NIGHT AND STEP IS NOT    *
000490*    RAISED AGAIN WHEN THE REPORT IS RERUN.  ANY FLAG, LATE OR *
000500*    STOPPED NIGHT SETS RC 4.                                  *
000510*                                                              *
000520*    THE RANGE IS THE FIRST COMMAND-LINE PARM, "YYYY-MM-DD" OR *
000530*    "YYYY-MM-DD,YYYY-MM-DD" (UP TO 31 NIGHTS), FALLING BACK   *
000540*    TO THE DAYWINDATES ENVIRONMENT VARIABLE AND DEFAULTING TO *
000550*    THE SEVEN NIGHTS ENDING TODAY.  AVERAGES AND TRENDS LOOK  *
000560*    BACK UP TO WS-HISTORY-DAYS BEFORE THE RANGE.              *
000570****************************************************************
000580 ENVIRONMENT DIVISION.
000590     INPUT-OUTPUT SECTION.
000600         FILE-CONTROL.
000610         SELECT DAYONE-RUN-LOG ASSIGN TO "DAYRUNLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000640*
000650         SELECT OPTIONAL DAYONE-EXCEPTION ASSIGN TO "DAYEXCPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690     FILE SECTION.
000700     FD DAYONE-RUN-LOG.
000710         01 DAYONE-RUN-LOG-FILE.
000720            05 RL-RUN-DATE            PIC X(10).
000730            05 FILLER                 PIC X(01).
000740            05 RL-STEP-NUMBER         PIC 9(03).
000750            05 FILLER                 PIC X(01).
000760            05 RL-STEP-NAME           PIC X(12).
000770            05 FILLER                 PIC X(01).
000780            05 RL-START-TIME          PIC X(08).
000790            05 FILLER                 PIC X(01).
000800            05 RL-END-TIME            PIC X(08).
000810            05 FILLER                 PIC X(01).
000820            05 RL-RETURN-CODE         PIC 9(02).
000830            05 FILLER                 PIC X(01).
000840            05 RL-VERDICT             PIC X(08).
000850*
000860     FD DAYONE-EXCEPTION.
000870         01 DAYONE-EXCEPTION-FILE.
000880            05 DE-RUN-DATE            PIC X(10).
000890            05 FILLER                 PIC X(01).
000900            05 DE-RUN-TIME            PIC X(08).
000910            05 FILLER                 PIC X(01).
000920            05 DE-PROGRAM-ID          PIC X(12).
000930            05 FILLER                 PIC X(01).
000940            05 DE-CONDITION-CODE      PIC X(10).
000950            05 FILLER                 PIC X(01).
000960            05 DE-INPUT-FILENAME      PIC X(80).
000970            05 FILLER                 PIC X(01).
000980            05 DE-DETAIL              PIC X(40).
000990*
001000     WORKING-STORAGE SECTION.
001010*
001020     77  WS-MAX-REPORT-DAYS           PIC 9(02) COMP VALUE 31.
001030     77  WS-HISTORY-DAYS              PIC 9(03) COMP VALUE 90.
001040     77  WS-MAX-NIGHTS                PIC 9(03) COMP VALUE 150.
001050     77  WS-MAX-STEP-RUNS             PIC 9(05) COMP VALUE 4000.
001060     77  WS-MAX-RAISED                PIC 9(05) COMP VALUE 1000.
001070     77  WS-ROLLING-RUNS              PIC 9(02) COMP VALUE 7.
001080     77  WS-MIN-HISTORY               PIC 9(02) COMP VALUE 3.
001090     77  WS-SLOW-PCT                  PIC 9(03) COMP VALUE 50.
001100     77  WS-MIN-SLOW-SECONDS          PIC 9(05) COMP VALUE 60.
001110     77  WS-TREND-RUNS                PIC 9(02) COMP VALUE 5.
001120*
001130     01  WS-SWITCHES.
001140         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001150             88  WS-EOF                VALUE "Y".
001160         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001170             88  WS-FOUND              VALUE "Y".
001180         05  WS-DATE-VALID-SW          PIC X(01) VALUE "N".
001190             88  WS-DATE-VALID         VALUE "Y".
001200         05  WS-TIME-VALID-SW          PIC X(01) VALUE "N".
001210             88  WS-TIME-VALID         VALUE "Y".
001220         05  WS-TREND-DONE-SW          PIC X(01) VALUE "N".
001230             88  WS-TREND-DONE         VALUE "Y".
001240         05  WS-RUNLOG-FILE-STATUS     PIC X(02).
001250             88  WS-RUNLOG-FILE-NOT-FOUND VALUE "35".
001260*
001270     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001280*
001290     01  WS-PARM-LINE                  PIC X(80).
001300     01  WS-PARM-FIELDS REDEFINES WS-PARM-LINE.
001310         05  WS-PARM-FROM-DATE         PIC X(10).
001320         05  WS-PARM-COMMA             PIC X(01).
001330         05  WS-PARM-TO-DATE           PIC X(10).
001340         05  FILLER                    PIC X(59).
001350     01  WS-ENV-RANGE                  PIC X(21).
001360*
001370     01  WS-RANGE-FIELDS.
001380         05  WS-FROM-DATE              PIC X(10).
001390         05  WS-TO-DATE                PIC X(10).
001400         05  WS-HISTORY-DATE           PIC X(10).
001410         05  WS-FROM-INTEGER           PIC 9(07) COMP.
001420         05  WS-TO-INTEGER             PIC 9(07) COMP.
001430*
001440     01  WS-CURRENT-DATE-FIELDS.
001450         05  WS-CURRENT-DATE           PIC 9(08).
001460         05  WS-TODAY-INTEGER          PIC 9(07) COMP.
001470*
001480*    ONE DATE IN EITHER FORM - 8100 TURNS WS-WORK-DATE-TEXT
001490*    INTO WS-WORK-INTEGER, 8200 TURNS WS-WORK-INTEGER BACK.
001500     01  WS-DATE-WORK.
001510         05  WS-WORK-DATE-TEXT         PIC X(10).
001520         05  WS-WORK-DATE-TEXT-PARTS REDEFINES WS-WORK-DATE-TEXT.
001530             10  WS-WT-YYYY            PIC X(04).
001540             10  WS-WT-DASH-1          PIC X(01).
001550             10  WS-WT-MM              PIC X(02).
001560             10  WS-WT-DASH-2          PIC X(01).
001570             10  WS-WT-DD              PIC X(02).
001580         05  WS-WORK-DATE-NUM          PIC 9(08).
001590         05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-NUM.
001600             10  WS-WORK-YYYY          PIC 9(04).
001610             10  WS-WORK-MM            PIC 9(02).
001620             10  WS-WORK-DD            PIC 9(02).
001630         05  WS-WORK-INTEGER           PIC 9(07) COMP.
001640*
001650*    ONE TIME IN EITHER FORM - 8300 TURNS WS-WORK-TIME-TEXT
001660*    INTO WS-WORK-SECONDS, 8400 TURNS WS-WORK-SECONDS BACK
001670*    (AS A DURATION, SO THE HOURS MAY PASS 23).
001680     01  WS-TIME-WORK.
001690         05  WS-WORK-TIME-TEXT         PIC X(08).
001700         05  WS-WORK-TIME-PARTS REDEFINES WS-WORK-TIME-TEXT.
001710             10  WS-WK-HH              PIC X(02).
001720             10  WS-WK-COLON-1         PIC X(01).
001730             10  WS-WK-MN              PIC X(02).
001740             10  WS-WK-COLON-2         PIC X(01).
001750             10  WS-WK-SS              PIC X(02).
001760         05  WS-WORK-HH-NUM            PIC 9(02).
001770         05  WS-WORK-MN-NUM            PIC 9(02).
001780         05  WS-WORK-SS-NUM            PIC 9(02).
001790         05  WS-WORK-SECONDS           PIC 9(06) COMP.
001800         05  WS-WORK-REMAINDER         PIC 9(06) COMP.
001810*
001820*    ONE LOG RECORD'S TIMES, AS SECONDS FROM MIDNIGHT STARTING
001830*    ITS NIGHT'S RUN DATE.
001840     01  WS-RECORD-FIELDS.
001850         05  WS-RECORD-START           PIC 9(06) COMP.
001860         05  WS-RECORD-END             PIC 9(06) COMP.
001870         05  WS-RECORD-ELAPSED         PIC 9(06) COMP.
001880*
001890     01  WS-DEADLINE-FIELDS.
001900         05  WS-DEADLINE-CLOCK         PIC 9(06) COMP.
001910         05  WS-DEADLINE-OFFSET        PIC 9(06) COMP.
001920         05  WS-DEADLINE-STAMP         PIC X(16).
001930         05  WS-FINISH-STAMP           PIC X(19).
001940         05  WS-OFFSET-DAYS            PIC 9(02) COMP.
001950         05  WS-OFFSET-CLOCK           PIC 9(06) COMP.
001960*
001970*    THE STEP RUN BEING REPORTED, ITS ROLLING AVERAGE AND ITS
001980*    TREND.
001990     01  WS-STEP-CHECK-FIELDS.
002000         05  WS-PRIOR-SUB              PIC 9(05) COMP.
002010         05  WS-PRIOR-COUNT            PIC 9(02) COMP.
002020         05  WS-PRIOR-TOTAL            PIC 9(09) COMP.
002030         05  WS-AVERAGE-SECONDS        PIC 9(06) COMP.
002040         05  WS-PCT-OF-AVERAGE         PIC 9(05) COMP.
002050         05  WS-SLOW-LIMIT             PIC 9(09) COMP.
002060         05  WS-TREND-COUNT            PIC 9(02) COMP.
002070         05  WS-TREND-NEXT-ELAPSED     PIC 9(06) COMP.
002080         05  WS-TREND-EDIT             PIC 9(02).
002090         05  WS-FLAG-POINTER           PIC 9(02) COMP.
002100         05  WS-NIGHT-STATUS-TEXT      PIC X(07).
002110         05  WS-EXC-CONDITION          PIC X(10).
002120         05  WS-EXC-DETAIL             PIC X(40).
002130*
002140     01  WS-REPORT-COUNTERS.
002150         05  WS-LOG-RECORDS            PIC 9(07) COMP VALUE 0.
002160         05  WS-BAD-TIME-COUNT         PIC 9(05) COMP VALUE 0.
002170         05  WS-NIGHTS-REPORTED        PIC 9(03) COMP VALUE 0.
002180         05  WS-MET-COUNT              PIC 9(03) COMP VALUE 0.
002190         05  WS-LATE-COUNT             PIC 9(03) COMP VALUE 0.
002200         05  WS-STOPPED-COUNT          PIC 9(03) COMP VALUE 0.
002210         05  WS-SLOW-COUNT             PIC 9(05) COMP VALUE 0.
002220         05  WS-SLOWER-COUNT           PIC 9(05) COMP VALUE 0.
002230         05  WS-RAISED-COUNT           PIC 9(05) COMP VALUE 0.
002240         05  WS-ALREADY-RAISED-COUNT   PIC 9(05) COMP VALUE 0.
002250*
002260*    ONE ENTRY PER NIGHT ON THE LOG FROM THE HISTORY DATE ON.
002270*    OFFSETS ARE SECONDS FROM MIDNIGHT STARTING THE RUN DATE.
002280     01  WS-NIGHT-ENTRIES              PIC 9(03) COMP VALUE 0.
002290     01  WS-NIGHT-TABLE-AREA.
002300         05  WS-NIGHT-TABLE OCCURS 150 TIMES
002310                           INDEXED BY WS-NIGHT-IDX.
002320             10  WS-NT-RUN-DATE        PIC X(10).
002330             10  WS-NT-RUN-INTEGER     PIC 9(07) COMP.
002340             10  WS-NT-FIRST-START     PIC 9(06) COMP.
002350             10  WS-NT-LAST-END        PIC 9(06) COMP.
002360             10  WS-NT-STOPPED-SW      PIC X(01).
002370                 88  WS-NT-STOPPED     VALUE "Y".
002380*
002390*    ONE ENTRY PER STEP PER NIGHT, IN LOG ORDER, HOLDING THE
002400*    STEP'S LAST ATTEMPT THAT NIGHT.
002410     01  WS-STEP-RUN-ENTRIES           PIC 9(05) COMP VALUE 0.
002420     01  WS-STEP-RUN-TABLE-AREA.
002430         05  WS-STEP-RUN-TABLE OCCURS 4000 TIMES
002440                           INDEXED BY WS-RUN-IDX.
002450             10  WS-SR-NIGHT           PIC 9(03) COMP.
002460             10  WS-SR-STEP-NUMBER     PIC 9(03).
002470             10  WS-SR-STEP-NAME       PIC X(12).
002480             10  WS-SR-START-TIME      PIC X(08).
002490             10  WS-SR-END-TIME        PIC X(08).
002500             10  WS-SR-RETURN-CODE     PIC 9(02).
002510             10  WS-SR-ELAPSED         PIC 9(06) COMP.
002520             10  WS-SR-ATTEMPTS        PIC 9(02) COMP.
002530             10  WS-SR-VERDICT         PIC X(08).
002540                 88  WS-SR-GOOD        VALUE "OK" "WARNING".
002550*
002560*    WINDOW EXCEPTIONS ALREADY ON DAYEXCPT FOR THE RANGE.
002570     01  WS-RAISED-ENTRIES             PIC 9(05) COMP VALUE 0.
002580     01  WS-RAISED-TABLE-AREA.
002590         05  WS-RAISED-TABLE OCCURS 1000 TIMES
002600                           INDEXED BY WS-RAISED-IDX.
002610             10  WS-RA-CONDITION       PIC X(10).
002620             10  WS-RA-NIGHT-STEP      PIC X(23).
002630*
002640     01  WS-STEP-LINE.
002650         05  FILLER                    PIC X(04) VALUE SPACES.
002660         05  WS-SL-STEP-NUMBER         PIC ZZ9.
002670         05  FILLER                    PIC X(01) VALUE SPACE.
002680         05  WS-SL-STEP-NAME           PIC X(12).
002690         05  FILLER                    PIC X(01) VALUE SPACE.
002700         05  WS-SL-START               PIC X(08).
002710         05  FILLER                    PIC X(01) VALUE SPACE.
002720         05  WS-SL-END                 PIC X(08).
002730         05  FILLER                    PIC X(01) VALUE SPACE.
002740         05  WS-SL-RC                  PIC 9(02).
002750         05  FILLER                    PIC X(01) VALUE SPACE.
002760         05  WS-SL-ELAPSED             PIC X(08).
002770         05  FILLER                    PIC X(01) VALUE SPACE.
002780         05  WS-SL-AVERAGE             PIC X(08).
002790         05  FILLER                    PIC X(01) VALUE SPACE.
002800         05  WS-SL-PCT                 PIC X(05).
002810         05  FILLER                    PIC X(01) VALUE SPACE.
002820         05  WS-SL-FLAGS               PIC X(30).
002830     01  WS-PCT-EDIT                   PIC ZZZ9.
002840*
002850     01  WS-WINDOW-LINE.
002860         05  FILLER                    PIC X(14)
002870                                       VALUE "    STARTED   ".
002880         05  WS-WL-START               PIC X(08).
002890         05  FILLER                    PIC X(10)
002900                                 VALUE "  FINISHED".
002910         05  FILLER                    PIC X(01) VALUE SPACE.
002920         05  WS-WL-FINISH              PIC X(19).
002930         05  FILLER                    PIC X(10)
002940                                 VALUE "  ELAPSED ".
002950         05  WS-WL-ELAPSED             PIC X(08).
002960         05  FILLER                    PIC X(11)
002970                                 VALUE "  DEADLINE ".
002980         05  WS-WL-DEADLINE            PIC X(16).
002990         05  FILLER                    PIC X(02) VALUE SPACES.
003000         05  WS-WL-STATUS              PIC X(07).
003010*
003020     COPY DL100EXC.
003030     COPY DL100PRM.
003040*
003050 PROCEDURE DIVISION.
003060*
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     PERFORM 1100-LOAD-RUN-LOG THRU 1100-EXIT.
003100     PERFORM 1200-LOAD-RAISED-EXCEPTIONS THRU 1200-EXIT.
003110     PERFORM 3000-REPORT-ONE-NIGHT THRU 3000-EXIT
003120         VARYING WS-NIGHT-IDX FROM 1 BY 1
003130         UNTIL WS-NIGHT-IDX > WS-NIGHT-ENTRIES.
003140*
003150     DISPLAY " ".
003160     DISPLAY "ADVWINRPT: ==== " WS-FROM-DATE " TO " WS-TO-DATE
003170             " - " WS-NIGHTS-REPORTED " NIGHT(S) LOGGED".
003180     DISPLAY "ADVWINRPT: " WS-MET-COUNT " MET, "
003190             WS-LATE-COUNT " LATE, "
003200             WS-STOPPED-COUNT " STOPPED; "
003210             WS-SLOW-COUNT " SLOW STEP(S), "
003220             WS-SLOWER-COUNT " STEADILY SLOWER".
003230     DISPLAY "ADVWINRPT: " WS-RAISED-COUNT
003240             " EXCEPTION(S) RAISED, " WS-ALREADY-RAISED-COUNT
003250             " ALREADY ON DAYEXCPT".
003260     IF WS-LATE-COUNT > 0 OR WS-STOPPED-COUNT > 0
003270         OR WS-SLOW-COUNT > 0 OR WS-SLOWER-COUNT > 0
003280         OR WS-BAD-TIME-COUNT > 0
003290         IF WS-JOB-RETURN-CODE < 4
003300             MOVE 4 TO WS-JOB-RETURN-CODE
003310         END-IF
003320     END-IF.
003330     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
003340     STOP RUN.
003350*
003360****************************************************************
003370*    1000-INITIALIZE - RESOLVE THE RANGE OF NIGHTS: PARM, THEN *
003380*    DAYWINDATES, THEN THE SEVEN NIGHTS ENDING TODAY; AND THE  *
003390*    WINDOW DEADLINE FROM DAYPARMS.                            *
003400****************************************************************
003410 1000-INITIALIZE.
003420     MOVE "ADVWINRPT" TO DL100-PRM-IN-PROGRAM
003430     SET DL100-PRM-ECHO TO TRUE
003440     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
003450*
003460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003470     COMPUTE WS-TODAY-INTEGER =
003480         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
003490*
003500     MOVE SPACES TO WS-PARM-LINE
003510     MOVE SPACES TO WS-ENV-RANGE
003520     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
003530     ACCEPT WS-ENV-RANGE FROM ENVIRONMENT "DAYWINDATES".
003540     IF WS-PARM-LINE = SPACES
003550         MOVE WS-ENV-RANGE TO WS-PARM-LINE
003560     END-IF.
003570*
003580     IF WS-PARM-LINE = SPACES
003590         COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - 6
003600         PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT
003610         MOVE WS-WORK-DATE-TEXT TO WS-FROM-DATE
003620         MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER
003630         PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT
003640         MOVE WS-WORK-DATE-TEXT TO WS-TO-DATE
003650     ELSE
003660         MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
003670         IF WS-PARM-COMMA = ","
003680             MOVE WS-PARM-TO-DATE TO WS-TO-DATE
003690         ELSE
003700             MOVE WS-PARM-FROM-DATE TO WS-TO-DATE
003710         END-IF
003720     END-IF.
003730*
003740     MOVE WS-FROM-DATE TO WS-WORK-DATE-TEXT
003750     PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT.
003760     IF NOT WS-DATE-VALID
003770         DISPLAY "ADVWINRPT: FROM DATE """ WS-FROM-DATE
003780                 """ IS NOT YYYY-MM-DD"
003790         MOVE 16 TO WS-JOB-RETURN-CODE
003800         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE WS-WORK-INTEGER TO WS-FROM-INTEGER.
003840     MOVE WS-TO-DATE TO WS-WORK-DATE-TEXT
003850     PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT.
003860     IF NOT WS-DATE-VALID
003870         DISPLAY "ADVWINRPT: TO DATE """ WS-TO-DATE
003880                 """ IS NOT YYYY-MM-DD"
003890         MOVE 16 TO WS-JOB-RETURN-CODE
003900         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     MOVE WS-WORK-INTEGER TO WS-TO-INTEGER.
003940     IF WS-TO-INTEGER < WS-FROM-INTEGER
003950         OR WS-TO-INTEGER - WS-FROM-INTEGER
003960             NOT < WS-MAX-REPORT-DAYS
003970         DISPLAY "ADVWINRPT: RANGE " WS-FROM-DATE " TO "
003980                 WS-TO-DATE " MUST RUN FORWARD AND SPAN AT MOST "
003990                 WS-MAX-REPORT-DAYS " NIGHTS"
004000         MOVE 16 TO WS-JOB-RETURN-CODE
004010         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     COMPUTE WS-WORK-INTEGER = WS-FROM-INTEGER - WS-HISTORY-DAYS.
004050     PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT.
004060     MOVE WS-WORK-DATE-TEXT TO WS-HISTORY-DATE.
004070*
004080     MOVE SPACES TO WS-WORK-TIME-TEXT
004090     STRING DL100-PRM-OUT-WINDOW-END ":00"
004100         DELIMITED BY SIZE INTO WS-WORK-TIME-TEXT.
004110     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
004120     MOVE WS-WORK-SECONDS TO WS-DEADLINE-CLOCK.
004130     DISPLAY "ADVWINRPT: BATCH WINDOW REPORT FOR NIGHTS "
004140             WS-FROM-DATE " TO " WS-TO-DATE
004150             " - DEADLINE " DL100-PRM-OUT-WINDOW-END.
004160 1000-EXIT.
004170     EXIT.
004180*
004190****************************************************************
004200*    1100-LOAD-RUN-LOG - EVERY STEP ADVNIGHT RAN FROM THE      *
004210*    HISTORY DATE TO THE END OF THE RANGE, GROUPED BY NIGHT.   *
004220****************************************************************
004230 1100-LOAD-RUN-LOG.
004240     MOVE "N" TO WS-EOF-SW
004250     OPEN INPUT DAYONE-RUN-LOG.
004260     IF WS-RUNLOG-FILE-NOT-FOUND
004270         DISPLAY "ADVWINRPT: NO RUN LOG FOUND - DAYRUNLOG DOES "
004280                 "NOT EXIST"
004290         MOVE 16 TO WS-JOB-RETURN-CODE
004300         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     PERFORM 1110-LOAD-ONE-LOG-RECORD THRU 1110-EXIT
004340         UNTIL WS-EOF.
004350     CLOSE DAYONE-RUN-LOG.
004360     IF WS-BAD-TIME-COUNT > 0
004370         DISPLAY "ADVWINRPT: " WS-BAD-TIME-COUNT
004380                 " LOG RECORD(S) WITH UNREADABLE TIMES IGNORED"
004390     END-IF.
004400 1100-EXIT.
004410     EXIT.
004420*
004430 1110-LOAD-ONE-LOG-RECORD.
004440     READ DAYONE-RUN-LOG
004450         AT END
004460             SET WS-EOF TO TRUE
004470             GO TO 1110-EXIT
004480     END-READ.
004490     ADD 1 TO WS-LOG-RECORDS.
004500     IF RL-VERDICT = "SKIPPED"
004510         OR RL-RUN-DATE < WS-HISTORY-DATE
004520         OR RL-RUN-DATE > WS-TO-DATE
004530         GO TO 1110-EXIT
004540     END-IF.
004550     MOVE RL-START-TIME TO WS-WORK-TIME-TEXT
004560     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
004570     IF NOT WS-TIME-VALID
004580         ADD 1 TO WS-BAD-TIME-COUNT
004590         GO TO 1110-EXIT
004600     END-IF.
004610     MOVE WS-WORK-SECONDS TO WS-RECORD-START.
004620     MOVE RL-END-TIME TO WS-WORK-TIME-TEXT
004630     PERFORM 8300-TIME-TO-SECONDS THRU 8300-EXIT.
004640     IF NOT WS-TIME-VALID
004650         ADD 1 TO WS-BAD-TIME-COUNT
004660         GO TO 1110-EXIT
004670     END-IF.
004680     MOVE WS-WORK-SECONDS TO WS-RECORD-END.
004690*
004700     PERFORM 1120-FIND-NIGHT THRU 1120-EXIT.
004710     IF NOT WS-FOUND
004720         IF WS-NIGHT-ENTRIES NOT < WS-MAX-NIGHTS
004730             DISPLAY "ADVWINRPT: NIGHT TABLE FULL AT "
004740                     WS-MAX-NIGHTS " - NO REPORT PRODUCED"
004750             MOVE 16 TO WS-JOB-RETURN-CODE
004760             MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004770             STOP RUN
004780         END-IF
004790         ADD 1 TO WS-NIGHT-ENTRIES
004800         SET WS-NIGHT-IDX TO WS-NIGHT-ENTRIES
004810         MOVE RL-RUN-DATE TO WS-NT-RUN-DATE(WS-NIGHT-IDX)
004820         MOVE RL-RUN-DATE TO WS-WORK-DATE-TEXT
004830         PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT
004840         MOVE WS-WORK-INTEGER TO WS-NT-RUN-INTEGER(WS-NIGHT-IDX)
004850         MOVE WS-RECORD-START TO WS-NT-FIRST-START(WS-NIGHT-IDX)
004860         MOVE WS-RECORD-START TO WS-NT-LAST-END(WS-NIGHT-IDX)
004870     END-IF.
004880*
004890*    A TIME EARLIER IN THE DAY THAN THE NIGHT'S FIRST START
004900*    FELL AFTER MIDNIGHT; SO DID AN END EARLIER THAN ITS START.
004910     IF WS-RECORD-START < WS-NT-FIRST-START(WS-NIGHT-IDX)
004920         ADD 86400 TO WS-RECORD-START
004930     END-IF.
004940     IF WS-RECORD-END < WS-NT-FIRST-START(WS-NIGHT-IDX)
004950         ADD 86400 TO WS-RECORD-END
004960     END-IF.
004970     IF WS-RECORD-END < WS-RECORD-START
004980         ADD 86400 TO WS-RECORD-END
004990     END-IF.
005000     COMPUTE WS-RECORD-ELAPSED = WS-RECORD-END - WS-RECORD-START.
005010     IF WS-RECORD-END > WS-NT-LAST-END(WS-NIGHT-IDX)
005020         MOVE WS-RECORD-END TO WS-NT-LAST-END(WS-NIGHT-IDX)
005030     END-IF.
005040     IF RL-VERDICT = "FAILED"
005050         MOVE "Y" TO WS-NT-STOPPED-SW(WS-NIGHT-IDX)
005060     ELSE
005070         MOVE "N" TO WS-NT-STOPPED-SW(WS-NIGHT-IDX)
005080     END-IF.
005090*
005100     PERFORM 1130-FIND-STEP-RUN THRU 1130-EXIT.
005110     IF WS-FOUND
005120         ADD 1 TO WS-SR-ATTEMPTS(WS-RUN-IDX)
005130     ELSE
005140         IF WS-STEP-RUN-ENTRIES NOT < WS-MAX-STEP-RUNS
005150             DISPLAY "ADVWINRPT: STEP TABLE FULL AT "
005160                     WS-MAX-STEP-RUNS " - NO REPORT PRODUCED"
005170             MOVE 16 TO WS-JOB-RETURN-CODE
005180             MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005190             STOP RUN
005200         END-IF
005210         ADD 1 TO WS-STEP-RUN-ENTRIES
005220         SET WS-RUN-IDX TO WS-STEP-RUN-ENTRIES
005230         SET WS-SR-NIGHT(WS-RUN-IDX) TO WS-NIGHT-IDX
005240         MOVE RL-STEP-NAME TO WS-SR-STEP-NAME(WS-RUN-IDX)
005250         MOVE 1 TO WS-SR-ATTEMPTS(WS-RUN-IDX)
005260     END-IF.
005270     MOVE RL-STEP-NUMBER TO WS-SR-STEP-NUMBER(WS-RUN-IDX)
005280     MOVE RL-START-TIME TO WS-SR-START-TIME(WS-RUN-IDX)
005290     MOVE RL-END-TIME TO WS-SR-END-TIME(WS-RUN-IDX)
005300     MOVE RL-RETURN-CODE TO WS-SR-RETURN-CODE(WS-RUN-IDX)
005310     MOVE RL-VERDICT TO WS-SR-VERDICT(WS-RUN-IDX)
005320     MOVE WS-RECORD-ELAPSED TO WS-SR-ELAPSED(WS-RUN-IDX).
005330 1110-EXIT.
005340     EXIT.
005350*
005360 1120-FIND-NIGHT.
005370     MOVE "N" TO WS-FOUND-SW
005380     PERFORM 1125-COMPARE-ONE-NIGHT THRU 1125-EXIT
005390         VARYING WS-NIGHT-IDX FROM 1 BY 1
005400         UNTIL WS-NIGHT-IDX > WS-NIGHT-ENTRIES OR WS-FOUND.
005410     IF WS-FOUND
005420         SET WS-NIGHT-IDX DOWN BY 1
005430     END-IF.
005440 1120-EXIT.
005450     EXIT.
005460*
005470 1125-COMPARE-ONE-NIGHT.
005480     IF WS-NT-RUN-DATE(WS-NIGHT-IDX) = RL-RUN-DATE
005490         SET WS-FOUND TO TRUE
005500     END-IF.
005510 1125-EXIT.
005520     EXIT.
005530*
005540 1130-FIND-STEP-RUN.
005550     MOVE "N" TO WS-FOUND-SW
005560     PERFORM 1135-COMPARE-ONE-STEP-RUN THRU 1135-EXIT
005570         VARYING WS-RUN-IDX FROM 1 BY 1
005580         UNTIL WS-RUN-IDX > WS-STEP-RUN-ENTRIES OR WS-FOUND.
005590     IF WS-FOUND
005600         SET WS-RUN-IDX DOWN BY 1
005610     END-IF.
005620 1130-EXIT.
005630     EXIT.
005640*
005650 1135-COMPARE-ONE-STEP-RUN.
005660     IF WS-SR-NIGHT(WS-RUN-IDX) = WS-NIGHT-IDX
005670         AND WS-SR-STEP-NAME(WS-RUN-IDX) = RL-STEP-NAME
005680         SET WS-FOUND TO TRUE
005690     END-IF.
005700 1135-EXIT.
005710     EXIT.
005720*
005730****************************************************************
005740*    1200-LOAD-RAISED-EXCEPTIONS - THE WINDOW EXCEPTIONS THIS  *
005750*    REPORT HAS ALREADY RAISED FOR NIGHTS IN THE RANGE, SO A   *
005760*    RERUN DOES NOT RAISE THEM TWICE.  THE DETAIL STARTS WITH  *
005770*    THE NIGHT AND THE STEP NAME.                              *
005780****************************************************************
005790 1200-LOAD-RAISED-EXCEPTIONS.
005800     MOVE "N" TO WS-EOF-SW
005810     OPEN INPUT DAYONE-EXCEPTION.
005820     PERFORM 1210-LOAD-ONE-EXCEPTION THRU 1210-EXIT
005830         UNTIL WS-EOF.
005840     CLOSE DAYONE-EXCEPTION.
005850 1200-EXIT.
005860     EXIT.
005870*
005880 1210-LOAD-ONE-EXCEPTION.
005890     READ DAYONE-EXCEPTION
005900         AT END
005910             SET WS-EOF TO TRUE
005920             GO TO 1210-EXIT
005930     END-READ.
005940     IF DE-PROGRAM-ID NOT = "ADVWINRPT"
005950         GO TO 1210-EXIT
005960     END-IF.
005970     IF DE-DETAIL(1:10) < WS-FROM-DATE
005980         OR DE-DETAIL(1:10) > WS-TO-DATE
005990         GO TO 1210-EXIT
006000     END-IF.
006010     IF WS-RAISED-ENTRIES NOT < WS-MAX-RAISED
006020         DISPLAY "ADVWINRPT: RAISED-EXCEPTION TABLE FULL AT "
006030                 WS-MAX-RAISED " - NO REPORT PRODUCED"
006040         MOVE 16 TO WS-JOB-RETURN-CODE
006050         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     ADD 1 TO WS-RAISED-ENTRIES
006090     SET WS-RAISED-IDX TO WS-RAISED-ENTRIES
006100     MOVE DE-CONDITION-CODE TO WS-RA-CONDITION(WS-RAISED-IDX)
006110     MOVE DE-DETAIL(1:23) TO WS-RA-NIGHT-STEP(WS-RAISED-IDX).
006120 1210-EXIT.
006130     EXIT.
006140*
006150****************************************************************
006160*    3000-REPORT-ONE-NIGHT - A NIGHT IN THE RANGE: EACH STEP   *
006170*    AGAINST ITS AVERAGE, THEN THE WINDOW AGAINST THE          *
006180*    DEADLINE.                                                 *
006190****************************************************************
006200 3000-REPORT-ONE-NIGHT.
006210     IF WS-NT-RUN-DATE(WS-NIGHT-IDX) < WS-FROM-DATE
006220         GO TO 3000-EXIT
006230     END-IF.
006240     ADD 1 TO WS-NIGHTS-REPORTED.
006250     DISPLAY " ".
006260     DISPLAY "ADVWINRPT: NIGHT OF " WS-NT-RUN-DATE(WS-NIGHT-IDX).
006270     DISPLAY "    STP STEP         START    END      RC ELAPSED  "
006280             "AVERAGE  PCT   FLAGS".
006290     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
006300         VARYING WS-RUN-IDX FROM 1 BY 1
006310         UNTIL WS-RUN-IDX > WS-STEP-RUN-ENTRIES.
006320     PERFORM 3200-REPORT-WINDOW THRU 3200-EXIT.
006330 3000-EXIT.
006340     EXIT.
006350*
006360 3100-REPORT-ONE-STEP.
006370     IF WS-SR-NIGHT(WS-RUN-IDX) NOT = WS-NIGHT-IDX
006380         GO TO 3100-EXIT
006390     END-IF.
006400     MOVE WS-SR-STEP-NUMBER(WS-RUN-IDX) TO WS-SL-STEP-NUMBER
006410     MOVE WS-SR-STEP-NAME(WS-RUN-IDX) TO WS-SL-STEP-NAME
006420     MOVE WS-SR-START-TIME(WS-RUN-IDX) TO WS-SL-START
006430     MOVE WS-SR-END-TIME(WS-RUN-IDX) TO WS-SL-END
006440     MOVE WS-SR-RETURN-CODE(WS-RUN-IDX) TO WS-SL-RC
006450     MOVE WS-SR-ELAPSED(WS-RUN-IDX) TO WS-WORK-SECONDS
006460     PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT.
006470     MOVE WS-WORK-TIME-TEXT TO WS-SL-ELAPSED
006480     MOVE SPACES TO WS-SL-FLAGS
006490     MOVE 1 TO WS-FLAG-POINTER.
006500*
006510     PERFORM 3110-SET-ROLLING-AVERAGE THRU 3110-EXIT.
006520     IF WS-PRIOR-COUNT = 0
006530         MOVE "  NONE" TO WS-SL-AVERAGE
006540         MOVE SPACES TO WS-SL-PCT
006550     ELSE
006560         MOVE WS-AVERAGE-SECONDS TO WS-WORK-SECONDS
006570         PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT
006580         MOVE WS-WORK-TIME-TEXT TO WS-SL-AVERAGE
006590         MOVE SPACES TO WS-SL-PCT
006600         IF WS-AVERAGE-SECONDS > 0
006610             COMPUTE WS-PCT-OF-AVERAGE ROUNDED =
006620                 WS-SR-ELAPSED(WS-RUN-IDX) * 100
006630                 / WS-AVERAGE-SECONDS
006640                 ON SIZE ERROR
006650                     MOVE 9999 TO WS-PCT-OF-AVERAGE
006660             END-COMPUTE
006670             MOVE WS-PCT-OF-AVERAGE TO WS-PCT-EDIT
006680             STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
006690                 INTO WS-SL-PCT
006700         END-IF
006710     END-IF.
006720*
006730     IF WS-SR-GOOD(WS-RUN-IDX)
006740         PERFORM 3150-CHECK-GOOD-RUN THRU 3150-EXIT
006750     ELSE
006760         STRING WS-SR-VERDICT(WS-RUN-IDX) DELIMITED BY SPACE
006770             " " DELIMITED BY SIZE
006780             INTO WS-SL-FLAGS WITH POINTER WS-FLAG-POINTER
006790     END-IF.
006800     IF WS-SR-ATTEMPTS(WS-RUN-IDX) > 1
006810         STRING "RETRIED" DELIMITED BY SIZE
006820             INTO WS-SL-FLAGS WITH POINTER WS-FLAG-POINTER
006830     END-IF.
006840     DISPLAY WS-STEP-LINE.
006850 3100-EXIT.
006860     EXIT.
006870*
006880****************************************************************
006890*    3150-CHECK-GOOD-RUN - A STEP THAT ENDED WITHIN TOLERANCE  *
006900*    IS SLOW AGAINST ITS AVERAGE, SLOWER AGAINST ITS TREND, OR *
006910*    NEITHER.                                                  *
006920****************************************************************
006930 3150-CHECK-GOOD-RUN.
006940     COMPUTE WS-SLOW-LIMIT =
006950         WS-AVERAGE-SECONDS * (100 + WS-SLOW-PCT).
006960     IF WS-PRIOR-COUNT NOT < WS-MIN-HISTORY
006970         AND WS-SR-ELAPSED(WS-RUN-IDX) * 100 > WS-SLOW-LIMIT
006980         AND WS-SR-ELAPSED(WS-RUN-IDX) - WS-AVERAGE-SECONDS
006990             NOT < WS-MIN-SLOW-SECONDS
007000         ADD 1 TO WS-SLOW-COUNT
007010         STRING "SLOW " DELIMITED BY SIZE
007020             INTO WS-SL-FLAGS WITH POINTER WS-FLAG-POINTER
007030     END-IF.
007040     PERFORM 3130-CHECK-TREND THRU 3130-EXIT.
007050     IF WS-TREND-COUNT NOT < WS-TREND-RUNS
007060         ADD 1 TO WS-SLOWER-COUNT
007070         MOVE WS-TREND-RUNS TO WS-TREND-EDIT
007080         STRING "SLOWER " DELIMITED BY SIZE
007090             INTO WS-SL-FLAGS WITH POINTER WS-FLAG-POINTER
007100         MOVE "STEPSLOWER" TO WS-EXC-CONDITION
007110         MOVE SPACES TO WS-EXC-DETAIL
007120         STRING WS-NT-RUN-DATE(WS-NIGHT-IDX) " "
007130             WS-SR-STEP-NAME(WS-RUN-IDX) " SLOWER "
007140             WS-TREND-EDIT " RUNS"
007150             DELIMITED BY SIZE INTO WS-EXC-DETAIL
007160         PERFORM 3300-RAISE-WINDOW-EXCEPTION THRU 3300-EXIT
007170     END-IF.
007180 3150-EXIT.
007190     EXIT.
007200*
007210****************************************************************
007220*    3110-SET-ROLLING-AVERAGE - THE MEAN ELAPSED TIME OF THE   *
007230*    STEP'S LAST WS-ROLLING-RUNS GOOD RUNS BEFORE THIS NIGHT.  *
007240****************************************************************
007250 3110-SET-ROLLING-AVERAGE.
007260     MOVE 0 TO WS-PRIOR-COUNT
007270     MOVE 0 TO WS-PRIOR-TOTAL
007280     MOVE 0 TO WS-AVERAGE-SECONDS.
007290     SET WS-PRIOR-SUB TO WS-RUN-IDX.
007300     SUBTRACT 1 FROM WS-PRIOR-SUB.
007310     PERFORM 3120-ADD-ONE-PRIOR-RUN THRU 3120-EXIT
007320         VARYING WS-PRIOR-SUB FROM WS-PRIOR-SUB BY -1
007330         UNTIL WS-PRIOR-SUB < 1
007340             OR WS-PRIOR-COUNT NOT < WS-ROLLING-RUNS.
007350     IF WS-PRIOR-COUNT > 0
007360         COMPUTE WS-AVERAGE-SECONDS ROUNDED =
007370             WS-PRIOR-TOTAL / WS-PRIOR-COUNT
007380     END-IF.
007390 3110-EXIT.
007400     EXIT.
007410*
007420 3120-ADD-ONE-PRIOR-RUN.
007430     IF WS-SR-STEP-NAME(WS-PRIOR-SUB) =
007440         WS-SR-STEP-NAME(WS-RUN-IDX)
007450         AND WS-SR-GOOD(WS-PRIOR-SUB)
007460         ADD 1 TO WS-PRIOR-COUNT
007470         ADD WS-SR-ELAPSED(WS-PRIOR-SUB) TO WS-PRIOR-TOTAL
007480     END-IF.
007490 3120-EXIT.
007500     EXIT.
007510*
007520****************************************************************
007530*    3130-CHECK-TREND - COUNT BACK THROUGH THE STEP'S GOOD     *
007540*    RUNS FOR AS LONG AS EACH TOOK LESS TIME THAN THE ONE      *
007550*    AFTER IT.  WS-TREND-RUNS IN A ROW, THIS ONE INCLUDED,     *
007560*    MEANS THE STEP IS GETTING STEADILY SLOWER.                *
007570****************************************************************
007580 3130-CHECK-TREND.
007590     MOVE 1 TO WS-TREND-COUNT
007600     MOVE WS-SR-ELAPSED(WS-RUN-IDX) TO WS-TREND-NEXT-ELAPSED
007610     MOVE "N" TO WS-TREND-DONE-SW.
007620     SET WS-PRIOR-SUB TO WS-RUN-IDX.
007630     SUBTRACT 1 FROM WS-PRIOR-SUB.
007640     PERFORM 3140-COMPARE-ONE-TREND-RUN THRU 3140-EXIT
007650         VARYING WS-PRIOR-SUB FROM WS-PRIOR-SUB BY -1
007660         UNTIL WS-PRIOR-SUB < 1 OR WS-TREND-DONE
007670             OR WS-TREND-COUNT NOT < WS-TREND-RUNS.
007680 3130-EXIT.
007690     EXIT.
007700*
007710 3140-COMPARE-ONE-TREND-RUN.
007720     IF WS-SR-STEP-NAME(WS-PRIOR-SUB) NOT =
007730         WS-SR-STEP-NAME(WS-RUN-IDX)
007740         OR NOT WS-SR-GOOD(WS-PRIOR-SUB)
007750         GO TO 3140-EXIT
007760     END-IF.
007770     IF WS-SR-ELAPSED(WS-PRIOR-SUB) < WS-TREND-NEXT-ELAPSED
007780         ADD 1 TO WS-TREND-COUNT
007790         MOVE WS-SR-ELAPSED(WS-PRIOR-SUB) TO WS-TREND-NEXT-ELAPSED
007800     ELSE
007810         SET WS-TREND-DONE TO TRUE
007820     END-IF.
007830 3140-EXIT.
007840     EXIT.
007850*
007860****************************************************************
007870*    3200-REPORT-WINDOW - THE NIGHT'S START, FINISH AND        *
007880*    ELAPSED TIME AGAINST THE FIRST DEADLINE AFTER IT STARTED. *
007890****************************************************************
007900 3200-REPORT-WINDOW.
007910     MOVE WS-NT-FIRST-START(WS-NIGHT-IDX) TO WS-WORK-SECONDS
007920     PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT.
007930     MOVE WS-WORK-TIME-TEXT TO WS-WL-START.
007940*
007950     MOVE WS-NT-LAST-END(WS-NIGHT-IDX) TO WS-WORK-SECONDS
007960     PERFORM 8500-OFFSET-TO-STAMP THRU 8500-EXIT.
007970     MOVE SPACES TO WS-FINISH-STAMP
007980     STRING WS-WORK-DATE-TEXT " " WS-WORK-TIME-TEXT
007990         DELIMITED BY SIZE INTO WS-FINISH-STAMP.
008000     MOVE WS-FINISH-STAMP TO WS-WL-FINISH.
008010*
008020     COMPUTE WS-WORK-SECONDS = WS-NT-LAST-END(WS-NIGHT-IDX)
008030                             - WS-NT-FIRST-START(WS-NIGHT-IDX).
008040     PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT.
008050     MOVE WS-WORK-TIME-TEXT TO WS-WL-ELAPSED.
008060*
008070     MOVE WS-DEADLINE-CLOCK TO WS-DEADLINE-OFFSET.
008080     IF WS-DEADLINE-OFFSET NOT > WS-NT-FIRST-START(WS-NIGHT-IDX)
008090         ADD 86400 TO WS-DEADLINE-OFFSET
008100     END-IF.
008110     MOVE WS-DEADLINE-OFFSET TO WS-WORK-SECONDS
008120     PERFORM 8500-OFFSET-TO-STAMP THRU 8500-EXIT.
008130     MOVE SPACES TO WS-DEADLINE-STAMP
008140     STRING WS-WORK-DATE-TEXT " " WS-WORK-TIME-TEXT(1:5)
008150         DELIMITED BY SIZE INTO WS-DEADLINE-STAMP.
008160     MOVE WS-DEADLINE-STAMP TO WS-WL-DEADLINE.
008170*
008180     MOVE SPACES TO WS-EXC-CONDITION.
008190     IF WS-NT-LAST-END(WS-NIGHT-IDX) > WS-DEADLINE-OFFSET
008200         MOVE "LATE" TO WS-NIGHT-STATUS-TEXT
008210         ADD 1 TO WS-LATE-COUNT
008220         MOVE "WINDOWLATE" TO WS-EXC-CONDITION
008230     ELSE
008240         IF WS-NT-STOPPED(WS-NIGHT-IDX)
008250             MOVE "STOPPED" TO WS-NIGHT-STATUS-TEXT
008260             ADD 1 TO WS-STOPPED-COUNT
008270         ELSE
008280             MOVE "MET" TO WS-NIGHT-STATUS-TEXT
008290             ADD 1 TO WS-MET-COUNT
008300         END-IF
008310     END-IF.
008320     MOVE WS-NIGHT-STATUS-TEXT TO WS-WL-STATUS.
008330     DISPLAY WS-WINDOW-LINE.
008340     IF WS-EXC-CONDITION = SPACES
008350         GO TO 3200-EXIT
008360     END-IF.
008370     COMPUTE WS-WORK-SECONDS = WS-NT-LAST-END(WS-NIGHT-IDX)
008380                             - WS-DEADLINE-OFFSET.
008390     PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT.
008400     MOVE SPACES TO WS-EXC-DETAIL
008410     STRING WS-NT-RUN-DATE(WS-NIGHT-IDX) " WINDOW       LATE BY "
008420         WS-WORK-TIME-TEXT DELIMITED BY SIZE INTO WS-EXC-DETAIL.
008430     PERFORM 3300-RAISE-WINDOW-EXCEPTION THRU 3300-EXIT.
008440 3200-EXIT.
008450     EXIT.
008460*
008470****************************************************************
008480*    3300-RAISE-WINDOW-EXCEPTION - PUT THE CONDITION ON        *
008490*    DAYEXCPT UNLESS AN EARLIER RUN OF THIS REPORT ALREADY DID *
008500*    FOR THE SAME NIGHT AND STEP.                              *
008510****************************************************************
008520 3300-RAISE-WINDOW-EXCEPTION.
008530     MOVE "N" TO WS-FOUND-SW
008540     PERFORM 3310-COMPARE-ONE-RAISED THRU 3310-EXIT
008550         VARYING WS-RAISED-IDX FROM 1 BY 1
008560         UNTIL WS-RAISED-IDX > WS-RAISED-ENTRIES OR WS-FOUND.
008570     IF WS-FOUND
008580         ADD 1 TO WS-ALREADY-RAISED-COUNT
008590         GO TO 3300-EXIT
008600     END-IF.
008610     MOVE "ADVWINRPT" TO DL100-EXC-IN-PROGRAM
008620     MOVE "DAYRUNLOG" TO DL100-EXC-IN-FILENAME
008630     MOVE WS-EXC-CONDITION TO DL100-EXC-IN-CONDITION
008640     MOVE WS-EXC-DETAIL TO DL100-EXC-IN-DETAIL
008650     CALL "ADVEXCWRT" USING DL100-EXC-LINKAGE.
008660     ADD 1 TO WS-RAISED-COUNT.
008670 3300-EXIT.
008680     EXIT.
008690*
008700 3310-COMPARE-ONE-RAISED.
008710     IF WS-RA-CONDITION(WS-RAISED-IDX) = WS-EXC-CONDITION
008720         AND WS-RA-NIGHT-STEP(WS-RAISED-IDX) = WS-EXC-DETAIL(1:23)
008730         SET WS-FOUND TO TRUE
008740     END-IF.
008750 3310-EXIT.
008760     EXIT.
008770*
008780****************************************************************
008790*    8100-TEXT-TO-INTEGER - CHECK WS-WORK-DATE-TEXT IS A       *
008800*    YYYY-MM-DD DATE AND TURN IT INTO A DAY NUMBER.            *
008810****************************************************************
008820 8100-TEXT-TO-INTEGER.
008830     MOVE "N" TO WS-DATE-VALID-SW.
008840     IF WS-WT-YYYY IS NOT NUMERIC OR WS-WT-MM IS NOT NUMERIC
008850         OR WS-WT-DD IS NOT NUMERIC
008860         OR WS-WT-DASH-1 NOT = "-" OR WS-WT-DASH-2 NOT = "-"
008870         GO TO 8100-EXIT
008880     END-IF.
008890     MOVE WS-WT-YYYY TO WS-WORK-YYYY
008900     MOVE WS-WT-MM TO WS-WORK-MM
008910     MOVE WS-WT-DD TO WS-WORK-DD.
008920     IF WS-WORK-YYYY < 1601 OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
008930         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
008940         GO TO 8100-EXIT
008950     END-IF.
008960     COMPUTE WS-WORK-INTEGER =
008970         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
008980     IF WS-WORK-INTEGER = 0
008990         GO TO 8100-EXIT
009000     END-IF.
009010     SET WS-DATE-VALID TO TRUE.
009020 8100-EXIT.
009030     EXIT.
009040*
009050****************************************************************
009060*    8200-INTEGER-TO-TEXT - TURN THE DAY NUMBER IN             *
009070*    WS-WORK-INTEGER BACK INTO YYYY-MM-DD.                     *
009080****************************************************************
009090 8200-INTEGER-TO-TEXT.
009100     COMPUTE WS-WORK-DATE-NUM =
009110         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
009120     MOVE SPACES TO WS-WORK-DATE-TEXT
009130     STRING WS-WORK-YYYY "-" WS-WORK-MM "-" WS-WORK-DD
009140         DELIMITED BY SIZE INTO WS-WORK-DATE-TEXT.
009150 8200-EXIT.
009160     EXIT.
009170*
009180****************************************************************
009190*    8300-TIME-TO-SECONDS - CHECK WS-WORK-TIME-TEXT IS A       *
009200*    HH:MM:SS CLOCK TIME AND TURN IT INTO SECONDS FROM         *
009210*    MIDNIGHT.                                                 *
009220****************************************************************
009230 8300-TIME-TO-SECONDS.
009240     MOVE "N" TO WS-TIME-VALID-SW
009250     MOVE 0 TO WS-WORK-SECONDS.
009260     IF WS-WK-HH IS NOT NUMERIC OR WS-WK-MN IS NOT NUMERIC
009270         OR WS-WK-SS IS NOT NUMERIC
009280         OR WS-WK-COLON-1 NOT = ":" OR WS-WK-COLON-2 NOT = ":"
009290         GO TO 8300-EXIT
009300     END-IF.
009310     MOVE WS-WK-HH TO WS-WORK-HH-NUM
009320     MOVE WS-WK-MN TO WS-WORK-MN-NUM
009330     MOVE WS-WK-SS TO WS-WORK-SS-NUM.
009340     IF WS-WORK-HH-NUM > 23 OR WS-WORK-MN-NUM > 59
009350         OR WS-WORK-SS-NUM > 59
009360         GO TO 8300-EXIT
009370     END-IF.
009380     COMPUTE WS-WORK-SECONDS = WS-WORK-HH-NUM * 3600
009390                             + WS-WORK-MN-NUM * 60
009400                             + WS-WORK-SS-NUM.
009410     SET WS-TIME-VALID TO TRUE.
009420 8300-EXIT.
009430     EXIT.
009440*
009450****************************************************************
009460*    8400-SECONDS-TO-TIME - TURN WS-WORK-SECONDS INTO          *
009470*    HH:MM:SS IN WS-WORK-TIME-TEXT.                            *
009480****************************************************************
009490 8400-SECONDS-TO-TIME.
009500     DIVIDE WS-WORK-SECONDS BY 3600 GIVING WS-WORK-HH-NUM
009510         REMAINDER WS-WORK-REMAINDER
009520         ON SIZE ERROR
009530             MOVE 99 TO WS-WORK-HH-NUM
009540     END-DIVIDE.
009550     DIVIDE WS-WORK-REMAINDER BY 60 GIVING WS-WORK-MN-NUM
009560         REMAINDER WS-WORK-SS-NUM.
009570     MOVE SPACES TO WS-WORK-TIME-TEXT
009580     STRING WS-WORK-HH-NUM ":" WS-WORK-MN-NUM ":" WS-WORK-SS-NUM
009590         DELIMITED BY SIZE INTO WS-WORK-TIME-TEXT.
009600 8400-EXIT.
009610     EXIT.
009620*
009630****************************************************************
009640*    8500-OFFSET-TO-STAMP - TURN WS-WORK-SECONDS, AN OFFSET    *
009650*    FROM MIDNIGHT STARTING THE NIGHT'S RUN DATE, INTO THE     *
009660*    CALENDAR DATE (WS-WORK-DATE-TEXT) AND CLOCK TIME          *
009670*    (WS-WORK-TIME-TEXT) IT FALLS ON.                          *
009680****************************************************************
009690 8500-OFFSET-TO-STAMP.
009700     DIVIDE WS-WORK-SECONDS BY 86400 GIVING WS-OFFSET-DAYS
009710         REMAINDER WS-OFFSET-CLOCK.
009720     COMPUTE WS-WORK-INTEGER = WS-NT-RUN-INTEGER(WS-NIGHT-IDX)
009730                             + WS-OFFSET-DAYS.
009740     PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT.
009750     MOVE WS-OFFSET-CLOCK TO WS-WORK-SECONDS
009760     PERFORM 8400-SECONDS-TO-TIME THRU 8400-EXIT.
009770 8500-EXIT.
009780     EXIT.
009790*
009800 END PROGRAM ADVWINRPT.
