000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVFEEDCHK.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - MISSING AND LATE FEED REPORT.    *
000120*                  CHECKS EVERY FEED DUE ON THE DAYFEEDCL      *
000130*                  CALENDAR AGAINST DAYAUD BY BUSINESS DATE    *
000140*                  AND AGAINST DAYSECTH, AND PUTS EACH MISSING,*
000150*                  LATE OR FAILED FEED ON DAYEXCPT - A SITE    *
000160*                  THAT NEVER UPLOADS LEFT NO TRACE ANYWHERE   *
000170*                  UNTIL THE MONTH-END DAY COUNT CAME UP SHORT.*
000173* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000176*                  AND READINGS HASH.                          *
000177* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000178*                  READING TIMES.                              *
000179* 2026-10-15  JWB  A DEVICE-FEED SECTION REJECTED FOR ITS      *
000180*                  DEVICE (VERDICT R) OR HELD AS A DUPLICATE   *
000181*                  (VERDICT D) NOW COUNTS AS A FAILED ARRIVAL, *
000182*                  NOT AS ITS RUN'S CLASS, SO IT CANNOT MARK   *
000183*                  THE DEVICE RECEIVED.                        *
000184****************************************************************
000190*
000200****************************************************************
000210*    THIS MAINLINE LOADS THE ACTIVE FEEDS FROM DAYONE-FEED-    *
000220*    CALENDAR (DAYFEEDCL, KEPT BY ADVFEEDMNT) AND CHECKS EACH  *
000230*    BUSINESS DATE IN THE REQUESTED RANGE.  A FILE FEED IS     *
000240*    SEEN IN DAYONE-AUDIT (DAYAUD) UNDER THE ENTRY'S BUSINESS  *
000250*    DATE (ITS RUN DATE WHEN THE ENTRY CARRIES NONE); A DEVICE *
000260*    FEED IS SEEN IN DAYONE-SECTION-HISTORY (DAYSECTH) AS A    *
000270*    SECTION FROM THE DEVICE, DATED BY THE AUDIT ENTRY OF THE  *
000280*    RUN THAT CARRIED IT.  ON EACH DATE THE FEED IS DUE IT IS: *
000290*        RECEIVED    - A GOOD RUN (RC 04 OR UNDER, NOT         *
000300*                      REVERSED) ARRIVED BY THE CUTOFF;        *
000310*        LATE        - THE FIRST GOOD RUN CAME AFTER IT;       *
000320*        FAILED      - ONLY FAILED OR REVERSED RUNS ARRIVED    *
000330*                      AND THE CUTOFF HAS PASSED;              *
000340*        MISSING     - NOTHING ARRIVED AND THE CUTOFF HAS      *
000350*                      PASSED;                                 *
000360*        NOT YET DUE - NO GOOD RUN YET, BUT THE CUTOFF HAS NOT *
000370*                      PASSED.                                 *
000380*    MISSING, LATE AND FAILED FEEDS GO ONTO THE EXCEPTION FEED *
000390*    THROUGH ADVEXCWRT AS FEEDMISS, FEEDLATE AND FEEDFAIL, SO  *
000400*    ADVEXCAGE AGES THEM LIKE ANY OTHER EXCEPTION.  ONE        *
000410*    ALREADY ON DAYEXCPT FOR THE SAME FEED AND DATE IS NOT     *
000420*    RAISED AGAIN WHEN THE REPORT IS RERUN.  ANY FEED NOT      *
000430*    RECEIVED ON TIME SETS RC 4.                               *
000440*                                                              *
000450*    THE RANGE IS THE FIRST COMMAND-LINE PARM, "YYYY-MM-DD" OR *
000460*    "YYYY-MM-DD,YYYY-MM-DD" (UP TO 31 DAYS), FALLING BACK TO  *
000470*    THE DAYFEEDDATE ENVIRONMENT VARIABLE AND DEFAULTING TO    *
000480*    YESTERDAY'S BUSINESS DATE.                                *
000490****************************************************************
000500 ENVIRONMENT DIVISION.
000510     INPUT-OUTPUT SECTION.
000520         FILE-CONTROL.
000530         SELECT DAYONE-FEED-CALENDAR ASSIGN TO "DAYFEEDCL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000560*
000570         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600         SELECT OPTIONAL DAYONE-SECTION-HISTORY ASSIGN TO
000610         "DAYSECTH"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640         SELECT OPTIONAL DAYONE-EXCEPTION ASSIGN TO "DAYEXCPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680     FILE SECTION.
000690     FD DAYONE-FEED-CALENDAR.
000700         01 DAYONE-FEED-CALENDAR-FILE.
000710            05 FC-FEED-ID             PIC X(08).
000720            05 FILLER                 PIC X(01).
000730            05 FC-STATUS              PIC X(01).
000740                88  FC-IS-ACTIVE      VALUE "A".
000750            05 FILLER                 PIC X(01).
000760            05 FC-FEED-TYPE           PIC X(01).
000770            05 FILLER                 PIC X(01).
000780            05 FC-DAYS-DUE            PIC X(07).
000790            05 FILLER                 PIC X(01).
000800            05 FC-CUTOFF-TIME         PIC X(05).
000810            05 FILLER                 PIC X(01).
000820            05 FC-CUTOFF-DAYS         PIC 9(01).
000830            05 FILLER                 PIC X(01).
000840            05 FC-MATCH-KEY           PIC X(80).
000850            05 FILLER                 PIC X(01).
000860            05 FC-DESCRIPTION         PIC X(30).
000870*
000880     FD DAYONE-AUDIT.
000890         01 DAYONE-AUDIT-FILE.
000900            05 DA-RUN-DATE             PIC X(10).
000910            05 FILLER                  PIC X(01).
000920            05 DA-RUN-TIME             PIC X(08).
000930            05 FILLER                  PIC X(01).
000940            05 DA-INPUT-FILENAME       PIC X(80).
000950            05 FILLER                  PIC X(01).
000960            05 DA-RECCOUNT             PIC 9(09).
000970            05 FILLER                  PIC X(01).
000980            05 DA-FREQUENCYSUM         PIC S9(10)
000990                               SIGN IS LEADING SEPARATE.
001000            05 FILLER                  PIC X(01).
001010            05 DA-REJECTCOUNT          PIC 9(09).
001020            05 FILLER                  PIC X(01).
001030            05 DA-RERUN-SW             PIC X(01).
001040            05 FILLER                  PIC X(01).
001050            05 DA-BUSINESS-DATE        PIC X(10).
001060            05 FILLER                  PIC X(01).
001070            05 DA-REVERSED-SW          PIC X(01).
001080                88  DA-IS-REVERSED     VALUE "V".
001090            05 FILLER                  PIC X(01).
001100            05 DA-RETURN-CODE          PIC X(02).
001110*
001120     FD DAYONE-SECTION-HISTORY.
001130         01 DAYONE-SECTION-HIST-FILE.
001140            05 SH-RUN-DATE            PIC X(10).
001150            05 FILLER                 PIC X(01).
001160            05 SH-FILENAME            PIC X(80).
001170            05 FILLER                 PIC X(01).
001180            05 SH-SECTION-NUMBER      PIC 9(03).
001190            05 FILLER                 PIC X(01).
001200            05 SH-DEVICE-ID           PIC X(08).
001210            05 FILLER                 PIC X(01).
001220            05 SH-RECCOUNT            PIC 9(09).
001230            05 FILLER                 PIC X(01).
001240            05 SH-FREQUENCYSUM        PIC S9(10)
001250                               SIGN IS LEADING SEPARATE.
001260            05 FILLER                 PIC X(01).
001270            05 SH-VERDICT             PIC X(01).
001272            05 FILLER                 PIC X(01).
001274            05 SH-BUSINESS-DATE       PIC X(10).
001276            05 FILLER                 PIC X(01).
001278            05 SH-READINGS-HASH       PIC 9(09).
001280            05 FILLER                 PIC X(01).
001282            05 SH-FIRST-READING-TIME  PIC X(08).
001284            05 FILLER                 PIC X(01).
001286            05 SH-LAST-READING-TIME   PIC X(08).
001288*
001290     FD DAYONE-EXCEPTION.
001300         01 DAYONE-EXCEPTION-FILE.
001310            05 DE-RUN-DATE            PIC X(10).
001320            05 FILLER                 PIC X(01).
001330            05 DE-RUN-TIME            PIC X(08).
001340            05 FILLER                 PIC X(01).
001350            05 DE-PROGRAM-ID          PIC X(12).
001360            05 FILLER                 PIC X(01).
001370            05 DE-CONDITION-CODE      PIC X(10).
001380            05 FILLER                 PIC X(01).
001390            05 DE-INPUT-FILENAME      PIC X(80).
001400            05 FILLER                 PIC X(01).
001410            05 DE-DETAIL              PIC X(40).
001420*
001430     WORKING-STORAGE SECTION.
001440*
001450     77  WS-MAX-FEEDS                 PIC 9(03) COMP VALUE 200.
001460     77  WS-MAX-REPORT-DAYS           PIC 9(02) COMP VALUE 31.
001470     77  WS-MAX-RUNS                  PIC 9(05) COMP VALUE 2000.
001480     77  WS-MAX-RAISED                PIC 9(05) COMP VALUE 1000.
001490*
001500     01  WS-SWITCHES.
001510         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001520             88  WS-EOF                VALUE "Y".
001530         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001540             88  WS-FOUND              VALUE "Y".
001550         05  WS-DATE-VALID-SW          PIC X(01) VALUE "N".
001560             88  WS-DATE-VALID         VALUE "Y".
001570         05  WS-DEVICE-FEEDS-SW        PIC X(01) VALUE "N".
001580             88  WS-HAVE-DEVICE-FEEDS  VALUE "Y".
001590         05  WS-CALENDAR-FILE-STATUS   PIC X(02).
001600             88  WS-CALENDAR-FILE-NOT-FOUND VALUE "35".
001610*
001620     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001630*
001640     01  WS-PARM-LINE                  PIC X(80).
001650     01  WS-PARM-FIELDS REDEFINES WS-PARM-LINE.
001660         05  WS-PARM-FROM-DATE         PIC X(10).
001670         05  WS-PARM-COMMA             PIC X(01).
001680         05  WS-PARM-TO-DATE           PIC X(10).
001690         05  FILLER                    PIC X(59).
001700     01  WS-ENV-RANGE                  PIC X(21).
001710*
001720     01  WS-RANGE-FIELDS.
001730         05  WS-FROM-DATE              PIC X(10).
001740         05  WS-TO-DATE                PIC X(10).
001750         05  WS-FROM-INTEGER           PIC 9(07) COMP.
001760         05  WS-TO-INTEGER             PIC 9(07) COMP.
001770         05  WS-REPORT-DAYS            PIC 9(03) COMP.
001780*
001790     01  WS-CURRENT-DATE-FIELDS.
001800         05  WS-CURRENT-DATE           PIC 9(08).
001810         05  WS-CURRENT-TIME.
001820             10  WS-CURRENT-HH         PIC 9(02).
001830             10  WS-CURRENT-MN         PIC 9(02).
001840             10  FILLER                PIC 9(04).
001850         05  WS-TODAY-INTEGER          PIC 9(07) COMP.
001860         05  WS-NOW-STAMP              PIC X(16).
001870*
001880*    ONE DATE IN EITHER FORM - 8100 TURNS WS-WORK-DATE-TEXT
001890*    INTO WS-WORK-INTEGER, 8200 TURNS WS-WORK-INTEGER BACK.
001900     01  WS-DATE-WORK.
001910         05  WS-WORK-DATE-TEXT         PIC X(10).
001920         05  WS-WORK-DATE-TEXT-PARTS REDEFINES WS-WORK-DATE-TEXT.
001930             10  WS-WT-YYYY            PIC X(04).
001940             10  WS-WT-DASH-1          PIC X(01).
001950             10  WS-WT-MM              PIC X(02).
001960             10  WS-WT-DASH-2          PIC X(01).
001970             10  WS-WT-DD              PIC X(02).
001980         05  WS-WORK-DATE-NUM          PIC 9(08).
001990         05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-NUM.
002000             10  WS-WORK-YYYY          PIC 9(04).
002010             10  WS-WORK-MM            PIC 9(02).
002020             10  WS-WORK-DD            PIC 9(02).
002030         05  WS-WORK-INTEGER           PIC 9(07) COMP.
002040         05  WS-WORK-REMAINDER         PIC 9(07) COMP.
002050         05  WS-WORK-QUOTIENT          PIC 9(07) COMP.
002060*
002070     01  WS-DAY-NAME-LIST              PIC X(21)
002080                                 VALUE "MONTUEWEDTHUFRISATSUN".
002090     01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
002100         05  WS-DAY-NAME               PIC X(03) OCCURS 7 TIMES.
002110*
002120*    THE BUSINESS DATE BEING REPORTED.
002130     01  WS-REPORT-FIELDS.
002140         05  WS-REPORT-DATE            PIC X(10).
002150         05  WS-REPORT-INTEGER         PIC 9(07) COMP.
002160         05  WS-REPORT-WEEKDAY         PIC 9(01) COMP.
002170         05  WS-CUTOFF-STAMP           PIC X(16).
002180         05  WS-FEED-STATUS-TEXT       PIC X(11).
002190         05  WS-EXC-CONDITION          PIC X(10).
002200         05  WS-EXC-DETAIL             PIC X(40).
002210         05  WS-EXC-FILENAME           PIC X(80).
002220*
002230*    ONE RUN THAT COUNTS TOWARDS A FEED: ITS BUSINESS-DATE SLOT
002240*    IN THE RANGE, WHEN IT ARRIVED AND WHETHER IT WAS GOOD.
002250     01  WS-ARRIVAL-FIELDS.
002260         05  WS-ARRIVAL-SLOT           PIC 9(03) COMP.
002270         05  WS-ARRIVAL-STAMP          PIC X(16).
002280         05  WS-ARRIVAL-CLASS          PIC X(01).
002290             88  WS-ARRIVAL-GOOD       VALUE "G".
002300             88  WS-ARRIVAL-FAILED     VALUE "F".
002310             88  WS-ARRIVAL-REVERSED   VALUE "V".
002320*
002330     01  WS-CHECK-COUNTERS.
002340         05  WS-DUE-COUNT              PIC 9(05) COMP VALUE 0.
002350         05  WS-RECEIVED-COUNT         PIC 9(05) COMP VALUE 0.
002360         05  WS-LATE-COUNT             PIC 9(05) COMP VALUE 0.
002370         05  WS-FAILED-COUNT           PIC 9(05) COMP VALUE 0.
002380         05  WS-MISSING-COUNT          PIC 9(05) COMP VALUE 0.
002390         05  WS-NOT-YET-DUE-COUNT      PIC 9(05) COMP VALUE 0.
002400         05  WS-RAISED-COUNT           PIC 9(05) COMP VALUE 0.
002410         05  WS-ALREADY-RAISED-COUNT   PIC 9(05) COMP VALUE 0.
002420*
002430     01  WS-FEED-ENTRIES               PIC 9(03) COMP VALUE 0.
002440     01  WS-FEED-TABLE-AREA.
002450         05  WS-FEED-TABLE OCCURS 200 TIMES
002460                           INDEXED BY WS-FEED-IDX.
002470             10  WS-FD-ID              PIC X(08).
002480             10  WS-FD-TYPE            PIC X(01).
002490                 88  WS-FD-IS-FILE     VALUE "F".
002500                 88  WS-FD-IS-DEVICE   VALUE "D".
002510             10  WS-FD-DAYS-DUE        PIC X(07).
002520             10  WS-FD-CUTOFF-TIME     PIC X(05).
002530             10  WS-FD-CUTOFF-DAYS     PIC 9(01).
002540             10  WS-FD-MATCH-KEY       PIC X(80).
002550             10  WS-FD-PREFIX-LEN      PIC 9(02) COMP.
002560             10  WS-FD-DAY OCCURS 31 TIMES
002570                           INDEXED BY WS-SLOT-IDX.
002580                 15  WS-FD-FIRST-GOOD      PIC X(16).
002590                 15  WS-FD-FAILED-SW       PIC X(01).
002600                     88  WS-FD-HAD-FAILED  VALUE "Y".
002610                 15  WS-FD-REVERSED-SW     PIC X(01).
002620                     88  WS-FD-HAD-REVERSED VALUE "Y".
002630*
002640*    IN-RANGE AUDIT ENTRIES, KEPT TO DATE THE DAYSECTH SECTIONS
002650*    OF DEVICE FEEDS.
002660     01  WS-RUN-ENTRIES                PIC 9(05) COMP VALUE 0.
002670     01  WS-RUN-TABLE-AREA.
002680         05  WS-RUN-TABLE OCCURS 2000 TIMES
002690                           INDEXED BY WS-RUN-IDX.
002700             10  WS-RN-FILENAME        PIC X(80).
002710             10  WS-RN-RUN-DATE        PIC X(10).
002720             10  WS-RN-SLOT            PIC 9(03) COMP.
002730             10  WS-RN-STAMP           PIC X(16).
002740             10  WS-RN-CLASS           PIC X(01).
002750*
002760*    FEED EXCEPTIONS ALREADY ON DAYEXCPT FOR THE RANGE.
002770     01  WS-RAISED-ENTRIES             PIC 9(05) COMP VALUE 0.
002780     01  WS-RAISED-TABLE-AREA.
002790         05  WS-RAISED-TABLE OCCURS 1000 TIMES
002800                           INDEXED BY WS-RAISED-IDX.
002810             10  WS-RA-CONDITION       PIC X(10).
002820             10  WS-RA-FEED-DATE       PIC X(19).
002830*
002840     01  WS-FEED-LINE.
002850         05  FILLER                    PIC X(04) VALUE SPACES.
002860         05  WS-FL-FEED-ID             PIC X(08).
002870         05  FILLER                    PIC X(01) VALUE SPACE.
002880         05  WS-FL-TYPE                PIC X(01).
002890         05  FILLER                    PIC X(01) VALUE SPACE.
002900         05  WS-FL-KEY                 PIC X(30).
002910         05  FILLER                    PIC X(01) VALUE SPACE.
002920         05  WS-FL-STATUS              PIC X(11).
002930         05  FILLER                    PIC X(01) VALUE SPACE.
002940         05  WS-FL-ARRIVAL             PIC X(16).
002950         05  FILLER                    PIC X(01) VALUE SPACE.
002960         05  WS-FL-CUTOFF              PIC X(16).
002970*
002980     COPY DL100EXC.
002990     COPY DL100PRM.
003000*
003010 PROCEDURE DIVISION.
003020*
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003060     IF WS-FEED-ENTRIES = 0
003070         DISPLAY "ADVFEEDCHK: NO ACTIVE FEEDS ON THE CALENDAR"
003080         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     PERFORM 1200-LOAD-RAISED-EXCEPTIONS THRU 1200-EXIT.
003120     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT.
003130     IF WS-HAVE-DEVICE-FEEDS
003140         PERFORM 2500-SCAN-SECTION-HISTORY THRU 2500-EXIT
003150     END-IF.
003160     PERFORM 3000-REPORT-ONE-DATE THRU 3000-EXIT
003170         VARYING WS-SLOT-IDX FROM 1 BY 1
003180         UNTIL WS-SLOT-IDX > WS-REPORT-DAYS.
003190*
003200     DISPLAY "ADVFEEDCHK: ==== " WS-FROM-DATE " TO " WS-TO-DATE
003210             " - " WS-DUE-COUNT " FEED(S) DUE".
003220     DISPLAY "ADVFEEDCHK: " WS-RECEIVED-COUNT " RECEIVED, "
003230             WS-LATE-COUNT " LATE, "
003240             WS-FAILED-COUNT " FAILED, "
003250             WS-MISSING-COUNT " MISSING, "
003260             WS-NOT-YET-DUE-COUNT " NOT YET DUE".
003270     DISPLAY "ADVFEEDCHK: " WS-RAISED-COUNT
003280             " EXCEPTION(S) RAISED, " WS-ALREADY-RAISED-COUNT
003290             " ALREADY ON DAYEXCPT".
003300     IF WS-LATE-COUNT > 0 OR WS-FAILED-COUNT > 0
003310         OR WS-MISSING-COUNT > 0
003320         IF WS-JOB-RETURN-CODE < 4
003330             MOVE 4 TO WS-JOB-RETURN-CODE
003340         END-IF
003350     END-IF.
003360     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
003370     STOP RUN.
003380*
003390****************************************************************
003400*    1000-INITIALIZE - RESOLVE THE BUSINESS-DATE RANGE: PARM,  *
003410*    THEN DAYFEEDDATE, THEN YESTERDAY.  ALSO STAMP THE TIME    *
003420*    NOW, TO TELL A MISSING FEED FROM ONE NOT YET DUE.         *
003430****************************************************************
003440 1000-INITIALIZE.
003450     MOVE "ADVFEEDCHK" TO DL100-PRM-IN-PROGRAM
003460     SET DL100-PRM-ECHO TO TRUE
003470     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
003480*
003490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003500     ACCEPT WS-CURRENT-TIME FROM TIME.
003510     COMPUTE WS-TODAY-INTEGER =
003520         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
003530     MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER
003540     PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT.
003550     MOVE SPACES TO WS-NOW-STAMP
003560     STRING WS-WORK-DATE-TEXT " " WS-CURRENT-HH ":"
003570         WS-CURRENT-MN DELIMITED BY SIZE INTO WS-NOW-STAMP.
003580*
003590     MOVE SPACES TO WS-PARM-LINE
003600     MOVE SPACES TO WS-ENV-RANGE
003610     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
003620     ACCEPT WS-ENV-RANGE FROM ENVIRONMENT "DAYFEEDDATE".
003630     IF WS-PARM-LINE = SPACES
003640         MOVE WS-ENV-RANGE TO WS-PARM-LINE
003650     END-IF.
003660*
003670     IF WS-PARM-LINE = SPACES
003680         COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - 1
003690         PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT
003700         MOVE WS-WORK-DATE-TEXT TO WS-FROM-DATE
003710         MOVE WS-WORK-DATE-TEXT TO WS-TO-DATE
003720     ELSE
003730         MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
003740         IF WS-PARM-COMMA = ","
003750             MOVE WS-PARM-TO-DATE TO WS-TO-DATE
003760         ELSE
003770             MOVE WS-PARM-FROM-DATE TO WS-TO-DATE
003780         END-IF
003790     END-IF.
003800*
003810     MOVE WS-FROM-DATE TO WS-WORK-DATE-TEXT
003820     PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT.
003830     IF NOT WS-DATE-VALID
003840         DISPLAY "ADVFEEDCHK: FROM DATE """ WS-FROM-DATE
003850                 """ IS NOT YYYY-MM-DD"
003860         MOVE 16 TO WS-JOB-RETURN-CODE
003870         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     MOVE WS-WORK-INTEGER TO WS-FROM-INTEGER.
003910     MOVE WS-TO-DATE TO WS-WORK-DATE-TEXT
003920     PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT.
003930     IF NOT WS-DATE-VALID
003940         DISPLAY "ADVFEEDCHK: TO DATE """ WS-TO-DATE
003950                 """ IS NOT YYYY-MM-DD"
003960         MOVE 16 TO WS-JOB-RETURN-CODE
003970         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     MOVE WS-WORK-INTEGER TO WS-TO-INTEGER.
004010     IF WS-TO-INTEGER < WS-FROM-INTEGER
004020         OR WS-TO-INTEGER - WS-FROM-INTEGER
004030             NOT < WS-MAX-REPORT-DAYS
004040         DISPLAY "ADVFEEDCHK: RANGE " WS-FROM-DATE " TO "
004050                 WS-TO-DATE " MUST RUN FORWARD AND SPAN AT MOST "
004060                 WS-MAX-REPORT-DAYS " DAYS"
004070         MOVE 16 TO WS-JOB-RETURN-CODE
004080         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     COMPUTE WS-REPORT-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER + 1.
004120     DISPLAY "ADVFEEDCHK: FEED CHECK FOR BUSINESS DATES "
004130             WS-FROM-DATE " TO " WS-TO-DATE
004140             " AS AT " WS-NOW-STAMP.
004150 1000-EXIT.
004160     EXIT.
004170*
004180****************************************************************
004190*    1100-LOAD-CALENDAR - THE ACTIVE FEEDS.  A FILE KEY ENDING *
004200*    IN "*" MATCHES ON THE PREFIX BEFORE IT.                   *
004210****************************************************************
004220 1100-LOAD-CALENDAR.
004230     MOVE "N" TO WS-EOF-SW
004240     OPEN INPUT DAYONE-FEED-CALENDAR.
004250     IF WS-CALENDAR-FILE-NOT-FOUND
004260         DISPLAY "ADVFEEDCHK: NO FEED CALENDAR FOUND - DAYFEEDCL "
004270                 "DOES NOT EXIST"
004280         MOVE 16 TO WS-JOB-RETURN-CODE
004290         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     PERFORM 1110-LOAD-ONE-FEED THRU 1110-EXIT
004330         UNTIL WS-EOF.
004340     CLOSE DAYONE-FEED-CALENDAR.
004350 1100-EXIT.
004360     EXIT.
004370*
004380 1110-LOAD-ONE-FEED.
004390     READ DAYONE-FEED-CALENDAR
004400         AT END
004410             SET WS-EOF TO TRUE
004420             GO TO 1110-EXIT
004430     END-READ.
004440     IF NOT FC-IS-ACTIVE
004450         GO TO 1110-EXIT
004460     END-IF.
004470     IF WS-FEED-ENTRIES NOT < WS-MAX-FEEDS
004480         DISPLAY "ADVFEEDCHK: FEED TABLE FULL AT "
004490                 WS-MAX-FEEDS " - NO REPORT PRODUCED"
004500         MOVE 16 TO WS-JOB-RETURN-CODE
004510         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     ADD 1 TO WS-FEED-ENTRIES
004550     SET WS-FEED-IDX TO WS-FEED-ENTRIES
004560     INITIALIZE WS-FEED-TABLE(WS-FEED-IDX)
004570     MOVE FC-FEED-ID TO WS-FD-ID(WS-FEED-IDX)
004580     MOVE FC-FEED-TYPE TO WS-FD-TYPE(WS-FEED-IDX)
004590     MOVE FC-DAYS-DUE TO WS-FD-DAYS-DUE(WS-FEED-IDX)
004600     MOVE FC-CUTOFF-TIME TO WS-FD-CUTOFF-TIME(WS-FEED-IDX)
004610     MOVE FC-CUTOFF-DAYS TO WS-FD-CUTOFF-DAYS(WS-FEED-IDX)
004620     MOVE FC-MATCH-KEY TO WS-FD-MATCH-KEY(WS-FEED-IDX).
004630     IF WS-FD-IS-DEVICE(WS-FEED-IDX)
004640         SET WS-HAVE-DEVICE-FEEDS TO TRUE
004650         GO TO 1110-EXIT
004660     END-IF.
004670     INSPECT FC-MATCH-KEY TALLYING WS-FD-PREFIX-LEN(WS-FEED-IDX)
004680         FOR CHARACTERS BEFORE INITIAL "*".
004690     IF WS-FD-PREFIX-LEN(WS-FEED-IDX) = 80
004700         MOVE 0 TO WS-FD-PREFIX-LEN(WS-FEED-IDX)
004710     END-IF.
004720 1110-EXIT.
004730     EXIT.
004740*
004750****************************************************************
004760*    1200-LOAD-RAISED-EXCEPTIONS - THE FEED EXCEPTIONS THIS    *
004770*    REPORT HAS ALREADY RAISED FOR DATES IN THE RANGE, SO A    *
004780*    RERUN DOES NOT RAISE THEM TWICE.  THE DETAIL STARTS WITH  *
004790*    THE FEED ID AND BUSINESS DATE.                            *
004800****************************************************************
004810 1200-LOAD-RAISED-EXCEPTIONS.
004820     MOVE "N" TO WS-EOF-SW
004830     OPEN INPUT DAYONE-EXCEPTION.
004840     PERFORM 1210-LOAD-ONE-EXCEPTION THRU 1210-EXIT
004850         UNTIL WS-EOF.
004860     CLOSE DAYONE-EXCEPTION.
004870 1200-EXIT.
004880     EXIT.
004890*
004900 1210-LOAD-ONE-EXCEPTION.
004910     READ DAYONE-EXCEPTION
004920         AT END
004930             SET WS-EOF TO TRUE
004940             GO TO 1210-EXIT
004950     END-READ.
004960     IF DE-PROGRAM-ID NOT = "ADVFEEDCHK"
004970         GO TO 1210-EXIT
004980     END-IF.
004990     IF DE-DETAIL(10:10) < WS-FROM-DATE
005000         OR DE-DETAIL(10:10) > WS-TO-DATE
005010         GO TO 1210-EXIT
005020     END-IF.
005030     IF WS-RAISED-ENTRIES NOT < WS-MAX-RAISED
005040         DISPLAY "ADVFEEDCHK: RAISED-EXCEPTION TABLE FULL AT "
005050                 WS-MAX-RAISED " - NO REPORT PRODUCED"
005060         MOVE 16 TO WS-JOB-RETURN-CODE
005070         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     ADD 1 TO WS-RAISED-ENTRIES
005110     SET WS-RAISED-IDX TO WS-RAISED-ENTRIES
005120     MOVE DE-CONDITION-CODE TO WS-RA-CONDITION(WS-RAISED-IDX)
005130     MOVE DE-DETAIL(1:19) TO WS-RA-FEED-DATE(WS-RAISED-IDX).
005140 1210-EXIT.
005150     EXIT.
005160*
005170****************************************************************
005180*    2000-SCAN-AUDIT-TRAIL - DATE EVERY AUDIT ENTRY BY ITS     *
005190*    BUSINESS DATE.  ONE IN THE RANGE COUNTS FOR ANY FILE FEED *
005200*    IT MATCHES, AND IS KEPT FOR THE DEVICE-FEED PASS.         *
005210****************************************************************
005220 2000-SCAN-AUDIT-TRAIL.
005230     MOVE "N" TO WS-EOF-SW
005240     OPEN INPUT DAYONE-AUDIT.
005250     PERFORM 2100-CHECK-ONE-AUDIT-ENTRY THRU 2100-EXIT
005260         UNTIL WS-EOF.
005270     CLOSE DAYONE-AUDIT.
005280 2000-EXIT.
005290     EXIT.
005300*
005310 2100-CHECK-ONE-AUDIT-ENTRY.
005320     READ DAYONE-AUDIT
005330         AT END
005340             SET WS-EOF TO TRUE
005350             GO TO 2100-EXIT
005360     END-READ.
005370     IF DA-BUSINESS-DATE = SPACES
005380         MOVE DA-RUN-DATE TO WS-WORK-DATE-TEXT
005390     ELSE
005400         MOVE DA-BUSINESS-DATE TO WS-WORK-DATE-TEXT
005410     END-IF.
005420     IF WS-WORK-DATE-TEXT < WS-FROM-DATE
005430         OR WS-WORK-DATE-TEXT > WS-TO-DATE
005440         GO TO 2100-EXIT
005450     END-IF.
005460     PERFORM 8100-TEXT-TO-INTEGER THRU 8100-EXIT.
005470     IF NOT WS-DATE-VALID
005480         GO TO 2100-EXIT
005490     END-IF.
005500*
005510     COMPUTE WS-ARRIVAL-SLOT = WS-WORK-INTEGER
005520                             - WS-FROM-INTEGER + 1.
005530     MOVE SPACES TO WS-ARRIVAL-STAMP
005540     STRING DA-RUN-DATE " " DA-RUN-TIME(1:5)
005550         DELIMITED BY SIZE INTO WS-ARRIVAL-STAMP.
005560     IF DA-IS-REVERSED
005570         SET WS-ARRIVAL-REVERSED TO TRUE
005580     ELSE
005590         IF DA-RETURN-CODE > "04"
005600             SET WS-ARRIVAL-FAILED TO TRUE
005610         ELSE
005620             SET WS-ARRIVAL-GOOD TO TRUE
005630         END-IF
005640     END-IF.
005650     PERFORM 2200-MATCH-ONE-FILE-FEED THRU 2200-EXIT
005660         VARYING WS-FEED-IDX FROM 1 BY 1
005670         UNTIL WS-FEED-IDX > WS-FEED-ENTRIES.
005680*
005690     IF NOT WS-HAVE-DEVICE-FEEDS
005700         GO TO 2100-EXIT
005710     END-IF.
005720     IF WS-RUN-ENTRIES NOT < WS-MAX-RUNS
005730         DISPLAY "ADVFEEDCHK: RUN TABLE FULL AT " WS-MAX-RUNS
005740                 " - NARROW THE DATE RANGE"
005750         MOVE 16 TO WS-JOB-RETURN-CODE
005760         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     ADD 1 TO WS-RUN-ENTRIES
005800     SET WS-RUN-IDX TO WS-RUN-ENTRIES
005810     MOVE DA-INPUT-FILENAME TO WS-RN-FILENAME(WS-RUN-IDX)
005820     MOVE DA-RUN-DATE TO WS-RN-RUN-DATE(WS-RUN-IDX)
005830     MOVE WS-ARRIVAL-SLOT TO WS-RN-SLOT(WS-RUN-IDX)
005840     MOVE WS-ARRIVAL-STAMP TO WS-RN-STAMP(WS-RUN-IDX)
005850     MOVE WS-ARRIVAL-CLASS TO WS-RN-CLASS(WS-RUN-IDX).
005860 2100-EXIT.
005870     EXIT.
005880*
005890 2200-MATCH-ONE-FILE-FEED.
005900     IF NOT WS-FD-IS-FILE(WS-FEED-IDX)
005910         GO TO 2200-EXIT
005920     END-IF.
005930     IF WS-FD-PREFIX-LEN(WS-FEED-IDX) > 0
005940         IF DA-INPUT-FILENAME(1:WS-FD-PREFIX-LEN(WS-FEED-IDX))
005950             = WS-FD-MATCH-KEY(WS-FEED-IDX)
005960                             (1:WS-FD-PREFIX-LEN(WS-FEED-IDX))
005970             PERFORM 8300-RECORD-ARRIVAL THRU 8300-EXIT
005980         END-IF
005990     ELSE
006000         IF DA-INPUT-FILENAME = WS-FD-MATCH-KEY(WS-FEED-IDX)
006010             PERFORM 8300-RECORD-ARRIVAL THRU 8300-EXIT
006020         END-IF
006030     END-IF.
006040 2200-EXIT.
006050     EXIT.
006060*
006070****************************************************************
006080*    2500-SCAN-SECTION-HISTORY - A SECTION FROM A DEVICE FEED  *
006090*    COUNTS FOR EVERY IN-RANGE AUDIT ENTRY OF THE RUN THAT     *
006100*    CARRIED IT (FILENAME AND RUN DATE).  A SECTION REJECTED   *
006102*    FOR ITS DEVICE (VERDICT R) OR HELD AS A DUPLICATE (D) HAD *
006104*    NONE OF ITS READINGS TOTALLED, SO IT ARRIVES AS A FAILED  *
006106*    RUN WHATEVER THE RUN'S OWN RETURN CODE.                   *
006110****************************************************************
006120 2500-SCAN-SECTION-HISTORY.
006130     MOVE "N" TO WS-EOF-SW
006140     OPEN INPUT DAYONE-SECTION-HISTORY.
006150     PERFORM 2600-CHECK-ONE-SECTION THRU 2600-EXIT
006160         UNTIL WS-EOF.
006170     CLOSE DAYONE-SECTION-HISTORY.
006180 2500-EXIT.
006190     EXIT.
006200*
006210 2600-CHECK-ONE-SECTION.
006220     READ DAYONE-SECTION-HISTORY
006230         AT END
006240             SET WS-EOF TO TRUE
006250             GO TO 2600-EXIT
006260     END-READ.
006270     IF SH-DEVICE-ID = SPACES
006280         GO TO 2600-EXIT
006290     END-IF.
006300     MOVE "N" TO WS-FOUND-SW
006310     PERFORM 2610-COMPARE-ONE-DEVICE-FEED THRU 2610-EXIT
006320         VARYING WS-FEED-IDX FROM 1 BY 1
006330         UNTIL WS-FEED-IDX > WS-FEED-ENTRIES OR WS-FOUND.
006340     IF NOT WS-FOUND
006350         GO TO 2600-EXIT
006360     END-IF.
006370     SET WS-FEED-IDX DOWN BY 1.
006380     PERFORM 2620-MATCH-ONE-RUN THRU 2620-EXIT
006390         VARYING WS-RUN-IDX FROM 1 BY 1
006400         UNTIL WS-RUN-IDX > WS-RUN-ENTRIES.
006410 2600-EXIT.
006420     EXIT.
006430*
006440 2610-COMPARE-ONE-DEVICE-FEED.
006450     IF WS-FD-IS-DEVICE(WS-FEED-IDX)
006460         AND WS-FD-MATCH-KEY(WS-FEED-IDX) = SH-DEVICE-ID
006470         SET WS-FOUND TO TRUE
006480     END-IF.
006490 2610-EXIT.
006500     EXIT.
006510*
006520 2620-MATCH-ONE-RUN.
006530     IF WS-RN-FILENAME(WS-RUN-IDX) NOT = SH-FILENAME
006540         OR WS-RN-RUN-DATE(WS-RUN-IDX) NOT = SH-RUN-DATE
006550         GO TO 2620-EXIT
006560     END-IF.
006570     MOVE WS-RN-SLOT(WS-RUN-IDX) TO WS-ARRIVAL-SLOT
006580     MOVE WS-RN-STAMP(WS-RUN-IDX) TO WS-ARRIVAL-STAMP
006590     IF SH-VERDICT = "R" OR SH-VERDICT = "D"
006592         SET WS-ARRIVAL-FAILED TO TRUE
006594     ELSE
006596         MOVE WS-RN-CLASS(WS-RUN-IDX) TO WS-ARRIVAL-CLASS
006598     END-IF.
006600     PERFORM 8300-RECORD-ARRIVAL THRU 8300-EXIT.
006610 2620-EXIT.
006620     EXIT.
006630*
006640****************************************************************
006650*    3000-REPORT-ONE-DATE - EVERY FEED DUE ON ONE BUSINESS     *
006660*    DATE OF THE RANGE, WITH ITS STATUS.                       *
006670****************************************************************
006680 3000-REPORT-ONE-DATE.
006690     SET WS-ARRIVAL-SLOT TO WS-SLOT-IDX.
006700     COMPUTE WS-REPORT-INTEGER = WS-FROM-INTEGER
006710                               + WS-ARRIVAL-SLOT - 1.
006720     MOVE WS-REPORT-INTEGER TO WS-WORK-INTEGER
006730     PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT.
006740     MOVE WS-WORK-DATE-TEXT TO WS-REPORT-DATE.
006750*    DAY 1 OF THE INTEGER CALENDAR, 1601-01-01, WAS A MONDAY.
006760     COMPUTE WS-WORK-INTEGER = WS-REPORT-INTEGER - 1.
006770     DIVIDE WS-WORK-INTEGER BY 7 GIVING WS-WORK-QUOTIENT
006780         REMAINDER WS-WORK-REMAINDER.
006790     COMPUTE WS-REPORT-WEEKDAY = WS-WORK-REMAINDER + 1.
006800*
006810     DISPLAY " ".
006820     DISPLAY "ADVFEEDCHK: BUSINESS DATE " WS-REPORT-DATE " ("
006830             WS-DAY-NAME(WS-REPORT-WEEKDAY) ")".
006840     DISPLAY "    FEED     T KEY                            "
006850             "STATUS      FIRST GOOD RUN   CUTOFF".
006860     PERFORM 3100-CHECK-ONE-FEED THRU 3100-EXIT
006870         VARYING WS-FEED-IDX FROM 1 BY 1
006880         UNTIL WS-FEED-IDX > WS-FEED-ENTRIES.
006890 3000-EXIT.
006900     EXIT.
006910*
006920 3100-CHECK-ONE-FEED.
006930     IF WS-FD-DAYS-DUE(WS-FEED-IDX)(WS-REPORT-WEEKDAY:1)
006940         NOT = "Y"
006950         GO TO 3100-EXIT
006960     END-IF.
006970     ADD 1 TO WS-DUE-COUNT.
006980     COMPUTE WS-WORK-INTEGER = WS-REPORT-INTEGER
006990                             + WS-FD-CUTOFF-DAYS(WS-FEED-IDX).
007000     PERFORM 8200-INTEGER-TO-TEXT THRU 8200-EXIT.
007010     MOVE SPACES TO WS-CUTOFF-STAMP
007020     STRING WS-WORK-DATE-TEXT " " WS-FD-CUTOFF-TIME(WS-FEED-IDX)
007030         DELIMITED BY SIZE INTO WS-CUTOFF-STAMP.
007040     PERFORM 3110-SET-FEED-STATUS THRU 3110-EXIT.
007050*
007060     MOVE WS-FD-ID(WS-FEED-IDX) TO WS-FL-FEED-ID
007070     MOVE WS-FD-TYPE(WS-FEED-IDX) TO WS-FL-TYPE
007080     MOVE WS-FD-MATCH-KEY(WS-FEED-IDX) TO WS-FL-KEY
007090     MOVE WS-FEED-STATUS-TEXT TO WS-FL-STATUS
007100     MOVE WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX)
007110         TO WS-FL-ARRIVAL
007120     MOVE WS-CUTOFF-STAMP TO WS-FL-CUTOFF.
007130     DISPLAY WS-FEED-LINE.
007140     IF WS-EXC-CONDITION NOT = SPACES
007150         PERFORM 3200-RAISE-FEED-EXCEPTION THRU 3200-EXIT
007160     END-IF.
007170 3100-EXIT.
007180     EXIT.
007190*
007200****************************************************************
007210*    3110-SET-FEED-STATUS - WHAT BECAME OF THE FEED ON THE     *
007220*    DATE, AND THE CONDITION CODE TO RAISE FOR IT, IF ANY.     *
007230****************************************************************
007240 3110-SET-FEED-STATUS.
007250     MOVE SPACES TO WS-EXC-CONDITION.
007260     IF WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX) NOT = SPACES
007270         IF WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX)
007280             > WS-CUTOFF-STAMP
007290             MOVE "LATE" TO WS-FEED-STATUS-TEXT
007300             ADD 1 TO WS-LATE-COUNT
007310             MOVE "FEEDLATE" TO WS-EXC-CONDITION
007320         ELSE
007330             MOVE "RECEIVED" TO WS-FEED-STATUS-TEXT
007340             ADD 1 TO WS-RECEIVED-COUNT
007350         END-IF
007360         GO TO 3110-EXIT
007370     END-IF.
007380*    A FAILED OR REVERSED RUN CAN STILL BE RETRIED BEFORE THE
007390*    CUTOFF.
007400     IF WS-NOW-STAMP < WS-CUTOFF-STAMP
007410         MOVE "NOT YET DUE" TO WS-FEED-STATUS-TEXT
007420         ADD 1 TO WS-NOT-YET-DUE-COUNT
007430         GO TO 3110-EXIT
007440     END-IF.
007450     IF WS-FD-HAD-FAILED(WS-FEED-IDX, WS-SLOT-IDX)
007460         OR WS-FD-HAD-REVERSED(WS-FEED-IDX, WS-SLOT-IDX)
007470         IF WS-FD-HAD-FAILED(WS-FEED-IDX, WS-SLOT-IDX)
007480             MOVE "FAILED" TO WS-FEED-STATUS-TEXT
007490         ELSE
007500             MOVE "REVERSED" TO WS-FEED-STATUS-TEXT
007510         END-IF
007520         ADD 1 TO WS-FAILED-COUNT
007530         MOVE "FEEDFAIL" TO WS-EXC-CONDITION
007540         GO TO 3110-EXIT
007550     END-IF.
007560     MOVE "MISSING" TO WS-FEED-STATUS-TEXT
007570     ADD 1 TO WS-MISSING-COUNT
007580     MOVE "FEEDMISS" TO WS-EXC-CONDITION.
007590 3110-EXIT.
007600     EXIT.
007610*
007620****************************************************************
007630*    3200-RAISE-FEED-EXCEPTION - PUT THE FEED ON DAYEXCPT      *
007640*    UNLESS AN EARLIER RUN OF THIS REPORT ALREADY DID.  THE    *
007650*    FILENAME IS THE FEED'S KEY, SO ADVFILINQ FINDS IT UNDER   *
007660*    THE FILE OR DEVICE.                                       *
007670****************************************************************
007680 3200-RAISE-FEED-EXCEPTION.
007690     MOVE SPACES TO WS-EXC-DETAIL
007700     STRING WS-FD-ID(WS-FEED-IDX) " " WS-REPORT-DATE " "
007710         WS-FEED-STATUS-TEXT
007720         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
007730     MOVE "N" TO WS-FOUND-SW
007740     PERFORM 3210-COMPARE-ONE-RAISED THRU 3210-EXIT
007750         VARYING WS-RAISED-IDX FROM 1 BY 1
007760         UNTIL WS-RAISED-IDX > WS-RAISED-ENTRIES OR WS-FOUND.
007770     IF WS-FOUND
007780         ADD 1 TO WS-ALREADY-RAISED-COUNT
007790         GO TO 3200-EXIT
007800     END-IF.
007810     MOVE "ADVFEEDCHK" TO DL100-EXC-IN-PROGRAM
007820     MOVE WS-FD-MATCH-KEY(WS-FEED-IDX) TO DL100-EXC-IN-FILENAME
007830     MOVE WS-EXC-CONDITION TO DL100-EXC-IN-CONDITION
007840     MOVE WS-EXC-DETAIL TO DL100-EXC-IN-DETAIL
007850     CALL "ADVEXCWRT" USING DL100-EXC-LINKAGE.
007860     ADD 1 TO WS-RAISED-COUNT.
007870 3200-EXIT.
007880     EXIT.
007890*
007900 3210-COMPARE-ONE-RAISED.
007910     IF WS-RA-CONDITION(WS-RAISED-IDX) = WS-EXC-CONDITION
007920         AND WS-RA-FEED-DATE(WS-RAISED-IDX) = WS-EXC-DETAIL(1:19)
007930         SET WS-FOUND TO TRUE
007940     END-IF.
007950 3210-EXIT.
007960     EXIT.
007970*
007980****************************************************************
007990*    8100-TEXT-TO-INTEGER - CHECK WS-WORK-DATE-TEXT IS A       *
008000*    YYYY-MM-DD DATE AND TURN IT INTO A DAY NUMBER.            *
008010****************************************************************
008020 8100-TEXT-TO-INTEGER.
008030     MOVE "N" TO WS-DATE-VALID-SW.
008040     IF WS-WT-YYYY IS NOT NUMERIC OR WS-WT-MM IS NOT NUMERIC
008050         OR WS-WT-DD IS NOT NUMERIC
008060         OR WS-WT-DASH-1 NOT = "-" OR WS-WT-DASH-2 NOT = "-"
008070         GO TO 8100-EXIT
008080     END-IF.
008090     MOVE WS-WT-YYYY TO WS-WORK-YYYY
008100     MOVE WS-WT-MM TO WS-WORK-MM
008110     MOVE WS-WT-DD TO WS-WORK-DD.
008120     IF WS-WORK-YYYY < 1601 OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
008130         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
008140         GO TO 8100-EXIT
008150     END-IF.
008160     COMPUTE WS-WORK-INTEGER =
008170         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
008180     IF WS-WORK-INTEGER = 0
008190         GO TO 8100-EXIT
008200     END-IF.
008210     SET WS-DATE-VALID TO TRUE.
008220 8100-EXIT.
008230     EXIT.
008240*
008250****************************************************************
008260*    8200-INTEGER-TO-TEXT - TURN THE DAY NUMBER IN             *
008270*    WS-WORK-INTEGER BACK INTO YYYY-MM-DD.                     *
008280****************************************************************
008290 8200-INTEGER-TO-TEXT.
008300     COMPUTE WS-WORK-DATE-NUM =
008310         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
008320     MOVE SPACES TO WS-WORK-DATE-TEXT
008330     STRING WS-WORK-YYYY "-" WS-WORK-MM "-" WS-WORK-DD
008340         DELIMITED BY SIZE INTO WS-WORK-DATE-TEXT.
008350 8200-EXIT.
008360     EXIT.
008370*
008380****************************************************************
008390*    8300-RECORD-ARRIVAL - FOLD ONE RUN INTO THE FEED'S SLOT   *
008400*    FOR ITS BUSINESS DATE: THE EARLIEST GOOD RUN, OR THAT A   *
008410*    FAILED OR REVERSED ONE WAS SEEN.                          *
008420****************************************************************
008430 8300-RECORD-ARRIVAL.
008440     SET WS-SLOT-IDX TO WS-ARRIVAL-SLOT.
008450     IF WS-ARRIVAL-GOOD
008460         IF WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX) = SPACES
008470             OR WS-ARRIVAL-STAMP
008480                 < WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX)
008490             MOVE WS-ARRIVAL-STAMP
008500                 TO WS-FD-FIRST-GOOD(WS-FEED-IDX, WS-SLOT-IDX)
008510         END-IF
008520     END-IF.
008530     IF WS-ARRIVAL-FAILED
008540         MOVE "Y" TO WS-FD-FAILED-SW(WS-FEED-IDX, WS-SLOT-IDX)
008550     END-IF.
008560     IF WS-ARRIVAL-REVERSED
008570         MOVE "Y" TO WS-FD-REVERSED-SW(WS-FEED-IDX, WS-SLOT-IDX)
008580     END-IF.
008590 8300-EXIT.
008600     EXIT.
008610*
008620 END PROGRAM ADVFEEDCHK.
