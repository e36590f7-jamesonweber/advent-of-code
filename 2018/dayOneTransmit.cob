000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVRSLXMT.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - SEQUENCED TRANSMISSION OF        *
000120*                  DAYRSLT TO THE DOWNSTREAM SYSTEM.  UNTIL    *
000130*                  NOW IT PICKED UP DAYRSLT ITSELF AND NOTHING *
000140*                  RECORDED WHAT WAS SENT, WHEN, OR WHETHER IT *
000150*                  ARRIVED.  EVERY TRANSMISSION IS NOW LOGGED  *
000160*                  ON DAYXMTLG, EVERY RESULT SENT CARRIES ITS  *
000170*                  TRANSMISSION NUMBER, AND THE RECEIVER'S     *
000180*                  ACKNOWLEDGEMENTS ARE MATCHED BACK.          *
000182* 2026-10-15  JWB  AN ACK FOR A TRANSMISSION NEVER SENT IS NOW *
000184*                  RAISED AS XMITACKUNK ONCE ONLY - THOSE      *
000186*                  ALREADY ON DAYEXCPT ARE LOADED FIRST AND    *
000188*                  NOT RAISED AGAIN.                           *
000190****************************************************************
000200*
000210****************************************************************
000220*    THIS MAINLINE DOES TWO THINGS EACH RUN.                   *
000230*                                                              *
000240*    FIRST IT RECONCILES.  EVERY ACKNOWLEDGEMENT ON DAYXMACK   *
000250*    IS MATCHED BY SEQUENCE NUMBER TO ITS TRANSMISSION ON THE  *
000260*    LOG (DAYXMTLG) AND ITS STATUS RECORDED.  THE FOLLOWING    *
000270*    GO ONTO THE EXCEPTION FEED THROUGH ADVEXCWRT:             *
000280*      XMITREJECT - THE RECEIVER REJECTED THE TRANSMISSION;    *
000290*      XMITACKMIS - THE ACK'S RECORD COUNT OR HASH TOTAL IS    *
000300*                   NOT WHAT WAS SENT;                         *
000310*      XMITACKUNK - AN ACK FOR A SEQUENCE NUMBER NEVER SENT;   *
000320*      XMITOOSEQ  - A TRANSMISSION ACKNOWLEDGED WHILE AN       *
000330*                   EARLIER ONE STILL HAS NO ACK, SO THE       *
000340*                   RECEIVER LOADED IT OUT OF SEQUENCE;        *
000350*      XMITNOACK  - NO ACK WS-ACK-GRACE-DAYS AFTER SENDING.    *
000360*    XMITOOSEQ AND XMITNOACK ARE RAISED ONCE PER TRANSMISSION  *
000370*    (THE LOG REMEMBERS), AND XMITACKUNK ONCE PER SEQUENCE     *
000380*    NUMBER (DAYEXCPT IS READ BACK AT THE START OF THE RUN).   *
000382*    THE ACK FILE CAN BE CUMULATIVE, AS AN ACK ALREADY         *
000384*    RECORDED IS NOT APPLIED TWICE.                            *
000390*                                                              *
000400*    THEN IT SENDS.  EVERY DAYRSLT RECORD NOT YET SENT GOES TO *
000410*    THE OUTBOUND EXTRACT (DAYXMIT) BETWEEN A HEADER CARRYING  *
000420*    THE NEXT SEQUENCE NUMBER AND THE BUSINESS DATE (THE       *
000430*    LATEST AMONG THE RECORDS SENT) AND A TRAILER CARRYING THE *
000440*    RECORD COUNT AND HASH TOTAL (THE SUM OF THE PART 1 AND    *
000450*    PART 2 ANSWERS WITHOUT THEIR SIGNS).  DAYRSLT IS COPIED   *
000460*    THROUGH THE DAYXMWRK WORK FILE WITH THE SEQUENCE NUMBER   *
000470*    STAMPED ON EACH RECORD SENT, SO THE RECORD ITSELF SHOWS   *
000480*    WHICH TRANSMISSION CARRIED IT.  AN ADVBKOUT REVERSAL      *
000490*    WHOSE ORIGINAL RESULT WENT OUT IN AN EARLIER TRANSMISSION *
000500*    IS RAISED AS XMITREVSNT - THE RECEIVER HAS ALREADY HAD    *
000510*    THE FIGURES IT NOW HAS TO TAKE BACK.  WITH NOTHING        *
000520*    UNSENT, NO TRANSMISSION IS MADE AND NO NUMBER IS USED.    *
000530*                                                              *
000540*    PARM "ACKONLY" (OR DAYXMTMODE=ACKONLY) RECONCILES WITHOUT *
000550*    SENDING.  ANY EXCEPTION RAISED, OR ANY TRANSMISSION STILL *
000560*    OUTSTANDING, SETS RC 4.                                   *
000570****************************************************************
000580 ENVIRONMENT DIVISION.
000590     INPUT-OUTPUT SECTION.
000600         FILE-CONTROL.
000610         SELECT DAYONE-RESULT ASSIGN TO "DAYRSLT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RESULT-FILE-STATUS.
000640*
000650         SELECT DAYONE-XMIT-WORK ASSIGN TO "DAYXMWRK"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680         SELECT DAYONE-XMIT ASSIGN TO "DAYXMIT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700*
000710         SELECT OPTIONAL DAYONE-XMIT-LOG ASSIGN TO "DAYXMTLG"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730*
000740         SELECT OPTIONAL DAYONE-XMIT-ACK ASSIGN TO "DAYXMACK"
000742         ORGANIZATION IS LINE SEQUENTIAL.
000744*
000746         SELECT OPTIONAL DAYONE-EXCEPTION ASSIGN TO "DAYEXCPT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780     FILE SECTION.
000790     FD DAYONE-RESULT.
000800         01 DAYONE-RESULT-FILE.
000810            05 DRS-RUN-DATE            PIC X(10).
000820            05 FILLER                  PIC X(01).
000830            05 DRS-INPUT-FILE-ID       PIC X(80).
000840            05 FILLER                  PIC X(01).
000850            05 DRS-PART1-FREQUENCY     PIC S9(10)
000860                                SIGN IS LEADING SEPARATE.
000870            05 FILLER                  PIC X(01).
000880            05 DRS-PART2-FREQUENCY     PIC S9(10)
000890                                SIGN IS LEADING SEPARATE.
000900            05 FILLER                  PIC X(01).
000910            05 DRS-PART2-FOUND-SW      PIC X(01).
000920            05 FILLER                  PIC X(01).
000930            05 DRS-RERUN-SW            PIC X(01).
000940            05 FILLER                  PIC X(01).
000950            05 DRS-BUSINESS-DATE       PIC X(10).
000960            05 FILLER                  PIC X(01).
000970            05 DRS-REVERSAL-SW         PIC X(01).
000980                88  DRS-IS-REVERSAL    VALUE "V".
000990            05 FILLER                  PIC X(01).
001000            05 DRS-XMIT-SEQUENCE       PIC X(06).
001010                88  DRS-NOT-SENT       VALUE SPACES.
001020*
001030     FD DAYONE-XMIT-WORK.
001040         01 DAYONE-XMIT-WORK-REC       PIC X(200).
001050*
001060     FD DAYONE-XMIT.
001070         01 DAYONE-XMIT-FILE           PIC X(136).
001080*
001090     FD DAYONE-XMIT-LOG.
001100         01 DAYONE-XMIT-LOG-FILE.
001110            05 XL-SEQUENCE             PIC 9(06).
001120            05 FILLER                  PIC X(01).
001130            05 XL-BUSINESS-DATE        PIC X(10).
001140            05 FILLER                  PIC X(01).
001150            05 XL-SENT-DATE            PIC X(10).
001160            05 FILLER                  PIC X(01).
001170            05 XL-SENT-TIME            PIC X(08).
001180            05 FILLER                  PIC X(01).
001190            05 XL-RECORD-COUNT         PIC 9(09).
001200            05 FILLER                  PIC X(01).
001210            05 XL-HASH-TOTAL           PIC 9(15).
001220            05 FILLER                  PIC X(01).
001230            05 XL-REVERSAL-COUNT       PIC 9(05).
001240            05 FILLER                  PIC X(01).
001250            05 XL-ACK-STATUS           PIC X(01).
001260            05 FILLER                  PIC X(01).
001270            05 XL-ACK-DATE             PIC X(10).
001280            05 FILLER                  PIC X(01).
001290            05 XL-NOACK-RAISED-SW      PIC X(01).
001300            05 FILLER                  PIC X(01).
001310            05 XL-OOSEQ-RAISED-SW      PIC X(01).
001320*
001330     FD DAYONE-XMIT-ACK.
001340         01 DAYONE-XMIT-ACK-FILE.
001350            05 XA-SEQUENCE             PIC X(06).
001360            05 XA-SEQUENCE-NUM REDEFINES XA-SEQUENCE
001370                                       PIC 9(06).
001380            05 FILLER                  PIC X(01).
001390            05 XA-STATUS               PIC X(01).
001400                88  XA-ACCEPTED        VALUE "A".
001410                88  XA-REJECTED        VALUE "R".
001420            05 FILLER                  PIC X(01).
001430            05 XA-RECORD-COUNT         PIC X(09).
001440            05 XA-RECORD-COUNT-NUM REDEFINES XA-RECORD-COUNT
001450                                       PIC 9(09).
001460            05 FILLER                  PIC X(01).
001470            05 XA-HASH-TOTAL           PIC X(15).
001480            05 XA-HASH-TOTAL-NUM REDEFINES XA-HASH-TOTAL
001490                                       PIC 9(15).
001500            05 FILLER                  PIC X(01).
001510            05 XA-ACK-DATE             PIC X(10).
001520            05 FILLER                  PIC X(01).
001530            05 XA-REASON               PIC X(30).
001540*
001541     FD DAYONE-EXCEPTION.
001542         01 DAYONE-EXCEPTION-FILE.
001543            05 DE-RUN-DATE            PIC X(10).
001544            05 FILLER                 PIC X(01).
001545            05 DE-RUN-TIME            PIC X(08).
001546            05 FILLER                 PIC X(01).
001547            05 DE-PROGRAM-ID          PIC X(12).
001548            05 FILLER                 PIC X(01).
001549            05 DE-CONDITION-CODE      PIC X(10).
001550            05 FILLER                 PIC X(01).
001551            05 DE-INPUT-FILENAME      PIC X(80).
001552            05 FILLER                 PIC X(01).
001553            05 DE-DETAIL              PIC X(40).
001554*
001555     WORKING-STORAGE SECTION.
001560*
001570     77  WS-MAX-LOG-ENTRIES           PIC 9(04) COMP VALUE 5000.
001580     77  WS-MAX-REVERSALS             PIC 9(03) COMP VALUE 500.
001585     77  WS-MAX-UNKNOWN-ACKS          PIC 9(04) COMP VALUE 1000.
001590     77  WS-ACK-GRACE-DAYS            PIC 9(03) COMP VALUE 1.
001600*
001610     01  WS-SWITCHES.
001620         05  WS-EOF-SW                 PIC X(01) VALUE "N".
001630             88  WS-EOF                VALUE "Y".
001640         05  WS-FOUND-SW               PIC X(01) VALUE "N".
001650             88  WS-FOUND              VALUE "Y".
001660         05  WS-ACK-ONLY-SW            PIC X(01) VALUE "N".
001670             88  WS-ACK-ONLY           VALUE "Y".
001680         05  WS-REVERSAL-FULL-SW       PIC X(01) VALUE "N".
001690             88  WS-REVERSAL-TABLE-FULL VALUE "Y".
001700         05  WS-RESULT-FILE-STATUS     PIC X(02).
001710             88  WS-RESULT-FILE-NOT-FOUND VALUE "35".
001720*
001730     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001740*
001750     01  WS-PARM-LINE                  PIC X(80).
001760     01  WS-ENV-MODE                   PIC X(10).
001770*
001780     01  WS-CURRENT-DATE-FIELDS.
001790         05  WS-CURRENT-DATE.
001800             10  WS-CURRENT-YYYY       PIC 9(04).
001810             10  WS-CURRENT-MM         PIC 9(02).
001820             10  WS-CURRENT-DD         PIC 9(02).
001830         05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001840                                       PIC 9(08).
001850         05  WS-CURRENT-TIME.
001860             10  WS-CURRENT-HH         PIC 9(02).
001870             10  WS-CURRENT-MN         PIC 9(02).
001880             10  WS-CURRENT-SS         PIC 9(02).
001890             10  WS-CURRENT-HS         PIC 9(02).
001900         05  WS-TODAY                  PIC X(10).
001910         05  WS-NOW                    PIC X(08).
001920         05  WS-TODAY-INTEGER          PIC 9(07) COMP.
001930*
001940     01  WS-WORK-DATE-FIELDS.
001950         05  WS-WORK-DATE-TEXT         PIC X(10).
001960         05  WS-WORK-DATE-TEXT-PARTS REDEFINES WS-WORK-DATE-TEXT.
001970             10  WS-WT-YYYY            PIC X(04).
001980             10  WS-WT-DASH-1          PIC X(01).
001990             10  WS-WT-MM              PIC X(02).
002000             10  WS-WT-DASH-2          PIC X(01).
002010             10  WS-WT-DD              PIC X(02).
002020         05  WS-WORK-DATE-NUM          PIC 9(08).
002030         05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-NUM.
002040             10  WS-WORK-YYYY          PIC 9(04).
002050             10  WS-WORK-MM            PIC 9(02).
002060             10  WS-WORK-DD            PIC 9(02).
002070         05  WS-WORK-INTEGER           PIC 9(07) COMP.
002080*
002090     01  WS-XMIT-COUNTERS.
002100         05  WS-ACKS-READ              PIC 9(07) COMP VALUE 0.
002110         05  WS-ACKS-APPLIED           PIC 9(07) COMP VALUE 0.
002120         05  WS-ACKS-REPEATED          PIC 9(07) COMP VALUE 0.
002130         05  WS-EXCEPTIONS-RAISED      PIC 9(05) COMP VALUE 0.
002140         05  WS-OUTSTANDING            PIC 9(05) COMP VALUE 0.
002150         05  WS-UNSENT-COUNT           PIC 9(09) COMP VALUE 0.
002160         05  WS-SENT-COUNT             PIC 9(09) COMP VALUE 0.
002170         05  WS-SENT-REVERSALS         PIC 9(05) COMP VALUE 0.
002180         05  WS-RESULTS-COPIED         PIC 9(09) COMP VALUE 0.
002190*
002200     01  WS-NEXT-SEQUENCE              PIC 9(06) VALUE 0.
002210     01  WS-LAST-SEQUENCE              PIC 9(06) VALUE 0.
002220     01  WS-FIRST-AWAITING             PIC 9(06) VALUE 0.
002230     01  WS-XMIT-BUSINESS-DATE         PIC X(10).
002240     01  WS-RECORD-BUSINESS-DATE       PIC X(10).
002250     01  WS-HASH-TOTAL                 PIC 9(15) COMP-3 VALUE 0.
002260     01  WS-HASH-AMOUNT                PIC S9(10) COMP-3.
002270     01  WS-MATCH-SEQUENCE             PIC 9(06).
002280     01  WS-SEQUENCE-EDIT              PIC 9(06).
002290     01  WS-COUNT-EDIT                 PIC Z(08)9.
002300*
002310     01  WS-EXC-CONDITION              PIC X(10).
002320     01  WS-EXC-FILENAME               PIC X(80).
002330     01  WS-EXC-DETAIL                 PIC X(40).
002340*
002350*    THE OUTBOUND EXTRACT'S THREE RECORD SHAPES.  THE DETAIL
002360*    CARRIES THE DAYRSLT RECORD AS IT STANDS, WITHOUT THE
002370*    TRANSMISSION STAMP.
002380     01  WS-XMIT-RECORD                PIC X(136).
002390     01  WS-XMIT-HEADER REDEFINES WS-XMIT-RECORD.
002400         05  WS-XH-TYPE                PIC X(03).
002410         05  FILLER                    PIC X(01).
002420         05  WS-XH-SEQUENCE            PIC 9(06).
002430         05  FILLER                    PIC X(01).
002440         05  WS-XH-BUSINESS-DATE       PIC X(10).
002450         05  FILLER                    PIC X(01).
002460         05  WS-XH-CREATED-DATE        PIC X(10).
002470         05  FILLER                    PIC X(01).
002480         05  WS-XH-CREATED-TIME        PIC X(08).
002490         05  FILLER                    PIC X(95).
002500     01  WS-XMIT-DETAIL REDEFINES WS-XMIT-RECORD.
002510         05  WS-XD-TYPE                PIC X(03).
002520         05  FILLER                    PIC X(01).
002530         05  WS-XD-RESULT              PIC X(132).
002540     01  WS-XMIT-TRAILER REDEFINES WS-XMIT-RECORD.
002550         05  WS-XT-TYPE                PIC X(03).
002560         05  FILLER                    PIC X(01).
002570         05  WS-XT-SEQUENCE            PIC 9(06).
002580         05  FILLER                    PIC X(01).
002590         05  WS-XT-RECORD-COUNT        PIC 9(09).
002600         05  FILLER                    PIC X(01).
002610         05  WS-XT-HASH-TOTAL          PIC 9(15).
002620         05  FILLER                    PIC X(100).
002630*
002640*    THE LOG, HELD WHOLE AND WRITTEN BACK AT THE END OF THE RUN.
002650     01  WS-LOG-ENTRIES                PIC 9(04) COMP VALUE 0.
002660     01  WS-LOG-TABLE-AREA.
002670         05  WS-LOG-TABLE OCCURS 5000 TIMES
002680                           INDEXED BY WS-LOG-IDX.
002690             10  WS-XL-SEQUENCE        PIC 9(06).
002700             10  WS-XL-BUSINESS-DATE   PIC X(10).
002710             10  WS-XL-SENT-DATE       PIC X(10).
002720             10  WS-XL-SENT-TIME       PIC X(08).
002730             10  WS-XL-RECORD-COUNT    PIC 9(09).
002740             10  WS-XL-HASH-TOTAL      PIC 9(15).
002750             10  WS-XL-REVERSAL-COUNT  PIC 9(05).
002760             10  WS-XL-ACK-STATUS      PIC X(01).
002770                 88  WS-XL-AWAITING    VALUE SPACE.
002780                 88  WS-XL-ACCEPTED    VALUE "A".
002790                 88  WS-XL-REJECTED    VALUE "R".
002800                 88  WS-XL-MISMATCHED  VALUE "M".
002810             10  WS-XL-ACK-DATE        PIC X(10).
002820             10  WS-XL-NOACK-RAISED-SW PIC X(01).
002830             10  WS-XL-OOSEQ-RAISED-SW PIC X(01).
002840*
002850*    THE UNSENT ADVBKOUT REVERSALS, WITH THE FIGURES OF THE
002860*    ORIGINAL RESULT EACH ONE TAKES BACK, AND THE TRANSMISSION
002870*    THAT ORIGINAL WENT OUT IN, IF IT HAS GONE.
002880     01  WS-REVERSAL-ENTRIES           PIC 9(03) COMP VALUE 0.
002890     01  WS-REVERSAL-TABLE-AREA.
002900         05  WS-REVERSAL-TABLE OCCURS 500 TIMES
002910                           INDEXED BY WS-REV-IDX.
002920             10  WS-UR-FILE-ID         PIC X(80).
002930             10  WS-UR-BUSINESS-DATE   PIC X(10).
002940             10  WS-UR-PART1           PIC S9(10) COMP-3.
002950             10  WS-UR-PART2           PIC S9(10) COMP-3.
002960             10  WS-UR-ORIGINAL-SEQ    PIC X(06).
002970*
002971*    SEQUENCE NUMBERS ALREADY ON DAYEXCPT AS XMITACKUNK, SO AN
002972*    ACK FOR A TRANSMISSION NEVER SENT IS RAISED ONCE ONLY.
002973     01  WS-UNKNOWN-ACK-ENTRIES        PIC 9(04) COMP VALUE 0.
002974     01  WS-UNKNOWN-ACK-TABLE-AREA.
002975         05  WS-UNKNOWN-ACK-TABLE OCCURS 1000 TIMES
002976                           INDEXED BY WS-UNK-IDX.
002977             10  WS-UA-SEQUENCE        PIC X(06).
002978*
002980     COPY DL100PRM.
002990     COPY DL100EXC.
003000*
003010 PROCEDURE DIVISION.
003020*
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 1100-LOAD-LOG THRU 1100-EXIT.
003055     PERFORM 1200-LOAD-UNKNOWN-ACKS THRU 1200-EXIT.
003060     PERFORM 2000-APPLY-ACKS THRU 2000-EXIT.
003070     PERFORM 2500-CHECK-OUTSTANDING THRU 2500-EXIT.
003080     IF NOT WS-ACK-ONLY
003090         PERFORM 3000-SEND-TRANSMISSION THRU 3000-EXIT
003100     END-IF.
003110     PERFORM 4000-REWRITE-LOG THRU 4000-EXIT.
003120*
003130     DISPLAY "ADVRSLXMT: ==== " WS-ACKS-APPLIED
003140             " ACK(S) APPLIED, "
003150             WS-ACKS-REPEATED " ALREADY ON FILE, "
003160             WS-OUTSTANDING " TRANSMISSION(S) OUTSTANDING, "
003170             WS-EXCEPTIONS-RAISED " EXCEPTION(S) RAISED".
003180     IF WS-EXCEPTIONS-RAISED > 0 OR WS-OUTSTANDING > 0
003190         IF WS-JOB-RETURN-CODE < 4
003200             MOVE 4 TO WS-JOB-RETURN-CODE
003210         END-IF
003220     END-IF.
003230     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
003240     STOP RUN.
003250*
003260****************************************************************
003270*    1000-INITIALIZE - TODAY'S DATE AND TIME FOR THE LOG AND   *
003280*    HEADER, AND THE RUN MODE: PARM, THEN DAYXMTMODE.          *
003290****************************************************************
003300 1000-INITIALIZE.
003310     MOVE "ADVRSLXMT" TO DL100-PRM-IN-PROGRAM
003320     SET DL100-PRM-ECHO TO TRUE
003330     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
003340*
003350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003360     ACCEPT WS-CURRENT-TIME FROM TIME.
003370     MOVE SPACES TO WS-TODAY
003380     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
003390         DELIMITED BY SIZE INTO WS-TODAY.
003400     MOVE SPACES TO WS-NOW
003410     STRING WS-CURRENT-HH ":" WS-CURRENT-MN ":" WS-CURRENT-SS
003420         DELIMITED BY SIZE INTO WS-NOW.
003430     COMPUTE WS-TODAY-INTEGER =
003440         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
003450*
003460     MOVE SPACES TO WS-PARM-LINE
003470     MOVE SPACES TO WS-ENV-MODE
003480     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
003490     ACCEPT WS-ENV-MODE FROM ENVIRONMENT "DAYXMTMODE".
003500     IF WS-PARM-LINE = SPACES
003510         MOVE WS-ENV-MODE TO WS-PARM-LINE
003520     END-IF.
003530     IF WS-PARM-LINE = "ACKONLY"
003540         SET WS-ACK-ONLY TO TRUE
003550     ELSE
003560         IF WS-PARM-LINE NOT = SPACES
003570             DISPLAY "ADVRSLXMT: PARM """ WS-PARM-LINE(1:20)
003580                     """ IS NOT RECOGNIZED - USE ACKONLY OR "
003590                     "NOTHING"
003600             MOVE 16 TO WS-JOB-RETURN-CODE
003610             MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003620             STOP RUN
003630         END-IF
003640     END-IF.
003650     IF WS-ACK-ONLY
003660         DISPLAY "ADVRSLXMT: RECONCILING ACKNOWLEDGEMENTS ONLY - "
003670                 "NOTHING WILL BE SENT"
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710*
003720****************************************************************
003730*    1100-LOAD-LOG - EVERY TRANSMISSION SENT SO FAR.  THE LAST *
003740*    ONE'S NUMBER GIVES THE NEXT.                              *
003750****************************************************************
003760 1100-LOAD-LOG.
003770     MOVE "N" TO WS-EOF-SW
003780     OPEN INPUT DAYONE-XMIT-LOG.
003790     PERFORM 1110-LOAD-ONE-LOG-ENTRY THRU 1110-EXIT
003800         UNTIL WS-EOF.
003810     CLOSE DAYONE-XMIT-LOG.
003820     COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1.
003830 1100-EXIT.
003840     EXIT.
003850*
003860 1110-LOAD-ONE-LOG-ENTRY.
003870     READ DAYONE-XMIT-LOG
003880         AT END
003890             SET WS-EOF TO TRUE
003900             GO TO 1110-EXIT
003910     END-READ.
003920     IF WS-LOG-ENTRIES NOT < WS-MAX-LOG-ENTRIES
003930         DISPLAY "ADVRSLXMT: TRANSMISSION LOG TABLE FULL AT "
003940                 WS-MAX-LOG-ENTRIES " - NOTHING SENT OR "
003950                 "RECONCILED"
003960         MOVE 16 TO WS-JOB-RETURN-CODE
003970         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     ADD 1 TO WS-LOG-ENTRIES
004010     SET WS-LOG-IDX TO WS-LOG-ENTRIES
004020     MOVE XL-SEQUENCE TO WS-XL-SEQUENCE(WS-LOG-IDX)
004030     MOVE XL-BUSINESS-DATE TO WS-XL-BUSINESS-DATE(WS-LOG-IDX)
004040     MOVE XL-SENT-DATE TO WS-XL-SENT-DATE(WS-LOG-IDX)
004050     MOVE XL-SENT-TIME TO WS-XL-SENT-TIME(WS-LOG-IDX)
004060     MOVE XL-RECORD-COUNT TO WS-XL-RECORD-COUNT(WS-LOG-IDX)
004070     MOVE XL-HASH-TOTAL TO WS-XL-HASH-TOTAL(WS-LOG-IDX)
004080     MOVE XL-REVERSAL-COUNT TO WS-XL-REVERSAL-COUNT(WS-LOG-IDX)
004090     MOVE XL-ACK-STATUS TO WS-XL-ACK-STATUS(WS-LOG-IDX)
004100     MOVE XL-ACK-DATE TO WS-XL-ACK-DATE(WS-LOG-IDX)
004110     MOVE XL-NOACK-RAISED-SW TO WS-XL-NOACK-RAISED-SW(WS-LOG-IDX)
004120     MOVE XL-OOSEQ-RAISED-SW TO WS-XL-OOSEQ-RAISED-SW(WS-LOG-IDX).
004130     IF XL-SEQUENCE > WS-LAST-SEQUENCE
004140         MOVE XL-SEQUENCE TO WS-LAST-SEQUENCE
004150     END-IF.
004160 1110-EXIT.
004170     EXIT.
004180*
004190****************************************************************
004191*    1200-LOAD-UNKNOWN-ACKS - THE ACKS FOR TRANSMISSIONS NEVER *
004192*    SENT THAT THIS PROGRAM HAS ALREADY RAISED, SO AN ACK FILE *
004193*    KEPT CUMULATIVE DOES NOT RAISE THEM AGAIN EVERY RUN.  THE *
004194*    DETAIL CARRIES THE SEQUENCE NUMBER FROM POSITION 14.      *
004195****************************************************************
004196 1200-LOAD-UNKNOWN-ACKS.
004197     MOVE "N" TO WS-EOF-SW
004198     OPEN INPUT DAYONE-EXCEPTION.
004199     PERFORM 1210-LOAD-ONE-EXCEPTION THRU 1210-EXIT
004200         UNTIL WS-EOF.
004201     CLOSE DAYONE-EXCEPTION.
004202 1200-EXIT.
004203     EXIT.
004204*
004205 1210-LOAD-ONE-EXCEPTION.
004206     READ DAYONE-EXCEPTION
004207         AT END
004208             SET WS-EOF TO TRUE
004209             GO TO 1210-EXIT
004210     END-READ.
004211     IF DE-PROGRAM-ID NOT = "ADVRSLXMT"
004212         OR DE-CONDITION-CODE NOT = "XMITACKUNK"
004213         GO TO 1210-EXIT
004214     END-IF.
004215     IF WS-UNKNOWN-ACK-ENTRIES NOT < WS-MAX-UNKNOWN-ACKS
004216         DISPLAY "ADVRSLXMT: UNKNOWN-ACK TABLE FULL AT "
004217                 WS-MAX-UNKNOWN-ACKS " - NOTHING SENT OR "
004218                 "RECONCILED"
004219         MOVE 16 TO WS-JOB-RETURN-CODE
004220         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
004221         STOP RUN
004222     END-IF.
004223     ADD 1 TO WS-UNKNOWN-ACK-ENTRIES
004224     SET WS-UNK-IDX TO WS-UNKNOWN-ACK-ENTRIES
004225     MOVE DE-DETAIL(14:6) TO WS-UA-SEQUENCE(WS-UNK-IDX).
004226 1210-EXIT.
004227     EXIT.
004228*
004229****************************************************************
004230*    2000-APPLY-ACKS - MATCH EACH ACKNOWLEDGEMENT TO ITS       *
004231*    TRANSMISSION BY SEQUENCE NUMBER.                          *
004232****************************************************************
004233 2000-APPLY-ACKS.
004240     MOVE "N" TO WS-EOF-SW
004250     OPEN INPUT DAYONE-XMIT-ACK.
004260     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
004270         UNTIL WS-EOF.
004280     CLOSE DAYONE-XMIT-ACK.
004290 2000-EXIT.
004300     EXIT.
004310*
004320 2100-APPLY-ONE-ACK.
004330     READ DAYONE-XMIT-ACK
004340         AT END
004350             SET WS-EOF TO TRUE
004360             GO TO 2100-EXIT
004370     END-READ.
004380     ADD 1 TO WS-ACKS-READ.
004390     IF XA-SEQUENCE IS NOT NUMERIC
004400         OR NOT (XA-ACCEPTED OR XA-REJECTED)
004410         OR XA-RECORD-COUNT IS NOT NUMERIC
004420         OR XA-HASH-TOTAL IS NOT NUMERIC
004430         DISPLAY "ADVRSLXMT: ACK RECORD " WS-ACKS-READ
004440                 " IS MALFORMED - IGNORED"
004450         IF WS-JOB-RETURN-CODE < 4
004460             MOVE 4 TO WS-JOB-RETURN-CODE
004470         END-IF
004480         GO TO 2100-EXIT
004490     END-IF.
004500*
004510     MOVE XA-SEQUENCE-NUM TO WS-MATCH-SEQUENCE.
004520     PERFORM 8000-FIND-LOG-ENTRY THRU 8000-EXIT.
004530     IF NOT WS-FOUND
004540         PERFORM 2150-RAISE-UNKNOWN-ACK THRU 2150-EXIT
004620         GO TO 2100-EXIT
004630     END-IF.
004640*
004650     IF XA-RECORD-COUNT-NUM NOT = WS-XL-RECORD-COUNT(WS-LOG-IDX)
004660         OR XA-HASH-TOTAL-NUM NOT = WS-XL-HASH-TOTAL(WS-LOG-IDX)
004670         IF WS-XL-MISMATCHED(WS-LOG-IDX)
004680             AND WS-XL-ACK-DATE(WS-LOG-IDX) = XA-ACK-DATE
004690             ADD 1 TO WS-ACKS-REPEATED
004700             GO TO 2100-EXIT
004710         END-IF
004720         ADD 1 TO WS-ACKS-APPLIED
004730         SET WS-XL-MISMATCHED(WS-LOG-IDX) TO TRUE
004740         MOVE XA-ACK-DATE TO WS-XL-ACK-DATE(WS-LOG-IDX)
004750         DISPLAY "ADVRSLXMT: TRANSMISSION " XA-SEQUENCE
004760                 " ACKED WITH " XA-RECORD-COUNT
004770                 " RECORD(S), HASH "
004780                 XA-HASH-TOTAL
004790         DISPLAY "ADVRSLXMT:     BUT SENT "
004800                 WS-XL-RECORD-COUNT(WS-LOG-IDX)
004810                 " RECORD(S), HASH "
004820                 WS-XL-HASH-TOTAL(WS-LOG-IDX)
004830         MOVE "DAYXMIT" TO WS-EXC-FILENAME
004840         MOVE "XMITACKMIS" TO WS-EXC-CONDITION
004850         MOVE SPACES TO WS-EXC-DETAIL
004860         STRING "XMIT " XA-SEQUENCE " ACK COUNT/HASH DISAGREE"
004870             DELIMITED BY SIZE INTO WS-EXC-DETAIL
004880         PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
004890         GO TO 2100-EXIT
004900     END-IF.
004910*
004920     IF WS-XL-ACK-STATUS(WS-LOG-IDX) = XA-STATUS
004930         AND WS-XL-ACK-DATE(WS-LOG-IDX) = XA-ACK-DATE
004940         ADD 1 TO WS-ACKS-REPEATED
004950         GO TO 2100-EXIT
004960     END-IF.
004970     ADD 1 TO WS-ACKS-APPLIED
004980     MOVE XA-STATUS TO WS-XL-ACK-STATUS(WS-LOG-IDX)
004990     MOVE XA-ACK-DATE TO WS-XL-ACK-DATE(WS-LOG-IDX).
005000     IF XA-ACCEPTED
005010         DISPLAY "ADVRSLXMT: TRANSMISSION " XA-SEQUENCE
005020                 " ACCEPTED " XA-ACK-DATE
005030         GO TO 2100-EXIT
005040     END-IF.
005050     DISPLAY "ADVRSLXMT: TRANSMISSION " XA-SEQUENCE
005060             " REJECTED " XA-ACK-DATE " - " XA-REASON.
005070     MOVE "DAYXMIT" TO WS-EXC-FILENAME
005080     MOVE "XMITREJECT" TO WS-EXC-CONDITION
005090     MOVE SPACES TO WS-EXC-DETAIL
005100     STRING "XMIT " XA-SEQUENCE " REJECTED: " XA-REASON
005110         DELIMITED BY SIZE INTO WS-EXC-DETAIL
005120     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
005130 2100-EXIT.
005131     EXIT.
005132*
005133****************************************************************
005134*    2150-RAISE-UNKNOWN-ACK - AN ACK FOR A SEQUENCE NUMBER     *
005135*    NEVER SENT.  RAISED AS XMITACKUNK UNLESS THIS SEQUENCE    *
005136*    NUMBER IS ALREADY ON DAYEXCPT OR WAS RAISED EARLIER IN    *
005137*    THIS RUN.                                                 *
005138****************************************************************
005139 2150-RAISE-UNKNOWN-ACK.
005140     MOVE "N" TO WS-FOUND-SW
005141     PERFORM 2160-COMPARE-ONE-UNKNOWN THRU 2160-EXIT
005142         VARYING WS-UNK-IDX FROM 1 BY 1
005143         UNTIL WS-UNK-IDX > WS-UNKNOWN-ACK-ENTRIES OR WS-FOUND.
005144     IF WS-FOUND
005145         ADD 1 TO WS-ACKS-REPEATED
005146         GO TO 2150-EXIT
005147     END-IF.
005148     DISPLAY "ADVRSLXMT: ACK FOR TRANSMISSION " XA-SEQUENCE
005149             " WHICH WAS NEVER SENT"
005150     MOVE "DAYXMACK" TO WS-EXC-FILENAME
005151     MOVE "XMITACKUNK" TO WS-EXC-CONDITION
005152     MOVE SPACES TO WS-EXC-DETAIL
005153     STRING "ACK FOR XMIT " XA-SEQUENCE " NEVER SENT"
005154         DELIMITED BY SIZE INTO WS-EXC-DETAIL
005155     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
005156     IF WS-UNKNOWN-ACK-ENTRIES < WS-MAX-UNKNOWN-ACKS
005157         ADD 1 TO WS-UNKNOWN-ACK-ENTRIES
005158         SET WS-UNK-IDX TO WS-UNKNOWN-ACK-ENTRIES
005159         MOVE XA-SEQUENCE TO WS-UA-SEQUENCE(WS-UNK-IDX)
005160     END-IF.
005161 2150-EXIT.
005162     EXIT.
005163*
005164 2160-COMPARE-ONE-UNKNOWN.
005165     IF WS-UA-SEQUENCE(WS-UNK-IDX) = XA-SEQUENCE
005166         SET WS-FOUND TO TRUE
005167     END-IF.
005168 2160-EXIT.
005169     EXIT.
005170*
005171****************************************************************
005172*    2500-CHECK-OUTSTANDING - WALK THE LOG IN SEQUENCE.  A     *
005180*    TRANSMISSION WITH NO ACK PAST THE GRACE DAYS IS RAISED    *
005190*    AS XMITNOACK; ONE ACKNOWLEDGED WHILE AN EARLIER ONE HAS   *
005200*    NO ACK IS RAISED AS XMITOOSEQ.  EACH ONCE ONLY.           *
005210****************************************************************
005220 2500-CHECK-OUTSTANDING.
005230     MOVE 0 TO WS-FIRST-AWAITING.
005240     PERFORM 2510-CHECK-ONE-TRANSMISSION THRU 2510-EXIT
005250         VARYING WS-LOG-IDX FROM 1 BY 1
005260         UNTIL WS-LOG-IDX > WS-LOG-ENTRIES.
005270 2500-EXIT.
005280     EXIT.
005290*
005300 2510-CHECK-ONE-TRANSMISSION.
005310     MOVE WS-XL-SEQUENCE(WS-LOG-IDX) TO WS-SEQUENCE-EDIT.
005320     IF NOT WS-XL-AWAITING(WS-LOG-IDX)
005330         IF WS-FIRST-AWAITING > 0
005340             AND WS-XL-OOSEQ-RAISED-SW(WS-LOG-IDX) NOT = "Y"
005350             MOVE "Y" TO WS-XL-OOSEQ-RAISED-SW(WS-LOG-IDX)
005360             DISPLAY "ADVRSLXMT: TRANSMISSION " WS-SEQUENCE-EDIT
005370                     " ACKNOWLEDGED BEFORE " WS-FIRST-AWAITING
005380                     " - LOADED OUT OF SEQUENCE"
005390             MOVE "DAYXMIT" TO WS-EXC-FILENAME
005400             MOVE "XMITOOSEQ" TO WS-EXC-CONDITION
005410             MOVE SPACES TO WS-EXC-DETAIL
005420             STRING "XMIT " WS-SEQUENCE-EDIT " ACKED BEFORE XMIT "
005430                 WS-FIRST-AWAITING DELIMITED BY SIZE
005440                 INTO WS-EXC-DETAIL
005450             PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
005460         END-IF
005470         GO TO 2510-EXIT
005480     END-IF.
005490*
005500     ADD 1 TO WS-OUTSTANDING.
005510     IF WS-FIRST-AWAITING = 0
005520         MOVE WS-XL-SEQUENCE(WS-LOG-IDX) TO WS-FIRST-AWAITING
005530     END-IF.
005540     MOVE WS-XL-SENT-DATE(WS-LOG-IDX) TO WS-WORK-DATE-TEXT
005550     PERFORM 8400-TEXT-TO-INTEGER THRU 8400-EXIT.
005560     IF WS-TODAY-INTEGER - WS-WORK-INTEGER < WS-ACK-GRACE-DAYS
005570         GO TO 2510-EXIT
005580     END-IF.
005590     DISPLAY "ADVRSLXMT: TRANSMISSION " WS-SEQUENCE-EDIT
005600             " SENT " WS-XL-SENT-DATE(WS-LOG-IDX) " "
005610             WS-XL-SENT-TIME(WS-LOG-IDX) " HAS NO ACK".
005620     IF WS-XL-NOACK-RAISED-SW(WS-LOG-IDX) = "Y"
005630         GO TO 2510-EXIT
005640     END-IF.
005650     MOVE "Y" TO WS-XL-NOACK-RAISED-SW(WS-LOG-IDX)
005660     MOVE "DAYXMIT" TO WS-EXC-FILENAME
005670     MOVE "XMITNOACK" TO WS-EXC-CONDITION
005680     MOVE SPACES TO WS-EXC-DETAIL
005690     STRING "XMIT " WS-SEQUENCE-EDIT " SENT "
005700         WS-XL-SENT-DATE(WS-LOG-IDX) " - NO ACK"
005710         DELIMITED BY SIZE INTO WS-EXC-DETAIL
005720     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
005730 2510-EXIT.
005740     EXIT.
005750*
005760****************************************************************
005770*    3000-SEND-TRANSMISSION - EXTRACT EVERY UNSENT RESULT      *
005780*    UNDER THE NEXT SEQUENCE NUMBER, STAMP DAYRSLT AND LOG THE *
005790*    TRANSMISSION.                                             *
005800****************************************************************
005810 3000-SEND-TRANSMISSION.
005820     PERFORM 3100-SCAN-UNSENT THRU 3100-EXIT.
005830     IF WS-UNSENT-COUNT = 0
005840         DISPLAY "ADVRSLXMT: NO UNSENT RESULTS ON DAYRSLT - NO "
005850                 "TRANSMISSION MADE"
005860         GO TO 3000-EXIT
005870     END-IF.
005880     IF WS-LOG-ENTRIES NOT < WS-MAX-LOG-ENTRIES
005890         DISPLAY "ADVRSLXMT: TRANSMISSION LOG TABLE FULL AT "
005900                 WS-MAX-LOG-ENTRIES " - NOTHING SENT"
005910         MOVE 16 TO WS-JOB-RETURN-CODE
005920         GO TO 3000-EXIT
005930     END-IF.
005940*
005950     PERFORM 3200-STAMP-AND-EXTRACT THRU 3200-EXIT.
005960     PERFORM 3300-COPY-WORK-TO-RESULT THRU 3300-EXIT.
005970*
005980     ADD 1 TO WS-LOG-ENTRIES
005990     SET WS-LOG-IDX TO WS-LOG-ENTRIES
006000     MOVE WS-NEXT-SEQUENCE TO WS-XL-SEQUENCE(WS-LOG-IDX)
006010     MOVE WS-XMIT-BUSINESS-DATE TO WS-XL-BUSINESS-DATE(WS-LOG-IDX)
006020     MOVE WS-TODAY TO WS-XL-SENT-DATE(WS-LOG-IDX)
006030     MOVE WS-NOW TO WS-XL-SENT-TIME(WS-LOG-IDX)
006040     MOVE WS-SENT-COUNT TO WS-XL-RECORD-COUNT(WS-LOG-IDX)
006050     MOVE WS-HASH-TOTAL TO WS-XL-HASH-TOTAL(WS-LOG-IDX)
006060     MOVE WS-SENT-REVERSALS TO WS-XL-REVERSAL-COUNT(WS-LOG-IDX)
006070     MOVE SPACE TO WS-XL-ACK-STATUS(WS-LOG-IDX)
006080     MOVE SPACES TO WS-XL-ACK-DATE(WS-LOG-IDX)
006090     MOVE "N" TO WS-XL-NOACK-RAISED-SW(WS-LOG-IDX)
006100     MOVE "N" TO WS-XL-OOSEQ-RAISED-SW(WS-LOG-IDX).
006110     ADD 1 TO WS-OUTSTANDING.
006120     MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
006130     DISPLAY "ADVRSLXMT: TRANSMISSION " WS-NEXT-SEQUENCE
006140             " FOR BUSINESS DATE " WS-XMIT-BUSINESS-DATE
006150             " WRITTEN TO DAYXMIT -" WS-COUNT-EDIT " RECORD(S), "
006160             "HASH " WS-HASH-TOTAL.
006170*
006180     PERFORM 3400-REPORT-ONE-REVERSAL THRU 3400-EXIT
006190         VARYING WS-REV-IDX FROM 1 BY 1
006200         UNTIL WS-REV-IDX > WS-REVERSAL-ENTRIES.
006210 3000-EXIT.
006220     EXIT.
006230*
006240****************************************************************
006250*    3100-SCAN-UNSENT - COUNT THE UNSENT RESULTS, FIND THE     *
006260*    LATEST BUSINESS DATE AMONG THEM FOR THE HEADER, AND TABLE *
006270*    THE UNSENT REVERSALS SO THEIR ORIGINALS CAN BE LOOKED FOR *
006280*    AMONG THE RESULTS ALREADY SENT.                           *
006290****************************************************************
006300 3100-SCAN-UNSENT.
006310     MOVE SPACES TO WS-XMIT-BUSINESS-DATE
006320     MOVE "N" TO WS-EOF-SW
006330     OPEN INPUT DAYONE-RESULT.
006340     IF WS-RESULT-FILE-NOT-FOUND
006350         GO TO 3100-EXIT
006360     END-IF.
006370     PERFORM 3110-SCAN-ONE-RESULT THRU 3110-EXIT
006380         UNTIL WS-EOF.
006390     CLOSE DAYONE-RESULT.
006400 3100-EXIT.
006410     EXIT.
006420*
006430 3110-SCAN-ONE-RESULT.
006440     READ DAYONE-RESULT
006450         AT END
006460             SET WS-EOF TO TRUE
006470             GO TO 3110-EXIT
006480     END-READ.
006490     IF NOT DRS-NOT-SENT
006500         GO TO 3110-EXIT
006510     END-IF.
006520     ADD 1 TO WS-UNSENT-COUNT.
006530     MOVE DRS-BUSINESS-DATE TO WS-RECORD-BUSINESS-DATE.
006540     IF WS-RECORD-BUSINESS-DATE = SPACES
006550         MOVE DRS-RUN-DATE TO WS-RECORD-BUSINESS-DATE
006560     END-IF.
006570     IF WS-RECORD-BUSINESS-DATE > WS-XMIT-BUSINESS-DATE
006580         MOVE WS-RECORD-BUSINESS-DATE TO WS-XMIT-BUSINESS-DATE
006590     END-IF.
006600*
006610     IF NOT DRS-IS-REVERSAL
006620         GO TO 3110-EXIT
006630     END-IF.
006640     IF WS-REVERSAL-ENTRIES NOT < WS-MAX-REVERSALS
006650         IF NOT WS-REVERSAL-TABLE-FULL
006660             SET WS-REVERSAL-TABLE-FULL TO TRUE
006670             DISPLAY "ADVRSLXMT: MORE THAN " WS-MAX-REVERSALS
006680                     " UNSENT REVERSALS - THE EXCESS ARE NOT "
006690                     "CHECKED AGAINST EARLIER TRANSMISSIONS"
006700             IF WS-JOB-RETURN-CODE < 4
006710                 MOVE 4 TO WS-JOB-RETURN-CODE
006720             END-IF
006730         END-IF
006740         GO TO 3110-EXIT
006750     END-IF.
006760     ADD 1 TO WS-REVERSAL-ENTRIES
006770     SET WS-REV-IDX TO WS-REVERSAL-ENTRIES
006780     MOVE DRS-INPUT-FILE-ID TO WS-UR-FILE-ID(WS-REV-IDX)
006790     MOVE DRS-BUSINESS-DATE TO WS-UR-BUSINESS-DATE(WS-REV-IDX)
006800     COMPUTE WS-UR-PART1(WS-REV-IDX) = 0 - DRS-PART1-FREQUENCY
006810     COMPUTE WS-UR-PART2(WS-REV-IDX) = 0 - DRS-PART2-FREQUENCY
006820     MOVE SPACES TO WS-UR-ORIGINAL-SEQ(WS-REV-IDX).
006830 3110-EXIT.
006840     EXIT.
006850*
006860****************************************************************
006870*    3200-STAMP-AND-EXTRACT - COPY DAYRSLT THROUGH THE WORK    *
006880*    FILE.  EACH UNSENT RESULT IS STAMPED WITH THE SEQUENCE    *
006890*    NUMBER AND WRITTEN TO THE EXTRACT; EACH RESULT SENT       *
006900*    BEFORE IS CHECKED AGAINST THE UNSENT REVERSALS.           *
006910****************************************************************
006920 3200-STAMP-AND-EXTRACT.
006930     MOVE WS-NEXT-SEQUENCE TO WS-SEQUENCE-EDIT.
006940     OPEN OUTPUT DAYONE-XMIT.
006950     MOVE SPACES TO WS-XMIT-RECORD
006960     MOVE "HDR" TO WS-XH-TYPE
006970     MOVE WS-NEXT-SEQUENCE TO WS-XH-SEQUENCE
006980     MOVE WS-XMIT-BUSINESS-DATE TO WS-XH-BUSINESS-DATE
006990     MOVE WS-TODAY TO WS-XH-CREATED-DATE
007000     MOVE WS-NOW TO WS-XH-CREATED-TIME
007010     WRITE DAYONE-XMIT-FILE FROM WS-XMIT-RECORD.
007020*
007030     MOVE "N" TO WS-EOF-SW
007040     OPEN INPUT DAYONE-RESULT.
007050     OPEN OUTPUT DAYONE-XMIT-WORK.
007060     PERFORM 3210-STAMP-ONE-RESULT THRU 3210-EXIT
007070         UNTIL WS-EOF.
007080     CLOSE DAYONE-RESULT.
007090     CLOSE DAYONE-XMIT-WORK.
007100*
007110     MOVE SPACES TO WS-XMIT-RECORD
007120     MOVE "TRL" TO WS-XT-TYPE
007130     MOVE WS-NEXT-SEQUENCE TO WS-XT-SEQUENCE
007140     MOVE WS-SENT-COUNT TO WS-XT-RECORD-COUNT
007150     MOVE WS-HASH-TOTAL TO WS-XT-HASH-TOTAL
007160     WRITE DAYONE-XMIT-FILE FROM WS-XMIT-RECORD.
007170     CLOSE DAYONE-XMIT.
007180 3200-EXIT.
007190     EXIT.
007200*
007210 3210-STAMP-ONE-RESULT.
007220     READ DAYONE-RESULT
007230         AT END
007240             SET WS-EOF TO TRUE
007250             GO TO 3210-EXIT
007260     END-READ.
007270     IF NOT DRS-NOT-SENT
007280         IF NOT DRS-IS-REVERSAL
007290             PERFORM 3220-CHECK-SENT-ORIGINAL THRU 3220-EXIT
007300                 VARYING WS-REV-IDX FROM 1 BY 1
007310                 UNTIL WS-REV-IDX > WS-REVERSAL-ENTRIES
007320         END-IF
007330         WRITE DAYONE-XMIT-WORK-REC FROM DAYONE-RESULT-FILE
007340         GO TO 3210-EXIT
007350     END-IF.
007360*
007370     MOVE SPACES TO WS-XMIT-RECORD
007380     MOVE "DTL" TO WS-XD-TYPE
007390     MOVE DAYONE-RESULT-FILE TO WS-XD-RESULT
007400     WRITE DAYONE-XMIT-FILE FROM WS-XMIT-RECORD.
007410     ADD 1 TO WS-SENT-COUNT.
007420     IF DRS-IS-REVERSAL
007430         ADD 1 TO WS-SENT-REVERSALS
007440     END-IF.
007450     MOVE DRS-PART1-FREQUENCY TO WS-HASH-AMOUNT
007460     PERFORM 8100-ADD-TO-HASH THRU 8100-EXIT.
007470     MOVE DRS-PART2-FREQUENCY TO WS-HASH-AMOUNT
007480     PERFORM 8100-ADD-TO-HASH THRU 8100-EXIT.
007490*
007500     MOVE WS-SEQUENCE-EDIT TO DRS-XMIT-SEQUENCE
007510     WRITE DAYONE-XMIT-WORK-REC FROM DAYONE-RESULT-FILE.
007520 3210-EXIT.
007530     EXIT.
007540*
007550 3220-CHECK-SENT-ORIGINAL.
007560     IF WS-UR-FILE-ID(WS-REV-IDX) = DRS-INPUT-FILE-ID
007570         AND WS-UR-BUSINESS-DATE(WS-REV-IDX) = DRS-BUSINESS-DATE
007580         AND WS-UR-PART1(WS-REV-IDX) = DRS-PART1-FREQUENCY
007590         AND WS-UR-PART2(WS-REV-IDX) = DRS-PART2-FREQUENCY
007600         MOVE DRS-XMIT-SEQUENCE TO WS-UR-ORIGINAL-SEQ(WS-REV-IDX)
007610     END-IF.
007620 3220-EXIT.
007630     EXIT.
007640*
007650 3300-COPY-WORK-TO-RESULT.
007660     MOVE "N" TO WS-EOF-SW
007670     OPEN INPUT DAYONE-XMIT-WORK.
007680     OPEN OUTPUT DAYONE-RESULT.
007690     PERFORM 3310-COPY-ONE-RECORD THRU 3310-EXIT
007700         UNTIL WS-EOF.
007710     CLOSE DAYONE-XMIT-WORK.
007720     CLOSE DAYONE-RESULT.
007730 3300-EXIT.
007740     EXIT.
007750*
007760 3310-COPY-ONE-RECORD.
007770     READ DAYONE-XMIT-WORK
007780         AT END
007790             SET WS-EOF TO TRUE
007800         NOT AT END
007810             WRITE DAYONE-RESULT-FILE
007820                 FROM DAYONE-XMIT-WORK-REC
007830             ADD 1 TO WS-RESULTS-COPIED
007840     END-READ.
007850 3310-EXIT.
007860     EXIT.
007870*
007880****************************************************************
007890*    3400-REPORT-ONE-REVERSAL - A REVERSAL JUST SENT WHOSE     *
007900*    ORIGINAL WENT OUT IN AN EARLIER TRANSMISSION.             *
007910****************************************************************
007920 3400-REPORT-ONE-REVERSAL.
007930     IF WS-UR-ORIGINAL-SEQ(WS-REV-IDX) = SPACES
007940         GO TO 3400-EXIT
007950     END-IF.
007960     DISPLAY "ADVRSLXMT: REVERSAL SENT FOR A RESULT ALREADY SENT "
007970             "IN TRANSMISSION " WS-UR-ORIGINAL-SEQ(WS-REV-IDX)
007980             " - " WS-UR-FILE-ID(WS-REV-IDX)(1:50).
007990     MOVE WS-UR-FILE-ID(WS-REV-IDX) TO WS-EXC-FILENAME
008000     MOVE "XMITREVSNT" TO WS-EXC-CONDITION
008010     MOVE SPACES TO WS-EXC-DETAIL
008020     STRING "REVERSAL OF A RESULT SENT IN XMIT "
008030         WS-UR-ORIGINAL-SEQ(WS-REV-IDX) DELIMITED BY SIZE
008040         INTO WS-EXC-DETAIL
008050     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
008060 3400-EXIT.
008070     EXIT.
008080*
008090****************************************************************
008100*    4000-REWRITE-LOG - WRITE THE LOG BACK WITH THE ACK        *
008110*    STATUSES AND ANY NEW TRANSMISSION.                        *
008120****************************************************************
008130 4000-REWRITE-LOG.
008140     OPEN OUTPUT DAYONE-XMIT-LOG.
008150     PERFORM 4010-WRITE-ONE-LOG-ENTRY THRU 4010-EXIT
008160         VARYING WS-LOG-IDX FROM 1 BY 1
008170         UNTIL WS-LOG-IDX > WS-LOG-ENTRIES.
008180     CLOSE DAYONE-XMIT-LOG.
008190 4000-EXIT.
008200     EXIT.
008210*
008220 4010-WRITE-ONE-LOG-ENTRY.
008230     MOVE SPACES TO DAYONE-XMIT-LOG-FILE
008240     MOVE WS-XL-SEQUENCE(WS-LOG-IDX) TO XL-SEQUENCE
008250     MOVE WS-XL-BUSINESS-DATE(WS-LOG-IDX) TO XL-BUSINESS-DATE
008260     MOVE WS-XL-SENT-DATE(WS-LOG-IDX) TO XL-SENT-DATE
008270     MOVE WS-XL-SENT-TIME(WS-LOG-IDX) TO XL-SENT-TIME
008280     MOVE WS-XL-RECORD-COUNT(WS-LOG-IDX) TO XL-RECORD-COUNT
008290     MOVE WS-XL-HASH-TOTAL(WS-LOG-IDX) TO XL-HASH-TOTAL
008300     MOVE WS-XL-REVERSAL-COUNT(WS-LOG-IDX) TO XL-REVERSAL-COUNT
008310     MOVE WS-XL-ACK-STATUS(WS-LOG-IDX) TO XL-ACK-STATUS
008320     MOVE WS-XL-ACK-DATE(WS-LOG-IDX) TO XL-ACK-DATE
008330     MOVE WS-XL-NOACK-RAISED-SW(WS-LOG-IDX) TO XL-NOACK-RAISED-SW
008340     MOVE WS-XL-OOSEQ-RAISED-SW(WS-LOG-IDX) TO XL-OOSEQ-RAISED-SW
008350     WRITE DAYONE-XMIT-LOG-FILE.
008360 4010-EXIT.
008370     EXIT.
008380*
008390****************************************************************
008400*    8000-FIND-LOG-ENTRY - FIND WS-MATCH-SEQUENCE ON THE LOG.  *
008410****************************************************************
008420 8000-FIND-LOG-ENTRY.
008430     MOVE "N" TO WS-FOUND-SW
008440     PERFORM 8010-COMPARE-ONE-LOG-ENTRY THRU 8010-EXIT
008450         VARYING WS-LOG-IDX FROM 1 BY 1
008460         UNTIL WS-LOG-IDX > WS-LOG-ENTRIES OR WS-FOUND.
008470     IF WS-FOUND
008480         SET WS-LOG-IDX DOWN BY 1
008490     END-IF.
008500 8000-EXIT.
008510     EXIT.
008520*
008530 8010-COMPARE-ONE-LOG-ENTRY.
008540     IF WS-XL-SEQUENCE(WS-LOG-IDX) = WS-MATCH-SEQUENCE
008550         SET WS-FOUND TO TRUE
008560     END-IF.
008570 8010-EXIT.
008580     EXIT.
008590*
008600****************************************************************
008610*    8100-ADD-TO-HASH - ADD WS-HASH-AMOUNT, SIGN DROPPED, TO   *
008620*    THE HASH TOTAL, SO A RESULT AND ITS REVERSAL DO NOT       *
008630*    CANCEL EACH OTHER OUT OF IT.                              *
008640****************************************************************
008650 8100-ADD-TO-HASH.
008660     IF WS-HASH-AMOUNT < 0
008670         SUBTRACT WS-HASH-AMOUNT FROM WS-HASH-TOTAL
008680     ELSE
008690         ADD WS-HASH-AMOUNT TO WS-HASH-TOTAL
008700     END-IF.
008710 8100-EXIT.
008720     EXIT.
008730*
008740****************************************************************
008750*    8400-TEXT-TO-INTEGER - TURN YYYY-MM-DD IN                 *
008760*    WS-WORK-DATE-TEXT INTO A DAY NUMBER.  A DATE THAT WILL    *
008770*    NOT CONVERT COUNTS AS TODAY.                              *
008780****************************************************************
008790 8400-TEXT-TO-INTEGER.
008800     MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER.
008810     IF WS-WT-YYYY IS NOT NUMERIC OR WS-WT-MM IS NOT NUMERIC
008820         OR WS-WT-DD IS NOT NUMERIC
008830         GO TO 8400-EXIT
008840     END-IF.
008850     MOVE WS-WT-YYYY TO WS-WORK-YYYY
008860     MOVE WS-WT-MM TO WS-WORK-MM
008870     MOVE WS-WT-DD TO WS-WORK-DD.
008880     IF WS-WORK-YYYY < 1601 OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
008890         OR WS-WORK-DD < 1 OR WS-WORK-DD > 31
008900         MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER
008910         GO TO 8400-EXIT
008920     END-IF.
008930     COMPUTE WS-WORK-INTEGER =
008940         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
008950     IF WS-WORK-INTEGER = 0
008960         MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER
008970     END-IF.
008980 8400-EXIT.
008990     EXIT.
009000*
009010****************************************************************
009020*    9100-RAISE-EXCEPTION - DROP THE CONDITION IN              *
009030*    WS-EXC-CONDITION ONTO DAYEXCPT THROUGH ADVEXCWRT.         *
009040****************************************************************
009050 9100-RAISE-EXCEPTION.
009060     ADD 1 TO WS-EXCEPTIONS-RAISED
009070     MOVE "ADVRSLXMT" TO DL100-EXC-IN-PROGRAM
009080     MOVE WS-EXC-FILENAME TO DL100-EXC-IN-FILENAME
009090     MOVE WS-EXC-CONDITION TO DL100-EXC-IN-CONDITION
009100     MOVE WS-EXC-DETAIL TO DL100-EXC-IN-DETAIL
009110     CALL "ADVEXCWRT" USING DL100-EXC-LINKAGE.
009120 9100-EXIT.
009130     EXIT.
009140*
009150 END PROGRAM ADVRSLXMT.
