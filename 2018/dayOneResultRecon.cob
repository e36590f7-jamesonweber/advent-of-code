000183*                  LEFT OUT OF THE RECONCILIATION - A REVERSED *
000184*                  AUDIT ENTRY NEEDS NO RESULT AND A REVERSAL  *
000185*                  RESULT RECORD MATCHES NOTHING.              *
000186* 2026-10-15  JWB  ADVBATCH RUN WITH ITS PART 2 OPTION NOW     *
000187*                  WRITES A DAYRSLT RECORD PER FILE, WHICH     *
000188*                  MATCHES ON FILENAME AND RUN DATE LIKE ANY   *
000189*                  OTHER.  THE DAYBSUM FALLBACK IS KEPT FOR    *
000190*                  BATCHES RUN WITHOUT THE OPTION.             *
000191* 2026-10-15  JWB  THE RESULT AND BATCH-FILENAME MATCH TABLES  *
000192*                  ARE REPLACED BY DAYRCWRK, AN INDEXED WORK   *
000193*                  FILE KEYED ON FILENAME PLUS RUN DATE THE    *
000194*                  SAME WAY AS THE DAYAUDX INDEX.  EACH AUDIT  *
000195*                  ENTRY NOW GOES STRAIGHT TO ITS KEY INSTEAD  *
000196*                  OF SCANNING BOTH TABLES, AND THE TABLE-FULL *
000197*                  RC 8 STOPS ARE GONE WITH THE TABLES.        *
000198* 2026-10-15  JWB  DAYRSLT RECORD GAINS DRS-XMIT-SEQUENCE      *
000199*                  (ADVRSLXMT TRANSMISSION NUMBER) - LAYOUT    *
000200*                  ONLY, THE RECONCILIATION IS UNCHANGED.      *
000201* 2026-10-15  JWB  THE DAYRCWRK WORK FILE'S OPENS ARE NOW      *
000202*                  CHECKED - ONE THAT FAILS STOPS THE RUN RC 16*
000203*                  INSTEAD OF REPORTING EVERY AUDIT ENTRY AS   *
000204*                  MISSING.                                    *
000205****************************************************************
000206*
000207****************************************************************
000210*    ADVENTOFCODE WRITES ITS DAYAUD ENTRY WHEN PART 1 FINISHES *
000220*    BUT ITS DAYRSLT RECORD ONLY AFTER PART 2 COMPLETES, SO AN *
000230*    ABEND OR TIMEOUT DURING THE PART 2 CYCLING LEAVES AN      *
000240*    AUDIT ENTRY WITH NO DOWNSTREAM RESULT.  THIS MAINLINE     *
000250*    LOADS DAYRSLT INTO THE DAYRCWRK WORK FILE KEYED ON        *
000255*    FILENAME AND RUN DATE, THEN WALKS DAYAUD AND FLAGS        *
000260*    EVERY ENTRY IN THE REPORTING RANGE WITHOUT A RESULT FOR   *
000270*    THE SAME FILENAME AND RUN DATE.  AUDIT ENTRIES LEFT BY    *
000280*    ADVBATCH HAVE A DAYRSLT RECORD ONLY WHEN THE BATCH RAN    *
000285*    WITH ITS PART 2 OPTION - OTHERWISE A FILENAME THAT        *
000290*    APPEARS AS A DETAIL RECORD IN DAYBSUM (WHEN THAT FILE IS  *
000300*    PRESENT) IS ACCEPTED AS ACCOUNTED FOR INSTEAD.  THE DATE  *
000310*    RANGE COMES FROM THE FIRST PARM ("STARTDATE,ENDDATE"),    *
000450*
000460         SELECT OPTIONAL DAYBATCH-SUMMARY ASSIGN TO "DAYBSUM"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000471*
000472         SELECT DAYONE-RECON-WORK ASSIGN TO "DAYRCWRK"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS RANDOM
000475         RECORD KEY IS RW-KEY
000476         FILE STATUS IS WS-WORK-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500     FILE SECTION.
000639            05 FILLER                  PIC X(01).
000641            05 DRS-REVERSAL-SW         PIC X(01).
000642                88  DRS-IS-REVERSAL    VALUE "V".
000644            05 FILLER                  PIC X(01).
000646            05 DRS-XMIT-SEQUENCE       PIC X(06).
000648*
000650     FD DAYONE-AUDIT.
000660         01 DAYONE-AUDIT-FILE.
000670            05 DA-RUN-DATE             PIC X(10).
000940            05 FILLER                  PIC X(01).
000950            05 BS-RETURN-CODE          PIC 9(02).
000960*
000963*    ONE RECORD PER FILENAME AND RUN DATE WITH A LIVE RESULT,
000966*    PLUS ONE PER DAYBSUM DETAIL FILENAME WITH A BLANK RUN DATE
000969*    (DAYBSUM CARRIES NO DATE, SO IT MATCHES ON FILENAME ALONE).
000972     FD DAYONE-RECON-WORK.
000975         01 DAYONE-RECON-WORK-REC.
000978            05 RW-KEY.
000981               10 RW-INPUT-FILENAME    PIC X(80).
000984               10 RW-RUN-DATE          PIC X(10).
000987            05 RW-SOURCE               PIC X(01).
000990                88  RW-FROM-RESULT     VALUE "R".
000993                88  RW-FROM-BATCH      VALUE "B".
000996*
000999     WORKING-STORAGE SECTION.
001010*
001020     01  WS-SWITCHES.
001030         05  WS-RESULT-EOF-SW          PIC X(01) VALUE "N".
001120             88  WS-RESULT-FILE-NOT-FOUND VALUE "35".
001130         05  WS-AUDIT-FILE-STATUS      PIC X(02).
001140             88  WS-AUDIT-FILE-NOT-FOUND  VALUE "35".
001145         05  WS-WORK-FILE-STATUS       PIC X(02).
001147             88  WS-WORK-FILE-OK       VALUE "00".
001150*
001160     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001170*
001300     01  WS-RECON-COUNTERS.
001310         05  WS-AUDIT-COUNT            PIC 9(07) COMP VALUE 0.
001320         05  WS-MISSING-COUNT          PIC 9(07) COMP VALUE 0.
001330         05  WS-RESULT-ENTRIES         PIC 9(07) COMP VALUE 0.
001340         05  WS-BATCH-ENTRIES          PIC 9(07) COMP VALUE 0.
001452*
001454     COPY DL100PRM.
001460*
001480*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001505     OPEN OUTPUT DAYONE-RECON-WORK.
001506     IF NOT WS-WORK-FILE-OK
001507         DISPLAY "ADVRSLRCN: DAYRCWRK OPEN OUTPUT FAILED, STATUS "
001508                 WS-WORK-FILE-STATUS " - NOTHING RECONCILED"
001509         MOVE 16 TO WS-JOB-RETURN-CODE
001510         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
001511         STOP RUN
001512     END-IF.
001513     PERFORM 2000-LOAD-RESULTS THRU 2000-EXIT.
001520     PERFORM 3000-LOAD-BATCH-FILENAMES THRU 3000-EXIT.
001523     CLOSE DAYONE-RECON-WORK.
001526     OPEN INPUT DAYONE-RECON-WORK.
001527     IF NOT WS-WORK-FILE-OK
001528         DISPLAY "ADVRSLRCN: DAYRCWRK OPEN INPUT FAILED, STATUS "
001529                 WS-WORK-FILE-STATUS " - NOTHING RECONCILED"
001530         MOVE 16 TO WS-JOB-RETURN-CODE
001531         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
001532         STOP RUN
001533     END-IF.
001534     PERFORM 4000-RECONCILE-AUDIT THRU 4000-EXIT.
001535     CLOSE DAYONE-RECON-WORK.
001540     PERFORM 5000-REPORT-TOTALS THRU 5000-EXIT.
001550     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
001560     STOP RUN.
001880     EXIT.
001890*
001900****************************************************************
001910*    2000-LOAD-RESULTS - KEY EVERY LIVE DAYRSLT RECORD IN THE  *
001920*    RANGE ONTO THE WORK FILE.  A RERUN'S SECOND RESULT FOR    *
001923*    THE SAME FILENAME AND DATE IS A DUPLICATE KEY AND IS      *
001926*    SIMPLY NOT NEEDED.  A MISSING DAYRSLT IS NOT AN ERROR     *
001930*    BY ITSELF - EVERY AUDIT ENTRY WILL SIMPLY REPORT AS       *
001940*    UNMATCHED UNLESS DAYBSUM ACCOUNTS FOR IT.                 *
001950****************************************************************
002100         AT END
002110             SET WS-RESULT-EOF TO TRUE
002120         NOT AT END
002122             IF NOT DRS-IS-REVERSAL
002124                 AND DRS-RUN-DATE >= WS-RANGE-START-DATE
002126                 AND DRS-RUN-DATE <= WS-RANGE-END-DATE
002130                 MOVE DRS-INPUT-FILE-ID TO RW-INPUT-FILENAME
002140                 MOVE DRS-RUN-DATE TO RW-RUN-DATE
002150                 SET RW-FROM-RESULT TO TRUE
002160                 WRITE DAYONE-RECON-WORK-REC
002170                     INVALID KEY
002180                         CONTINUE
002190                     NOT INVALID KEY
002200                         ADD 1 TO WS-RESULT-ENTRIES
002210                 END-WRITE
002265             END-IF
002270     END-READ.
002280 2100-EXIT.
002300*
002310****************************************************************
002320*    3000-LOAD-BATCH-FILENAMES - READ DAYBSUM, WHEN PRESENT,   *
002330*    AND KEY THE DETAIL FILENAMES ONTO THE WORK FILE WITH A    *
002340*    BLANK RUN DATE.  A BATCH-DRIVEN AUDIT ENTRY FROM A BATCH  *
002350*    RUN WITHOUT THE PART 2 OPTION HAS NO DAYRSLT RECORD, SO   *
002355*    ITS DAYBSUM DETAIL LINE IS THE RESULT RECORD TO MATCH     *
002360*    INSTEAD.  DAYBSUM CARRIES NO RUN DATE, SO THIS MATCH IS   *
002365*    BY FILENAME ALONE.                                        *
002370****************************************************************
002380 3000-LOAD-BATCH-FILENAMES.
002390     OPEN INPUT DAYBATCH-SUMMARY.
002490             SET WS-BATCH-EOF TO TRUE
002500         NOT AT END
002510             IF BS-IS-FILE-DETAIL
002512                 MOVE BS-INPUT-FILENAME TO RW-INPUT-FILENAME
002530                 MOVE SPACES TO RW-RUN-DATE
002540                 SET RW-FROM-BATCH TO TRUE
002550                 WRITE DAYONE-RECON-WORK-REC
002560                     INVALID KEY
002562                         CONTINUE
002564                     NOT INVALID KEY
002566                         ADD 1 TO WS-BATCH-ENTRIES
002568                 END-WRITE
002578             END-IF
002580     END-READ.
002590 3100-EXIT.
002990     EXIT.
003000*
003010****************************************************************
003020*    4200-MATCH-ONE-ENTRY - READ THE WORK FILE BY THIS ENTRY'S *
003030*    FILENAME AND RUN DATE FOR A RESULT, THEN BY FILENAME AND  *
003040*    A BLANK DATE FOR A BATCH DETAIL LINE.                     *
003050****************************************************************
003060 4200-MATCH-ONE-ENTRY.
003070     MOVE "N" TO WS-FOUND-SW
003080     MOVE DA-INPUT-FILENAME TO RW-INPUT-FILENAME
003090     MOVE DA-RUN-DATE TO RW-RUN-DATE.
003100     READ DAYONE-RECON-WORK
003110         INVALID KEY
003120             CONTINUE
003130         NOT INVALID KEY
003140             SET WS-FOUND TO TRUE
003142     END-READ.
003144     IF WS-FOUND
003146         GO TO 4200-EXIT
003150     END-IF.
003151     MOVE SPACES TO RW-RUN-DATE.
003152     READ DAYONE-RECON-WORK
003153         INVALID KEY
003154             CONTINUE
003155         NOT INVALID KEY
003156             SET WS-FOUND TO TRUE
003157     END-READ.
003160 4200-EXIT.
003330     EXIT.
003340*
003350****************************************************************
003390     DISPLAY "ADVRSLRCN: RECONCILED " WS-RANGE-START-DISPLAY
003400             " THROUGH " WS-RANGE-END-DISPLAY " - "
003410             WS-AUDIT-COUNT " AUDIT ENTRY(S), "
003420             WS-MISSING-COUNT " WITHOUT A RESULT (MATCHED "
003423             "AGAINST " WS-RESULT-ENTRIES " RESULT KEY(S), "
003426             WS-BATCH-ENTRIES " BATCH FILENAME(S))".
003430 5000-EXIT.
003440     EXIT.
003450*
