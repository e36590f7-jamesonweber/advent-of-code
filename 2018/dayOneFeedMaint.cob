000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVFEEDMNT.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - BATCH MAINTENANCE FOR THE        *
000120*                  DAYFEEDCL EXPECTED-FEED CALENDAR: EVERY     *
000130*                  DAILY FILE OR DEVICE WE EXPECT, THE DAYS OF *
000140*                  THE WEEK IT IS DUE AND ITS CUTOFF, SO       *
000150*                  ADVFEEDCHK CAN REPORT A FEED THAT NEVER     *
000160*                  ARRIVES INSTEAD OF US FINDING OUT AT MONTH- *
000170*                  END.                                        *
000180****************************************************************
000190*
000200****************************************************************
000210*    THIS MAINLINE LOADS DAYONE-FEED-CALENDAR (DAYFEEDCL) INTO *
000220*    A TABLE, APPLIES THE TRANSACTIONS IN DAYONE-FEED-TRANS    *
000230*    (DAYFEEDTX) - "ADD" REGISTERS A NEW FEED, "UPD" REPLACES  *
000240*    WHICHEVER OF AN EXISTING FEED'S FIELDS ARE GIVEN, "RET"   *
000250*    MARKS A FEED RETIRED - AND REWRITES THE CALENDAR, THE     *
000260*    SAME WAY ADVDEVMNT KEEPS THE DEVICE MASTER.  A FEED IS    *
000270*    EITHER A FILE (TYPE F - THE KEY IS THE DAYONE FILENAME,   *
000280*    OR A FILENAME PREFIX ENDING IN "*" FOR FILES THAT CARRY A *
000290*    DATE IN THEIR NAME) OR A DEVICE (TYPE D - THE KEY IS THE  *
000300*    DEVICE ID, DEFAULTING TO THE FEED ID).  THE DAYS DUE ARE  *
000310*    SEVEN Y/N FLAGS, MONDAY THROUGH SUNDAY.  THE CUTOFF IS A  *
000320*    TIME HH:MM ON THE BUSINESS DATE, OR THAT MANY DAYS AFTER  *
000330*    IT WHEN THE CUTOFF-DAYS FIELD IS NOT ZERO.  A TRANSACTION *
000340*    THAT CANNOT BE APPLIED IS REPORTED AND RAISES THE RETURN  *
000350*    CODE WITHOUT STOPPING THE REST OF THE FILE.               *
000360****************************************************************
000370 ENVIRONMENT DIVISION.
000380     INPUT-OUTPUT SECTION.
000390         FILE-CONTROL.
000400         SELECT OPTIONAL DAYONE-FEED-CALENDAR ASSIGN TO
000410         "DAYFEEDCL"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430*
000440         SELECT DAYONE-FEED-TRANS ASSIGN TO "DAYFEEDTX"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TRANS-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490     FILE SECTION.
000500     FD DAYONE-FEED-CALENDAR.
000510         01 DAYONE-FEED-CALENDAR-FILE.
000520            05 FC-FEED-ID             PIC X(08).
000530            05 FILLER                 PIC X(01).
000540            05 FC-STATUS              PIC X(01).
000550            05 FILLER                 PIC X(01).
000560            05 FC-FEED-TYPE           PIC X(01).
000570            05 FILLER                 PIC X(01).
000580            05 FC-DAYS-DUE            PIC X(07).
000590            05 FILLER                 PIC X(01).
000600            05 FC-CUTOFF-TIME         PIC X(05).
000610            05 FILLER                 PIC X(01).
000620            05 FC-CUTOFF-DAYS         PIC 9(01).
000630            05 FILLER                 PIC X(01).
000640            05 FC-MATCH-KEY           PIC X(80).
000650            05 FILLER                 PIC X(01).
000660            05 FC-DESCRIPTION         PIC X(30).
000670*
000680     FD DAYONE-FEED-TRANS.
000690         01 DAYONE-FEED-TRANS-FILE.
000700            05 FT-ACTION              PIC X(03).
000710                88  FT-IS-ADD         VALUE "ADD".
000720                88  FT-IS-UPDATE      VALUE "UPD".
000730                88  FT-IS-RETIRE      VALUE "RET".
000740            05 FILLER                 PIC X(01).
000750            05 FT-FEED-ID             PIC X(08).
000760            05 FILLER                 PIC X(01).
000770            05 FT-FEED-TYPE           PIC X(01).
000780            05 FILLER                 PIC X(01).
000790            05 FT-DAYS-DUE            PIC X(07).
000800            05 FILLER                 PIC X(01).
000810            05 FT-CUTOFF-TIME         PIC X(05).
000820            05 FILLER                 PIC X(01).
000830            05 FT-CUTOFF-DAYS         PIC X(01).
000840            05 FILLER                 PIC X(01).
000850            05 FT-MATCH-KEY           PIC X(80).
000860            05 FILLER                 PIC X(01).
000870            05 FT-DESCRIPTION         PIC X(30).
000880*
000890     WORKING-STORAGE SECTION.
000900*
000910     77  WS-MAX-FEEDS                 PIC 9(03) COMP VALUE 200.
000920*
000930     01  WS-SWITCHES.
000940         05  WS-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
000950             88  WS-CALENDAR-EOF       VALUE "Y".
000960         05  WS-TRANS-EOF-SW           PIC X(01) VALUE "N".
000970             88  WS-TRANS-EOF          VALUE "Y".
000980         05  WS-FOUND-SW               PIC X(01) VALUE "N".
000990             88  WS-FOUND              VALUE "Y".
001000         05  WS-FIELDS-OK-SW           PIC X(01).
001010             88  WS-FIELDS-OK          VALUE "Y".
001020         05  WS-TRANS-FILE-STATUS      PIC X(02).
001030             88  WS-TRANS-FILE-NOT-FOUND VALUE "35".
001040*
001050     01  WS-JOB-RETURN-CODE           PIC 9(02) COMP VALUE 0.
001060*
001070     01  WS-MAINT-COUNTERS.
001080         05  WS-FEED-ENTRIES           PIC 9(03) COMP VALUE 0.
001090         05  WS-ADDED-COUNT            PIC 9(05) COMP VALUE 0.
001100         05  WS-UPDATED-COUNT          PIC 9(05) COMP VALUE 0.
001110         05  WS-RETIRED-COUNT          PIC 9(05) COMP VALUE 0.
001120         05  WS-ERROR-COUNT            PIC 9(05) COMP VALUE 0.
001130*
001140*    THE TRANSACTION'S FIELDS AS THEY WILL STAND ONCE APPLIED -
001150*    FOR AN UPDATE, BLANK TRANSACTION FIELDS KEEP THE CURRENT
001160*    VALUES.
001170     01  WS-NEW-FIELDS.
001180         05  WS-NEW-FEED-TYPE          PIC X(01).
001190             88  WS-NEW-TYPE-VALID     VALUE "F" "D".
001200         05  WS-NEW-DAYS-DUE           PIC X(07).
001210         05  WS-NEW-DAY-FLAGS REDEFINES WS-NEW-DAYS-DUE.
001220             10  WS-NEW-DAY-FLAG       PIC X(01) OCCURS 7 TIMES
001230                                   INDEXED BY WS-DAY-IDX.
001240         05  WS-NEW-CUTOFF-TIME.
001250             10  WS-NEW-CUTOFF-HH      PIC X(02).
001260             10  WS-NEW-CUTOFF-HH-NUM REDEFINES WS-NEW-CUTOFF-HH
001270                                       PIC 9(02).
001280             10  WS-NEW-CUTOFF-COLON   PIC X(01).
001290             10  WS-NEW-CUTOFF-MN      PIC X(02).
001300             10  WS-NEW-CUTOFF-MN-NUM REDEFINES WS-NEW-CUTOFF-MN
001310                                       PIC 9(02).
001320         05  WS-NEW-CUTOFF-DAYS        PIC X(01).
001330         05  WS-NEW-MATCH-KEY          PIC X(80).
001340         05  WS-NEW-DESCRIPTION        PIC X(30).
001350*
001360     01  WS-DAY-COUNTERS.
001370         05  WS-DAYS-DUE-COUNT         PIC 9(01) COMP.
001380         05  WS-BAD-DAY-COUNT          PIC 9(01) COMP.
001390*
001400     01  WS-FEED-TABLE-AREA.
001410         05  WS-FEED-TABLE OCCURS 200 TIMES
001420                           INDEXED BY WS-FEED-IDX.
001430             10  WS-FD-ID              PIC X(08).
001440             10  WS-FD-STATUS          PIC X(01).
001450             10  WS-FD-TYPE            PIC X(01).
001460             10  WS-FD-DAYS-DUE        PIC X(07).
001470             10  WS-FD-CUTOFF-TIME     PIC X(05).
001480             10  WS-FD-CUTOFF-DAYS     PIC 9(01).
001490             10  WS-FD-MATCH-KEY       PIC X(80).
001500             10  WS-FD-DESCRIPTION     PIC X(30).
001510*
001520 PROCEDURE DIVISION.
001530*
001540 0000-MAINLINE.
001550     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
001560     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
001570     PERFORM 3000-REWRITE-CALENDAR THRU 3000-EXIT.
001580     DISPLAY "ADVFEEDMNT: " WS-ADDED-COUNT " ADDED, "
001590             WS-UPDATED-COUNT " UPDATED, "
001600             WS-RETIRED-COUNT " RETIRED, "
001610             WS-ERROR-COUNT " ERROR(S) - "
001620             WS-FEED-ENTRIES " FEED(S) ON THE CALENDAR".
001630     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
001640     STOP RUN.
001650*
001660****************************************************************
001670*    1000-LOAD-CALENDAR - READ THE EXISTING CALENDAR, IF ANY,  *
001680*    INTO THE TABLE.  A MISSING CALENDAR IS THE FIRST-EVER RUN *
001690*    AND SIMPLY STARTS EMPTY.                                  *
001700****************************************************************
001710 1000-LOAD-CALENDAR.
001720     OPEN INPUT DAYONE-FEED-CALENDAR.
001730     PERFORM 1100-LOAD-ONE-FEED THRU 1100-EXIT
001740         UNTIL WS-CALENDAR-EOF.
001750     CLOSE DAYONE-FEED-CALENDAR.
001760 1000-EXIT.
001770     EXIT.
001780*
001790 1100-LOAD-ONE-FEED.
001800     READ DAYONE-FEED-CALENDAR
001810         AT END
001820             SET WS-CALENDAR-EOF TO TRUE
001830         NOT AT END
001840             IF WS-FEED-ENTRIES < WS-MAX-FEEDS
001850                 ADD 1 TO WS-FEED-ENTRIES
001860                 SET WS-FEED-IDX TO WS-FEED-ENTRIES
001870                 MOVE FC-FEED-ID TO WS-FD-ID(WS-FEED-IDX)
001880                 MOVE FC-STATUS TO WS-FD-STATUS(WS-FEED-IDX)
001890                 MOVE FC-FEED-TYPE TO WS-FD-TYPE(WS-FEED-IDX)
001900                 MOVE FC-DAYS-DUE TO WS-FD-DAYS-DUE(WS-FEED-IDX)
001910                 MOVE FC-CUTOFF-TIME
001920                     TO WS-FD-CUTOFF-TIME(WS-FEED-IDX)
001930                 MOVE FC-CUTOFF-DAYS
001940                     TO WS-FD-CUTOFF-DAYS(WS-FEED-IDX)
001950                 MOVE FC-MATCH-KEY TO WS-FD-MATCH-KEY(WS-FEED-IDX)
001960                 MOVE FC-DESCRIPTION
001970                     TO WS-FD-DESCRIPTION(WS-FEED-IDX)
001980             ELSE
001990                 DISPLAY "ADVFEEDMNT: FEED TABLE FULL AT "
002000                         WS-MAX-FEEDS " - REMAINING CALENDAR "
002010                         "ENTRIES DROPPED"
002020                 MOVE 16 TO WS-JOB-RETURN-CODE
002030                 SET WS-CALENDAR-EOF TO TRUE
002040             END-IF
002050     END-READ.
002060 1100-EXIT.
002070     EXIT.
002080*
002090****************************************************************
002100*    2000-APPLY-TRANSACTIONS - READ DAYFEEDTX AND APPLY EACH   *
002110*    ACTION TO THE TABLE.  A MISSING TRANSACTION FILE IS A     *
002120*    SETUP ERROR - THERE IS NOTHING TO DO.                     *
002130****************************************************************
002140 2000-APPLY-TRANSACTIONS.
002150     OPEN INPUT DAYONE-FEED-TRANS.
002160     IF WS-TRANS-FILE-NOT-FOUND
002170         DISPLAY "ADVFEEDMNT: TRANSACTION FILE NOT FOUND - "
002180                 "DAYFEEDTX"
002190         MOVE 16 TO WS-JOB-RETURN-CODE
002200         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
002240         UNTIL WS-TRANS-EOF.
002250     CLOSE DAYONE-FEED-TRANS.
002260 2000-EXIT.
002270     EXIT.
002280*
002290 2100-APPLY-ONE-TRANSACTION.
002300     READ DAYONE-FEED-TRANS
002310         AT END
002320             SET WS-TRANS-EOF TO TRUE
002330         NOT AT END
002340             PERFORM 2200-DISPATCH-ACTION THRU 2200-EXIT
002350     END-READ.
002360 2100-EXIT.
002370     EXIT.
002380*
002390****************************************************************
002400*    2200-DISPATCH-ACTION - VALIDATE THE COMMON FIELDS AND     *
002410*    ROUTE THE TRANSACTION TO ITS ACTION PARAGRAPH.            *
002420****************************************************************
002430 2200-DISPATCH-ACTION.
002440     IF FT-FEED-ID = SPACES
002450         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
002460         DISPLAY "    FEED ID IS MISSING"
002470         GO TO 2200-EXIT
002480     END-IF.
002490*
002500     PERFORM 2300-FIND-FEED-ENTRY THRU 2300-EXIT.
002510*
002520     IF FT-IS-ADD
002530         PERFORM 2400-ADD-FEED THRU 2400-EXIT
002540     ELSE
002550         IF FT-IS-UPDATE
002560             PERFORM 2500-UPDATE-FEED THRU 2500-EXIT
002570         ELSE
002580             IF FT-IS-RETIRE
002590                 PERFORM 2600-RETIRE-FEED THRU 2600-EXIT
002600             ELSE
002610                 PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
002620                 DISPLAY "    ACTION """ FT-ACTION """ IS NOT "
002630                         "ADD, UPD OR RET"
002640             END-IF
002650         END-IF
002660     END-IF.
002670 2200-EXIT.
002680     EXIT.
002690*
002700****************************************************************
002710*    2300-FIND-FEED-ENTRY - SEARCH THE TABLE FOR THE           *
002720*    TRANSACTION'S FEED ID.                                    *
002730****************************************************************
002740 2300-FIND-FEED-ENTRY.
002750     MOVE "N" TO WS-FOUND-SW
002760     PERFORM 2310-COMPARE-ONE-ENTRY THRU 2310-EXIT
002770         VARYING WS-FEED-IDX FROM 1 BY 1
002780         UNTIL WS-FEED-IDX > WS-FEED-ENTRIES OR WS-FOUND.
002790     IF WS-FOUND
002800         SET WS-FEED-IDX DOWN BY 1
002810     END-IF.
002820 2300-EXIT.
002830     EXIT.
002840*
002850 2310-COMPARE-ONE-ENTRY.
002860     IF WS-FD-ID(WS-FEED-IDX) = FT-FEED-ID
002870         SET WS-FOUND TO TRUE
002880     END-IF.
002890 2310-EXIT.
002900     EXIT.
002910*
002920****************************************************************
002930*    2400-ADD-FEED - REGISTER A NEW FEED AS ACTIVE.  EVERY     *
002940*    FIELD BUT THE DESCRIPTION (AND A DEVICE FEED'S KEY) MUST  *
002950*    BE GIVEN.                                                 *
002960****************************************************************
002970 2400-ADD-FEED.
002980     IF WS-FOUND
002990         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003000         DISPLAY "    FEED " FT-FEED-ID
003010                 " IS ALREADY ON THE CALENDAR"
003020         GO TO 2400-EXIT
003030     END-IF.
003040     IF WS-FEED-ENTRIES NOT < WS-MAX-FEEDS
003050         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003060         DISPLAY "    FEED TABLE FULL AT " WS-MAX-FEEDS
003070         GO TO 2400-EXIT
003080     END-IF.
003090     MOVE FT-FEED-TYPE TO WS-NEW-FEED-TYPE
003100     MOVE FT-DAYS-DUE TO WS-NEW-DAYS-DUE
003110     MOVE FT-CUTOFF-TIME TO WS-NEW-CUTOFF-TIME
003120     MOVE FT-CUTOFF-DAYS TO WS-NEW-CUTOFF-DAYS
003130     MOVE FT-MATCH-KEY TO WS-NEW-MATCH-KEY
003140     MOVE FT-DESCRIPTION TO WS-NEW-DESCRIPTION.
003150     IF WS-NEW-CUTOFF-DAYS = SPACE
003160         MOVE "0" TO WS-NEW-CUTOFF-DAYS
003170     END-IF.
003180     IF WS-NEW-MATCH-KEY = SPACES AND WS-NEW-FEED-TYPE = "D"
003190         MOVE FT-FEED-ID TO WS-NEW-MATCH-KEY
003200     END-IF.
003210     PERFORM 2700-EDIT-FIELDS THRU 2700-EXIT.
003220     IF NOT WS-FIELDS-OK
003230         GO TO 2400-EXIT
003240     END-IF.
003250*
003260     ADD 1 TO WS-FEED-ENTRIES
003270     SET WS-FEED-IDX TO WS-FEED-ENTRIES
003280     MOVE FT-FEED-ID TO WS-FD-ID(WS-FEED-IDX)
003290     MOVE "A" TO WS-FD-STATUS(WS-FEED-IDX)
003300     PERFORM 2800-STORE-FIELDS THRU 2800-EXIT
003310     ADD 1 TO WS-ADDED-COUNT.
003320 2400-EXIT.
003330     EXIT.
003340*
003350****************************************************************
003360*    2500-UPDATE-FEED - REPLACE WHICHEVER OF AN EXISTING       *
003370*    FEED'S FIELDS THE TRANSACTION GIVES.  STATUS IS LEFT AS   *
003380*    IT STANDS.                                                *
003390****************************************************************
003400 2500-UPDATE-FEED.
003410     IF NOT WS-FOUND
003420         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003430         DISPLAY "    FEED " FT-FEED-ID
003440                 " IS NOT ON THE CALENDAR"
003450         GO TO 2500-EXIT
003460     END-IF.
003470     MOVE WS-FD-TYPE(WS-FEED-IDX) TO WS-NEW-FEED-TYPE
003480     MOVE WS-FD-DAYS-DUE(WS-FEED-IDX) TO WS-NEW-DAYS-DUE
003490     MOVE WS-FD-CUTOFF-TIME(WS-FEED-IDX) TO WS-NEW-CUTOFF-TIME
003500     MOVE WS-FD-CUTOFF-DAYS(WS-FEED-IDX) TO WS-NEW-CUTOFF-DAYS
003510     MOVE WS-FD-MATCH-KEY(WS-FEED-IDX) TO WS-NEW-MATCH-KEY
003520     MOVE WS-FD-DESCRIPTION(WS-FEED-IDX) TO WS-NEW-DESCRIPTION.
003530     IF FT-FEED-TYPE NOT = SPACE
003540         MOVE FT-FEED-TYPE TO WS-NEW-FEED-TYPE
003550     END-IF.
003560     IF FT-DAYS-DUE NOT = SPACES
003570         MOVE FT-DAYS-DUE TO WS-NEW-DAYS-DUE
003580     END-IF.
003590     IF FT-CUTOFF-TIME NOT = SPACES
003600         MOVE FT-CUTOFF-TIME TO WS-NEW-CUTOFF-TIME
003610     END-IF.
003620     IF FT-CUTOFF-DAYS NOT = SPACE
003630         MOVE FT-CUTOFF-DAYS TO WS-NEW-CUTOFF-DAYS
003640     END-IF.
003650     IF FT-MATCH-KEY NOT = SPACES
003660         MOVE FT-MATCH-KEY TO WS-NEW-MATCH-KEY
003670     END-IF.
003680     IF FT-DESCRIPTION NOT = SPACES
003690         MOVE FT-DESCRIPTION TO WS-NEW-DESCRIPTION
003700     END-IF.
003710     PERFORM 2700-EDIT-FIELDS THRU 2700-EXIT.
003720     IF NOT WS-FIELDS-OK
003730         GO TO 2500-EXIT
003740     END-IF.
003750*
003760     PERFORM 2800-STORE-FIELDS THRU 2800-EXIT
003770     ADD 1 TO WS-UPDATED-COUNT.
003780 2500-EXIT.
003790     EXIT.
003800*
003810****************************************************************
003820*    2600-RETIRE-FEED - MARK THE FEED RETIRED.  THE ENTRY      *
003830*    STAYS ON THE CALENDAR BUT ADVFEEDCHK NO LONGER EXPECTS IT.*
003840****************************************************************
003850 2600-RETIRE-FEED.
003860     IF NOT WS-FOUND
003870         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003880         DISPLAY "    FEED " FT-FEED-ID
003890                 " IS NOT ON THE CALENDAR"
003900         GO TO 2600-EXIT
003910     END-IF.
003920     IF WS-FD-STATUS(WS-FEED-IDX) = "R"
003930         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003940         DISPLAY "    FEED " FT-FEED-ID
003950                 " IS ALREADY RETIRED"
003960         GO TO 2600-EXIT
003970     END-IF.
003980     MOVE "R" TO WS-FD-STATUS(WS-FEED-IDX)
003990     ADD 1 TO WS-RETIRED-COUNT.
004000 2600-EXIT.
004010     EXIT.
004020*
004030****************************************************************
004040*    2700-EDIT-FIELDS - CHECK THE FEED AS IT WILL STAND: A     *
004050*    KNOWN TYPE, A KEY, Y/N DAY FLAGS WITH AT LEAST ONE DAY    *
004060*    DUE, A VALID HH:MM CUTOFF AND A NUMERIC CUTOFF-DAYS.      *
004070****************************************************************
004080 2700-EDIT-FIELDS.
004090     MOVE "N" TO WS-FIELDS-OK-SW.
004100     IF NOT WS-NEW-TYPE-VALID
004110         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004120         DISPLAY "    FEED TYPE """ WS-NEW-FEED-TYPE
004130                 """ IS NOT F (FILE) OR D (DEVICE)"
004140         GO TO 2700-EXIT
004150     END-IF.
004160     IF WS-NEW-MATCH-KEY = SPACES
004170         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004180         DISPLAY "    FILENAME OR DEVICE ID KEY IS MISSING"
004190         GO TO 2700-EXIT
004200     END-IF.
004210*
004220     MOVE 0 TO WS-DAYS-DUE-COUNT
004230     MOVE 0 TO WS-BAD-DAY-COUNT
004240     PERFORM 2710-EDIT-ONE-DAY THRU 2710-EXIT
004250         VARYING WS-DAY-IDX FROM 1 BY 1
004260         UNTIL WS-DAY-IDX > 7.
004270     IF WS-BAD-DAY-COUNT > 0 OR WS-DAYS-DUE-COUNT = 0
004280         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004290         DISPLAY "    DAYS DUE """ WS-NEW-DAYS-DUE
004300                 """ MUST BE 7 Y/N FLAGS, MON-SUN, WITH A Y"
004310         GO TO 2700-EXIT
004320     END-IF.
004330*
004340     IF WS-NEW-CUTOFF-HH IS NOT NUMERIC
004350         OR WS-NEW-CUTOFF-MN IS NOT NUMERIC
004360         OR WS-NEW-CUTOFF-COLON NOT = ":"
004370         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004380         DISPLAY "    CUTOFF TIME """ WS-NEW-CUTOFF-TIME
004390                 """ IS NOT HH:MM"
004400         GO TO 2700-EXIT
004410     END-IF.
004420     IF WS-NEW-CUTOFF-HH-NUM > 23 OR WS-NEW-CUTOFF-MN-NUM > 59
004430         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004440         DISPLAY "    CUTOFF TIME """ WS-NEW-CUTOFF-TIME
004450                 """ IS OUT OF RANGE"
004460         GO TO 2700-EXIT
004470     END-IF.
004480     IF WS-NEW-CUTOFF-DAYS IS NOT NUMERIC
004490         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004500         DISPLAY "    CUTOFF DAYS """ WS-NEW-CUTOFF-DAYS
004510                 """ IS NOT A DIGIT"
004520         GO TO 2700-EXIT
004530     END-IF.
004540     SET WS-FIELDS-OK TO TRUE.
004550 2700-EXIT.
004560     EXIT.
004570*
004580 2710-EDIT-ONE-DAY.
004590     IF WS-NEW-DAY-FLAG(WS-DAY-IDX) = "Y"
004600         ADD 1 TO WS-DAYS-DUE-COUNT
004610     ELSE
004620         IF WS-NEW-DAY-FLAG(WS-DAY-IDX) NOT = "N"
004630             ADD 1 TO WS-BAD-DAY-COUNT
004640         END-IF
004650     END-IF.
004660 2710-EXIT.
004670     EXIT.
004680*
004690****************************************************************
004700*    2800-STORE-FIELDS - MOVE THE EDITED FIELDS INTO THE FEED'S*
004710*    TABLE ENTRY.                                              *
004720****************************************************************
004730 2800-STORE-FIELDS.
004740     MOVE WS-NEW-FEED-TYPE TO WS-FD-TYPE(WS-FEED-IDX)
004750     MOVE WS-NEW-DAYS-DUE TO WS-FD-DAYS-DUE(WS-FEED-IDX)
004760     MOVE WS-NEW-CUTOFF-TIME TO WS-FD-CUTOFF-TIME(WS-FEED-IDX)
004770     MOVE WS-NEW-CUTOFF-DAYS TO WS-FD-CUTOFF-DAYS(WS-FEED-IDX)
004780     MOVE WS-NEW-MATCH-KEY TO WS-FD-MATCH-KEY(WS-FEED-IDX)
004790     MOVE WS-NEW-DESCRIPTION TO WS-FD-DESCRIPTION(WS-FEED-IDX).
004800 2800-EXIT.
004810     EXIT.
004820*
004830****************************************************************
004840*    2900-REPORT-ERROR - ONE REJECTED TRANSACTION.  THE        *
004850*    CALLING PARAGRAPH DISPLAYS THE SPECIFIC REASON NEXT.      *
004860****************************************************************
004870 2900-REPORT-ERROR.
004880     ADD 1 TO WS-ERROR-COUNT
004890     DISPLAY "ADVFEEDMNT: TRANSACTION REJECTED - " FT-ACTION
004900             " " FT-FEED-ID
004910     IF WS-JOB-RETURN-CODE < 8
004920         MOVE 8 TO WS-JOB-RETURN-CODE
004930     END-IF.
004940 2900-EXIT.
004950     EXIT.
004960*
004970****************************************************************
004980*    3000-REWRITE-CALENDAR - WRITE THE TABLE BACK OUT AS THE   *
004990*    NEW CALENDAR.                                             *
005000****************************************************************
005010 3000-REWRITE-CALENDAR.
005020     OPEN OUTPUT DAYONE-FEED-CALENDAR.
005030     PERFORM 3100-WRITE-ONE-FEED THRU 3100-EXIT
005040         VARYING WS-FEED-IDX FROM 1 BY 1
005050         UNTIL WS-FEED-IDX > WS-FEED-ENTRIES.
005060     CLOSE DAYONE-FEED-CALENDAR.
005070 3000-EXIT.
005080     EXIT.
005090*
005100 3100-WRITE-ONE-FEED.
005110     MOVE SPACES TO DAYONE-FEED-CALENDAR-FILE
005120     MOVE WS-FD-ID(WS-FEED-IDX) TO FC-FEED-ID
005130     MOVE WS-FD-STATUS(WS-FEED-IDX) TO FC-STATUS
005140     MOVE WS-FD-TYPE(WS-FEED-IDX) TO FC-FEED-TYPE
005150     MOVE WS-FD-DAYS-DUE(WS-FEED-IDX) TO FC-DAYS-DUE
005160     MOVE WS-FD-CUTOFF-TIME(WS-FEED-IDX) TO FC-CUTOFF-TIME
005170     MOVE WS-FD-CUTOFF-DAYS(WS-FEED-IDX) TO FC-CUTOFF-DAYS
005180     MOVE WS-FD-MATCH-KEY(WS-FEED-IDX) TO FC-MATCH-KEY
005190     MOVE WS-FD-DESCRIPTION(WS-FEED-IDX) TO FC-DESCRIPTION
005200     WRITE DAYONE-FEED-CALENDAR-FILE.
005210 3100-EXIT.
005220     EXIT.
005230*
005240 END PROGRAM ADVFEEDMNT.
