000197* 2026-09-02  JWB  ADDED THE DAYFORMAT KEYWORD (AND DAYFORMAT  *
000198*                  OVERRIDE), FIXED OR FREE - THE READING-     *
000199*                  RECORD SHAPE ADVVALFRQ SHOULD EXPECT.       *
000201* 2026-10-15  JWB  ADDED THE WINDOWEND KEYWORD - THE HH:MM BY  *
000203*                  WHICH THE NIGHT'S BATCH WINDOW SHOULD BE    *
000205*                  FINISHED, CHECKED BY ADVWINRPT.             *
000207* 2026-10-15  JWB  ADDED THE MAXGAP KEYWORD - THE LONGEST GAP  *
000209*                  IN MINUTES ADVFREQCALC ALLOWS BETWEEN TWO   *
000211*                  TIMESTAMPED READINGS IN A DEVICE SECTION,   *
000213*                  DEFAULT 30, ZERO FOR NO CHECK.              *
000215****************************************************************
000217*
000220****************************************************************
000230*    THIS SUBPROGRAM FILLS THE DL100PRM INTERFACE: COMPILED    *
000240*    DEFAULTS FIRST, THEN KEYWORD=VALUE ENTRIES FROM THE       *
000290*    PARMS STAY WITH THE CALLERS AND OVERRIDE EVERYTHING.      *
000300*    KEYWORDS: DAYONE, WATCHLIMIT, MAXCYCLES, MAXTABLE,        *
000310*    CHECKPOINT, ESCALATEDAYS, ANOMALYPCT, SECTIONPCT,         *
000312*    SPLITPIECES, BUSDATE, DAYFORMAT, WINDOWEND, MAXGAP.       *
000320*    LINES STARTING "*" AND BLANK LINES ARE COMMENTS.  A BAD   *
000330*    VALUE IS REPORTED, ITS DEFAULT KEPT, AND RETURN CODE 4    *
000340*    SET.  WITH THE ECHO SWITCH ON, THE EFFECTIVE VALUES ARE   *
001000     MOVE 50 TO DL100-PRM-OUT-SECTION-PCT
001010     MOVE 2 TO DL100-PRM-OUT-SPLIT-PIECES
001012     MOVE SPACES TO DL100-PRM-OUT-BUSDATE
001014     MOVE "F" TO DL100-PRM-OUT-RECFORMAT
001017     MOVE "06:00" TO DL100-PRM-OUT-WINDOW-END
001018     MOVE 30 TO DL100-PRM-OUT-MAX-GAP.
001020 1000-EXIT.
001030     EXIT.
001040*
002314         GO TO 2200-EXIT
002315     END-IF.
002316*
002317     IF WS-KEYWORD = "WINDOWEND"
002318         IF WS-VALUE(1:2) IS NUMERIC
002319             AND WS-VALUE(3:1) = ":"
002320             AND WS-VALUE(4:2) IS NUMERIC
002321             AND WS-VALUE(6:1) = SPACE
002322             AND WS-VALUE(1:2) < "24"
002323             AND WS-VALUE(4:2) < "60"
002324             MOVE WS-VALUE(1:5) TO DL100-PRM-OUT-WINDOW-END
002325         ELSE
002326             PERFORM 2900-REPORT-BAD-VALUE THRU 2900-EXIT
002327         END-IF
002328         GO TO 2200-EXIT
002329     END-IF.
002330*
002331     IF WS-KEYWORD = "MAXGAP"
002332         IF WS-VALUE-OK AND WS-VALUE-DIGITS-NUM < 1440
002333             MOVE WS-VALUE-DIGITS-NUM TO DL100-PRM-OUT-MAX-GAP
002334         ELSE
002335             PERFORM 2900-REPORT-BAD-VALUE THRU 2900-EXIT
002336         END-IF
002337         GO TO 2200-EXIT
002338     END-IF.
002339*
002340     DISPLAY "ADVPRMRD: UNKNOWN DAYPARMS KEYWORD """
002341             WS-KEYWORD """ IGNORED".
002342     IF DL100-PRM-OUT-RETURN-CODE < 4
002343         MOVE 4 TO DL100-PRM-OUT-RETURN-CODE
002344     END-IF.
002350 2200-EXIT.
002360     EXIT.
002370*
003636     ELSE
003638         DISPLAY "    DAYFORMAT    = FIXED"
003640     END-IF.
003641     DISPLAY "    WINDOWEND    = " DL100-PRM-OUT-WINDOW-END.
003642     DISPLAY "    MAXGAP       = " DL100-PRM-OUT-MAX-GAP.
003643 4000-EXIT.
003646     EXIT.
003650*
