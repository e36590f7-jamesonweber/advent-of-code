000148*                  REJECTS INSTEAD OF BEING MIS-PARSED AS      *
000149*                  FREE FORMAT.  BOTH SHAPES FILL THE SAME     *
000150*                  FREQUENCY, MAGNITUDE AND REASON OUTPUTS.    *
000151* 2026-10-15  JWB  A FREE-FORMAT READING'S HH:MM:SS DEVICE     *
000152*                  TIMESTAMP IS NOW RETURNED THROUGH DL100VAL, *
000153*                  AS TEXT AND AS SECONDS AFTER MIDNIGHT,      *
000154*                  INSTEAD OF BEING THROWN AWAY.  TRAILING TEXT*
000155*                  THAT IS NOT A VALID TIME IS STILL IGNORED.  *
000156****************************************************************
000160*
000170****************************************************************
000180*    THIS SUBPROGRAM EDITS A SINGLE RAW CALIBRATION RECORD     *
000210*    (A SIGN CHARACTER THEN EXACTLY FIVE DIGITS) COMES IN THE  *
000212*    RAW-RECORD FIELDS; THE FREE-FORMAT SHAPE COMES IN THE     *
000214*    FULL-LINE FIELD AND IS SCANNED FOR AN OPTIONAL SIGN AND   *
000216*    UP TO FIVE DIGITS, THEN AN OPTIONAL HH:MM:SS DEVICE       *
000220*    TIMESTAMP, WHICH IS RETURNED FOR THE CALLER'S SEQUENCE    *
000223*    CHECKS.  NO FILES ARE OPENED HERE - THE CALLER OWNS ALL   *
000226*    I/O.                                                      *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000296     05  WS-FREE-DIGITS          PIC X(05).
000297     05  WS-SCAN-DONE-SW         PIC X(01).
000298         88  WS-SCAN-DONE        VALUE "Y".
000299*
000300 01  WS-TIME-FIELDS.
000301     05  WS-TIME-END-POS         PIC 9(02) COMP.
000302     05  WS-TIME-TEXT            PIC X(08).
000303     05  WS-TIME-PARTS REDEFINES WS-TIME-TEXT.
000304         10  WS-TIME-HH          PIC 9(02).
000305         10  WS-TIME-SEP1        PIC X(01).
000306         10  WS-TIME-MI          PIC 9(02).
000307         10  WS-TIME-SEP2        PIC X(01).
000308         10  WS-TIME-SS          PIC 9(02).
000309*
000310 LINKAGE SECTION.
000320* COPY OF THE SHARED RECORD-EDIT INTERFACE.
000330     COPY DL100VAL.
000460     MOVE 0 TO DL100-VAL-FREQUENCY.
000470     SET DL100-VAL-RECORD-INVALID TO TRUE.
000480     MOVE SPACES TO DL100-VAL-REASON-CODE.
000482     MOVE SPACES TO DL100-VAL-TIMESTAMP
000484     MOVE 0 TO DL100-VAL-TIME-SECONDS
000486     SET DL100-VAL-TIMESTAMP-ABSENT TO TRUE.
000490*
000500     IF DL100-VAL-NEGATION = "-" OR DL100-VAL-NEGATION = "+"
000510                                OR DL100-VAL-NEGATION = SPACE
000890     MOVE 0 TO DL100-VAL-FREQUENCY.
000900     SET DL100-VAL-RECORD-INVALID TO TRUE.
000910     MOVE SPACES TO DL100-VAL-REASON-CODE.
000912     MOVE SPACES TO DL100-VAL-TIMESTAMP
000914     MOVE 0 TO DL100-VAL-TIME-SECONDS
000916     SET DL100-VAL-TIMESTAMP-ABSENT TO TRUE.
000920     MOVE SPACES TO WS-FREE-DIGITS
000930     MOVE 0 TO WS-DIGIT-COUNT
000940     MOVE "+" TO WS-FREE-SIGN
001290     ELSE
001300         MOVE DL100-VAL-MAGNITUDE TO DL100-VAL-FREQUENCY
001310     END-IF.
001315     PERFORM 2300-EDIT-TIMESTAMP THRU 2300-EXIT.
001320     SET DL100-VAL-RECORD-VALID TO TRUE.
001330 2000-EXIT.
001340     EXIT.
001700 2200-EXIT.
001710     EXIT.
001720*
001730****************************************************************
001740*    2300-EDIT-TIMESTAMP - AFTER THE VALUE, SKIP THE BLANKS    *
001750*    AND TAKE AN HH:MM:SS DEVICE TIMESTAMP IF ONE IS THERE     *
001760*    WITH NOTHING BUT BLANKS AFTER IT.  ANYTHING ELSE THERE IS *
001770*    STILL IGNORED, AS IT ALWAYS WAS - THE READING STANDS AND  *
001780*    SIMPLY CARRIES NO TIMESTAMP.                              *
001790****************************************************************
001800 2300-EDIT-TIMESTAMP.
001810     MOVE "N" TO WS-SCAN-DONE-SW
001820     PERFORM 2100-SKIP-ONE-SPACE THRU 2100-EXIT
001830         UNTIL WS-SCAN-DONE OR WS-SCAN-POS > 20.
001840     IF WS-SCAN-POS > 13
001850         GO TO 2300-EXIT
001860     END-IF.
001870     MOVE DL100-VAL-IN-FULL-LINE(WS-SCAN-POS:8) TO WS-TIME-TEXT
001880     COMPUTE WS-TIME-END-POS = WS-SCAN-POS + 8.
001890     IF WS-TIME-END-POS < 21
001900         IF DL100-VAL-IN-FULL-LINE(WS-TIME-END-POS:) NOT = SPACES
001910             GO TO 2300-EXIT
001920         END-IF
001930     END-IF.
001940     IF WS-TIME-HH IS NOT NUMERIC
001950         OR WS-TIME-MI IS NOT NUMERIC
001960         OR WS-TIME-SS IS NOT NUMERIC
001970         OR WS-TIME-SEP1 NOT = ":"
001980         OR WS-TIME-SEP2 NOT = ":"
001990         GO TO 2300-EXIT
002000     END-IF.
002010     IF WS-TIME-HH > 23 OR WS-TIME-MI > 59 OR WS-TIME-SS > 59
002020         GO TO 2300-EXIT
002030     END-IF.
002040     MOVE WS-TIME-TEXT TO DL100-VAL-TIMESTAMP
002050     COMPUTE DL100-VAL-TIME-SECONDS =
002060         WS-TIME-HH * 3600 + WS-TIME-MI * 60 + WS-TIME-SS
002070     SET DL100-VAL-TIMESTAMP-PRESENT TO TRUE.
002080 2300-EXIT.
002090     EXIT.
002100*
002110 END PROGRAM ADVVALFRQ.
