000476*                  ITS DEVICE'S EXPECTED RANGE NO LONGER ALSO  *
000477*                  BUMPS THE WATCH-LIMIT COUNT - EACH CLOSING  *
000478*                  MESSAGE NOW COUNTS ONLY ITS OWN CONDITION.  *
000479* 2026-10-15  JWB  A VALIDATE-ONLY MODE (DL100-CLC-MODE-VALIDATE)*
000480*                  RUNS THE FULL EDIT FOR THE ADVPREFLT PRE-   *
000481*                  FLIGHT CHECK WITHOUT WRITING TO DAYREJCT,   *
000482*                  DAYWATCH, DAYSECTH, DAYCHKPT OR DAYEXCPT.   *
000483*                  HEADER, DEVICE AND TRAILER FAULTS ARE NOW   *
000484*                  COUNTED BY KIND AND RETURNED TO THE CALLER. *
000485* 2026-10-15  JWB  EACH CLOSED SECTION NOW CARRIES A           *
000486*                  FINGERPRINT ON DAYSECTH - THE BUSINESS DATE *
000487*                  AND A POSITIONAL HASH OF ITS READINGS BESIDE*
000488*                  THE DEVICE, COUNT AND SUBTOTAL.  A SECTION  *
000489*                  MATCHING ONE ANOTHER FILE TOTALLED IN THE   *
000490*                  LAST 35 DAYS IS REPORTED, RAISED AS         *
000491*                  DUPSECTION AND HELD OUT OF THE TOTALS       *
000492*                  (VERDICT D, RC 8) UNLESS THE CALLER GAVE THE*
000493*                  FORCE OPTION.  SECTION STATISTICS NOW ROLL  *
000494*                  INTO THE FILE'S ONLY AT SECTION CLOSE, AND  *
000495*                  THE CHECKPOINT CARRIES THEM.                *
000496* 2026-10-15  JWB  EACH DEVICE SECTION'S TIMESTAMPED READINGS  *
000497*                  ARE NOW CHECKED IN SEQUENCE.  A READING     *
000498*                  TIMED BEFORE THE ONE AHEAD OF IT            *
000499*                  (OUTOFORDER), AT THE SAME TIME (DUPTIME) OR *
000500*                  MORE THAN THE DAYPARMS MAXGAP MINUTES AFTER *
000501*                  IT (TIMEGAP) IS LISTED ON THE NEW DAYSEQX   *
000502*                  FILE AND THE RUN ENDS RC 4.  DAYSECTH AND   *
000503*                  THE CHECKPOINT CARRY THE SECTION'S FIRST AND*
000504*                  LAST READING TIMES.                         *
000505* 2026-10-15  JWB  A SECTION FROM A RUN ADVBKOUT HAS REVERSED  *
000506*                  (MARKED V ON DAYAUD) NO LONGER COUNTS AS    *
000507*                  TOTALLED, SO A CORRECTED RESUBMISSION OF THE*
000508*                  SAME READINGS IS NO LONGER HELD AS A        *
000509*                  DUPLICATE OF IT.                            *
000510* 2026-10-15  JWB  EACH SECTION HELD AS A DUPLICATE IS NOW     *
000511*                  FLAGGED BY SECTION NUMBER ON THE DL100CLC   *
000512*                  HELD MAP, AND THE MAP IS CHECKPOINTED, SO   *
000513*                  ADVRPTFRQ'S PART 2 PASS LEAVES OUT THE SAME *
000514*                  SECTIONS PART 1 DID.                        *
000515* 2026-10-15  JWB  A REVERSED RUN IS NOW LOOKED UP ONLY WHEN   *
000516*                  ONE OF ITS SECTIONS MATCHES, BY KEY ON      *
000517*                  DAYAUDX.  WITHOUT THE INDEX, ONLY REVERSALS *
000518*                  WITHIN THE LOOKBACK ARE TABLED, AND A FULL  *
000519*                  TABLE STOPS THE RUN RC 16.                  *
000520* 2026-10-15  JWB  THE RECORDS OF SECTIONS HELD AS DUPLICATES  *
000521*                  ARE NOW COUNTED IN THE NEW DL100-CLC-OUT-   *
000522*                  HELDCOUNT, WHICH IS CHECKPOINTED, SO THE    *
000523*                  AUDIT TRAIL NEED NOT COUNT THEM.            *
000524****************************************************************
000525*
000526****************************************************************
000527*    THIS SUBPROGRAM TOTALS ONE DAYONE-STYLE FREQUENCY FILE,   *
000528*    NAMED BY THE CALLER, AND RETURNS THE FINAL SUM, BASIC     *
000529*    STATISTICS, REJECT COUNT, AND CONTROL-TOTAL RECONCILI-    *
000530*    ATION RESULT.  A FILE MAY HOLD SEVERAL TRAILER-DELIMITED  *
000531*    DEVICE SECTIONS - EACH TRAILER IS CHECKED AGAINST ITS     *
000532*    OWN SECTION'S SUBTOTAL AND THE GRAND TOTAL COVERS EVERY   *
000533*    SECTION.  TIMESTAMPED READINGS ARE CHECKED FOR ORDER AND  *
000534*    GAPS WITHIN THEIR SECTION AND ANY BREAK IS LISTED ON      *
000536*    DAYSEQX.  A CHECKPOINT RECORD IS WRITTEN EVERY            *
000540*    WS-CHECKPOINT-INTERVAL RECORDS SO A LARGE FILE CAN BE     *
000550*    RESUMED WITHOUT REREADING FROM RECORD ONE.                *
000560****************************************************************
000739         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SECTH-FILE-STATUS.
000741*
000742         SELECT DAYONE-SEQUENCE ASSIGN TO "DAYSEQX"
000743         ORGANIZATION IS LINE SEQUENTIAL
000744         FILE STATUS IS WS-SEQX-FILE-STATUS.
000745*
000746         SELECT OPTIONAL DAYONE-AUDIT ASSIGN TO "DAYAUD"
000747         ORGANIZATION IS LINE SEQUENTIAL.
000748*
000749         SELECT DAYONE-AUDIT-INDEX ASSIGN TO "DAYAUDX"
000750         ORGANIZATION IS INDEXED
000751         ACCESS MODE IS DYNAMIC
000752         RECORD KEY IS AX-KEY
000753         FILE STATUS IS WS-AUDX-FILE-STATUS.
000754*
000755 DATA DIVISION.
000760     FILE SECTION.
000770     FD DAYONE.
000780         01 DAYONE-FILE.
001199            05 CK-EXPECTED-SW         PIC X(01).
001200            05 CK-EXPECTED-COUNT      PIC 9(09).
001201            05 CK-STATUS              PIC X(01).
001202            05 CK-SECTION-POSCOUNT    PIC 9(09).
001203            05 CK-SECTION-NEGCOUNT    PIC 9(09).
001204            05 CK-SECTION-MAXPOS      PIC S9(10)
001205                               SIGN IS LEADING SEPARATE.
001206            05 CK-SECTION-MAXNEG      PIC S9(10)
001207                               SIGN IS LEADING SEPARATE.
001208            05 CK-SECTION-HASH        PIC 9(09).
001209            05 CK-SECTION-FIRST-TIME  PIC X(08).
001210            05 CK-SECTION-LAST-TIME   PIC X(08).
001211            05 CK-SECTION-LAST-SECS   PIC 9(05).
001212            05 CK-HELD-MAP            PIC X(999).
001213            05 CK-HELDCOUNT           PIC X(09).
001214            05 CK-HELDCOUNT-NUM REDEFINES CK-HELDCOUNT
001215                                      PIC 9(09).
001216*
001217     FD DAYONE-DEVICE-MASTER.
001218         01 DAYONE-DEVICE-MASTER-FILE.
001219            05 DM-DEVICE-ID           PIC X(08).
001220            05 FILLER                 PIC X(01).
001221            05 DM-STATUS              PIC X(01).
001222            05 FILLER                 PIC X(01).
001223            05 DM-MIN-MAGNITUDE       PIC 9(05).
001224            05 FILLER                 PIC X(01).
001225            05 DM-MAX-MAGNITUDE       PIC 9(05).
001226            05 FILLER                 PIC X(01).
001227            05 DM-DESCRIPTION         PIC X(30).
001228*
001229     FD DAYONE-SECTION-HISTORY.
001230         01 DAYONE-SECTION-HIST-FILE.
001231            05 SH-RUN-DATE            PIC X(10).
001232            05 FILLER                 PIC X(01).
001233            05 SH-FILENAME            PIC X(80).
001234            05 FILLER                 PIC X(01).
001235            05 SH-SECTION-NUMBER      PIC 9(03).
001236            05 FILLER                 PIC X(01).
001237            05 SH-DEVICE-ID           PIC X(08).
001238            05 FILLER                 PIC X(01).
001239            05 SH-RECCOUNT            PIC 9(09).
001240            05 FILLER                 PIC X(01).
001241            05 SH-FREQUENCYSUM        PIC S9(10)
001242                               SIGN IS LEADING SEPARATE.
001243            05 FILLER                 PIC X(01).
001244            05 SH-VERDICT             PIC X(01).
001245            05 FILLER                 PIC X(01).
001246            05 SH-BUSINESS-DATE       PIC X(10).
001247            05 FILLER                 PIC X(01).
001248            05 SH-READINGS-HASH       PIC 9(09).
001249            05 FILLER                 PIC X(01).
001250            05 SH-FIRST-READING-TIME  PIC X(08).
001251            05 FILLER                 PIC X(01).
001252            05 SH-LAST-READING-TIME   PIC X(08).
001253*
001254     FD DAYONE-SEQUENCE.
001255         01 DAYONE-SEQUENCE-FILE.
001256            05 SX-RUN-DATE            PIC X(10).
001257            05 FILLER                 PIC X(01).
001258            05 SX-REASON-CODE         PIC X(10).
001259            05 FILLER                 PIC X(01).
001260            05 SX-DEVICE-ID           PIC X(08).
001261            05 FILLER                 PIC X(01).
001262            05 SX-LINE-NUMBER         PIC 9(09).
001263            05 FILLER                 PIC X(01).
001264            05 SX-PRIOR-TIME          PIC X(08).
001265            05 FILLER                 PIC X(01).
001266            05 SX-READING-TIME        PIC X(08).
001267            05 FILLER                 PIC X(01).
001268            05 SX-FILENAME            PIC X(80).
001269*
001270     FD DAYONE-AUDIT.
001271         01 DAYONE-AUDIT-FILE.
001272            05 DA-RUN-DATE            PIC X(10).
001273            05 FILLER                 PIC X(01).
001274            05 DA-RUN-TIME            PIC X(08).
001275            05 FILLER                 PIC X(01).
001276            05 DA-INPUT-FILENAME      PIC X(80).
001277            05 FILLER                 PIC X(01).
001278            05 DA-RECCOUNT            PIC 9(09).
001279            05 FILLER                 PIC X(01).
001280            05 DA-FREQUENCYSUM        PIC S9(10)
001281                               SIGN IS LEADING SEPARATE.
001282            05 FILLER                 PIC X(01).
001283            05 DA-REJECTCOUNT         PIC 9(09).
001284            05 FILLER                 PIC X(01).
001285            05 DA-RERUN-SW            PIC X(01).
001286            05 FILLER                 PIC X(01).
001287            05 DA-BUSINESS-DATE       PIC X(10).
001288            05 FILLER                 PIC X(01).
001289            05 DA-REVERSED-SW         PIC X(01).
001290                88  DA-IS-REVERSED    VALUE "V".
001291            05 FILLER                 PIC X(01).
001292            05 DA-RETURN-CODE         PIC X(02).
001293*
001294     FD DAYONE-AUDIT-INDEX.
001295         01 DAYONE-AUDIT-INDEX-REC.
001296            05 AX-KEY.
001297               10 AX-INPUT-FILENAME    PIC X(80).
001298               10 AX-RUN-DATE          PIC X(10).
001299               10 AX-ENTRY-SEQ         PIC 9(03).
001300            05 AX-RUN-TIME            PIC X(08).
001301            05 AX-RECCOUNT            PIC 9(09).
001302            05 AX-FREQUENCYSUM        PIC S9(10)
001303                               SIGN IS LEADING SEPARATE.
001304            05 AX-REJECTCOUNT         PIC 9(09).
001305            05 AX-RERUN-SW            PIC X(01).
001306            05 AX-BUSINESS-DATE       PIC X(10).
001307            05 AX-REVERSED-SW         PIC X(01).
001308                88  AX-IS-REVERSED    VALUE "V".
001309            05 AX-RETURN-CODE         PIC X(02).
001310*
001311     WORKING-STORAGE SECTION.
001312*
001313     77  WS-CHECKPOINT-INTERVAL       PIC 9(05) COMP VALUE 1000.
001314     77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE 0.
001315     77  WS-MAX-DEVICES               PIC 9(03) COMP VALUE 200.
001316     77  WS-MAX-FINGERPRINTS          PIC 9(05) COMP VALUE 5000.
001317     77  WS-MAX-REVERSED-RUNS         PIC 9(03) COMP VALUE 500.
001318     77  WS-DUP-LOOKBACK-DAYS         PIC 9(03) COMP VALUE 35.
001319     77  WS-HASH-MODULUS              PIC 9(09) COMP
001320                                      VALUE 999999937.
001321*
001322     01  WS-DAYONE-LINE                PIC X(20).
001323     01  WS-DAYONE-NORMAL REDEFINES WS-DAYONE-LINE.
001324         05  WS-NEGATION               PIC A(01).
001325         05  WS-FREQUENCYSTRING        PIC A(05).
001326         05  WS-OVERFLOW-CHAR          PIC A(01).
001327         05  FILLER                    PIC X(13).
001330     01  WS-DAYONE-TRAILER REDEFINES WS-DAYONE-LINE.
001340         05  WS-TRAILER-TAG            PIC X(07).
001350             88  WS-IS-TRAILER-RECORD  VALUE "TRAILER".
001438             88  WS-FOUND-DEVICE       VALUE "Y".
001440         05  WS-SECTH-FILE-STATUS      PIC X(02).
001442             88  WS-SECTH-FILE-NOT-FOUND  VALUE "35".
001443         05  WS-SECTH-EOF-SW           PIC X(01) VALUE "N".
001444             88  WS-SECTH-EOF          VALUE "Y".
001445         05  WS-FOUND-DUPLICATE-SW     PIC X(01) VALUE "N".
001446             88  WS-FOUND-DUPLICATE    VALUE "Y".
001447         05  WS-AUDIT-EOF-SW           PIC X(01) VALUE "N".
001448             88  WS-AUDIT-EOF          VALUE "Y".
001449         05  WS-REVERSED-SW            PIC X(01) VALUE "N".
001450             88  WS-RUN-REVERSED       VALUE "Y".
001451         05  WS-AUDX-FILE-STATUS       PIC X(02).
001452             88  WS-AUDX-FILE-OK       VALUE "00".
001453         05  WS-AUDIT-INDEX-SW         PIC X(01) VALUE "N".
001454             88  WS-AUDIT-INDEX-PRESENT VALUE "Y".
001455         05  WS-SEQX-FILE-STATUS       PIC X(02).
001456             88  WS-SEQX-FILE-NOT-FOUND   VALUE "35".
001457         05  WS-RECORD-FORMAT-SW       PIC X(01) VALUE "F".
001458         05  WS-CHECKPOINT-FOUND-SW    PIC X(01) VALUE "N".
001459             88  WS-CHECKPOINT-FOUND   VALUE "Y".
001460         05  WS-CHECKPOINT-STATUS-SW   PIC X(01) VALUE "I".
001470             88  WS-MARK-COMPLETE      VALUE "C".
001480             88  WS-MARK-INPROGRESS    VALUE "I".
001675         05  WS-SECTION-DEV-MIN        PIC 9(05) COMP.
001676         05  WS-SECTION-DEV-MAX        PIC 9(05) COMP.
001677         05  WS-SECTION-VERDICT        PIC X(01).
001678*    THE SECTION'S OWN STATISTICS, ROLLED INTO THE FILE'S ONLY
001679*    WHEN THE SECTION CLOSES SO A DUPLICATE CAN BE HELD OUT.
001680*    THE READINGS HASH IS POSITIONAL - THE SAME READINGS IN A
001681*    DIFFERENT ORDER HASH DIFFERENTLY.
001682         05  WS-SECTION-POSCOUNT       PIC 9(09) COMP.
001683         05  WS-SECTION-NEGCOUNT       PIC 9(09) COMP.
001684         05  WS-SECTION-MAXPOS         PIC S9(10) COMP.
001685         05  WS-SECTION-MAXNEG         PIC S9(10) COMP.
001686         05  WS-SECTION-HASH           PIC 9(09) COMP.
001687         05  WS-HASH-WORK              PIC 9(18) COMP.
001688         05  WS-HASH-QUOT              PIC 9(18) COMP.
001689*    THE DEVICE TIMESTAMPS OF THE SECTION'S FIRST AND MOST
001690*    RECENT TIMESTAMPED READINGS, THE LATTER ALSO AS SECONDS
001691*    AFTER MIDNIGHT FOR THE SEQUENCE AND GAP CHECKS.
001692         05  WS-SECTION-FIRST-TIME     PIC X(08).
001693         05  WS-SECTION-LAST-TIME      PIC X(08).
001694         05  WS-SECTION-LAST-SECONDS   PIC 9(05) COMP.
001695*
001696     01  WS-SEQUENCE-FIELDS.
001697         05  WS-MAX-GAP-SECONDS        PIC 9(05) COMP.
001698         05  WS-GAP-SECONDS            PIC 9(05) COMP.
001699         05  WS-SEQ-REASON             PIC X(10).
001700*
001701     01  WS-HEADER-FIELDS.
001702         05  WS-RUN-DATE-FMT           PIC X(10).
001703         05  WS-BUSINESS-DATE          PIC X(10).
001704         05  WS-EXPECTED-BUSDATE       PIC X(10).
001705         05  WS-HEADER-PRESENT-SW      PIC X(01).
001706             88  WS-HEADER-PRESENT     VALUE "Y".
001707         05  WS-EXPECTED-GIVEN-SW      PIC X(01).
001708             88  WS-EXPECTED-GIVEN     VALUE "Y".
001709         05  WS-EXPECTED-RECCOUNT      PIC 9(09) COMP.
001710         05  WS-FILEHDR-COUNT-DIGITS   PIC X(05) JUSTIFIED RIGHT.
001711         05  WS-FILEHDR-COUNT-NUM
001712             REDEFINES WS-FILEHDR-COUNT-DIGITS PIC 9(05).
001713*
001714     01  WS-DEVICE-FIELDS.
001715         05  WS-DEVICE-ENTRIES         PIC 9(03) COMP.
001716         05  WS-DEVICE-RANGE-COUNT     PIC 9(09) COMP.
001717     01  WS-DEVICE-TABLE-AREA.
001718         05  WS-DEVICE-TABLE OCCURS 200 TIMES
001719                           INDEXED BY WS-DEVICE-IDX.
001720             10  WS-DEV-ID             PIC X(08).
001721             10  WS-DEV-STATUS         PIC X(01).
001722             10  WS-DEV-MIN            PIC 9(05).
001723             10  WS-DEV-MAX            PIC 9(05).
001724*
001725*    FINGERPRINTS OF THE SECTIONS OTHER FILES HAVE TOTALLED
001726*    SINCE THE LOOKBACK DATE, FROM DAYSECTH.
001727     01  WS-FINGERPRINT-FIELDS.
001728         05  WS-FINGERPRINT-ENTRIES    PIC 9(05) COMP.
001729         05  WS-LOOKBACK-DATE          PIC X(10).
001730         05  WS-LOOKBACK-INTEGER       PIC 9(07) COMP.
001731         05  WS-LOOKBACK-NUM           PIC 9(08).
001732         05  WS-LOOKBACK-PARTS REDEFINES WS-LOOKBACK-NUM.
001733             10  WS-LOOKBACK-YYYY      PIC 9(04).
001734             10  WS-LOOKBACK-MM        PIC 9(02).
001735             10  WS-LOOKBACK-DD        PIC 9(02).
001736     01  WS-FINGERPRINT-TABLE-AREA.
001737         05  WS-FINGERPRINT-TABLE OCCURS 5000 TIMES
001738                           INDEXED BY WS-FP-IDX.
001739             10  WS-FP-FILENAME        PIC X(80).
001740             10  WS-FP-RUN-DATE        PIC X(10).
001741             10  WS-FP-SECTION-NUMBER  PIC 9(03).
001742             10  WS-FP-DEVICE-ID       PIC X(08).
001743             10  WS-FP-BUSINESS-DATE   PIC X(10).
001744             10  WS-FP-RECCOUNT        PIC 9(09).
001745             10  WS-FP-FREQUENCYSUM    PIC S9(10) COMP-3.
001746             10  WS-FP-HASH            PIC 9(09).
001747*
001748*    THE RUNS ADVBKOUT HAS REVERSED WITHIN THE LOOKBACK, BY
001749*    FILENAME AND RUN DATE - THEIR SECTIONS NO LONGER COUNT AS
001750*    TOTALLED.  ONLY LOADED WHEN THERE IS NO DAYAUDX INDEX.
001751     01  WS-CHECK-FIELDS.
001752         05  WS-CHECK-FILENAME         PIC X(80).
001753         05  WS-CHECK-RUN-DATE         PIC X(10).
001754     01  WS-REVERSED-ENTRIES           PIC 9(03) COMP VALUE 0.
001755     01  WS-REVERSED-TABLE-AREA.
001756         05  WS-REVERSED-TABLE OCCURS 500 TIMES
001757                           INDEXED BY WS-REV-IDX.
001758             10  WS-RV-FILENAME        PIC X(80).
001759             10  WS-RV-RUN-DATE        PIC X(10).
001760*
001761     01  WS-WATCH-FIELDS.
001762         05  WS-WATCH-LIMIT            PIC 9(05) COMP.
001763         05  WS-WATCH-COUNT            PIC 9(09) COMP.
001764*
001770     01  WS-EXCEPTION-FIELDS.
001780         05  WS-EXC-CONDITION          PIC X(10).
001790         05  WS-EXC-DETAIL             PIC X(40).
002213     MOVE SPACES TO WS-SECTION-REJECT-REASON
002214     MOVE 0 TO WS-SECTION-DEV-MIN
002215     MOVE 99999 TO WS-SECTION-DEV-MAX
002216     MOVE 0 TO WS-SECTION-POSCOUNT
002217     MOVE 0 TO WS-SECTION-NEGCOUNT
002218     MOVE 0 TO WS-SECTION-MAXPOS
002219     MOVE 0 TO WS-SECTION-MAXNEG
002220     MOVE 0 TO WS-SECTION-HASH
002221     MOVE SPACE TO WS-SECTION-VERDICT
002222     MOVE SPACES TO WS-SECTION-FIRST-TIME
002223     MOVE SPACES TO WS-SECTION-LAST-TIME
002224     MOVE 0 TO WS-SECTION-LAST-SECONDS
002225     MOVE 0 TO WS-DEVICE-RANGE-COUNT
002226     MOVE 0 TO DL100-CLC-OUT-HDR-ERRORS
002227     MOVE 0 TO DL100-CLC-OUT-DEV-ERRORS
002228     MOVE 0 TO DL100-CLC-OUT-TRL-ERRORS
002229     MOVE 0 TO DL100-CLC-OUT-DUP-ERRORS
002230     MOVE SPACES TO DL100-CLC-OUT-HELD-MAP
002231     MOVE 0 TO DL100-CLC-OUT-HELDCOUNT
002232     MOVE 0 TO DL100-CLC-OUT-SEQ-ERRORS.
002233*
002234     PERFORM 1050-RESOLVE-WATCH-LIMIT THRU 1050-EXIT.
002235*
002236     PERFORM 1070-LOAD-DEVICE-MASTER THRU 1070-EXIT.
002237*
002238     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002239     MOVE SPACES TO WS-RUN-DATE-FMT
002240     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
002241         WS-CURRENT-DD DELIMITED BY SIZE INTO WS-RUN-DATE-FMT.
002242     MOVE WS-RUN-DATE-FMT TO WS-BUSINESS-DATE
002243     MOVE WS-RUN-DATE-FMT TO DL100-CLC-OUT-BUSDATE
002244     MOVE "N" TO WS-HEADER-PRESENT-SW
002245     MOVE "N" TO WS-EXPECTED-GIVEN-SW
002246     MOVE 0 TO WS-EXPECTED-RECCOUNT
002247     IF DL100-PRM-OUT-BUSDATE = SPACES
002248         MOVE WS-RUN-DATE-FMT TO WS-EXPECTED-BUSDATE
002249     ELSE
002250         MOVE DL100-PRM-OUT-BUSDATE TO WS-EXPECTED-BUSDATE
002251     END-IF.
002252*
002254     PERFORM 1090-LOAD-FINGERPRINTS THRU 1090-EXIT.
002256*
002258*    A VALIDATE-ONLY PASS ALWAYS READS FROM RECORD ONE AND
002260*    OPENS NONE OF THE PERMANENT TRAILS.
002270     IF DL100-CLC-MODE-VALIDATE
002280         MOVE "N" TO WS-CHECKPOINT-FOUND-SW
002290     ELSE
002300         PERFORM 5000-CHECKPOINT-LOAD THRU 5000-EXIT
002310         OPEN EXTEND DAYONE-REJECT
002320         IF WS-REJECT-FILE-NOT-FOUND
002330             OPEN OUTPUT DAYONE-REJECT
002340         END-IF
002342         OPEN EXTEND DAYONE-WATCH
002344         IF WS-WATCH-FILE-NOT-FOUND
002346             OPEN OUTPUT DAYONE-WATCH
002347         END-IF
002348         OPEN EXTEND DAYONE-SECTION-HISTORY
002349         IF WS-SECTH-FILE-NOT-FOUND
002350             OPEN OUTPUT DAYONE-SECTION-HISTORY
002351         END-IF
002352         OPEN EXTEND DAYONE-SEQUENCE
002353         IF WS-SEQX-FILE-NOT-FOUND
002354             OPEN OUTPUT DAYONE-SEQUENCE
002355         END-IF
002356     END-IF.
002357*
002360*
002370     OPEN INPUT DAYONE.
002380     IF WS-DAYONE-FILE-NOT-FOUND
002390         DISPLAY "ADVFREQCALC: INPUT FILE NOT FOUND - "
002400                 DL100-CLC-IN-FILENAME
002410         MOVE 16 TO DL100-CLC-OUT-RETURN-CODE
002420         PERFORM 2190-CLOSE-TRAILS THRU 2190-EXIT
002440         GOBACK
002450     END-IF.
002460     IF WS-CHECKPOINT-FOUND
002530*
002540****************************************************************
002550*    1050-RESOLVE-WATCH-LIMIT - THE OUTLIER MAGNITUDE          *
002560*    THRESHOLD AND THE CHECKPOINT INTERVAL COME FROM ADVPRMRD  *
002570*    (DAYPARMS, WITH THE WATCHLIMIT ENVIRONMENT VARIABLE       *
002575*    APPLIED ON TOP, DEFAULTING TO 50000 AND 1000).  A WATCH   *
002580*    LIMIT OF ZERO TURNS THE WATCH OFF.  THE RECORD FORMAT AND *
002581*    THE LONGEST GAP ALLOWED BETWEEN TIMESTAMPED READINGS      *
002582*    (MAXGAP, IN MINUTES - ZERO TURNS THE GAP CHECK OFF) COME  *
002583*    FROM THE SAME CALL.                                       *
002585****************************************************************
002590 1050-RESOLVE-WATCH-LIMIT.
002600     MOVE 0 TO WS-WATCH-COUNT
002640     MOVE DL100-PRM-OUT-WATCHLIMIT TO WS-WATCH-LIMIT
002650     MOVE DL100-PRM-OUT-CHKPT-INTERVAL
002660         TO WS-CHECKPOINT-INTERVAL
002670     MOVE DL100-PRM-OUT-RECFORMAT TO WS-RECORD-FORMAT-SW
002680     COMPUTE WS-MAX-GAP-SECONDS = DL100-PRM-OUT-MAX-GAP * 60.
002760 1050-EXIT.
002770     EXIT.
002771*
002817     EXIT.
002818*
002819****************************************************************
002820*    1085-LOAD-REVERSED-RUNS - A RUN ADVBKOUT HAS MARKED "V"   *
002821*    HAD ITS SECTIONS TAKEN BACK OUT OF THE TOTALS, SO A       *
002822*    CORRECTED RESUBMISSION OF THE SAME READINGS IS NOT A      *
002823*    DUPLICATE OF THEM.  WITH THE DAYAUDX INDEX ON DISK, A     *
002824*    MATCHING FINGERPRINT'S RUN IS LOOKED UP BY KEY (2167);    *
002825*    WITHOUT IT, THE REVERSALS WITHIN THE LOOKBACK ARE TABLED  *
002826*    FROM THE WHOLE TRAIL HERE.  A FULL TABLE STOPS THE RUN    *
002827*    WITH RC 16 - CARRYING ON WOULD HOLD GOOD FILES.           *
002828****************************************************************
002829 1085-LOAD-REVERSED-RUNS.
002830     MOVE 0 TO WS-REVERSED-ENTRIES
002831     MOVE "N" TO WS-AUDIT-INDEX-SW
002832     OPEN INPUT DAYONE-AUDIT-INDEX.
002833     IF WS-AUDX-FILE-OK
002834         SET WS-AUDIT-INDEX-PRESENT TO TRUE
002835         CLOSE DAYONE-AUDIT-INDEX
002836         GO TO 1085-EXIT
002837     END-IF.
002838     MOVE "N" TO WS-AUDIT-EOF-SW
002839     OPEN INPUT DAYONE-AUDIT.
002840     PERFORM 1087-CHECK-ONE-AUDIT-ENTRY THRU 1087-EXIT
002841         UNTIL WS-AUDIT-EOF.
002842     CLOSE DAYONE-AUDIT.
002843 1085-EXIT.
002844     EXIT.
002845*
002846 1087-CHECK-ONE-AUDIT-ENTRY.
002847     READ DAYONE-AUDIT
002848         AT END
002849             SET WS-AUDIT-EOF TO TRUE
002850             GO TO 1087-EXIT
002851     END-READ.
002852     IF NOT DA-IS-REVERSED
002853         OR DA-RUN-DATE < WS-LOOKBACK-DATE
002854         GO TO 1087-EXIT
002855     END-IF.
002856     MOVE DA-INPUT-FILENAME TO WS-CHECK-FILENAME
002857     MOVE DA-RUN-DATE TO WS-CHECK-RUN-DATE.
002858     PERFORM 1097-CHECK-REVERSED-RUN THRU 1097-EXIT.
002859     IF WS-RUN-REVERSED
002860         GO TO 1087-EXIT
002861     END-IF.
002862     IF WS-REVERSED-ENTRIES NOT < WS-MAX-REVERSED-RUNS
002863         DISPLAY "ADVFREQCALC: REVERSED-RUN TABLE FULL AT "
002864                 WS-MAX-REVERSED-RUNS " - RUN STOPPED"
002865         CLOSE DAYONE-AUDIT
002866         MOVE 16 TO DL100-CLC-OUT-RETURN-CODE
002867         GOBACK
002868     END-IF.
002869     ADD 1 TO WS-REVERSED-ENTRIES
002870     SET WS-REV-IDX TO WS-REVERSED-ENTRIES
002871     MOVE DA-INPUT-FILENAME TO WS-RV-FILENAME(WS-REV-IDX)
002872     MOVE DA-RUN-DATE TO WS-RV-RUN-DATE(WS-REV-IDX).
002873 1087-EXIT.
002874     EXIT.
002875*
002876****************************************************************
002877*    1090-LOAD-FINGERPRINTS - KEEP THE FINGERPRINT OF EVERY    *
002878*    SECTION ANOTHER FILE HAS TOTALLED IN THE LAST             *
002879*    WS-DUP-LOOKBACK-DAYS DAYS: DEVICE ID, BUSINESS DATE,      *
002880*    RECORD COUNT, SUBTOTAL AND READINGS HASH.  SECTIONS FROM  *
002881*    THIS SAME FILE ARE LEFT TO THE DUPLICATE-RUN GUARD, AND   *
002882*    REJECTED OR ALREADY-HELD SECTIONS WERE NEVER TOTALLED.  A *
002883*    REVERSED RUN'S SECTIONS ARE KEPT BUT NO LONGER MATCH      *
002884*    (1085).  AN ABSENT DAYSECTH SIMPLY MEANS NOTHING TO       *
002885*    COMPARE WITH.                                             *
002886****************************************************************
002887 1090-LOAD-FINGERPRINTS.
002888     MOVE 0 TO WS-FINGERPRINT-ENTRIES
002889     MOVE "N" TO WS-SECTH-EOF-SW
002890     MOVE WS-CURRENT-DATE TO WS-LOOKBACK-NUM
002891     COMPUTE WS-LOOKBACK-INTEGER =
002892         FUNCTION INTEGER-OF-DATE(WS-LOOKBACK-NUM)
002893         - WS-DUP-LOOKBACK-DAYS
002894     COMPUTE WS-LOOKBACK-NUM =
002895         FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INTEGER)
002896     MOVE SPACES TO WS-LOOKBACK-DATE
002897     STRING WS-LOOKBACK-YYYY "-" WS-LOOKBACK-MM "-"
002898         WS-LOOKBACK-DD DELIMITED BY SIZE INTO WS-LOOKBACK-DATE.
002899     PERFORM 1085-LOAD-REVERSED-RUNS THRU 1085-EXIT.
002900     OPEN INPUT DAYONE-SECTION-HISTORY.
002901     IF WS-SECTH-FILE-NOT-FOUND
002902         GO TO 1090-EXIT
002903     END-IF.
002904     PERFORM 1095-LOAD-ONE-FINGERPRINT THRU 1095-EXIT
002905         UNTIL WS-SECTH-EOF.
002906     CLOSE DAYONE-SECTION-HISTORY.
002907 1090-EXIT.
002908     EXIT.
002909*
002910 1095-LOAD-ONE-FINGERPRINT.
002911     READ DAYONE-SECTION-HISTORY
002912         AT END
002913             SET WS-SECTH-EOF TO TRUE
002914             GO TO 1095-EXIT
002915     END-READ.
002916     IF SH-FILENAME = DL100-CLC-IN-FILENAME
002917         OR SH-RUN-DATE < WS-LOOKBACK-DATE
002918         OR SH-VERDICT = "R" OR SH-VERDICT = "D"
002919         OR SH-BUSINESS-DATE = SPACES
002920         OR SH-READINGS-HASH IS NOT NUMERIC
002921         GO TO 1095-EXIT
002922     END-IF.
002923     IF WS-FINGERPRINT-ENTRIES NOT < WS-MAX-FINGERPRINTS
002924         DISPLAY "ADVFREQCALC: SECTION FINGERPRINT TABLE FULL AT "
002925                 WS-MAX-FINGERPRINTS " - LATER DAYSECTH SECTIONS "
002926                 "NOT CHECKED FOR DUPLICATES"
002927         SET WS-SECTH-EOF TO TRUE
002928         GO TO 1095-EXIT
002929     END-IF.
002930     ADD 1 TO WS-FINGERPRINT-ENTRIES
002931     SET WS-FP-IDX TO WS-FINGERPRINT-ENTRIES
002932     MOVE SH-FILENAME TO WS-FP-FILENAME(WS-FP-IDX)
002933     MOVE SH-RUN-DATE TO WS-FP-RUN-DATE(WS-FP-IDX)
002934     MOVE SH-SECTION-NUMBER TO WS-FP-SECTION-NUMBER(WS-FP-IDX)
002935     MOVE SH-DEVICE-ID TO WS-FP-DEVICE-ID(WS-FP-IDX)
002936     MOVE SH-BUSINESS-DATE TO WS-FP-BUSINESS-DATE(WS-FP-IDX)
002937     MOVE SH-RECCOUNT TO WS-FP-RECCOUNT(WS-FP-IDX)
002938     MOVE SH-FREQUENCYSUM TO WS-FP-FREQUENCYSUM(WS-FP-IDX)
002939     MOVE SH-READINGS-HASH TO WS-FP-HASH(WS-FP-IDX).
002940 1095-EXIT.
002941     EXIT.
002942*
002943****************************************************************
002944*    1097-CHECK-REVERSED-RUN - IS THE RUN IN WS-CHECK-FIELDS   *
002945*    ON THE REVERSED-RUN TABLE?                                *
002946****************************************************************
002947 1097-CHECK-REVERSED-RUN.
002948     MOVE "N" TO WS-REVERSED-SW
002949     PERFORM 1098-COMPARE-ONE-REVERSAL THRU 1098-EXIT
002950         VARYING WS-REV-IDX FROM 1 BY 1
002951         UNTIL WS-REV-IDX > WS-REVERSED-ENTRIES
002952         OR WS-RUN-REVERSED.
002953 1097-EXIT.
002954     EXIT.
002955*
002956 1098-COMPARE-ONE-REVERSAL.
002957     IF WS-RV-FILENAME(WS-REV-IDX) = WS-CHECK-FILENAME
002958         AND WS-RV-RUN-DATE(WS-REV-IDX) = WS-CHECK-RUN-DATE
002959         SET WS-RUN-REVERSED TO TRUE
002960     END-IF.
002961 1098-EXIT.
002962     EXIT.
002963*
002964****************************************************************
002965*    1100-SKIP-CHECKPOINT-RECORDS - DISCARD THE RECORDS A      *
002966*    PRIOR CHECKPOINT ALREADY ACCOUNTED FOR.                   *
002967****************************************************************
002968 1100-SKIP-CHECKPOINT-RECORDS.
002969     IF NOT WS-EOF
002970         READ DAYONE INTO WS-DAYONE-LINE
002971             AT END SET WS-EOF TO TRUE
002972         END-READ
002973     END-IF.
002974 1100-EXIT.
002975     EXIT.
002976*
002977****************************************************************
002978*    2000-PROCESS-FILE - READ DAYONE UNTIL THE TRAILER RECORD  *
002979*    OR END OF FILE, EDITING AND ACCUMULATING EACH RECORD.     *
002980****************************************************************
002981 2000-PROCESS-FILE.
002982     PERFORM 2050-READ-RECORD THRU 2050-EXIT
002983         UNTIL WS-EOF.
002990*
003000     IF WS-SECTION-RECCOUNT > 0
003005         IF DL100-CLC-CTRL-PRESENT
003048         ELSE
003050             MOVE "N" TO WS-SECTION-VERDICT
003052         END-IF
003053         PERFORM 2161-SETTLE-SECTION THRU 2161-EXIT
003054         PERFORM 2165-WRITE-SECTION-HISTORY THRU 2165-EXIT
003056     END-IF.
003057*
003070     END-IF.
003071*
003072     CLOSE DAYONE.
003080     PERFORM 2190-CLOSE-TRAILS THRU 2190-EXIT.
003100*
003102     IF DL100-CLC-MODE-VALIDATE
003104         GO TO 2000-EXIT
003106     END-IF.
003110     IF WS-WATCH-COUNT > 0
003120         DISPLAY "ADVFREQCALC: " WS-WATCH-COUNT " RECORD(S) "
003130                 "EXCEEDED THE WATCH LIMIT OF " WS-WATCH-LIMIT
003155                 "MAGNITUDE RANGE - SEE DAYWATCH"
003156     END-IF.
003160*
003161     IF DL100-CLC-OUT-SEQ-ERRORS > 0
003162         DISPLAY "ADVFREQCALC: " DL100-CLC-OUT-SEQ-ERRORS
003163                 " READING(S) OUT OF TIME ORDER, REPEATING A "
003164                 "TIMESTAMP OR AFTER TOO LONG A GAP - SEE DAYSEQX"
003165     END-IF.
003166*
003170     SET WS-MARK-COMPLETE TO TRUE
003180     PERFORM 4000-CHECKPOINT-SAVE THRU 4000-EXIT.
003190 2000-EXIT.
003674         MOVE WS-DAYONE-LINE TO DR-RAW-LINE
003676         MOVE WS-SECTION-REJECT-REASON TO DR-REASON-CODE
003678         MOVE DL100-CLC-IN-FILENAME TO DR-FILENAME
003680         PERFORM 2185-WRITE-REJECT-RECORD THRU 2185-EXIT
003682         GO TO 2100-EXIT
003684     END-IF.
003686*
003780         MOVE WS-DAYONE-LINE TO DR-RAW-LINE
003790         MOVE DL100-VAL-REASON-CODE TO DR-REASON-CODE
003800         MOVE DL100-CLC-IN-FILENAME TO DR-FILENAME
003810         PERFORM 2185-WRITE-REJECT-RECORD THRU 2185-EXIT
003820         GO TO 2100-EXIT
003830     END-IF.
003840*
003882         END-IF
003884     END-IF.
003890*
003893     PERFORM 2120-CHECK-READING-SEQUENCE THRU 2120-EXIT.
003896*
003900     IF DL100-VAL-FREQUENCY >= 0
003910         ADD 1 TO WS-SECTION-POSCOUNT
003920         IF DL100-VAL-FREQUENCY > WS-SECTION-MAXPOS
003930             MOVE DL100-VAL-FREQUENCY TO WS-SECTION-MAXPOS
003940         END-IF
003950     ELSE
003960         ADD 1 TO WS-SECTION-NEGCOUNT
003970         IF DL100-VAL-FREQUENCY < WS-SECTION-MAXNEG
003980             MOVE DL100-VAL-FREQUENCY TO WS-SECTION-MAXNEG
003990         END-IF
004000     END-IF.
004010*
004011     ADD DL100-VAL-FREQUENCY TO WS-SECTION-FREQUENCYSUM
004012         ON SIZE ERROR
004013             PERFORM 2170-SUM-OVERFLOW-ABORT THRU 2170-EXIT
004014     END-ADD.
004015     COMPUTE WS-HASH-WORK = WS-SECTION-HASH * 31
004016                          + DL100-VAL-FREQUENCY + 10000000000.
004017     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS GIVING WS-HASH-QUOT
004018         REMAINDER WS-SECTION-HASH.
004019 2100-EXIT.
004020     EXIT.
004021*
004022****************************************************************
004023*    2120-CHECK-READING-SEQUENCE - A TIMESTAMPED READING MUST  *
004024*    COME AFTER THE SECTION'S PREVIOUS TIMESTAMPED READING,    *
004025*    AND NOT MORE THAN THE MAXGAP LIMIT AFTER IT.  AN EARLIER  *
004026*    TIME IS OUTOFORDER, THE SAME TIME IS DUPTIME AND A LONGER *
004027*    GAP IS TIMEGAP - EACH LISTED ON DAYSEQX.  TIMESTAMPS ARE  *
004028*    TIMES OF DAY WITHIN THE SECTION'S BUSINESS DATE.  THE     *
004029*    READING STILL COUNTS - A BROKEN SEQUENCE IS A WARNING     *
004030*    (RC 4), NOT A REJECT.  READINGS WITH NO TIMESTAMP ARE     *
004031*    NOT CHECKED.                                              *
004032****************************************************************
004033 2120-CHECK-READING-SEQUENCE.
004034     IF DL100-VAL-TIMESTAMP-ABSENT
004035         GO TO 2120-EXIT
004036     END-IF.
004037     IF WS-SECTION-FIRST-TIME = SPACES
004038         MOVE DL100-VAL-TIMESTAMP TO WS-SECTION-FIRST-TIME
004039     ELSE
004040         IF DL100-VAL-TIME-SECONDS < WS-SECTION-LAST-SECONDS
004041             MOVE "OUTOFORDER" TO WS-SEQ-REASON
004042             PERFORM 2125-WRITE-SEQUENCE-RECORD THRU 2125-EXIT
004043         ELSE
004044             IF DL100-VAL-TIME-SECONDS = WS-SECTION-LAST-SECONDS
004045                 MOVE "DUPTIME" TO WS-SEQ-REASON
004046                 PERFORM 2125-WRITE-SEQUENCE-RECORD
004047                     THRU 2125-EXIT
004048             ELSE
004049                 COMPUTE WS-GAP-SECONDS = DL100-VAL-TIME-SECONDS
004050                     - WS-SECTION-LAST-SECONDS
004051                 IF WS-MAX-GAP-SECONDS > 0
004052                     AND WS-GAP-SECONDS > WS-MAX-GAP-SECONDS
004053                     MOVE "TIMEGAP" TO WS-SEQ-REASON
004054                     PERFORM 2125-WRITE-SEQUENCE-RECORD
004055                         THRU 2125-EXIT
004056                 END-IF
004057             END-IF
004058         END-IF
004059     END-IF.
004060     MOVE DL100-VAL-TIMESTAMP TO WS-SECTION-LAST-TIME
004061     MOVE DL100-VAL-TIME-SECONDS TO WS-SECTION-LAST-SECONDS.
004062 2120-EXIT.
004063     EXIT.
004064*
004065****************************************************************
004066*    2125-WRITE-SEQUENCE-RECORD - LIST THE BROKEN SEQUENCE ON  *
004067*    DAYSEQX: THE FILE, DEVICE AND LINE NUMBER OF THE READING, *
004068*    AND THE PREVIOUS READING'S TIME BESIDE ITS OWN.  A        *
004069*    VALIDATE-ONLY PASS ONLY COUNTS IT.                        *
004070****************************************************************
004071 2125-WRITE-SEQUENCE-RECORD.
004072     ADD 1 TO DL100-CLC-OUT-SEQ-ERRORS
004073     IF DL100-CLC-OUT-RETURN-CODE < 4
004074         MOVE 4 TO DL100-CLC-OUT-RETURN-CODE
004075     END-IF.
004076     IF DL100-CLC-MODE-VALIDATE
004077         GO TO 2125-EXIT
004078     END-IF.
004079     MOVE SPACES TO DAYONE-SEQUENCE-FILE
004080     MOVE WS-RUN-DATE-FMT TO SX-RUN-DATE
004081     MOVE WS-SEQ-REASON TO SX-REASON-CODE
004082     MOVE WS-SECTION-DEVICE-ID TO SX-DEVICE-ID
004083     MOVE WS-LINE-COUNT TO SX-LINE-NUMBER
004084     MOVE WS-SECTION-LAST-TIME TO SX-PRIOR-TIME
004085     MOVE DL100-VAL-TIMESTAMP TO SX-READING-TIME
004086     MOVE DL100-CLC-IN-FILENAME TO SX-FILENAME
004087     WRITE DAYONE-SEQUENCE-FILE.
004088 2125-EXIT.
004089     EXIT.
004140*
004141****************************************************************
004142*    2130-PROCESS-FILE-HEADER - THE "HEADER " RECORD AT THE    *
004158         MOVE WS-DAYONE-LINE TO DR-RAW-LINE
004159         MOVE "BADHDR" TO DR-REASON-CODE
004160         MOVE DL100-CLC-IN-FILENAME TO DR-FILENAME
004161         PERFORM 2185-WRITE-REJECT-RECORD THRU 2185-EXIT
004162         IF DL100-CLC-OUT-RETURN-CODE < 8
004163             MOVE 8 TO DL100-CLC-OUT-RETURN-CODE
004164         END-IF
004267     MOVE WS-DAYONE-LINE TO DR-RAW-LINE
004268     MOVE WS-SECTION-REJECT-REASON TO DR-REASON-CODE
004269     MOVE DL100-CLC-IN-FILENAME TO DR-FILENAME
004270     PERFORM 2185-WRITE-REJECT-RECORD THRU 2185-EXIT.
004271*
004272     IF DL100-CLC-OUT-RETURN-CODE < 8
004273         MOVE 8 TO DL100-CLC-OUT-RETURN-CODE
004321     MOVE WS-DAYONE-LINE TO DR-RAW-LINE
004322     MOVE "BADTRLR" TO DR-REASON-CODE
004323     MOVE DL100-CLC-IN-FILENAME TO DR-FILENAME
004324     PERFORM 2185-WRITE-REJECT-RECORD THRU 2185-EXIT.
004325*
004326     SET DL100-CLC-CTRL-MISMATCH TO TRUE
004327     MOVE "X" TO WS-SECTION-VERDICT
004546             MOVE "N" TO WS-SECTION-VERDICT
004547         END-IF
004548     END-IF.
004549     PERFORM 2161-SETTLE-SECTION THRU 2161-EXIT.
004550     PERFORM 2165-WRITE-SECTION-HISTORY THRU 2165-EXIT.
004551     ADD 1 TO WS-SECTION-NUMBER
004552     MOVE 0 TO WS-SECTION-RECCOUNT
004553     MOVE 0 TO WS-SECTION-FREQUENCYSUM
004556     MOVE SPACES TO WS-SECTION-REJECT-REASON
004557     MOVE 0 TO WS-SECTION-DEV-MIN
004558     MOVE 99999 TO WS-SECTION-DEV-MAX
004559     MOVE 0 TO WS-SECTION-POSCOUNT
004560     MOVE 0 TO WS-SECTION-NEGCOUNT
004561     MOVE 0 TO WS-SECTION-MAXPOS
004562     MOVE 0 TO WS-SECTION-MAXNEG
004563     MOVE 0 TO WS-SECTION-HASH
004564     MOVE SPACE TO WS-SECTION-VERDICT
004565     MOVE SPACES TO WS-SECTION-FIRST-TIME
004566     MOVE SPACES TO WS-SECTION-LAST-TIME
004567     MOVE 0 TO WS-SECTION-LAST-SECONDS.
004568 2160-EXIT.
004569     EXIT.
004570*
004571****************************************************************
004572*    2161-SETTLE-SECTION - BEFORE A CLOSED SECTION COUNTS,     *
004573*    COMPARE ITS FINGERPRINT WITH THE SECTIONS OTHER FILES     *
004574*    HAVE ALREADY TOTALLED.  A MATCH IS A RE-UPLOAD UNDER A    *
004575*    NEW FILE NAME: IT IS REPORTED AND RAISED, AND HELD OUT OF *
004576*    THE FILE'S TOTALS (VERDICT D) UNLESS THE CALLER WAS GIVEN *
004577*    THE FORCE OPTION - A HELD SECTION IS FLAGGED ON THE       *
004578*    INTERFACE'S HELD MAP FOR THE PART 2 PASS AND ITS RECORDS  *
004579*    ARE ADDED TO THE HELD COUNT, SO THE CALLER CAN AUDIT ONLY *
004580*    WHAT WAS TOTALLED.  ANY OTHER SECTION IS ROLLED INTO THE  *
004581*    FILE'S TOTALS AND STATISTICS.                             *
004582****************************************************************
004583 2161-SETTLE-SECTION.
004584     MOVE "N" TO WS-FOUND-DUPLICATE-SW.
004585     IF NOT WS-SECTION-REJECTED
004586         AND WS-SECTION-RECCOUNT > 0
004587         PERFORM 2162-FIND-DUPLICATE THRU 2162-EXIT
004588     END-IF.
004589     IF WS-FOUND-DUPLICATE
004590         PERFORM 2164-REPORT-DUPLICATE THRU 2164-EXIT
004591     END-IF.
004592     IF WS-SECTION-VERDICT = "D"
004593         IF WS-SECTION-NUMBER > 0
004594             MOVE "D" TO DL100-CLC-OUT-HELD-SW(WS-SECTION-NUMBER)
004595         END-IF
004596         ADD WS-SECTION-RECCOUNT TO DL100-CLC-OUT-HELDCOUNT
004597     ELSE
004598         PERFORM 2166-ROLL-IN-SECTION THRU 2166-EXIT
004599     END-IF.
004600 2161-EXIT.
004601     EXIT.
004602*
004603 2162-FIND-DUPLICATE.
004604     PERFORM 2163-COMPARE-ONE-FINGERPRINT THRU 2163-EXIT
004605         VARYING WS-FP-IDX FROM 1 BY 1
004606         UNTIL WS-FP-IDX > WS-FINGERPRINT-ENTRIES
004607             OR WS-FOUND-DUPLICATE.
004608     IF WS-FOUND-DUPLICATE
004609         SET WS-FP-IDX DOWN BY 1
004610     END-IF.
004611 2162-EXIT.
004612     EXIT.
004613*
004614 2163-COMPARE-ONE-FINGERPRINT.
004615     IF WS-FP-HASH(WS-FP-IDX) = WS-SECTION-HASH
004616         AND WS-FP-RECCOUNT(WS-FP-IDX) = WS-SECTION-RECCOUNT
004617         AND WS-FP-FREQUENCYSUM(WS-FP-IDX) =
004618             WS-SECTION-FREQUENCYSUM
004619         AND WS-FP-DEVICE-ID(WS-FP-IDX) = WS-SECTION-DEVICE-ID
004620         AND WS-FP-BUSINESS-DATE(WS-FP-IDX) = WS-BUSINESS-DATE
004621         PERFORM 2167-CHECK-REVERSED-MATCH THRU 2167-EXIT
004622         IF NOT WS-RUN-REVERSED
004623             SET WS-FOUND-DUPLICATE TO TRUE
004624         END-IF
004625     END-IF.
004626 2163-EXIT.
004627     EXIT.
004628*
004629****************************************************************
004630*    2164-REPORT-DUPLICATE - SAY WHICH EARLIER SECTION THIS    *
004631*    ONE REPEATS, RAISE DUPSECTION, AND HOLD THE SECTION OUT   *
004632*    (RC 8) OR, UNDER FORCE, LET IT COUNT AGAIN (RC 4).        *
004633****************************************************************
004634 2164-REPORT-DUPLICATE.
004635     DISPLAY "ADVFREQCALC: DEVICE " WS-SECTION-DEVICE-ID
004636             " SECTION " WS-SECTION-NUMBER " REPEATS SECTION "
004637             WS-FP-SECTION-NUMBER(WS-FP-IDX) " OF "
004638             WS-FP-FILENAME(WS-FP-IDX)(1:40).
004639     DISPLAY "ADVFREQCALC:     TOTALLED "
004640             WS-FP-RUN-DATE(WS-FP-IDX) " - SAME BUSINESS DATE, "
004641             "COUNT, SUBTOTAL AND READINGS".
004642     IF DL100-CLC-FORCE
004643         DISPLAY "ADVFREQCALC:     FORCE OPTION GIVEN - SECTION "
004644                 "TOTALLED AGAIN"
004645         IF DL100-CLC-OUT-RETURN-CODE < 4
004646             MOVE 4 TO DL100-CLC-OUT-RETURN-CODE
004647         END-IF
004648     ELSE
004649         MOVE "D" TO WS-SECTION-VERDICT
004650         DISPLAY "ADVFREQCALC:     SECTION HELD OUT OF THE "
004651                 "TOTALS - GIVE THE FORCE OPTION TO COUNT IT"
004652         IF DL100-CLC-OUT-RETURN-CODE < 8
004653             MOVE 8 TO DL100-CLC-OUT-RETURN-CODE
004654         END-IF
004655     END-IF.
004656     MOVE "DUPSECTION" TO WS-EXC-CONDITION
004657     MOVE SPACES TO WS-EXC-DETAIL
004658     STRING WS-SECTION-DEVICE-ID " DUP OF "
004659         WS-FP-FILENAME(WS-FP-IDX) DELIMITED BY SIZE
004660         INTO WS-EXC-DETAIL
004661     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT.
004662 2164-EXIT.
004663     EXIT.
004664*
004665****************************************************************
004666*    2165-WRITE-SECTION-HISTORY - APPEND THE SECTION JUST      *
004667*    CLOSED TO THE DAYSECTH HISTORY.  THE VERDICT IS M WHEN    *
004668*    THE TRAILER MATCHED, X ON A MISMATCH OR MALFORMED         *
004669*    TRAILER, R FOR A REJECTED-DEVICE SECTION, N WHEN THE      *
004670*    SECTION CLOSED WITHOUT A CONTROL TOTAL CHECK AND D WHEN   *
004671*    IT WAS HELD OUT AS A DUPLICATE.  THE BUSINESS DATE AND    *
004672*    READINGS HASH COMPLETE THE SECTION'S FINGERPRINT; THE     *
004673*    FIRST AND LAST READING TIMES ARE THE DEVICE TIMESTAMPS    *
004674*    OF ITS FIRST AND LAST TIMESTAMPED READINGS, BLANK WHEN    *
004675*    NONE CARRIED ONE.                                         *
004676****************************************************************
004677 2165-WRITE-SECTION-HISTORY.
004678     IF DL100-CLC-MODE-VALIDATE
004679         GO TO 2165-EXIT
004680     END-IF.
004681     MOVE SPACES TO DAYONE-SECTION-HIST-FILE
004682     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
004683         WS-CURRENT-DD DELIMITED BY SIZE INTO SH-RUN-DATE
004684     MOVE DL100-CLC-IN-FILENAME TO SH-FILENAME
004685     MOVE WS-SECTION-NUMBER TO SH-SECTION-NUMBER
004686     MOVE WS-SECTION-DEVICE-ID TO SH-DEVICE-ID
004687     MOVE WS-SECTION-RECCOUNT TO SH-RECCOUNT
004688     MOVE WS-SECTION-FREQUENCYSUM TO SH-FREQUENCYSUM
004689     MOVE WS-SECTION-VERDICT TO SH-VERDICT
004690     MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
004691     MOVE WS-SECTION-HASH TO SH-READINGS-HASH
004692     MOVE WS-SECTION-FIRST-TIME TO SH-FIRST-READING-TIME
004693     MOVE WS-SECTION-LAST-TIME TO SH-LAST-READING-TIME
004694     WRITE DAYONE-SECTION-HIST-FILE.
004695 2165-EXIT.
004696     EXIT.
004697*
004698****************************************************************
004699*    2166-ROLL-IN-SECTION - ADD THE CLOSED SECTION'S SUBTOTAL  *
004700*    AND STATISTICS INTO THE FILE'S.                           *
004701****************************************************************
004702 2166-ROLL-IN-SECTION.
004703     ADD WS-SECTION-POSCOUNT TO DL100-CLC-OUT-POSCOUNT
004704     ADD WS-SECTION-NEGCOUNT TO DL100-CLC-OUT-NEGCOUNT.
004705     IF WS-SECTION-MAXPOS > DL100-CLC-OUT-MAXPOS
004706         MOVE WS-SECTION-MAXPOS TO DL100-CLC-OUT-MAXPOS
004707     END-IF.
004708     IF WS-SECTION-MAXNEG < DL100-CLC-OUT-MAXNEG
004709         MOVE WS-SECTION-MAXNEG TO DL100-CLC-OUT-MAXNEG
004710     END-IF.
004711     ADD WS-SECTION-FREQUENCYSUM TO DL100-CLC-OUT-FREQUENCYSUM
004712         GIVING WS-FREQUENCYRES
004713         ON SIZE ERROR
004714             PERFORM 2170-SUM-OVERFLOW-ABORT THRU 2170-EXIT
004715     END-ADD.
004716     MOVE WS-FREQUENCYRES TO DL100-CLC-OUT-FREQUENCYSUM.
004717 2166-EXIT.
004718     EXIT.
004719*
004720****************************************************************
004721*    2167-CHECK-REVERSED-MATCH - A FINGERPRINT HAS MATCHED.    *
004722*    HAS ADVBKOUT SINCE REVERSED THE RUN THAT TOTALLED IT?     *
004723*    READ ONLY THAT RUN'S KEYS ON THE DAYAUDX INDEX, OR THE    *
004724*    REVERSED-RUN TABLE (1085) WHEN THERE IS NO INDEX.         *
004725****************************************************************
004726 2167-CHECK-REVERSED-MATCH.
004727     MOVE WS-FP-FILENAME(WS-FP-IDX) TO WS-CHECK-FILENAME
004728     MOVE WS-FP-RUN-DATE(WS-FP-IDX) TO WS-CHECK-RUN-DATE.
004729     IF NOT WS-AUDIT-INDEX-PRESENT
004730         PERFORM 1097-CHECK-REVERSED-RUN THRU 1097-EXIT
004731         GO TO 2167-EXIT
004732     END-IF.
004733     MOVE "N" TO WS-REVERSED-SW
004734     MOVE "N" TO WS-AUDIT-EOF-SW
004735     OPEN INPUT DAYONE-AUDIT-INDEX.
004736     IF NOT WS-AUDX-FILE-OK
004737         GO TO 2167-EXIT
004738     END-IF.
004739     MOVE WS-CHECK-FILENAME TO AX-INPUT-FILENAME
004740     MOVE WS-CHECK-RUN-DATE TO AX-RUN-DATE
004741     MOVE 0 TO AX-ENTRY-SEQ.
004742     START DAYONE-AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
004743         INVALID KEY
004744             SET WS-AUDIT-EOF TO TRUE
004745     END-START.
004746     PERFORM 2168-READ-ONE-INDEX-ENTRY THRU 2168-EXIT
004747         UNTIL WS-AUDIT-EOF OR WS-RUN-REVERSED.
004748     CLOSE DAYONE-AUDIT-INDEX.
004749 2167-EXIT.
004750     EXIT.
004751*
004752 2168-READ-ONE-INDEX-ENTRY.
004753     READ DAYONE-AUDIT-INDEX NEXT RECORD
004754         AT END
004755             SET WS-AUDIT-EOF TO TRUE
004756         NOT AT END
004757             IF AX-INPUT-FILENAME NOT = WS-CHECK-FILENAME
004758                 OR AX-RUN-DATE NOT = WS-CHECK-RUN-DATE
004759                 SET WS-AUDIT-EOF TO TRUE
004760             ELSE
004761                 IF AX-IS-REVERSED
004762                     SET WS-RUN-REVERSED TO TRUE
004763                 END-IF
004764             END-IF
004765     END-READ.
004766 2168-EXIT.
004767     EXIT.
004768*
004769****************************************************************
004770*    2170-SUM-OVERFLOW-ABORT - A RUNNING SUM HAS OUTGROWN ITS  *
004771*    PICTURE.  FLAG THE OVERFLOW, RAISE THE EXCEPTION FEED     *
004772*    RECORD AND ABANDON THE RUN.                               *
004773****************************************************************
004774 2170-SUM-OVERFLOW-ABORT.
004775     MOVE WS-BUSINESS-DATE TO DL100-CLC-OUT-BUSDATE
004776     SET DL100-CLC-OVERFLOW-YES TO TRUE
004777     MOVE 16 TO DL100-CLC-OUT-RETURN-CODE
004778     DISPLAY "ADVFREQCALC: FREQUENCY SUM OVERFLOW - RUN "
004779             "ABANDONED"
004780     MOVE "OVERFLOW" TO WS-EXC-CONDITION
004781     MOVE "FREQUENCY SUM OVERFLOW" TO WS-EXC-DETAIL
004782     PERFORM 9100-RAISE-EXCEPTION THRU 9100-EXIT
004783     CLOSE DAYONE
004784     PERFORM 2190-CLOSE-TRAILS THRU 2190-EXIT
004785     GOBACK.
004786 2170-EXIT.
004787     EXIT.
004788*
004790****************************************************************
004800*    2180-WRITE-WATCH-RECORD - THE RECORD IS WELL FORMED AND   *
004810*    COUNTS NORMALLY, BUT ITS MAGNITUDE IS LARGE ENOUGH THAT A *
004830*    THE DAYWATCH REVIEW FILE FOR A HUMAN LOOK.                *
004840****************************************************************
004850 2180-WRITE-WATCH-RECORD.
004852     IF DL100-CLC-MODE-VALIDATE
004854         GO TO 2180-EXIT
004856     END-IF.
004860     MOVE SPACES TO DAYONE-WATCH-FILE
004870     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
004880         WS-CURRENT-DD DELIMITED BY SIZE INTO WF-RUN-DATE
004900     MOVE DL100-VAL-FREQUENCY TO WF-FREQUENCY
004910     MOVE DL100-CLC-IN-FILENAME TO WF-FILENAME
004920     WRITE DAYONE-WATCH-FILE.
004921 2180-EXIT.
004922     EXIT.
004923*
004924****************************************************************
004925*    2185-WRITE-REJECT-RECORD - APPEND THE REJECT RECORD THE   *
004926*    CALLING PARAGRAPH BUILT TO DAYREJCT, UNLESS THIS IS A     *
004927*    VALIDATE-ONLY PASS, WHICH ONLY COUNTS IT.                 *
004928****************************************************************
004929 2185-WRITE-REJECT-RECORD.
004930     IF DL100-CLC-MODE-NORMAL
004931         WRITE DAYONE-REJECT-FILE
004932     END-IF.
004933 2185-EXIT.
004934     EXIT.
004935*
004936****************************************************************
004937*    2190-CLOSE-TRAILS - CLOSE THE REJECT, WATCH, SECTION      *
004938*    HISTORY AND SEQUENCE TRAILS, WHICH A VALIDATE-ONLY PASS   *
004939*    NEVER OPENED.                                             *
004940****************************************************************
004941 2190-CLOSE-TRAILS.
004942     IF DL100-CLC-MODE-NORMAL
004943         CLOSE DAYONE-REJECT
004944         CLOSE DAYONE-WATCH
004945         CLOSE DAYONE-SECTION-HISTORY
004946         CLOSE DAYONE-SEQUENCE
004947     END-IF.
004948 2190-EXIT.
004950     EXIT.
004960*
004970****************************************************************
005170*    THE CURRENT RECORD COUNT AND RUNNING SUM.                 *
005180****************************************************************
005190 4000-CHECKPOINT-SAVE.
005192     IF DL100-CLC-MODE-VALIDATE
005194         GO TO 4000-EXIT
005196     END-IF.
005200     OPEN OUTPUT DAYONE-CHECKPOINT.
005210     MOVE DL100-CLC-IN-FILENAME TO CK-FILENAME
005220     MOVE DL100-CLC-OUT-RECCOUNT TO CK-RECCOUNT
005329     MOVE WS-EXPECTED-GIVEN-SW TO CK-EXPECTED-SW
005330     MOVE WS-EXPECTED-RECCOUNT TO CK-EXPECTED-COUNT
005335     MOVE WS-CHECKPOINT-STATUS-SW TO CK-STATUS
005337     MOVE WS-SECTION-POSCOUNT TO CK-SECTION-POSCOUNT
005339     MOVE WS-SECTION-NEGCOUNT TO CK-SECTION-NEGCOUNT
005341     MOVE WS-SECTION-MAXPOS TO CK-SECTION-MAXPOS
005343     MOVE WS-SECTION-MAXNEG TO CK-SECTION-MAXNEG
005345     MOVE WS-SECTION-HASH TO CK-SECTION-HASH
005346     MOVE WS-SECTION-FIRST-TIME TO CK-SECTION-FIRST-TIME
005347     MOVE WS-SECTION-LAST-TIME TO CK-SECTION-LAST-TIME
005348     MOVE WS-SECTION-LAST-SECONDS TO CK-SECTION-LAST-SECS
005351     MOVE DL100-CLC-OUT-HELD-MAP TO CK-HELD-MAP
005352     MOVE DL100-CLC-OUT-HELDCOUNT TO CK-HELDCOUNT-NUM
005354     WRITE DAYONE-CHECKPOINT-FILE.
005357     CLOSE DAYONE-CHECKPOINT.
005360 4000-EXIT.
005370     EXIT.
005380*
005601                 MOVE CK-HEADER-SW TO WS-HEADER-PRESENT-SW
005602                 MOVE CK-EXPECTED-SW TO WS-EXPECTED-GIVEN-SW
005603                 MOVE CK-EXPECTED-COUNT TO WS-EXPECTED-RECCOUNT
005604                 MOVE CK-SECTION-POSCOUNT TO WS-SECTION-POSCOUNT
005605                 MOVE CK-SECTION-NEGCOUNT TO WS-SECTION-NEGCOUNT
005606                 MOVE CK-SECTION-MAXPOS TO WS-SECTION-MAXPOS
005607                 MOVE CK-SECTION-MAXNEG TO WS-SECTION-MAXNEG
005608                 MOVE CK-SECTION-HASH TO WS-SECTION-HASH
005609                 MOVE CK-SECTION-FIRST-TIME
005610                     TO WS-SECTION-FIRST-TIME
005611                 MOVE CK-SECTION-LAST-TIME
005612                     TO WS-SECTION-LAST-TIME
005613                 MOVE CK-SECTION-LAST-SECS
005614                     TO WS-SECTION-LAST-SECONDS
005615                 MOVE CK-HELD-MAP TO DL100-CLC-OUT-HELD-MAP
005616                 IF CK-HELDCOUNT IS NUMERIC
005617                     MOVE CK-HELDCOUNT-NUM
005618                         TO DL100-CLC-OUT-HELDCOUNT
005619                 END-IF
005620                 PERFORM 5100-RESTORE-SECTION-RANGE
005621                     THRU 5100-EXIT
005622                 MOVE CK-REJECTCOUNT TO DL100-CLC-OUT-REJECTCOUNT
005623                 MOVE CK-POSCOUNT TO DL100-CLC-OUT-POSCOUNT
005624                 MOVE CK-NEGCOUNT TO DL100-CLC-OUT-NEGCOUNT
005630                 MOVE CK-MAXPOS TO DL100-CLC-OUT-MAXPOS
005640                 MOVE CK-MAXNEG TO DL100-CLC-OUT-MAXNEG
005650                 MOVE CK-FREQUENCYSUM
006170****************************************************************
006180*    9100-RAISE-EXCEPTION - DROP ONE RECORD ONTO THE SHARED    *
006190*    EXCEPTION FEED FOR MONITORING PICKUP.  WS-EXC-CONDITION   *
006200*    AND WS-EXC-DETAIL ARE SET BY THE CALLING PARAGRAPH.  THE  *
006203*    FAULT IS FIRST COUNTED BY KIND FOR THE CALLER; A          *
006206*    VALIDATE-ONLY PASS STOPS THERE AND RAISES NOTHING.        *
006210****************************************************************
006220 9100-RAISE-EXCEPTION.
006221     IF WS-EXC-CONDITION = "BADHDR" OR "BADBUSDT" OR "RECCNTMISM"
006222         ADD 1 TO DL100-CLC-OUT-HDR-ERRORS
006223     END-IF.
006224     IF WS-EXC-CONDITION = "UNKNOWNDEV" OR "RETIREDDEV"
006225                        OR "BADDEVHDR"
006226         ADD 1 TO DL100-CLC-OUT-DEV-ERRORS
006227     END-IF.
006228     IF WS-EXC-CONDITION = "CTRLMISM" OR "BADTRLR"
006229         ADD 1 TO DL100-CLC-OUT-TRL-ERRORS
006230     END-IF.
006231     IF WS-EXC-CONDITION = "DUPSECTION"
006232         ADD 1 TO DL100-CLC-OUT-DUP-ERRORS
006233     END-IF.
006234     IF DL100-CLC-MODE-VALIDATE
006235         GO TO 9100-EXIT
006236     END-IF.
006237     MOVE "ADVFREQCALC" TO DL100-EXC-IN-PROGRAM
006240     MOVE DL100-CLC-IN-FILENAME TO DL100-EXC-IN-FILENAME
006250     MOVE WS-EXC-CONDITION TO DL100-EXC-IN-CONDITION
006260     MOVE WS-EXC-DETAIL TO DL100-EXC-IN-DETAIL
