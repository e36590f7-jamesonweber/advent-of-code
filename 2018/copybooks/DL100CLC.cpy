      ****************************************************************
       01  DL100-CLC-LINKAGE.
           05  DL100-CLC-IN-FILENAME        PIC X(80).
      *    VALIDATE-ONLY RUNS THE FULL EDIT BUT WRITES NOTHING -
      *    NO REJECT, WATCH, SECTION-HISTORY, CHECKPOINT OR
      *    EXCEPTION RECORDS - FOR THE ADVPREFLT PRE-FLIGHT CHECK.
      *    EVERY OTHER CALLER SETS DL100-CLC-MODE-NORMAL.
           05  DL100-CLC-IN-MODE-SW         PIC X(01).
               88  DL100-CLC-MODE-NORMAL    VALUE "N" " ".
               88  DL100-CLC-MODE-VALIDATE  VALUE "V".
      *    A DEVICE SECTION WHOSE FINGERPRINT MATCHES ONE ALREADY
      *    TOTALLED FROM ANOTHER FILE IS HELD OUT OF THE TOTALS
      *    UNLESS THE CALLER WAS GIVEN THE FORCE OPTION.
           05  DL100-CLC-IN-FORCE-SW        PIC X(01).
               88  DL100-CLC-FORCE          VALUE "Y".
               88  DL100-CLC-NO-FORCE       VALUE "N" " ".
           05  DL100-CLC-OUT-RECCOUNT       PIC 9(09) COMP.
           05  DL100-CLC-OUT-REJECTCOUNT    PIC 9(09) COMP.
           05  DL100-CLC-OUT-POSCOUNT       PIC 9(09) COMP.
      *    RUN DATE WHEN THE FILE CARRIES NO HEADER, SO THE AUDIT
      *    TRAIL CAN REFLECT THE DATA'S DATE AND NOT JUST THE RUN'S.
           05  DL100-CLC-OUT-BUSDATE        PIC X(10).
      *    COUNTS OF THE FILE-LEVEL FAULTS FOUND, BY KIND, SO A
      *    CALLER CAN SAY WHY A FILE FAILED AND NOT JUST THAT IT DID:
      *    HEADER = BADHDR, BADBUSDT OR RECCNTMISM, DEVICE = A
      *    SECTION REJECTED FOR ITS DEVICE HEADER, TRAILER = A
      *    CONTROL-TOTAL MISMATCH OR MALFORMED TRAILER, DUPLICATE =
      *    A SECTION ALREADY TOTALLED FROM ANOTHER FILE.
           05  DL100-CLC-OUT-HDR-ERRORS     PIC 9(05) COMP.
           05  DL100-CLC-OUT-DEV-ERRORS     PIC 9(05) COMP.
           05  DL100-CLC-OUT-TRL-ERRORS     PIC 9(05) COMP.
           05  DL100-CLC-OUT-DUP-ERRORS     PIC 9(05) COMP.
      *    READINGS WHOSE DEVICE TIMESTAMP BROKE THEIR SECTION'S
      *    SEQUENCE - OUT OF ORDER, REPEATED, OR AFTER TOO LONG A
      *    GAP.  A WARNING ONLY; THE READINGS STILL COUNT.
           05  DL100-CLC-OUT-SEQ-ERRORS     PIC 9(09) COMP.
      *    THE SECTIONS HELD OUT OF THE TOTALS AS DUPLICATES
      *    (VERDICT D), FLAGGED BY SECTION NUMBER, SO ADVRPTFRQ'S
      *    PART 2 PASS LEAVES OUT THE SAME RECORDS PART 1 DID.
           05  DL100-CLC-OUT-HELD-MAP.
               10  DL100-CLC-OUT-HELD-SW    PIC X(01)
                                            OCCURS 999 TIMES.
                   88  DL100-CLC-SECTION-HELD   VALUE "D".
      *    THE RECORDS IN THOSE HELD SECTIONS.  RECCOUNT STILL
      *    COUNTS THEM (IT IS WHAT THE FILE HEADER DECLARES), SO
      *    A CALLER AUDITING WHAT WAS TOTALLED SUBTRACTS THIS.
           05  DL100-CLC-OUT-HELDCOUNT      PIC 9(09) COMP.
           05  DL100-CLC-OUT-RETURN-CODE    PIC 9(02) COMP.
