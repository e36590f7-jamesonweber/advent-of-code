      ****************************************************************
      *    DL100VAL - SHARED RECORD-EDIT INTERFACE                  *
      *    PASSED BETWEEN ADVVALFRQ AND ITS CALLERS (ADVFREQCALC,   *
      *    ADVENTOFCODE, ADVREJFIX, ADVDEVRNG) SO EVERY PASS OVER   *
      *    DAYONE-FILE APPLIES THE SAME SHAPE CHECKS TO A RAW       *
      *    RECORD.  TWO RECORD SHAPES ARE UNDERSTOOD: THE ORIGINAL  *
      *    FIXED LAYOUT (SIGN THEN EXACTLY FIVE DIGITS, IN THE      *
      *    RAW-RECORD FIELDS) AND THE NEWER FIELD UNITS'            *
      *    FREE-FORMAT LINE (SIGN AND DIGITS AT ANY POSITION,       *
      *    OPTIONALLY FOLLOWED BY A DEVICE TIMESTAMP, IN THE        *
      *    FULL-LINE FIELD, WHOSE TIMESTAMP IS RETURNED AS WELL).   *
      *    THE FORMAT SWITCH IS A PER-FILE INDICATOR SET BY THE     *
      *    CALLER - A GARBLED FIXED-FORMAT RECORD MUST STILL REJECT *
      *    INSTEAD OF BEING MIS-PARSED AS FREE FORMAT.              *
      ****************************************************************
       01  DL100-VAL-LINKAGE.
           05  DL100-VAL-RAW-RECORD.
               88  DL100-VAL-RECORD-VALID   VALUE "Y".
               88  DL100-VAL-RECORD-INVALID VALUE "N".
           05  DL100-VAL-REASON-CODE        PIC X(10).
      *    THE DEVICE TIMESTAMP AFTER A FREE-FORMAT READING - THE
      *    TIME OF DAY AS HH:MM:SS AND AGAIN AS SECONDS AFTER
      *    MIDNIGHT, FOR SEQUENCE AND GAP CHECKS.  ABSENT FOR A
      *    FIXED-FORMAT RECORD, A READING WITH NOTHING AFTER IT,
      *    OR TRAILING TEXT THAT IS NOT A VALID TIME OF DAY.
           05  DL100-VAL-TIMESTAMP          PIC X(08).
           05  DL100-VAL-TIME-SECONDS       PIC 9(05) COMP.
           05  DL100-VAL-TIMESTAMP-SW       PIC X(01).
               88  DL100-VAL-TIMESTAMP-PRESENT VALUE "Y".
               88  DL100-VAL-TIMESTAMP-ABSENT  VALUE "N".
