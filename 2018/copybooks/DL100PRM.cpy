      *    F = THE ORIGINAL FIXED SIGN-PLUS-FIVE-DIGIT LAYOUT,
      *    V = THE FIELD UNITS' FREE-FORMAT LINES.
           05  DL100-PRM-OUT-RECFORMAT     PIC X(01).
      *    THE CLOCK TIME, HH:MM, BY WHICH THE NIGHT'S BATCH WINDOW
      *    SHOULD BE FINISHED - THE FIRST HH:MM AFTER THE NIGHT
      *    STARTS, SO 06:00 MEANS THE NEXT MORNING FOR A NIGHT
      *    STARTED THE EVENING BEFORE.
           05  DL100-PRM-OUT-WINDOW-END     PIC X(05).
      *    THE LONGEST GAP, IN MINUTES, ALLOWED BETWEEN TWO
      *    TIMESTAMPED READINGS IN ONE DEVICE SECTION BEFORE
      *    ADVFREQCALC LISTS IT ON DAYSEQX - ZERO TURNS THE GAP
      *    CHECK OFF.
           05  DL100-PRM-OUT-MAX-GAP        PIC 9(04) COMP.
           05  DL100-PRM-OUT-RETURN-CODE    PIC 9(02) COMP.
