      ****************************************************************
      *    DL100RPT - SHARED CALL INTERFACE FOR ADVRPTFRQ, THE PART  *
      *    2 FIRST-REPEATED-FREQUENCY SEARCH, USED BY ADVENTOFCODE   *
      *    FOR ONE FILE AND BY ADVBATCH FOR EACH FILE ON ITS LIST.   *
      *    THE CALLER PASSES DL100-CLC-LINKAGE AS THE SECOND         *
      *    PARAMETER - PART 1'S FIGURES ARE SAVED WITH THE DAYP2CHK  *
      *    BOOKMARK AND RESTORED FROM IT ON A RESUME.                *
      *                                                              *
      *    CALL ONCE WITH DL100-RPT-LOAD-BOOKMARK BEFORE PART 1.     *
      *    DL100-RPT-RESUMED COMING BACK MEANS AN INTERRUPTED SEARCH *
      *    FOR THIS FILE WAS FOUND, PART 1'S FIGURES ARE ALREADY IN  *
      *    DL100-CLC-LINKAGE, AND PART 1 AND ITS AUDIT CALL MUST BE  *
      *    SKIPPED.  THEN CALL WITH DL100-RPT-SEARCH, WHICH RESUMES  *
      *    THE RESTORED SEARCH OR STARTS A FRESH ONE.                *
      *    RETURN CODE 12 = NO REPEAT WITHIN MAXCYCLES, 16 = INPUT   *
      *    MISSING, RUNNING-FREQUENCY OVERFLOW OR TABLE EXHAUSTED.   *
      ****************************************************************
       01  DL100-RPT-LINKAGE.
           05  DL100-RPT-IN-FUNCTION        PIC X(01).
               88  DL100-RPT-LOAD-BOOKMARK  VALUE "L".
               88  DL100-RPT-SEARCH         VALUE "S".
           05  DL100-RPT-IN-FILENAME        PIC X(80).
           05  DL100-RPT-IN-MAXCYCLES       PIC 9(07) COMP.
           05  DL100-RPT-IN-MAXTABLE        PIC 9(07) COMP.
           05  DL100-RPT-IN-RECFORMAT       PIC X(01).
           05  DL100-RPT-OUT-RESUMED-SW     PIC X(01).
               88  DL100-RPT-RESUMED        VALUE "Y".
               88  DL100-RPT-NOT-RESUMED    VALUE "N".
           05  DL100-RPT-OUT-FOUND-SW       PIC X(01).
               88  DL100-RPT-FOUND          VALUE "Y".
               88  DL100-RPT-NOT-FOUND      VALUE "N".
           05  DL100-RPT-OUT-FREQUENCY      PIC S9(10) COMP.
           05  DL100-RPT-OUT-CYCLES         PIC 9(07) COMP.
           05  DL100-RPT-OUT-RETURN-CODE    PIC 9(02) COMP.
