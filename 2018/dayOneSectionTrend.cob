000164*                  (PARM OVER DAYSECTPCT OVER DAYPARMS         *
000166*                  SECTIONPCT OVER 50) AND THE EFFECTIVE       *
000168*                  PARAMETERS ARE ECHOED AT START-UP.          *
000170* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S BUSINESS DATE  *
000172*                  AND READINGS HASH.  SECTIONS HELD OUT AS    *
000174*                  DUPLICATES (VERDICT D) ARE LEFT OUT LIKE    *
000176*                  REJECTED ONES.                              *
000177* 2026-10-15  JWB  DAYSECTH GAINS THE SECTION'S FIRST AND LAST *
000178*                  READING TIMES.                              *
000179****************************************************************
000180*
000190****************************************************************
000200*    THIS MAINLINE READS DAYONE-SECTION-HISTORY (DAYSECTH),    *
000250*    SECTION FOR THE SAME DEVICE MOVES ITS SUBTOTAL BY MORE    *
000260*    THAN THE THRESHOLD PERCENT, THE SECTION IS FLAGGED.       *
000270*    REJECTED-DEVICE SECTIONS (VERDICT R) NEVER ACCUMULATED    *
000280*    ANYTHING AND DUPLICATES HELD OUT OF THE TOTALS (VERDICT   *
000290*    D) ARE NOT REAL READINGS, SO BOTH ARE SKIPPED; SECTIONS   *
000300*    WITH NO DEVICE HEADER ARE TRACKED TOGETHER UNDER          *
000310*    "(NONE)".  THE THRESHOLD IS THE FIRST COMMAND-LINE PARM,  *
000320*    FALLING BACK TO THE DAYSECTPCT ENVIRONMENT VARIABLE,      *
000330*    DEFAULTING TO 50 - THE SAME RESOLUTION ADVAUDANOM USES    *
000335*    FOR ITS FILE-LEVEL THRESHOLD.                             *
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360     INPUT-OUTPUT SECTION.
000580            05 FILLER                 PIC X(01).
000590            05 SH-VERDICT             PIC X(01).
000600                88  SH-SECTION-REJECTED  VALUE "R".
000601                88  SH-SECTION-HELD      VALUE "D".
000602            05 FILLER                 PIC X(01).
000603            05 SH-BUSINESS-DATE       PIC X(10).
000604            05 FILLER                 PIC X(01).
000605            05 SH-READINGS-HASH       PIC 9(09).
000606            05 FILLER                 PIC X(01).
000607            05 SH-FIRST-READING-TIME  PIC X(08).
000608            05 FILLER                 PIC X(01).
000609            05 SH-LAST-READING-TIME   PIC X(08).
000610*
000620     WORKING-STORAGE SECTION.
000630*
001620         AT END
001630             SET WS-EOF TO TRUE
001640         NOT AT END
001650             IF NOT SH-SECTION-REJECTED AND NOT SH-SECTION-HELD
001660                 ADD 1 TO WS-SECTIONS-READ
001670                 PERFORM 2100-CHECK-ONE-SECTION THRU 2100-EXIT
001680             END-IF
