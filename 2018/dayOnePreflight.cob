000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADVPREFLT.
000030 AUTHOR. DATA-LIBRARY-100-TEAM.
000040 INSTALLATION. ADVENT-OF-CODE BATCH CALIBRATION SYSTEM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080****************************************************************
000090*                MODIFICATION HISTORY                         *
000100****************************************************************
000110* 2026-10-15  JWB  ORIGINAL - PRE-FLIGHT CHECK OF TONIGHT'S    *
000120*                  DAYLIST.  EVERY FILE ON THE LIST IS RUN     *
000130*                  THROUGH THE FULL ADVFREQCALC EDIT IN ITS    *
000140*                  VALIDATE-ONLY MODE, SO A BAD FIELD UPLOAD   *
000150*                  IS FOUND BEFORE THE BATCH WINDOW OPENS      *
000160*                  INSTEAD OF AFTER IT HAS LEFT REJECTS AND    *
000170*                  EXCEPTIONS ON THE PERMANENT TRAILS.         *
000172* 2026-10-15  JWB  A SECTION ADVFREQCALC WOULD HOLD OUT AS A   *
000174*                  DUPLICATE OF ONE ANOTHER FILE ALREADY       *
000176*                  TOTALLED IS NOW REPORTED AS A DUPLICATE     *
000178*                  SECTION FAULT.                              *
000180* 2026-10-15  JWB  READINGS WHOSE DEVICE TIMESTAMPS BREAK THEIR*
000182*                  SECTION'S SEQUENCE ARE NOW REPORTED ON A    *
000184*                  READING SEQUENCE VERDICT LINE - A WARNING,  *
000186*                  NOT A FAULT.                                *
000188****************************************************************
000190*
000200****************************************************************
000210*    THIS MAINLINE READS DAYONE-FILELIST (DAYLIST), ONE INPUT  *
000220*    FILE NAME PER RECORD, AND CALLS ADVFREQCALC IN VALIDATE-  *
000230*    ONLY MODE FOR EACH.  THE EDIT IS THE SAME ONE THE NIGHTLY *
000240*    RUN APPLIES - HEADER BUSINESS DATE AND RECORD COUNT,      *
000250*    DEVICE HEADERS AGAINST DAYDEVMF, THE ADVVALFRQ FORMAT     *
000260*    CHECK AND TRAILER RECONCILIATION - BUT NOTHING IS WRITTEN *
000270*    TO DAYREJCT, DAYWATCH, DAYSECTH, DAYSEQX, DAYCHKPT OR     *
000280*    DAYEXCPT, AND ADVAUDWRT IS NEVER CALLED, SO NOTHING LANDS *
000290*    ON DAYAUD EITHER.  ONE REPORT LINE PER FILE GIVES ITS     *
000300*    EXPECTED VERDICT, FOLLOWED BY ONE LINE PER FAULT FOUND.   *
000310*    THE RETURN CODE IS THE WORST ONE THE NIGHTLY RUN WOULD    *
000320*    SEE - 4 WHEN A FILE WOULD ONLY REJECT RECORDS OR BREAK    *
000330*    ITS READING SEQUENCE, 8 FOR A HEADER, DEVICE OR TRAILER   *
000340*    FAULT, 16 FOR A MISSING INPUT FILE OR AN OVERFLOWING SUM. *
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370     INPUT-OUTPUT SECTION.
000380         FILE-CONTROL.
000390         SELECT DAYONE-FILELIST ASSIGN TO "DAYLIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FILELIST-FILE-STATUS.
000420*
000430 DATA DIVISION.
000440     FILE SECTION.
000450     FD DAYONE-FILELIST.
000460         01 DAYONE-FILELIST-RECORD.
000470            05 FL-FILENAME             PIC X(80).
000480*
000490     WORKING-STORAGE SECTION.
000500*
000510     01  WS-SWITCHES.
000520         05  WS-EOF-SW                 PIC X(01) VALUE "N".
000530             88  WS-EOF                VALUE "Y".
000540         05  WS-FILELIST-FILE-STATUS   PIC X(02).
000550             88  WS-FILELIST-FILE-NOT-FOUND VALUE "35".
000560         05  WS-FILE-FAULT-SW          PIC X(01).
000570             88  WS-FILE-FAULTED       VALUE "Y".
000580*
000590     01  WS-JOB-RETURN-CODE            PIC 9(02) COMP VALUE 0.
000600*
000610     01  WS-PREFLIGHT-TOTALS.
000620         05  WS-FILE-COUNT             PIC 9(05) COMP VALUE 0.
000630         05  WS-PASS-COUNT             PIC 9(05) COMP VALUE 0.
000640         05  WS-REJECT-ONLY-COUNT      PIC 9(05) COMP VALUE 0.
000650         05  WS-FAULT-COUNT            PIC 9(05) COMP VALUE 0.
000660         05  WS-GRAND-RECCOUNT         PIC 9(09) COMP VALUE 0.
000670         05  WS-GRAND-REJECTCOUNT      PIC 9(09) COMP VALUE 0.
000680*
000690     01  WS-CURRENT-DATE-FIELDS.
000700         05  WS-CURRENT-DATE.
000710             10  WS-CURRENT-YYYY       PIC 9(04).
000720             10  WS-CURRENT-MM         PIC 9(02).
000730             10  WS-CURRENT-DD         PIC 9(02).
000740         05  WS-TODAY                  PIC X(10).
000750         05  WS-EXPECTED-BUSDATE       PIC X(10).
000760*
000770     COPY DL100CLC.
000780     COPY DL100PRM.
000790*
000800 PROCEDURE DIVISION.
000810*
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     PERFORM 2000-PROCESS-FILELIST THRU 2000-EXIT
000850         UNTIL WS-EOF.
000860     PERFORM 8000-REPORT-SUMMARY THRU 8000-EXIT.
000870     CLOSE DAYONE-FILELIST.
000880     MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
000890     STOP RUN.
000900*
000910****************************************************************
000920*    1000-INITIALIZE - READ AND ECHO THE RUN PARAMETERS, OPEN  *
000930*    THE FILE LIST AND PRINT THE REPORT HEADING.  THE EXPECTED *
000940*    BUSINESS DATE SHOWN IS THE ONE ADVFREQCALC WILL CHECK     *
000950*    EACH FILE'S HEADER AGAINST - DAYPARMS BUSDATE WHEN SET,   *
000960*    OTHERWISE TODAY.                                          *
000970****************************************************************
000980 1000-INITIALIZE.
000990     MOVE "ADVPREFLT" TO DL100-PRM-IN-PROGRAM
001000     SET DL100-PRM-ECHO TO TRUE
001010     CALL "ADVPRMRD" USING DL100-PRM-LINKAGE.
001020     IF DL100-PRM-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
001030         MOVE DL100-PRM-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
001040     END-IF.
001050*
001060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001070     MOVE SPACES TO WS-TODAY
001080     STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-"
001090         WS-CURRENT-DD DELIMITED BY SIZE INTO WS-TODAY.
001100     IF DL100-PRM-OUT-BUSDATE = SPACES
001110         MOVE WS-TODAY TO WS-EXPECTED-BUSDATE
001120     ELSE
001130         MOVE DL100-PRM-OUT-BUSDATE TO WS-EXPECTED-BUSDATE
001140     END-IF.
001150*
001160     OPEN INPUT DAYONE-FILELIST.
001170     IF WS-FILELIST-FILE-NOT-FOUND
001180         DISPLAY "ADVPREFLT: FILE LIST NOT FOUND - DAYLIST"
001190         MOVE 16 TO WS-JOB-RETURN-CODE
001200         MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
001210         STOP RUN
001220     END-IF.
001230*
001240     DISPLAY "ADVPREFLT: PRE-FLIGHT CHECK OF DAYLIST ON " WS-TODAY
001250             " - EXPECTED BUSINESS DATE " WS-EXPECTED-BUSDATE.
001260     DISPLAY "ADVPREFLT: VALIDATE ONLY - NO TRAIL IS WRITTEN".
001270 1000-EXIT.
001280     EXIT.
001290*
001300****************************************************************
001310*    2000-PROCESS-FILELIST - READ ONE FILE NAME AND CHECK IT.  *
001320****************************************************************
001330 2000-PROCESS-FILELIST.
001340     READ DAYONE-FILELIST
001350         AT END
001360             SET WS-EOF TO TRUE
001370         NOT AT END
001380             PERFORM 2100-CHECK-ONE-FILE THRU 2100-EXIT
001390     END-READ.
001400 2000-EXIT.
001410     EXIT.
001420*
001430****************************************************************
001440*    2100-CHECK-ONE-FILE - RUN THE FILE THROUGH ADVFREQCALC IN *
001450*    VALIDATE-ONLY MODE, ROLL ITS RETURN CODE INTO THE JOB'S,  *
001460*    AND REPORT ITS VERDICT.                                   *
001470****************************************************************
001480 2100-CHECK-ONE-FILE.
001490     MOVE FL-FILENAME TO DL100-CLC-IN-FILENAME.
001500     SET DL100-CLC-MODE-VALIDATE TO TRUE.
001505     SET DL100-CLC-NO-FORCE TO TRUE.
001510     CALL "ADVFREQCALC" USING DL100-CLC-LINKAGE.
001520*
001530     ADD 1 TO WS-FILE-COUNT.
001540     ADD DL100-CLC-OUT-RECCOUNT TO WS-GRAND-RECCOUNT.
001550     ADD DL100-CLC-OUT-REJECTCOUNT TO WS-GRAND-REJECTCOUNT.
001560*
001570     IF DL100-CLC-OUT-RETURN-CODE > WS-JOB-RETURN-CODE
001580         MOVE DL100-CLC-OUT-RETURN-CODE TO WS-JOB-RETURN-CODE
001590     END-IF.
001600     IF DL100-CLC-OUT-REJECTCOUNT > 0
001610         AND WS-JOB-RETURN-CODE < 4
001620         MOVE 4 TO WS-JOB-RETURN-CODE
001630     END-IF.
001640*
001650     DISPLAY "ADVPREFLT: " DL100-CLC-IN-FILENAME.
001660     DISPLAY "    BUSINESS DATE=" DL100-CLC-OUT-BUSDATE
001670             " RECORDS=" DL100-CLC-OUT-RECCOUNT
001680             " REJECTS=" DL100-CLC-OUT-REJECTCOUNT
001690             " RC=" DL100-CLC-OUT-RETURN-CODE.
001700     PERFORM 2200-REPORT-VERDICT THRU 2200-EXIT.
001710 2100-EXIT.
001720     EXIT.
001730*
001740****************************************************************
001750*    2200-REPORT-VERDICT - ONE LINE PER FAULT THE NIGHTLY RUN  *
001760*    WOULD HIT.  A FILE WITH NONE WOULD PASS; A FILE WHOSE     *
001770*    ONLY PROBLEM IS BAD RECORDS WOULD REJECT THEM AND STILL   *
001780*    TOTAL THE REST.                                           *
001790****************************************************************
001800 2200-REPORT-VERDICT.
001810     MOVE "N" TO WS-FILE-FAULT-SW.
001820*
001830     IF DL100-CLC-OUT-RETURN-CODE = 16
001840         SET WS-FILE-FAULTED TO TRUE
001850         IF DL100-CLC-OVERFLOW-YES
001860             DISPLAY "    VERDICT: FREQUENCY SUM WOULD OVERFLOW "
001870                     "- RUN WOULD BE ABANDONED"
001880         ELSE
001890             DISPLAY "    VERDICT: INPUT FILE NOT FOUND"
001900         END-IF
001910     END-IF.
001920     IF DL100-CLC-OUT-HDR-ERRORS > 0
001930         SET WS-FILE-FAULTED TO TRUE
001940         DISPLAY "    VERDICT: HEADER MISMATCH - "
001950                 DL100-CLC-OUT-HDR-ERRORS " FAULT(S) IN THE "
001960                 "BUSINESS DATE, RECORD COUNT OR HEADER LAYOUT"
001970     END-IF.
001980     IF DL100-CLC-OUT-DEV-ERRORS > 0
001990         SET WS-FILE-FAULTED TO TRUE
002000         DISPLAY "    VERDICT: UNKNOWN DEVICE - "
002010                 DL100-CLC-OUT-DEV-ERRORS " SECTION(S) WOULD BE "
002020                 "REJECTED BY DAYDEVMF"
002030     END-IF.
002040     IF DL100-CLC-OUT-TRL-ERRORS > 0
002050         SET WS-FILE-FAULTED TO TRUE
002060         DISPLAY "    VERDICT: TRAILER MISMATCH - "
002070                 DL100-CLC-OUT-TRL-ERRORS " SECTION(S) WOULD NOT "
002080                 "RECONCILE"
002090     END-IF.
002091     IF DL100-CLC-OUT-DUP-ERRORS > 0
002092         SET WS-FILE-FAULTED TO TRUE
002093         DISPLAY "    VERDICT: DUPLICATE SECTION - "
002094                 DL100-CLC-OUT-DUP-ERRORS " SECTION(S) ALREADY "
002095                 "TOTALLED FROM ANOTHER FILE WOULD BE HELD OUT"
002096     END-IF.
002098     IF DL100-CLC-OUT-SEQ-ERRORS > 0
002100         DISPLAY "    VERDICT: READING SEQUENCE - "
002102                 DL100-CLC-OUT-SEQ-ERRORS " READING(S) OUT OF "
002104                 "TIME ORDER, REPEATING A TIMESTAMP OR AFTER "
002105                 "A GAP"
002106     END-IF.
002108     IF DL100-CLC-OUT-REJECTCOUNT > 0
002110         DISPLAY "    VERDICT: WOULD REJECT "
002120                 DL100-CLC-OUT-REJECTCOUNT " RECORD(S)"
002130     END-IF.
002140*
002150     IF WS-FILE-FAULTED
002160         ADD 1 TO WS-FAULT-COUNT
002170         GO TO 2200-EXIT
002180     END-IF.
002190     IF DL100-CLC-OUT-REJECTCOUNT > 0
002200         ADD 1 TO WS-REJECT-ONLY-COUNT
002210         GO TO 2200-EXIT
002220     END-IF.
002230     ADD 1 TO WS-PASS-COUNT.
002240     IF DL100-CLC-OUT-RETURN-CODE = 0
002250         DISPLAY "    VERDICT: WOULD PASS"
002260     ELSE
002270         DISPLAY "    VERDICT: WOULD PASS WITH WARNINGS"
002280     END-IF.
002290 2200-EXIT.
002300     EXIT.
002310*
002320****************************************************************
002330*    8000-REPORT-SUMMARY - CLOSING COUNTS FOR THE WHOLE LIST.  *
002340****************************************************************
002350 8000-REPORT-SUMMARY.
002360     DISPLAY "ADVPREFLT: PRE-FLIGHT SUMMARY".
002370     DISPLAY "Files checked              : " WS-FILE-COUNT.
002380     DISPLAY "Files that would pass      : " WS-PASS-COUNT.
002390     DISPLAY "Files that would reject    : " WS-REJECT-ONLY-COUNT.
002400     DISPLAY "Files with a fault         : " WS-FAULT-COUNT.
002410     DISPLAY "Combined record count      : " WS-GRAND-RECCOUNT.
002420     DISPLAY "Combined reject count      : " WS-GRAND-REJECTCOUNT.
002430     DISPLAY "ADVPREFLT: ENDED WITH RC " WS-JOB-RETURN-CODE.
002440 8000-EXIT.
002450     EXIT.
002460*
002470 END PROGRAM ADVPREFLT.
