       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKCRB.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKCRB RECONCILES THE CAREER-STATISTICS FILE TO    *
      * THE MISSION HISTORY.  THE SIMULATOR UPDATES EACH     *
      * CAREER RECORD IN PLACE, ONE MISSION AT A TIME, SO AN *
      * UPDATE LOST OR DOUBLED LEAVES THE CAPTAIN'S FIGURES  *
      * - AND THE RANK AND STANDING - QUIETLY WRONG FROM     *
      * THEN ON.  EVERY COMPLETED MISSION ALSO LEAVES ONE    *
      * MISSION-HISTORY RECORD, SO THIS JOB RECOMPUTES EACH  *
      * CAPTAIN'S GAMES PLAYED, WON AND COURT-MARTIALED,     *
      * LIFETIME KILLS AND BEST STAR DATE FROM THE HISTORY   *
      * EXACTLY AS THE SIMULATOR'S CAREER UPDATE DOES, AND   *
      * HOLDS THE CAREER FILE AGAINST THEM.                  *
      *                                                      *
      * CONTROL CARD (CRBPARM):                              *
      *   RPT   REPORT MODE - LIST EVERY FIELD THAT DIFFERS  *
      *         AND THE RANK CHANGE A REBUILD WOULD MAKE,    *
      *         AND LEAVE THE CAREER FILE ALONE.  NO CARD    *
      *         MEANS REPORT MODE.                           *
      *   BLD   REBUILD MODE - THE SAME LISTING, AND EVERY   *
      *         CAREER RECORD THAT DIFFERS IS REWRITTEN FROM *
      *         THE RECOMPUTED FIGURES; A CAPTAIN WITH       *
      *         HISTORY BUT NO CAREER RECORD IS ADDED.  RUN  *
      *         IT WITH THE SIMULATOR DOWN.                  *
      *                                                      *
      * A CAREER RECORD WITH NO HISTORY BEHIND IT IS LISTED  *
      * AND LEFT AS IT IS - THERE IS NOTHING TO REBUILD IT   *
      * FROM.  A REBUILD IS REFUSED, AND THE RUN DROPS TO    *
      * REPORT MODE, WHEN THE HISTORY FILE CANNOT BE READ,   *
      * HOLDS A RECORD TOO DAMAGED TO POST, OR DOES NOT FIT  *
      * THE CAPTAIN TABLE, SINCE PART OF A HISTORY WOULD     *
      * REBUILD WRONG FIGURES.  BEFORE AND AFTER CONTROL     *
      * TOTALS BALANCE THE RUN; AFTER A REBUILD THE AFTER    *
      * TOTALS ARE TAKEN BY RE-READING THE CAREER FILE       *
      * ITSELF.                                              *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAREER-FILE ASSIGN TO "CARSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAME-VAR
               FILE STATUS IS CAREER-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT OPTIONAL CRB-FILE ASSIGN TO "CRBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRB-STATUS.
           SELECT LIST-FILE ASSIGN TO "CRBLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAREER-FILE.
       01  CAREER-RECORD.
           05  CR-NAME-VAR           PIC X(12).
           05  CR-GAMES-PLAYED       PIC 9(5).
           05  CR-GAMES-WON          PIC 9(5).
           05  CR-GAMES-CRT          PIC 9(5).
           05  CR-KLINGONS-TOTAL     PIC 9(7).
           05  CR-BEST-S-DATE        PIC 9(4).

       FD  MISNHST-FILE.
       01  MISNHST-RECORD.
           05  MH-NAME-VAR           PIC X(12).
           05  MH-SKILL-LEV          PIC 9.
           05  MH-FINAL-S-DATE       PIC 9(4).
           05  MH-ORIGINAL-DS-DATE   PIC 9(4).
           05  MH-KLINGONS-BYE       PIC 99.
           05  MH-DAMAGE-CNT         PIC 9(6).
           05  MH-OUTCOME            PIC X(3).
               88  MH-WON            VALUE "WON".
               88  MH-COURT-MARTIAL  VALUE "CRT".
           05  MH-SCORE              PIC 9(5).
           05  MH-GRADE              PIC X.
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
           05  MH-SCENARIO           PIC X(8).

       FD  CRB-FILE.
       01  CRB-CARD.
           05  CB-MODE               PIC X(3).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  CAREER-STATUS             PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  CRB-STATUS                PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  CAREER-EOF                PIC X VALUE "N".
           88  CAREER-DONE           VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  MODE-SW                   PIC X VALUE "R".
           88  REPORT-MODE           VALUE "R".
           88  REBUILD-MODE          VALUE "B".
       01  HISTORY-OK                PIC X VALUE "N".
           88  HISTORY-READY         VALUE "Y".
       01  CAREER-OK                 PIC X VALUE "N".
           88  CAREER-READY          VALUE "Y".
       01  DIFF-SW                   PIC 9 VALUE 0.
           88  CAREER-DIFFERS        VALUE 1.
       01  TFOUND                    PIC 9 VALUE 0.
       01  RANK-X                    PIC 9 VALUE 1.
       01  RANK-PRE                  PIC 9 VALUE 1.
       01  RANK-NEW                  PIC 9 VALUE 1.
       01  RANK-POINTS               PIC 9(7) COMP.
       01  RANK-NAMES-X.
           05  FILLER                PIC X(14) VALUE "ENSIGN        ".
           05  FILLER                PIC X(14) VALUE "LIEUTENANT    ".
           05  FILLER                PIC X(14) VALUE "LT. COMMANDER ".
           05  FILLER                PIC X(14) VALUE "COMMANDER     ".
           05  FILLER                PIC X(14) VALUE "CAPTAIN       ".
           05  FILLER                PIC X(14) VALUE "COMMODORE     ".
           05  FILLER                PIC X(14) VALUE "ADMIRAL       ".
       01  FILLER REDEFINES RANK-NAMES-X.
           05  RANK-NAME             PIC X(14) OCCURS 7 TIMES.

      **********************************************
      * RC-TBL HOLDS ONE ENTRY PER CAPTAIN FOUND ON *
      * THE MISSION HISTORY, WITH THE CAREER FIGURES *
      * RECOMPUTED FROM THAT CAPTAIN'S MISSIONS.     *
      **********************************************

       01  RC-MAX                    PIC 999 VALUE 500.
       01  RC-CNT                    PIC 999 VALUE 0.
       01  RC-DROPPED                PIC 9(6) VALUE 0.
       01  RC-TBL.
           05  RC-ENT  OCCURS 500 TIMES.
               10  RC-NAME           PIC X(12).
               10  RC-PLAYED         PIC 9(5).
               10  RC-WON            PIC 9(5).
               10  RC-CRT            PIC 9(5).
               10  RC-KILLS          PIC 9(7).
               10  RC-BEST           PIC 9(4).
               10  RC-ON-FILE        PIC 9.
       01  RX                        PIC 999.

      **********************************************
      * CONTROL TOTALS - THE CAREER FILE AS FOUND,  *
      * THE MISSION HISTORY, AND THE CAREER FILE AS *
      * IT STANDS (OR WOULD STAND) AFTER THE RUN.   *
      **********************************************

       01  BEFORE-TOTALS.
           05  BT-CAREERS            PIC 9(6) VALUE 0.
           05  BT-PLAYED             PIC 9(8) VALUE 0.
           05  BT-WON                PIC 9(8) VALUE 0.
           05  BT-CRT                PIC 9(8) VALUE 0.
           05  BT-KILLS              PIC 9(9) VALUE 0.
       01  AFTER-TOTALS.
           05  AT-CAREERS            PIC 9(6) VALUE 0.
           05  AT-PLAYED             PIC 9(8) VALUE 0.
           05  AT-WON                PIC 9(8) VALUE 0.
           05  AT-CRT                PIC 9(8) VALUE 0.
           05  AT-KILLS              PIC 9(9) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.
       01  MISSIONS-USED             PIC 9(6) VALUE 0.
       01  MISSIONS-REJECTED         PIC 9(6) VALUE 0.
       01  CAREERS-AGREE             PIC 9(6) VALUE 0.
       01  CAREERS-DIFFER            PIC 9(6) VALUE 0.
       01  CAREERS-NO-HIST           PIC 9(6) VALUE 0.
       01  CAREERS-MISSING           PIC 9(6) VALUE 0.
       01  CAREERS-REWRITTEN         PIC 9(6) VALUE 0.
       01  CAREERS-ADDED             PIC 9(6) VALUE 0.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "CAREER FILE RECONCILIATION    ".
       01  COL-HDG.
           05  FILLER                PIC XX VALUE SPACES.
           05  FILLER                PIC X(13) VALUE "CAPTAIN      ".
           05  FILLER                PIC X(17) VALUE
               "FIELD            ".
           05  FILLER                PIC X(10) VALUE "  CARSTATS".
           05  FILLER                PIC X(10) VALUE "   HISTORY".
       01  DIFF-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  DF-NAME               PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  DF-FIELD              PIC X(17).
           05  DF-OLD                PIC Z(9)9.
           05  DF-NEW                PIC Z(9)9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           PERFORM 0100-READ-MODE THRU 0100-EXIT.
           PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT.
           PERFORM 1500-OPEN-CAREER THRU 1500-EXIT.
           PERFORM 2000-RECONCILE-CAREERS THRU 2000-EXIT.
           PERFORM 3000-MISSING-CAREERS THRU 3000-EXIT.
           IF CAREER-READY
               CLOSE CAREER-FILE.
           IF REBUILD-MODE AND CAREER-READY
               PERFORM 4000-AFTER-TOTALS THRU 4000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-MODE TAKES THE CONTROL CARD.  ONLY *
      * A BLD CARD REBUILDS - NO CARD, OR ANY OTHER  *
      * CARD, LEAVES THE CAREER FILE UNTOUCHED.      *
      **********************************************

       0100-READ-MODE.
           OPEN INPUT CRB-FILE.
           IF CRB-STATUS NOT = "00"
               CLOSE CRB-FILE
               GO TO 0100-MODE-LINE.
           READ CRB-FILE
               AT END
                   CLOSE CRB-FILE
                   GO TO 0100-MODE-LINE.
           IF CB-MODE = "BLD"
               MOVE "B" TO MODE-SW
           ELSE
               IF CB-MODE NOT = "RPT"
                   MOVE "UNKNOWN MODE CARD - REPORT MODE ASSUMED "
                       TO PRT-LINE
                   WRITE LIST-RECORD FROM PRT-LINE.
           CLOSE CRB-FILE.
       0100-MODE-LINE.
           IF REBUILD-MODE
               MOVE "REBUILD MODE - DIFFERING CAREERS ARE REWRITTEN "
                   TO PRT-LINE
           ELSE
               MOVE "REPORT MODE - CAREER FILE IS NOT CHANGED "
                   TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-LOAD-HISTORY RECOMPUTES EVERY CAREER   *
      * FROM THE MISSION HISTORY, MISSION BY        *
      * MISSION, AS 8540-UPDATE-CAREER DOES IT IN   *
      * THE SIMULATOR: A COURT-MARTIAL COUNTS AS    *
      * CRT, ANY OTHER ENDING AS WON, THE KILLS ADD *
      * UP, AND THE BEST STAR DATE IS THE EARLIEST  *
      * FINAL STAR DATE OF A MISSION NOT ENDED BY   *
      * COURT-MARTIAL.  A RECORD WITH NO NAME OR    *
      * UNREADABLE FIGURES IS REJECTED AND COUNTED. *
      **********************************************

       1000-LOAD-HISTORY.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "MISSION HISTORY UNAVAILABLE " TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               GO TO 1000-CHECK-REBUILD.
           MOVE "Y" TO HISTORY-OK.
           PERFORM 1100-HISTORY-RECORD THRU 1100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       1000-CHECK-REBUILD.
           IF REBUILD-MODE
               IF NOT HISTORY-READY OR RC-DROPPED > 0
                       OR MISSIONS-REJECTED > 0
                   MOVE "R" TO MODE-SW
                   MOVE SPACES TO PRT-LINE
                   STRING "REBUILD REFUSED - HISTORY NOT COMPLETE OR "
                       DELIMITED BY SIZE
                       "HOLDS UNREADABLE RECORDS, " DELIMITED BY SIZE
                       "REPORT MODE ONLY " DELIMITED BY SIZE
                       INTO PRT-LINE
                   WRITE LIST-RECORD FROM PRT-LINE.
       1000-EXIT.  EXIT.

       1100-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO MISSIONS-READ.
           IF MH-NAME-VAR = SPACES
               OR MH-KLINGONS-BYE NOT NUMERIC
               OR MH-FINAL-S-DATE NOT NUMERIC
               ADD 1 TO MISSIONS-REJECTED
               GO TO 1100-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 1150-FIND-CAPTAIN THRU 1150-EXIT
               VARYING RX FROM 1 BY 1
               UNTIL RX > RC-CNT OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM RX
           ELSE
               IF RC-CNT < RC-MAX
                   ADD 1 TO RC-CNT
                   MOVE RC-CNT TO RX
                   MOVE MH-NAME-VAR TO RC-NAME (RX)
                   MOVE 0 TO RC-PLAYED (RX)
                   MOVE 0 TO RC-WON (RX)
                   MOVE 0 TO RC-CRT (RX)
                   MOVE 0 TO RC-KILLS (RX)
                   MOVE 0 TO RC-BEST (RX)
                   MOVE 0 TO RC-ON-FILE (RX)
               ELSE
                   ADD 1 TO RC-DROPPED
                   GO TO 1100-EXIT.
           ADD 1 TO MISSIONS-USED.
           ADD 1 TO RC-PLAYED (RX).
           IF MH-COURT-MARTIAL
               ADD 1 TO RC-CRT (RX)
           ELSE
               ADD 1 TO RC-WON (RX).
           ADD MH-KLINGONS-BYE TO RC-KILLS (RX).
           IF NOT MH-COURT-MARTIAL AND (RC-BEST (RX) = 0
                   OR MH-FINAL-S-DATE < RC-BEST (RX))
               MOVE MH-FINAL-S-DATE TO RC-BEST (RX).
       1100-EXIT.  EXIT.

       1150-FIND-CAPTAIN.
           IF RC-NAME (RX) = MH-NAME-VAR
               MOVE 1 TO TFOUND.
       1150-EXIT.  EXIT.

      **********************************************
      * 1500-OPEN-CAREER OPENS THE CAREER FILE FOR  *
      * INPUT IN REPORT MODE, OR FOR UPDATE IN A    *
      * REBUILD - CREATING IT, AS THE SIMULATOR     *
      * DOES, WHEN THERE IS NONE YET.               *
      **********************************************

       1500-OPEN-CAREER.
           IF REBUILD-MODE
               OPEN I-O CAREER-FILE
               IF CAREER-STATUS = "35"
                   OPEN OUTPUT CAREER-FILE
                   CLOSE CAREER-FILE
                   OPEN I-O CAREER-FILE.
           IF REPORT-MODE
               OPEN INPUT CAREER-FILE.
           IF CAREER-STATUS = "00" OR CAREER-STATUS = "05"
               MOVE "Y" TO CAREER-OK
           ELSE
               MOVE "N" TO CAREER-OK
               MOVE "CAREER FILE UNAVAILABLE - NOTHING RECONCILED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           WRITE LIST-RECORD FROM COL-HDG.
       1500-EXIT.  EXIT.

      **********************************************
      * 2000-RECONCILE-CAREERS READS THE CAREER     *
      * FILE IN KEY ORDER AND HOLDS EACH RECORD     *
      * AGAINST THE RECOMPUTED FIGURES.             *
      **********************************************

       2000-RECONCILE-CAREERS.
           IF NOT CAREER-READY
               GO TO 2000-EXIT.
           MOVE LOW-VALUES TO CR-NAME-VAR.
           START CAREER-FILE KEY NOT < CR-NAME-VAR
               INVALID KEY
                   MOVE "Y" TO CAREER-EOF.
           PERFORM 2100-CAREER-RECORD THRU 2100-EXIT
               UNTIL CAREER-DONE.
       2000-EXIT.  EXIT.

       2100-CAREER-RECORD.
           READ CAREER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CAREER-EOF
                   GO TO 2100-EXIT.
           ADD 1 TO BT-CAREERS.
           ADD CR-GAMES-PLAYED TO BT-PLAYED.
           ADD CR-GAMES-WON TO BT-WON.
           ADD CR-GAMES-CRT TO BT-CRT.
           ADD CR-KLINGONS-TOTAL TO BT-KILLS.
           MOVE 0 TO TFOUND.
           PERFORM 2150-MATCH-CAPTAIN THRU 2150-EXIT
               VARYING RX FROM 1 BY 1
               UNTIL RX > RC-CNT OR TFOUND = 1.
      *    A CAREER WITH NO MISSION HISTORY BEHIND IT CANNOT BE
      *    RECOMPUTED, SO IT IS NOTED AND CARRIED AS IT STANDS.
           IF TFOUND = 0
               ADD 1 TO CAREERS-NO-HIST
               MOVE SPACES TO PRT-LINE
               STRING "  " DELIMITED BY SIZE
                   CR-NAME-VAR DELIMITED BY SIZE
                   " NO MISSION HISTORY - CAREER LEFT AS IS"
                   DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               PERFORM 2400-ADD-AFTER THRU 2400-EXIT
               GO TO 2100-EXIT.
           SUBTRACT 1 FROM RX.
           MOVE 1 TO RC-ON-FILE (RX).
           MOVE 0 TO DIFF-SW.
           PERFORM 2200-COMPARE-FIELDS THRU 2200-EXIT.
           IF NOT CAREER-DIFFERS
               ADD 1 TO CAREERS-AGREE
               PERFORM 2400-ADD-AFTER THRU 2400-EXIT
               GO TO 2100-EXIT.
           ADD 1 TO CAREERS-DIFFER.
           PERFORM 8560-COMPUTE-RANK THRU 8560-EXIT.
           MOVE RANK-X TO RANK-PRE.
           PERFORM 2300-MOVE-RECOMPUTED THRU 2300-EXIT.
           PERFORM 8560-COMPUTE-RANK THRU 8560-EXIT.
           MOVE RANK-X TO RANK-NEW.
           PERFORM 2500-RANK-LINE THRU 2500-EXIT.
           PERFORM 2400-ADD-AFTER THRU 2400-EXIT.
           IF REBUILD-MODE
               REWRITE CAREER-RECORD
               IF CAREER-STATUS = "00"
                   ADD 1 TO CAREERS-REWRITTEN
               ELSE
                   MOVE "  REWRITE FAILED - CAREER NOT REBUILT "
                       TO PRT-LINE
                   WRITE LIST-RECORD FROM PRT-LINE.
       2100-EXIT.  EXIT.

       2150-MATCH-CAPTAIN.
           IF RC-NAME (RX) = CR-NAME-VAR
               MOVE 1 TO TFOUND.
       2150-EXIT.  EXIT.

      **********************************************
      * 2200-COMPARE-FIELDS LISTS EACH CAREER FIELD *
      * THAT DOES NOT AGREE WITH THE HISTORY.       *
      **********************************************

       2200-COMPARE-FIELDS.
           MOVE SPACES TO DIFF-LINE.
           MOVE CR-NAME-VAR TO DF-NAME.
           IF CR-GAMES-PLAYED NOT = RC-PLAYED (RX)
               MOVE "GAMES PLAYED" TO DF-FIELD
               MOVE CR-GAMES-PLAYED TO DF-OLD
               MOVE RC-PLAYED (RX) TO DF-NEW
               WRITE LIST-RECORD FROM DIFF-LINE
               MOVE 1 TO DIFF-SW.
           IF CR-GAMES-WON NOT = RC-WON (RX)
               MOVE "GAMES WON" TO DF-FIELD
               MOVE CR-GAMES-WON TO DF-OLD
               MOVE RC-WON (RX) TO DF-NEW
               WRITE LIST-RECORD FROM DIFF-LINE
               MOVE 1 TO DIFF-SW.
           IF CR-GAMES-CRT NOT = RC-CRT (RX)
               MOVE "COURT-MARTIALS" TO DF-FIELD
               MOVE CR-GAMES-CRT TO DF-OLD
               MOVE RC-CRT (RX) TO DF-NEW
               WRITE LIST-RECORD FROM DIFF-LINE
               MOVE 1 TO DIFF-SW.
           IF CR-KLINGONS-TOTAL NOT = RC-KILLS (RX)
               MOVE "KLINGONS TOTAL" TO DF-FIELD
               MOVE CR-KLINGONS-TOTAL TO DF-OLD
               MOVE RC-KILLS (RX) TO DF-NEW
               WRITE LIST-RECORD FROM DIFF-LINE
               MOVE 1 TO DIFF-SW.
           IF CR-BEST-S-DATE NOT = RC-BEST (RX)
               MOVE "BEST STAR DATE" TO DF-FIELD
               MOVE CR-BEST-S-DATE TO DF-OLD
               MOVE RC-BEST (RX) TO DF-NEW
               WRITE LIST-RECORD FROM DIFF-LINE
               MOVE 1 TO DIFF-SW.
       2200-EXIT.  EXIT.

       2300-MOVE-RECOMPUTED.
           MOVE RC-PLAYED (RX) TO CR-GAMES-PLAYED.
           MOVE RC-WON (RX) TO CR-GAMES-WON.
           MOVE RC-CRT (RX) TO CR-GAMES-CRT.
           MOVE RC-KILLS (RX) TO CR-KLINGONS-TOTAL.
           MOVE RC-BEST (RX) TO CR-BEST-S-DATE.
       2300-EXIT.  EXIT.

      *    IN REPORT MODE THE AFTER TOTALS ARE WHAT THE FILE WOULD
      *    HOLD AFTER A REBUILD; A REBUILD RE-TAKES THEM FROM THE
      *    FILE IN 4000-AFTER-TOTALS.
       2400-ADD-AFTER.
           ADD 1 TO AT-CAREERS.
           ADD CR-GAMES-PLAYED TO AT-PLAYED.
           ADD CR-GAMES-WON TO AT-WON.
           ADD CR-GAMES-CRT TO AT-CRT.
           ADD CR-KLINGONS-TOTAL TO AT-KILLS.
       2400-EXIT.  EXIT.

       2500-RANK-LINE.
           MOVE SPACES TO PRT-LINE.
           IF RANK-NEW = RANK-PRE
               STRING "  " DELIMITED BY SIZE
                   CR-NAME-VAR DELIMITED BY SIZE
                   " RANK UNCHANGED - " DELIMITED BY SIZE
                   RANK-NAME (RANK-PRE) DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   CR-NAME-VAR DELIMITED BY SIZE
                   " RANK " DELIMITED BY SIZE
                   RANK-NAME (RANK-PRE) DELIMITED BY SIZE
                   " BECOMES " DELIMITED BY SIZE
                   RANK-NAME (RANK-NEW) DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       2500-EXIT.  EXIT.

      **********************************************
      * 3000-MISSING-CAREERS LISTS EVERY CAPTAIN ON *
      * THE HISTORY WITH NO CAREER RECORD, AND IN A *
      * REBUILD ADDS THE RECORD.                    *
      **********************************************

       3000-MISSING-CAREERS.
           IF NOT CAREER-READY
               GO TO 3000-EXIT.
           PERFORM 3100-MISSING-CAPTAIN THRU 3100-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > RC-CNT.
       3000-EXIT.  EXIT.

       3100-MISSING-CAPTAIN.
           IF RC-ON-FILE (RX) = 1
               GO TO 3100-EXIT.
           ADD 1 TO CAREERS-MISSING.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
               RC-NAME (RX) DELIMITED BY SIZE
               " NO CAREER RECORD - MISSIONS ON HISTORY "
               DELIMITED BY SIZE
               RC-PLAYED (RX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE RC-NAME (RX) TO CR-NAME-VAR.
           PERFORM 2300-MOVE-RECOMPUTED THRU 2300-EXIT.
           MOVE 1 TO RANK-PRE.
           PERFORM 8560-COMPUTE-RANK THRU 8560-EXIT.
           MOVE RANK-X TO RANK-NEW.
           PERFORM 2500-RANK-LINE THRU 2500-EXIT.
           PERFORM 2400-ADD-AFTER THRU 2400-EXIT.
           IF REBUILD-MODE AND CAREER-READY
               WRITE CAREER-RECORD
               IF CAREER-STATUS = "00"
                   ADD 1 TO CAREERS-ADDED
               ELSE
                   MOVE "  WRITE FAILED - CAREER NOT ADDED "
                       TO PRT-LINE
                   WRITE LIST-RECORD FROM PRT-LINE.
       3100-EXIT.  EXIT.

      **********************************************
      * 4000-AFTER-TOTALS RE-READS THE REBUILT      *
      * CAREER FILE SO THE AFTER TOTALS ARE WHAT IS *
      * ACTUALLY ON FILE, NOT WHAT WAS MEANT TO BE. *
      **********************************************

       4000-AFTER-TOTALS.
           MOVE 0 TO AT-CAREERS.
           MOVE 0 TO AT-PLAYED.
           MOVE 0 TO AT-WON.
           MOVE 0 TO AT-CRT.
           MOVE 0 TO AT-KILLS.
           MOVE "N" TO CAREER-EOF.
           OPEN INPUT CAREER-FILE.
           IF CAREER-STATUS NOT = "00" AND CAREER-STATUS NOT = "05"
               GO TO 4000-EXIT.
           MOVE LOW-VALUES TO CR-NAME-VAR.
           START CAREER-FILE KEY NOT < CR-NAME-VAR
               INVALID KEY
                   MOVE "Y" TO CAREER-EOF.
           PERFORM 4100-AFTER-RECORD THRU 4100-EXIT
               UNTIL CAREER-DONE.
           CLOSE CAREER-FILE.
       4000-EXIT.  EXIT.

       4100-AFTER-RECORD.
           READ CAREER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CAREER-EOF
                   GO TO 4100-EXIT.
           PERFORM 2400-ADD-AFTER THRU 2400-EXIT.
       4100-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE LISTING WITH *
      * THE FIGURES THE RUN BALANCES ON.  THE AFTER *
      * GAMES PLAYED EQUAL THE MISSIONS USED PLUS   *
      * THE GAMES OF CAREERS LEFT AS THEY STOOD.    *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  MISSIONS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  USED " DELIMITED BY SIZE
               MISSIONS-USED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               MISSIONS-REJECTED DELIMITED BY SIZE
               "  OVER TABLE " DELIMITED BY SIZE
               RC-DROPPED DELIMITED BY SIZE
               "  CAPTAINS " DELIMITED BY SIZE
               RC-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  BEFORE - CAREERS " DELIMITED BY SIZE
               BT-CAREERS DELIMITED BY SIZE
               "  PLAYED " DELIMITED BY SIZE
               BT-PLAYED DELIMITED BY SIZE
               "  WON " DELIMITED BY SIZE
               BT-WON DELIMITED BY SIZE
               "  CRT " DELIMITED BY SIZE
               BT-CRT DELIMITED BY SIZE
               "  KLINGONS " DELIMITED BY SIZE
               BT-KILLS DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  AFTER  - CAREERS " DELIMITED BY SIZE
               AT-CAREERS DELIMITED BY SIZE
               "  PLAYED " DELIMITED BY SIZE
               AT-PLAYED DELIMITED BY SIZE
               "  WON " DELIMITED BY SIZE
               AT-WON DELIMITED BY SIZE
               "  CRT " DELIMITED BY SIZE
               AT-CRT DELIMITED BY SIZE
               "  KLINGONS " DELIMITED BY SIZE
               AT-KILLS DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  CAREERS AGREE " DELIMITED BY SIZE
               CAREERS-AGREE DELIMITED BY SIZE
               "  DIFFER " DELIMITED BY SIZE
               CAREERS-DIFFER DELIMITED BY SIZE
               "  NO HISTORY " DELIMITED BY SIZE
               CAREERS-NO-HIST DELIMITED BY SIZE
               "  NO CAREER " DELIMITED BY SIZE
               CAREERS-MISSING DELIMITED BY SIZE
               "  REWRITTEN " DELIMITED BY SIZE
               CAREERS-REWRITTEN DELIMITED BY SIZE
               "  ADDED " DELIMITED BY SIZE
               CAREERS-ADDED DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

      **********************************************
      * 8560-COMPUTE-RANK IS THE SIMULATOR'S OWN    *
      * RANK RULE - TEN POINTS PER MISSION WON PLUS *
      * ONE POINT PER LIFETIME KLINGON KILL - SO    *
      * THE RANK SHOWN IS THE ONE THE SIMULATOR     *
      * WILL FIND AT THE CAPTAIN'S NEXT SIGN-ON.    *
      **********************************************

       8560-COMPUTE-RANK.
           COMPUTE RANK-POINTS = (CR-GAMES-WON * 10)
               + CR-KLINGONS-TOTAL.
           IF RANK-POINTS < 30
               MOVE 1 TO RANK-X
           ELSE
               IF RANK-POINTS < 80
                   MOVE 2 TO RANK-X
               ELSE
                   IF RANK-POINTS < 180
                       MOVE 3 TO RANK-X
                   ELSE
                       IF RANK-POINTS < 350
                           MOVE 4 TO RANK-X
                       ELSE
                           IF RANK-POINTS < 600
                               MOVE 5 TO RANK-X
                           ELSE
                               IF RANK-POINTS < 1000
                                   MOVE 6 TO RANK-X
                               ELSE
                                   MOVE 7 TO RANK-X.
       8560-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE LIST-FILE.
           DISPLAY "CAREER RECONCILIATION WRITTEN TO CRBLIST ".
       9000-EXIT.  EXIT.
