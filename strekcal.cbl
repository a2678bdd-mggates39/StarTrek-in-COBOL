       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKCAL.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKCAL IS THE SCENARIO CALIBRATION REPORT.  FOR    *
      * EVERY ACTIVE SCENARIO ON THE CATALOG IT GATHERS THE  *
      * MISSIONS FLOWN UNDER IT FROM THE MISSION HISTORY -   *
      * BY THE SCENARIO ID STAMPED ON EACH HISTORY RECORD -  *
      * AND PRINTS THE MISSIONS FLOWN, WIN AND COURT-MARTIAL *
      * PERCENTAGES, AVERAGE AND BEST SCORE WITH THE CAPTAIN *
      * HOLDING THE COURSE RECORD, AND THE AVERAGE STARDATES *
      * ACTUALLY USED AGAINST THE WINDOW THE SCENARIO GIVES. *
      * A SCENARIO WHOSE WIN RATE FALLS OUTSIDE THE BAND ITS *
      * CATALOG SKILL RATING CALLS FOR IS FLAGGED TOO EASY   *
      * OR TOO HARD, SO THE TRAINING OFFICE CAN RE-RATE OR   *
      * RETUNE IT.  AN OPTIONAL CALPARM CARD LIMITS THE RUN  *
      * TO A CALENDAR-DATE PERIOD, AS THE STANDINGS REPORT'S *
      * CARD DOES, AND SETS THE FEWEST MISSIONS A SCENARIO   *
      * MUST HAVE BEFORE IT IS JUDGED.  THE HISTORY FILE IS  *
      * READ EXACTLY ONCE, AND CONTROL TOTALS AT THE END     *
      * LET THE REPORT BE BALANCED AGAINST IT.               *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCNCAT-FILE ASSIGN TO "SCNCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS SCNCAT-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
      *    THE OPTIONAL CALIBRATION CARD - FROM AND TO CALENDAR
      *    DATES (YYMMDD) AGAINST THE RUN DATE ON EACH HISTORY
      *    RECORD, AND THE FEWEST MISSIONS A SCENARIO NEEDS
      *    BEFORE ITS RESULTS ARE HELD AGAINST ITS SKILL RATING.
           SELECT OPTIONAL CALPARM-FILE ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALPARM-STATUS.
           SELECT CALRPT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCNCAT-FILE.
       01  SCENARIO-RECORD.
           05  SC-ID                 PIC X(8).
           05  SC-DESC               PIC X(30).
           05  SC-SEED               PIC 9(6).
           05  SC-KLINGONS           PIC 99.
           05  SC-ROMULONS           PIC 99.
           05  SC-BASES              PIC 9.
           05  SC-STARDATES          PIC 99.
           05  SC-SKILL              PIC 9.
           05  SC-STATUS             PIC X.
               88  SC-ACTIVE         VALUE "A".
               88  SC-RETIRED        VALUE "R".
           05  SC-DOCTRINE           PIC X(8).

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

       FD  CALPARM-FILE.
       01  CAL-CARD.
           05  CP-FROM-DATE          PIC 9(6).
           05  FILLER                PIC X.
           05  CP-TO-DATE            PIC 9(6).
           05  FILLER                PIC X.
           05  CP-MIN-FLOWN          PIC 999.

       FD  CALRPT-FILE.
       01  CALRPT-RECORD             PIC X(120).

       WORKING-STORAGE SECTION.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  CALPARM-STATUS            PIC XX VALUE SPACES.
       01  CALRPT-STATUS             PIC XX VALUE SPACES.
       01  SCNCAT-EOF                PIC X VALUE "N".
           88  SCNCAT-DONE           VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  FROM-DATE                 PIC 9(6) VALUE 0.
       01  TO-DATE                   PIC 9(6) VALUE 0.
       01  PERIOD-SW                 PIC X VALUE "N".
           88  PERIOD-GIVEN          VALUE "Y".
       01  MIN-FLOWN                 PIC 999 VALUE 5.
       01  TFOUND                    PIC 9 VALUE 0.
       01  USED-SD                   PIC 99V99 VALUE 0.
       01  SCENARIOS-READ            PIC 9(6) VALUE 0.
       01  SCENARIOS-RETIRED         PIC 9(6) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.
       01  MISSIONS-COUNTED          PIC 9(6) VALUE 0.
       01  MISSIONS-OUTSIDE          PIC 9(6) VALUE 0.
       01  MISSIONS-NO-SCN           PIC 9(6) VALUE 0.
       01  MISSIONS-NOT-ACTIVE       PIC 9(6) VALUE 0.
       01  FLAGGED-CNT               PIC 9(4) VALUE 0.

      **********************************************
      * THE WIN-RATE BAND EACH CATALOG SKILL RATING *
      * CALLS FOR - LOW AND HIGH PERCENT, SKILL 1   *
      * THROUGH 4.  A SCENARIO WINNING MORE OFTEN   *
      * THAN ITS BAND IS TOO EASY FOR ITS RATING;   *
      * LESS OFTEN, TOO HARD.                       *
      **********************************************

       01  BAND-VALUES.
           05  FILLER                PIC X(6) VALUE "070100".
           05  FILLER                PIC X(6) VALUE "050090".
           05  FILLER                PIC X(6) VALUE "030070".
           05  FILLER                PIC X(6) VALUE "010050".
       01  BAND-TBL REDEFINES BAND-VALUES.
           05  BAND-ENT  OCCURS 4 TIMES.
               10  BN-LOW            PIC 999.
               10  BN-HIGH           PIC 999.

      **********************************************
      * CAL-TBL HOLDS ONE ENTRY PER ACTIVE CATALOG  *
      * SCENARIO, WITH THE RESULTS GATHERED FOR IT  *
      * IN THE ONE PASS OVER THE MISSION HISTORY.   *
      **********************************************

       01  CAL-MAX                   PIC 999 VALUE 100.
       01  CAL-CNT                   PIC 999 VALUE 0.
       01  CAL-DROPPED               PIC 999 VALUE 0.
       01  CAL-TBL.
           05  CAL-ENT  OCCURS 100 TIMES.
               10  CT-ID             PIC X(8).
               10  CT-DESC           PIC X(30).
               10  CT-SKILL          PIC 9.
               10  CT-STARDATES      PIC 99.
               10  CT-FLOWN          PIC 9(5).
               10  CT-WON            PIC 9(5).
               10  CT-CRT            PIC 9(5).
               10  CT-SCORE-TOT      PIC 9(8).
               10  CT-SCORE-CNT      PIC 9(5).
               10  CT-BEST           PIC 9(5).
               10  CT-HOLDER         PIC X(12).
               10  CT-USED-TOT       PIC 9(7)V99.
               10  CT-USED-CNT       PIC 9(5).
       01  CX                        PIC 999.
       01  SKX                       PIC 9.
       01  WIN-PCT                   PIC 999V9.
       01  CRT-PCT                   PIC 999V9.
       01  AVG-SCORE                 PIC 9(5).
       01  AVG-USED                  PIC 99V9.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "SCENARIO CALIBRATION REPORT   ".
       01  COL-HDG.
           05  FILLER                PIC X(9) VALUE "SCENARIO ".
           05  FILLER                PIC X(3) VALUE "SK ".
           05  FILLER                PIC X(21) VALUE
               "DESCRIPTION          ".
           05  FILLER                PIC X(6) VALUE "FLOWN ".
           05  FILLER                PIC X(7) VALUE " WIN % ".
           05  FILLER                PIC X(7) VALUE " CRT % ".
           05  FILLER                PIC X(6) VALUE "  AVG ".
           05  FILLER                PIC X(6) VALUE " BEST ".
           05  FILLER                PIC X(13) VALUE "RECORD HOLDER".
           05  FILLER                PIC X(6) VALUE " WNDW ".
           05  FILLER                PIC X(6) VALUE " USED ".
           05  FILLER                PIC X(12) VALUE "CALIBRATION ".
       01  CAL-LINE.
           05  CL-ID                 PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  CL-SKILL              PIC 9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-DESC               PIC X(20).
           05  FILLER                PIC X VALUE SPACE.
           05  CL-FLOWN              PIC ZZZZ9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-WIN                PIC ZZ9.9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-CRT                PIC ZZ9.9.
           05  FILLER                PIC X VALUE SPACE.
           05  CL-AVG                PIC ZZZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  CL-BEST               PIC ZZZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  CL-HOLDER             PIC X(12).
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-WINDOW             PIC Z9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-USED               PIC Z9.9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CL-FLAG               PIC X(12).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           PERFORM 0100-READ-PARM THRU 0100-EXIT.
           PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
           PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
           PERFORM 3000-PRINT-CALIBRATION THRU 3000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-PARM TAKES THE OPTIONAL CARD.  NO *
      * CARD, OR A CARD OF ZEROS, MEANS EVERYTHING  *
      * ON FILE AND A MINIMUM SAMPLE OF FIVE        *
      * MISSIONS PER SCENARIO.                      *
      **********************************************

       0100-READ-PARM.
           OPEN INPUT CALPARM-FILE.
           IF CALPARM-STATUS NOT = "00"
               CLOSE CALPARM-FILE
               GO TO 0100-EXIT.
           READ CALPARM-FILE
               AT END
                   CLOSE CALPARM-FILE
                   GO TO 0100-EXIT.
           IF CP-FROM-DATE NUMERIC
               MOVE CP-FROM-DATE TO FROM-DATE.
           IF CP-TO-DATE NUMERIC
               MOVE CP-TO-DATE TO TO-DATE.
           IF CP-MIN-FLOWN NUMERIC AND CP-MIN-FLOWN > 0
               MOVE CP-MIN-FLOWN TO MIN-FLOWN.
           IF FROM-DATE > 0 OR TO-DATE > 0
               MOVE "Y" TO PERIOD-SW.
           CLOSE CALPARM-FILE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-LOAD-CATALOG READS THE SCENARIO        *
      * CATALOG IN KEY ORDER INTO THE CALIBRATION   *
      * TABLE.  RETIRED SCENARIOS ARE COUNTED BUT   *
      * NOT CALIBRATED - THEY CAN NO LONGER BE      *
      * FLOWN, SO THERE IS NOTHING TO RETUNE.       *
      **********************************************

       1000-LOAD-CATALOG.
           OPEN OUTPUT CALRPT-FILE.
           OPEN INPUT SCNCAT-FILE.
           IF SCNCAT-STATUS NOT = "00" AND SCNCAT-STATUS NOT = "05"
               MOVE "Y" TO SCNCAT-EOF
               GO TO 1000-EXIT.
           MOVE LOW-VALUES TO SC-ID.
           START SCNCAT-FILE KEY NOT < SC-ID
               INVALID KEY
                   MOVE "Y" TO SCNCAT-EOF.
           PERFORM 1100-READ-CATALOG THRU 1100-EXIT
               UNTIL SCNCAT-DONE.
           CLOSE SCNCAT-FILE.
       1000-EXIT.  EXIT.

       1100-READ-CATALOG.
           READ SCNCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCNCAT-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO SCENARIOS-READ.
           IF NOT SC-ACTIVE
               ADD 1 TO SCENARIOS-RETIRED
               GO TO 1100-EXIT.
           IF CAL-CNT NOT < CAL-MAX
               ADD 1 TO CAL-DROPPED
               GO TO 1100-EXIT.
           ADD 1 TO CAL-CNT.
           MOVE SC-ID TO CT-ID (CAL-CNT).
           MOVE SC-DESC TO CT-DESC (CAL-CNT).
           MOVE SC-SKILL TO CT-SKILL (CAL-CNT).
           MOVE SC-STARDATES TO CT-STARDATES (CAL-CNT).
           MOVE 0 TO CT-FLOWN (CAL-CNT).
           MOVE 0 TO CT-WON (CAL-CNT).
           MOVE 0 TO CT-CRT (CAL-CNT).
           MOVE 0 TO CT-SCORE-TOT (CAL-CNT).
           MOVE 0 TO CT-SCORE-CNT (CAL-CNT).
           MOVE 0 TO CT-BEST (CAL-CNT).
           MOVE SPACES TO CT-HOLDER (CAL-CNT).
           MOVE 0 TO CT-USED-TOT (CAL-CNT).
           MOVE 0 TO CT-USED-CNT (CAL-CNT).
       1100-EXIT.  EXIT.

      **********************************************
      * 2000-LOAD-HISTORY IS THE REPORT'S ONE PASS  *
      * OVER THE MISSION HISTORY.  A RECORD OUTSIDE *
      * THE PERIOD, FLOWN WITHOUT A SCENARIO (OR    *
      * FILED BEFORE SCENARIOS WERE STAMPED), OR    *
      * FLOWN UNDER A SCENARIO NO LONGER ACTIVE IS  *
      * COUNTED AND SKIPPED; THE REST ARE POSTED TO *
      * THEIR SCENARIO'S ENTRY.  SCORES AND THE     *
      * STARDATES USED ARE AVERAGED ONLY OVER THE   *
      * RECORDS THAT CARRY THEM.                    *
      **********************************************

       2000-LOAD-HISTORY.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "Y" TO MISNHST-EOF
               GO TO 2000-EXIT.
           PERFORM 2100-HISTORY-RECORD THRU 2100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       2000-EXIT.  EXIT.

       2100-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 2100-EXIT.
           ADD 1 TO MISSIONS-READ.
           IF PERIOD-GIVEN
               IF MH-RUN-DATE NOT NUMERIC
                   ADD 1 TO MISSIONS-OUTSIDE
                   GO TO 2100-EXIT.
           IF FROM-DATE > 0 AND MH-RUN-DATE < FROM-DATE
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 2100-EXIT.
           IF TO-DATE > 0 AND MH-RUN-DATE > TO-DATE
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 2100-EXIT.
           IF MH-SCENARIO = SPACES
               ADD 1 TO MISSIONS-NO-SCN
               GO TO 2100-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 2150-FIND-SCENARIO THRU 2150-EXIT
               VARYING CX FROM 1 BY 1
               UNTIL CX > CAL-CNT OR TFOUND = 1.
           IF TFOUND = 0
               ADD 1 TO MISSIONS-NOT-ACTIVE
               GO TO 2100-EXIT.
           SUBTRACT 1 FROM CX.
           ADD 1 TO MISSIONS-COUNTED.
           ADD 1 TO CT-FLOWN (CX).
           IF MH-WON
               ADD 1 TO CT-WON (CX).
           IF MH-COURT-MARTIAL
               ADD 1 TO CT-CRT (CX).
           IF MH-SCORE NUMERIC
               ADD MH-SCORE TO CT-SCORE-TOT (CX)
               ADD 1 TO CT-SCORE-CNT (CX)
               IF MH-SCORE > CT-BEST (CX)
                   MOVE MH-SCORE TO CT-BEST (CX)
                   MOVE MH-NAME-VAR TO CT-HOLDER (CX).
      *    EVERY MISSION'S CLOCK STARTS AT STARDATE 3100 AND
      *    TICKS 100 UNITS TO THE STARDATE, SO THE FINAL DATE
      *    ALONE GIVES THE STARDATES THE CAPTAIN USED.
           IF MH-FINAL-S-DATE NUMERIC AND MH-FINAL-S-DATE > 3100
               COMPUTE USED-SD = (MH-FINAL-S-DATE - 3100) / 100
               ADD USED-SD TO CT-USED-TOT (CX)
               ADD 1 TO CT-USED-CNT (CX).
       2100-EXIT.  EXIT.

       2150-FIND-SCENARIO.
           IF CT-ID (CX) = MH-SCENARIO
               MOVE 1 TO TFOUND.
       2150-EXIT.  EXIT.

      **********************************************
      * 3000-PRINT-CALIBRATION WRITES ONE LINE PER  *
      * ACTIVE SCENARIO IN CATALOG ORDER, FLAGGING  *
      * THOSE WHOSE WIN RATE DISAGREES WITH THEIR   *
      * SKILL RATING, FOLLOWED BY THE FLAG LEGEND.  *
      **********************************************

       3000-PRINT-CALIBRATION.
           WRITE CALRPT-RECORD FROM HDG-LINE.
           IF PERIOD-GIVEN
               MOVE SPACES TO PRT-LINE
               STRING "REPORTING PERIOD " DELIMITED BY SIZE
                   FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   TO-DATE DELIMITED BY SIZE
                   "  (ZERO MEANS NO LIMIT)" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           IF CAL-CNT = 0
               MOVE "NO ACTIVE SCENARIOS ON THE CATALOG " TO PRT-LINE
               WRITE CALRPT-RECORD FROM PRT-LINE
               GO TO 3000-EXIT.
           WRITE CALRPT-RECORD FROM COL-HDG.
           PERFORM 3100-CALIBRATION-LINE THRU 3100-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CAL-CNT.
           IF CAL-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - TABLE FULL, SCENARIOS NOT CALIBRATED: "
                   DELIMITED BY SIZE
                   CAL-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE CALRPT-RECORD FROM PRT-LINE.
           PERFORM 3200-PRINT-LEGEND THRU 3200-EXIT.
       3000-EXIT.  EXIT.

       3100-CALIBRATION-LINE.
           MOVE 0 TO WIN-PCT.
           MOVE 0 TO CRT-PCT.
           MOVE 0 TO AVG-SCORE.
           MOVE 0 TO AVG-USED.
           IF CT-FLOWN (CX) > 0
               COMPUTE WIN-PCT ROUNDED =
                   (CT-WON (CX) * 100) / CT-FLOWN (CX)
               COMPUTE CRT-PCT ROUNDED =
                   (CT-CRT (CX) * 100) / CT-FLOWN (CX).
           IF CT-SCORE-CNT (CX) > 0
               COMPUTE AVG-SCORE ROUNDED =
                   CT-SCORE-TOT (CX) / CT-SCORE-CNT (CX).
           IF CT-USED-CNT (CX) > 0
               COMPUTE AVG-USED ROUNDED =
                   CT-USED-TOT (CX) / CT-USED-CNT (CX).
           MOVE CT-ID (CX) TO CL-ID.
           MOVE CT-SKILL (CX) TO CL-SKILL.
           MOVE CT-DESC (CX) TO CL-DESC.
           MOVE CT-FLOWN (CX) TO CL-FLOWN.
           MOVE WIN-PCT TO CL-WIN.
           MOVE CRT-PCT TO CL-CRT.
           MOVE AVG-SCORE TO CL-AVG.
           MOVE CT-BEST (CX) TO CL-BEST.
           MOVE CT-HOLDER (CX) TO CL-HOLDER.
           MOVE CT-STARDATES (CX) TO CL-WINDOW.
           MOVE AVG-USED TO CL-USED.
           MOVE SPACES TO CL-FLAG.
           IF CT-FLOWN (CX) < MIN-FLOWN
               MOVE "FEW MISSIONS" TO CL-FLAG
           ELSE
               MOVE CT-SKILL (CX) TO SKX
               IF SKX > 0 AND SKX < 5
                   IF WIN-PCT > BN-HIGH (SKX)
                       MOVE "*TOO EASY*" TO CL-FLAG
                       ADD 1 TO FLAGGED-CNT
                   ELSE
                       IF WIN-PCT < BN-LOW (SKX)
                           MOVE "*TOO HARD*" TO CL-FLAG
                           ADD 1 TO FLAGGED-CNT.
           WRITE CALRPT-RECORD FROM CAL-LINE.
       3100-EXIT.  EXIT.

       3200-PRINT-LEGEND.
           MOVE SPACES TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE "WIN-RATE BAND BY SKILL RATING: " TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           PERFORM 3210-LEGEND-LINE THRU 3210-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 4.
           MOVE SPACES TO PRT-LINE.
           STRING "  FEWER THAN " DELIMITED BY SIZE
               MIN-FLOWN DELIMITED BY SIZE
               " MISSIONS FLOWN - NOT JUDGED (FEW MISSIONS)"
               DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE "  WNDW = STARDATES GIVEN, USED = AVERAGE USED "
               TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
       3200-EXIT.  EXIT.

       3210-LEGEND-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  SKILL " DELIMITED BY SIZE
               CX (3:1) DELIMITED BY SIZE
               "  WIN % " DELIMITED BY SIZE
               BN-LOW (CX) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               BN-HIGH (CX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
       3210-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE REPORT WITH  *
      * THE FIGURES IT CAN BE BALANCED ON - EVERY   *
      * HISTORY RECORD READ IS ACCOUNTED FOR AS     *
      * COUNTED, OUTSIDE THE PERIOD, WITHOUT A      *
      * SCENARIO, OR UNDER A SCENARIO NOT ACTIVE.   *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  SCENARIOS READ " DELIMITED BY SIZE
               SCENARIOS-READ DELIMITED BY SIZE
               "  RETIRED " DELIMITED BY SIZE
               SCENARIOS-RETIRED DELIMITED BY SIZE
               "  CALIBRATED " DELIMITED BY SIZE
               CAL-CNT DELIMITED BY SIZE
               "  FLAGGED " DELIMITED BY SIZE
               FLAGGED-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  MISSIONS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  COUNTED " DELIMITED BY SIZE
               MISSIONS-COUNTED DELIMITED BY SIZE
               "  OUTSIDE PERIOD " DELIMITED BY SIZE
               MISSIONS-OUTSIDE DELIMITED BY SIZE
               "  NO SCENARIO " DELIMITED BY SIZE
               MISSIONS-NO-SCN DELIMITED BY SIZE
               "  SCENARIO NOT ACTIVE " DELIMITED BY SIZE
               MISSIONS-NOT-ACTIVE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CALRPT-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE CALRPT-FILE.
           DISPLAY "SCENARIO CALIBRATION WRITTEN TO CALRPT ".
       9000-EXIT.  EXIT.
