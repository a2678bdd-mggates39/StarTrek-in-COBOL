       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKWHO.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKWHO IS THE OPERATOR'S "WHO IS ON THE SIMULATOR" *
      * INQUIRY OVER THE SESSION REGISTRY THE SIMULATOR      *
      * KEEPS.  IT LISTS EVERY LIVE SESSION - CAPTAIN,       *
      * TERMINAL, BATCH OR CONSOLE, SCENARIO, START TIME,    *
      * LAST ACTIVITY, STAR DATE AND TURNS - AND FLAGS ANY   *
      * SEAT IDLE PAST THE THRESHOLD, SO A CRASHED OR        *
      * ABANDONED SEAT CAN BE CHASED DURING THE SHIFT        *
      * INSTEAD OF TURNING UP AT SHIFT END AS A CAPTAIN WITH *
      * NO MISSION-HISTORY RECORD.  A SESSION STILL LIVE     *
      * FROM AN EARLIER DAY IS FLAGGED STALE.  IT THEN LISTS *
      * THE SESSIONS CLOSED ON THE DAY AND HOW EACH ENDED:   *
      *   WON  DEBRIEFED - MISSION WON                       *
      *   CRT  DEBRIEFED - COURT-MARTIALED                   *
      *   SAV  CHECKPOINT SAVED FOR A LATER RES              *
      *   QUT  BATCH DECK RAN OUT BEFORE THE MISSION ENDED   *
      * THE INQUIRY ONLY READS THE REGISTRY AND MAY BE RUN   *
      * AS OFTEN AS THE OPERATOR LIKES WHILE SEATS ARE IN    *
      * PLAY.                                                *
      *                                                      *
      * OPTIONAL CONTROL CARD (WHOPARM):                     *
      *   COLS  1-3   IDLE THRESHOLD IN MINUTES (DEFAULT 15) *
      *   COLS  5-10  DAY OF THE CLOSED-SESSION LIST, YYMMDD *
      *               (DEFAULT TODAY)                        *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSREG-FILE ASSIGN TO "SESSNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SESSION
               FILE STATUS IS SESSREG-STATUS.
           SELECT OPTIONAL WHO-FILE ASSIGN TO "WHOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHO-STATUS.
           SELECT LIST-FILE ASSIGN TO "WHOLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSREG-FILE.
       01  SESSREG-RECORD.
           05  SR-SESSION            PIC 9(8).
           05  SR-RUN-DATE           PIC 9(6).
           05  SR-NAME-VAR           PIC X(12).
           05  SR-TERMINAL           PIC X(8).
           05  SR-MODE               PIC X.
               88  SR-BATCH          VALUE "B".
               88  SR-CONSOLE        VALUE "C".
           05  SR-SCENARIO           PIC X(8).
           05  SR-START-TIME         PIC 9(8).
           05  SR-LAST-DATE          PIC 9(6).
           05  SR-LAST-TIME          PIC 9(8).
           05  SR-S-DATE             PIC 9(4).
           05  SR-TURNS              PIC 9(5).
           05  SR-MISSIONS           PIC 999.
           05  SR-STATE              PIC X.
               88  SR-LIVE           VALUE "L".
               88  SR-CLOSED         VALUE "C".
           05  SR-ENDING             PIC X(3).
           05  SR-END-TIME           PIC 9(8).

       FD  WHO-FILE.
       01  WHO-CARD.
           05  WC-IDLE-MINS          PIC 999.
           05  FILLER                PIC X.
           05  WC-DAY                PIC 9(6).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  SESSREG-STATUS            PIC XX VALUE SPACES.
       01  WHO-STATUS                PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  SESSREG-EOF               PIC X VALUE "N".
           88  SESSREG-DONE          VALUE "Y".
       01  IDLE-LIMIT                PIC 999 VALUE 15.
       01  LIST-DAY                  PIC 9(6) VALUE 0.
       01  NOW-DATE                  PIC 9(6) VALUE 0.
       01  NOW-TIME                  PIC 9(8) VALUE 0.
       01  NOW-MINS                  PIC 9(5) VALUE 0.
       01  LAST-MINS                 PIC 9(5) VALUE 0.
       01  IDLE-MINS                 PIC 9(5) VALUE 0.
       01  STALE-SW                  PIC 9 VALUE 0.
           88  SESSION-STALE         VALUE 1.

      **********************************************
      * YESTERDAY IS WORKED OUT FROM TODAY SO A     *
      * SEAT ACTIVE JUST BEFORE MIDNIGHT IS TIMED   *
      * ACROSS IT INSTEAD OF BEING CALLED STALE.    *
      **********************************************

       01  YESTERDAY                 PIC 9(6) VALUE 0.
       01  FILLER REDEFINES YESTERDAY.
           05  YD-YY                 PIC 99.
           05  YD-MM                 PIC 99.
           05  YD-DD                 PIC 99.
       01  LEAP-REM                  PIC 99 VALUE 0.
       01  LEAP-QUOT                 PIC 99 VALUE 0.
       01  MONTH-DAYS-X              PIC X(24) VALUE
               "312831303130313130313031".
       01  FILLER REDEFINES MONTH-DAYS-X.
           05  MONTH-DAYS            PIC 99 OCCURS 12 TIMES.

       01  CLOCK-WORK                PIC 9(8) VALUE 0.
       01  FILLER REDEFINES CLOCK-WORK.
           05  CW-HH                 PIC 99.
           05  CW-MM                 PIC 99.
           05  CW-SS                 PIC 99.
           05  CW-HS                 PIC 99.
       01  CLOCK-EDIT.
           05  CE-HH                 PIC 99.
           05  FILLER                PIC X VALUE ":".
           05  CE-MM                 PIC 99.
           05  FILLER                PIC X VALUE ":".
           05  CE-SS                 PIC 99.

      **********************************************
      * CONTROL TOTALS.  ENTRIES READ EQUAL THE     *
      * LIVE PLUS THE CLOSED ON THE DAY PLUS THE    *
      * CLOSED ON OTHER DAYS.                       *
      **********************************************

       01  READ-CNT                  PIC 9(6) VALUE 0.
       01  LIVE-CNT                  PIC 9(6) VALUE 0.
       01  IDLE-CNT                  PIC 9(6) VALUE 0.
       01  STALE-CNT                 PIC 9(6) VALUE 0.
       01  CLOSED-CNT                PIC 9(6) VALUE 0.
       01  WON-CNT                   PIC 9(6) VALUE 0.
       01  CRT-CNT                   PIC 9(6) VALUE 0.
       01  SAV-CNT                   PIC 9(6) VALUE 0.
       01  QUT-CNT                   PIC 9(6) VALUE 0.
       01  OTHER-DAY-CNT             PIC 9(6) VALUE 0.
       01  PASS-NO                   PIC 9 VALUE 1.
           88  LIVE-PASS             VALUE 1.
           88  CLOSED-PASS           VALUE 2.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "SIMULATOR SESSION INQUIRY     ".
       01  LIVE-HDG.
           05  FILLER                PIC X(30) VALUE
               "  SESSION  CAPTAIN      TERMIN".
           05  FILLER                PIC X(30) VALUE
               "AL MODE    SCENARIO STARTED  L".
           05  FILLER                PIC X(30) VALUE
               "AST ACT  STDT TURNS MSN  IDLE ".
       01  CLOSED-HDG.
           05  FILLER                PIC X(30) VALUE
               "  SESSION  CAPTAIN      TERMIN".
           05  FILLER                PIC X(30) VALUE
               "AL MODE    SCENARIO STARTED  E".
           05  FILLER                PIC X(30) VALUE
               "NDED    STDT TURNS MSN  ENDING".
       01  SESSION-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  SL-SESSION            PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-NAME               PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-TERMINAL           PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-MODE               PIC X(7).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-SCENARIO           PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-START              PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-LAST               PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-S-DATE             PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-TURNS              PIC ZZZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  SL-MISSIONS           PIC ZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  SL-IDLE               PIC ZZZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  SL-FLAG               PIC X(30).
       01  SESSION-LINE-C REDEFINES SESSION-LINE.
           05  FILLER                PIC X(83).
           05  SL-ENDING             PIC X(36).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           ACCEPT NOW-DATE FROM DATE.
           ACCEPT NOW-TIME FROM TIME.
           PERFORM 0100-READ-CONTROL THRU 0100-EXIT.
           PERFORM 0200-SET-YESTERDAY THRU 0200-EXIT.
           MOVE NOW-TIME TO CLOCK-WORK.
           COMPUTE NOW-MINS = CW-HH * 60 + CW-MM.
           PERFORM 3000-EDIT-CLOCK THRU 3000-EXIT.
           MOVE SPACES TO PRT-LINE.
           STRING "AS OF " DELIMITED BY SIZE
               NOW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLOCK-EDIT DELIMITED BY SIZE
               "  IDLE THRESHOLD " DELIMITED BY SIZE
               IDLE-LIMIT DELIMITED BY SIZE
               " MINUTES" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           OPEN INPUT SESSREG-FILE.
           IF SESSREG-STATUS NOT = "00" AND SESSREG-STATUS NOT = "05"
               MOVE SPACES TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE "SESSION REGISTRY UNAVAILABLE - NOTHING LISTED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE SESSREG-FILE
               CLOSE LIST-FILE
               DISPLAY "SESSION INQUIRY WRITTEN TO WHOLIST "
               STOP RUN.
           PERFORM 1000-LIVE-SESSIONS THRU 1000-EXIT.
           PERFORM 2000-CLOSED-SESSIONS THRU 2000-EXIT.
           CLOSE SESSREG-FILE.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-CONTROL TAKES THE IDLE THRESHOLD  *
      * AND THE DAY OF THE CLOSED LIST FROM THE     *
      * CONTROL CARD WHEN ONE IS SUPPLIED.          *
      **********************************************

       0100-READ-CONTROL.
           MOVE NOW-DATE TO LIST-DAY.
           OPEN INPUT WHO-FILE.
           IF WHO-STATUS NOT = "00" AND WHO-STATUS NOT = "05"
               GO TO 0100-EXIT.
           READ WHO-FILE
               AT END
                   CLOSE WHO-FILE
                   GO TO 0100-EXIT.
           IF WC-IDLE-MINS NUMERIC AND WC-IDLE-MINS > 0
               MOVE WC-IDLE-MINS TO IDLE-LIMIT.
           IF WC-DAY NUMERIC AND WC-DAY > 0
               MOVE WC-DAY TO LIST-DAY.
           CLOSE WHO-FILE.
       0100-EXIT.  EXIT.

       0200-SET-YESTERDAY.
           MOVE NOW-DATE TO YESTERDAY.
           IF YD-DD > 1
               SUBTRACT 1 FROM YD-DD
               GO TO 0200-EXIT.
           IF YD-MM = 1
               MOVE 12 TO YD-MM
               MOVE 31 TO YD-DD
               IF YD-YY = 0
                   MOVE 99 TO YD-YY
                   GO TO 0200-EXIT
               ELSE
                   SUBTRACT 1 FROM YD-YY
                   GO TO 0200-EXIT.
           SUBTRACT 1 FROM YD-MM.
           MOVE MONTH-DAYS (YD-MM) TO YD-DD.
           IF YD-MM = 2
               DIVIDE YD-YY BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM
               IF LEAP-REM = 0
                   MOVE 29 TO YD-DD.
       0200-EXIT.  EXIT.

      **********************************************
      * 1000-LIVE-SESSIONS LISTS EVERY SESSION      *
      * STILL LIVE, FLAGGING THOSE IDLE PAST THE    *
      * THRESHOLD AND THOSE LEFT FROM AN EARLIER    *
      * DAY.                                        *
      **********************************************

       1000-LIVE-SESSIONS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "LIVE SESSIONS " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           WRITE LIST-RECORD FROM LIVE-HDG.
           MOVE 1 TO PASS-NO.
           PERFORM 1100-BROWSE-REGISTRY THRU 1100-EXIT.
           IF LIVE-CNT = 0
               MOVE "  NO SESSIONS ARE LIVE " TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
       1000-EXIT.  EXIT.

      *    BOTH LISTS BROWSE THE REGISTRY IN SESSION NUMBER ORDER,
      *    WHICH IS THE ORDER THE SESSIONS STARTED IN THE DAY.
       1100-BROWSE-REGISTRY.
           MOVE "N" TO SESSREG-EOF.
           MOVE 0 TO SR-SESSION.
           START SESSREG-FILE KEY NOT < SR-SESSION
               INVALID KEY
                   MOVE "Y" TO SESSREG-EOF.
           PERFORM 1200-REGISTRY-ENTRY THRU 1200-EXIT
               UNTIL SESSREG-DONE.
       1100-EXIT.  EXIT.

       1200-REGISTRY-ENTRY.
           READ SESSREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SESSREG-EOF
                   GO TO 1200-EXIT.
           IF LIVE-PASS
               ADD 1 TO READ-CNT.
           IF LIVE-PASS AND SR-LIVE
               PERFORM 1300-LIST-LIVE THRU 1300-EXIT.
           IF CLOSED-PASS AND SR-CLOSED
               PERFORM 2100-LIST-CLOSED THRU 2100-EXIT.
       1200-EXIT.  EXIT.

       1300-LIST-LIVE.
           ADD 1 TO LIVE-CNT.
           PERFORM 1400-SET-LINE THRU 1400-EXIT.
           MOVE SR-LAST-TIME TO CLOCK-WORK.
           PERFORM 3000-EDIT-CLOCK THRU 3000-EXIT.
           MOVE CLOCK-EDIT TO SL-LAST.
           MOVE 0 TO STALE-SW.
           COMPUTE LAST-MINS = CW-HH * 60 + CW-MM.
           IF SR-LAST-DATE = NOW-DATE
               IF NOW-MINS > LAST-MINS
                   COMPUTE IDLE-MINS = NOW-MINS - LAST-MINS
               ELSE
                   MOVE 0 TO IDLE-MINS
           ELSE
               IF SR-LAST-DATE = YESTERDAY
                   COMPUTE IDLE-MINS = NOW-MINS + 1440 - LAST-MINS
               ELSE
                   MOVE 1 TO STALE-SW.
           IF SESSION-STALE
               ADD 1 TO STALE-CNT
               MOVE 0 TO SL-IDLE
               MOVE SPACES TO SL-FLAG
               STRING "*STALE - LAST ACTIVE " DELIMITED BY SIZE
                   SR-LAST-DATE DELIMITED BY SIZE
                   "*" DELIMITED BY SIZE
                   INTO SL-FLAG
           ELSE
               MOVE IDLE-MINS TO SL-IDLE
               IF IDLE-MINS > IDLE-LIMIT
                   ADD 1 TO IDLE-CNT
                   MOVE "*IDLE*" TO SL-FLAG.
           WRITE LIST-RECORD FROM SESSION-LINE.
       1300-EXIT.  EXIT.

       1400-SET-LINE.
           MOVE SPACES TO SESSION-LINE.
           MOVE SR-SESSION TO SL-SESSION.
           MOVE SR-NAME-VAR TO SL-NAME.
           IF SR-TERMINAL = SPACES
               MOVE "(NONE)" TO SL-TERMINAL
           ELSE
               MOVE SR-TERMINAL TO SL-TERMINAL.
           IF SR-BATCH
               MOVE "BATCH" TO SL-MODE
           ELSE
               MOVE "CONSOLE" TO SL-MODE.
           IF SR-SCENARIO = SPACES
               MOVE "(NONE)" TO SL-SCENARIO
           ELSE
               MOVE SR-SCENARIO TO SL-SCENARIO.
           MOVE SR-START-TIME TO CLOCK-WORK.
           PERFORM 3000-EDIT-CLOCK THRU 3000-EXIT.
           MOVE CLOCK-EDIT TO SL-START.
           MOVE SR-S-DATE TO SL-S-DATE.
           MOVE SR-TURNS TO SL-TURNS.
           MOVE SR-MISSIONS TO SL-MISSIONS.
       1400-EXIT.  EXIT.

      **********************************************
      * 2000-CLOSED-SESSIONS LISTS THE SESSIONS     *
      * CLOSED ON THE DAY ASKED FOR AND HOW EACH    *
      * ENDED.                                      *
      **********************************************

       2000-CLOSED-SESSIONS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "SESSIONS CLOSED ON " DELIMITED BY SIZE
               LIST-DAY DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           WRITE LIST-RECORD FROM CLOSED-HDG.
           MOVE 2 TO PASS-NO.
           PERFORM 1100-BROWSE-REGISTRY THRU 1100-EXIT.
           IF CLOSED-CNT = 0
               MOVE "  NO SESSIONS CLOSED ON THE DAY " TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
       2000-EXIT.  EXIT.

      *    A SESSION CLOSES ON THE DAY OF ITS LAST ACTIVITY, SO A
      *    SEAT THAT PLAYED ACROSS MIDNIGHT IS LISTED ON THE DAY IT
      *    ENDED.
       2100-LIST-CLOSED.
           IF SR-LAST-DATE NOT = LIST-DAY
               ADD 1 TO OTHER-DAY-CNT
               GO TO 2100-EXIT.
           ADD 1 TO CLOSED-CNT.
           PERFORM 1400-SET-LINE THRU 1400-EXIT.
           MOVE SR-END-TIME TO CLOCK-WORK.
           PERFORM 3000-EDIT-CLOCK THRU 3000-EXIT.
           MOVE CLOCK-EDIT TO SL-LAST.
           IF SR-ENDING = "WON"
               ADD 1 TO WON-CNT
               MOVE "WON  DEBRIEFED - MISSION WON" TO SL-ENDING
           ELSE
               IF SR-ENDING = "CRT"
                   ADD 1 TO CRT-CNT
                   MOVE "CRT  DEBRIEFED - COURT-MARTIALED"
                       TO SL-ENDING
               ELSE
                   IF SR-ENDING = "SAV"
                       ADD 1 TO SAV-CNT
                       MOVE "SAV  CHECKPOINT SAVED" TO SL-ENDING
                   ELSE
                       ADD 1 TO QUT-CNT
                       MOVE "QUT  BATCH DECK RAN OUT" TO SL-ENDING.
           WRITE LIST-RECORD FROM SESSION-LINE.
       2100-EXIT.  EXIT.

       3000-EDIT-CLOCK.
           MOVE CW-HH TO CE-HH.
           MOVE CW-MM TO CE-MM.
           MOVE CW-SS TO CE-SS.
       3000-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE LISTING SO   *
      * THE ENTRIES READ CAN BE BALANCED AGAINST    *
      * THE LISTS.                                  *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  REGISTRY ENTRIES READ " DELIMITED BY SIZE
               READ-CNT DELIMITED BY SIZE
               "  LIVE " DELIMITED BY SIZE
               LIVE-CNT DELIMITED BY SIZE
               "  IDLE " DELIMITED BY SIZE
               IDLE-CNT DELIMITED BY SIZE
               "  STALE " DELIMITED BY SIZE
               STALE-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  CLOSED ON THE DAY " DELIMITED BY SIZE
               CLOSED-CNT DELIMITED BY SIZE
               "  WON " DELIMITED BY SIZE
               WON-CNT DELIMITED BY SIZE
               "  CRT " DELIMITED BY SIZE
               CRT-CNT DELIMITED BY SIZE
               "  SAV " DELIMITED BY SIZE
               SAV-CNT DELIMITED BY SIZE
               "  QUT " DELIMITED BY SIZE
               QUT-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  CLOSED ON OTHER DAYS " DELIMITED BY SIZE
               OTHER-DAY-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE LIST-FILE.
           DISPLAY "LIVE SESSIONS " LIVE-CNT "  IDLE " IDLE-CNT
               "  STALE " STALE-CNT.
           DISPLAY "SESSION INQUIRY WRITTEN TO WHOLIST ".
       9000-EXIT.  EXIT.
