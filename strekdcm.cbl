       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKDCM.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKDCM MAINTAINS THE ENEMY DOCTRINE FILE FOR THE   *
      * STAR_TREK TRAINING SIMULATOR.  EACH DOCTRINE RECORD  *
      * IS ONE NAMED WAY FOR THE ENEMY TO FIGHT, KEYED ON A  *
      * DOCTRINE ID THAT A CATALOG SCENARIO OR A STARTUP     *
      * CARD NAMES.  TRANSACTIONS ARE READ FROM A CARD FILE  *
      * - ADD, CHG, RET (RETIRE), AND LST - AND A LISTING    *
      * WITH PER-CARD DIAGNOSTICS IS PRINTED SO THE TRAINING *
      * OFFICE CAN PROVE EVERY DOCTRINE CHANGE.              *
      *                                                      *
      * TRANSACTION CARD (DOCTRANS):                         *
      *   COLS  1- 3  ACTION  ADD / CHG / RET / LST          *
      *   COLS  4-11  DOCTRINE ID                            *
      *   COLS 12-41  DESCRIPTION                            *
      *   COLS 42-43  TICK OF THE FIRST KLINGON SHIFT        *
      *   COLS 44-45  TICK OF THE FIRST ROMULAN SHIFT        *
      *   COLS 46-47  TICK OF THE SECOND KLINGON SHIFT       *
      *   COLS 48-49  CYCLE LENGTH - THE SECOND ROMULAN      *
      *               SHIFT COMES ONE TICK AFTER IT          *
      *   COL  50     Y - KLINGONS CLOSE ON THE ENTERPRISE   *
      *   COLS 51-52  EVENT CHANCE, PERCENT PER SKILL LEVEL  *
      *   COLS 53-55  TICKS BEFORE THE DEADLINE THE HQ       *
      *               ASSAULT STARTS (000 - NEVER)           *
      *   COLS 56-58  ROMULAN AGGRESSION, PERCENT OF THE     *
      *               STANDARD RETURN FIRE (000 - HOLD FIRE) *
      *   COLS 59-64  ODDS OF ION STORM, REINFORCEMENT, AND  *
      *               DISTRESS CALL, TWO COLUMNS EACH        *
      *                                                      *
      * THE STANDARD DOCTRINE THE SIMULATOR FLIES WHEN NONE  *
      * IS NAMED IS  07 12 15 20 N 03 090 100 01 01 01.      *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCTRN-FILE ASSIGN TO "DOCTRINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ID
               FILE STATUS IS DOCTRN-STATUS.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "DOCTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT LIST-FILE ASSIGN TO "DOCLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      **********************************************
      * DOCTRINE-RECORD IS ONE NAMED ENEMY DOCTRINE.*
      * A RETIRED DOCTRINE STAYS ON FILE FOR THE    *
      * AUDIT TRAIL BUT THE ONLINE RUN FLIES THE    *
      * STANDARD DOCTRINE IN ITS PLACE.             *
      **********************************************

       FD  DOCTRN-FILE.
       01  DOCTRINE-RECORD.
           05  DT-ID                 PIC X(8).
           05  DT-DESC               PIC X(30).
           05  DT-SETTINGS.
               10  DT-K-STEP1        PIC 99.
               10  DT-R-STEP1        PIC 99.
               10  DT-K-STEP2        PIC 99.
               10  DT-CYCLE          PIC 99.
               10  DT-PURSUIT        PIC X.
               10  DT-EVENT-PCT      PIC 99.
               10  DT-HQ-LEAD        PIC 999.
               10  DT-ROM-AGGR       PIC 999.
               10  DT-ODDS-STORM     PIC 99.
               10  DT-ODDS-REINF     PIC 99.
               10  DT-ODDS-DISTR     PIC 99.
           05  DT-STATUS             PIC X.
               88  DT-ACTIVE         VALUE "A".
               88  DT-RETIRED        VALUE "R".

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-ACTION             PIC X(3).
           05  TR-ID                 PIC X(8).
           05  TR-DESC               PIC X(30).
           05  TR-K-STEP1            PIC 99.
           05  TR-R-STEP1            PIC 99.
           05  TR-K-STEP2            PIC 99.
           05  TR-CYCLE              PIC 99.
           05  TR-PURSUIT            PIC X.
           05  TR-EVENT-PCT          PIC 99.
           05  TR-HQ-LEAD            PIC 999.
           05  TR-ROM-AGGR           PIC 999.
           05  TR-ODDS-STORM         PIC 99.
           05  TR-ODDS-REINF         PIC 99.
           05  TR-ODDS-DISTR         PIC 99.

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  DOCTRN-STATUS             PIC XX VALUE SPACES.
       01  TRANS-STATUS              PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  TRANS-EOF                 PIC X VALUE "N".
           88  TRANS-DONE            VALUE "Y".
       01  DOCTRN-EOF                PIC X VALUE "N".
           88  DOCTRN-DONE           VALUE "Y".
       01  DOCTRN-FOUND-SW           PIC 9 VALUE 0.
           88  DOCTRN-FOUND          VALUE 1.
       01  CARD-ERR-SW               PIC 9 VALUE 0.
           88  CARD-IN-ERROR         VALUE 1.
       01  CARD-NO                   PIC 9(4) VALUE 0.
       01  ADD-CNT                   PIC 9(4) VALUE 0.
       01  CHG-CNT                   PIC 9(4) VALUE 0.
       01  RET-CNT                   PIC 9(4) VALUE 0.
       01  ERR-CNT                   PIC 9(4) VALUE 0.
       01  DOC-CNT                   PIC 9(4) VALUE 0.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "ENEMY DOCTRINE MAINTENANCE    ".
       01  DIAG-LINE.
           05  FILLER                PIC X(8) VALUE "  CARD ".
           05  DG-CARD               PIC ZZZ9.
           05  FILLER                PIC XX VALUE "  ".
           05  DG-TEXT               PIC X(60).
       01  DOC-HDG.
           05  FILLER                PIC X(11) VALUE "  ID      S".
           05  FILLER                PIC X(32) VALUE
               " DESCRIPTION                    ".
           05  FILLER                PIC X(40) VALUE
               " K1 R1 K2 CY P EV  HQ ROM ST RE DI      ".
       01  DOC-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  DL-ID                 PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  DL-STATUS             PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-DESC               PIC X(30).
           05  FILLER                PIC XX VALUE SPACES.
           05  DL-K-STEP1            PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-R-STEP1            PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-K-STEP2            PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-CYCLE              PIC Z9.
           05  FILLER                PIC XX VALUE SPACES.
           05  DL-PURSUIT            PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-EVENT-PCT          PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-HQ-LEAD            PIC ZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-ROM-AGGR           PIC ZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-ODDS-STORM         PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-ODDS-REINF         PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-ODDS-DISTR         PIC Z9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = "00" AND TRANS-STATUS NOT = "05"
               MOVE "NO TRANSACTION FILE SUPPLIED - NOTHING DONE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE LIST-FILE
               DISPLAY "DOCTRINE MAINTENANCE LISTING WRITTEN TO DOCLIST"
               STOP RUN.
           PERFORM 0100-OPEN-DOCTRINE THRU 0100-EXIT.
           PERFORM 1000-TRANSACTION THRU 1000-EXIT
               UNTIL TRANS-DONE.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           CLOSE DOCTRN-FILE.
           CLOSE TRANS-FILE.
           CLOSE LIST-FILE.
           DISPLAY "DOCTRINE MAINTENANCE LISTING WRITTEN TO DOCLIST ".
           STOP RUN.

      **********************************************
      * 0100-OPEN-DOCTRINE OPENS THE DOCTRINE FILE  *
      * FOR UPDATE, BUILDING AN EMPTY FILE FIRST    *
      * WHEN NONE IS YET ON FILE, THE SAME WAY THE  *
      * SCENARIO CATALOG IS BROUGHT UP.             *
      **********************************************

       0100-OPEN-DOCTRINE.
           OPEN I-O DOCTRN-FILE.
           IF DOCTRN-STATUS = "35"
               OPEN OUTPUT DOCTRN-FILE
               CLOSE DOCTRN-FILE
               OPEN I-O DOCTRN-FILE.
           IF DOCTRN-STATUS NOT = "00" AND DOCTRN-STATUS NOT = "05"
               MOVE "DOCTRINE FILE UNAVAILABLE - NOTHING DONE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE DOCTRN-FILE
               CLOSE TRANS-FILE
               CLOSE LIST-FILE
               DISPLAY "DOCTRINE FILE UNAVAILABLE "
               STOP RUN.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-TRANSACTION READS AND APPLIES ONE      *
      * MAINTENANCE CARD.  EVERY CARD IS ANSWERED   *
      * ON THE LISTING BY CARD NUMBER, ACCEPTED OR  *
      * REJECTED, SO A MIS-PUNCHED CARD IS CAUGHT   *
      * ON PAPER AND NEVER HALF-APPLIED.            *
      **********************************************

       1000-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF
                   GO TO 1000-EXIT.
           ADD 1 TO CARD-NO.
           MOVE 0 TO CARD-ERR-SW.
           IF TR-ACTION = "LST"
               PERFORM 4000-LIST-DOCTRINES THRU 4000-EXIT
               GO TO 1000-EXIT.
           IF TR-ACTION NOT = "ADD" AND TR-ACTION NOT = "CHG"
                   AND TR-ACTION NOT = "RET"
               MOVE "UNKNOWN ACTION - CARD REJECTED" TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT
               GO TO 1000-EXIT.
           IF TR-ID = SPACES
               MOVE "DOCTRINE ID MISSING - CARD REJECTED" TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT
               GO TO 1000-EXIT.
           PERFORM 1100-FIND-DOCTRINE THRU 1100-EXIT.
           IF TR-ACTION = "ADD"
               PERFORM 2000-ADD-DOCTRINE THRU 2000-EXIT
           ELSE
               IF TR-ACTION = "CHG"
                   PERFORM 2100-CHG-DOCTRINE THRU 2100-EXIT
               ELSE
                   PERFORM 2200-RET-DOCTRINE THRU 2200-EXIT.
       1000-EXIT.  EXIT.

       1100-FIND-DOCTRINE.
           MOVE 0 TO DOCTRN-FOUND-SW.
           MOVE TR-ID TO DT-ID.
           READ DOCTRN-FILE
               INVALID KEY
                   MOVE 0 TO DOCTRN-FOUND-SW
               NOT INVALID KEY
                   MOVE 1 TO DOCTRN-FOUND-SW.
       1100-EXIT.  EXIT.

       2000-ADD-DOCTRINE.
           IF DOCTRN-FOUND
               MOVE "DOCTRINE ALREADY ON FILE - ADD REJECTED"
                   TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT
               GO TO 2000-EXIT.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF CARD-IN-ERROR
               GO TO 2000-EXIT.
           MOVE TR-ID TO DT-ID.
           PERFORM 3100-MOVE-FIELDS THRU 3100-EXIT.
           MOVE "A" TO DT-STATUS.
           WRITE DOCTRINE-RECORD.
           ADD 1 TO ADD-CNT.
           MOVE "DOCTRINE ADDED" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2000-EXIT.  EXIT.

       2100-CHG-DOCTRINE.
           IF NOT DOCTRN-FOUND
               MOVE "DOCTRINE NOT ON FILE - CHG REJECTED" TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT
               GO TO 2100-EXIT.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF CARD-IN-ERROR
               GO TO 2100-EXIT.
           PERFORM 3100-MOVE-FIELDS THRU 3100-EXIT.
      *    A CHANGE REINSTATES A RETIRED DOCTRINE, AS A CHANGE TO A
      *    RETIRED CATALOG SCENARIO DOES.  A MISSION ALREADY FLOWN
      *    IS NOT DISTURBED - ITS JOURNAL AND CHECKPOINT CARRY THE
      *    SETTINGS IT WAS FLOWN UNDER.
           MOVE "A" TO DT-STATUS.
           REWRITE DOCTRINE-RECORD.
           ADD 1 TO CHG-CNT.
           MOVE "DOCTRINE CHANGED" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2100-EXIT.  EXIT.

       2200-RET-DOCTRINE.
           IF NOT DOCTRN-FOUND
               MOVE "DOCTRINE NOT ON FILE - RET REJECTED" TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT
               GO TO 2200-EXIT.
           MOVE "R" TO DT-STATUS.
           REWRITE DOCTRINE-RECORD.
           ADD 1 TO RET-CNT.
           MOVE "DOCTRINE RETIRED" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2200-EXIT.  EXIT.

      **********************************************
      * 3000-EDIT-FIELDS HOLDS EVERY DOCTRINE FIELD *
      * TO THE RANGES THE ONLINE RUN CAN CARRY OUT. *
      * THE MOVEMENT TICKS MUST RUN IN ORDER INSIDE *
      * THE CYCLE - THE ENEMY-MOVEMENT COUNTER      *
      * OPENS AT 2 AND WRAPS ONE TICK PAST IT.      *
      **********************************************

       3000-EDIT-FIELDS.
           IF TR-DESC = SPACES
               MOVE "DESCRIPTION MISSING - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-K-STEP1 NOT NUMERIC OR TR-R-STEP1 NOT NUMERIC
                   OR TR-K-STEP2 NOT NUMERIC OR TR-CYCLE NOT NUMERIC
               MOVE "MOVEMENT TICKS NOT NUMERIC - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
           ELSE
               IF TR-K-STEP1 < 2 OR TR-R-STEP1 NOT > TR-K-STEP1
                       OR TR-K-STEP2 NOT > TR-R-STEP1
                       OR TR-CYCLE < TR-K-STEP2 OR TR-CYCLE > 98
                   MOVE "TICKS MUST RUN 2 <= K1 < R1 < K2 <= CYCLE <= 9
      -                "8 - CARD REJECTED" TO DG-TEXT
                   PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-PURSUIT NOT = "Y" AND TR-PURSUIT NOT = "N"
               MOVE "PURSUIT MUST BE Y OR N - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-EVENT-PCT NOT NUMERIC OR TR-EVENT-PCT > 25
               MOVE "EVENT CHANCE MUST BE 0 THRU 25 - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-HQ-LEAD NOT NUMERIC
               MOVE "HQ ASSAULT TICKS NOT NUMERIC - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-ROM-AGGR NOT NUMERIC OR TR-ROM-AGGR > 300
               MOVE "ROMULAN AGGRESSION MUST BE 0 THRU 300 - CARD REJEC
      -            "TED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-ODDS-STORM NOT NUMERIC OR TR-ODDS-REINF NOT NUMERIC
                   OR TR-ODDS-DISTR NOT NUMERIC
               MOVE "EVENT ODDS NOT NUMERIC - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
       3000-EXIT.  EXIT.

       3100-MOVE-FIELDS.
           MOVE TR-DESC TO DT-DESC.
           MOVE TR-K-STEP1 TO DT-K-STEP1.
           MOVE TR-R-STEP1 TO DT-R-STEP1.
           MOVE TR-K-STEP2 TO DT-K-STEP2.
           MOVE TR-CYCLE TO DT-CYCLE.
           MOVE TR-PURSUIT TO DT-PURSUIT.
           MOVE TR-EVENT-PCT TO DT-EVENT-PCT.
           MOVE TR-HQ-LEAD TO DT-HQ-LEAD.
           MOVE TR-ROM-AGGR TO DT-ROM-AGGR.
           MOVE TR-ODDS-STORM TO DT-ODDS-STORM.
           MOVE TR-ODDS-REINF TO DT-ODDS-REINF.
           MOVE TR-ODDS-DISTR TO DT-ODDS-DISTR.
       3100-EXIT.  EXIT.

      **********************************************
      * 4000-LIST-DOCTRINES PRINTS THE WHOLE FILE   *
      * IN KEY ORDER, RETIRED DOCTRINES INCLUDED    *
      * AND MARKED, SO THE TRAINING OFFICE CAN      *
      * AUDIT THE DOCTRINES ON FILE.                *
      **********************************************

       4000-LIST-DOCTRINES.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "ENEMY DOCTRINE LISTING: " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           WRITE LIST-RECORD FROM DOC-HDG.
           MOVE 0 TO DOC-CNT.
           MOVE "N" TO DOCTRN-EOF.
           MOVE LOW-VALUES TO DT-ID.
           START DOCTRN-FILE KEY NOT < DT-ID
               INVALID KEY
                   MOVE "Y" TO DOCTRN-EOF.
           PERFORM 4100-LIST-DOCTRINE THRU 4100-EXIT
               UNTIL DOCTRN-DONE.
           IF DOC-CNT = 0
               MOVE "  DOCTRINE FILE IS EMPTY " TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       4000-EXIT.  EXIT.

       4100-LIST-DOCTRINE.
           READ DOCTRN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DOCTRN-EOF
                   GO TO 4100-EXIT.
           ADD 1 TO DOC-CNT.
           MOVE DT-ID TO DL-ID.
           MOVE DT-STATUS TO DL-STATUS.
           MOVE DT-DESC TO DL-DESC.
           MOVE DT-K-STEP1 TO DL-K-STEP1.
           MOVE DT-R-STEP1 TO DL-R-STEP1.
           MOVE DT-K-STEP2 TO DL-K-STEP2.
           MOVE DT-CYCLE TO DL-CYCLE.
           MOVE DT-PURSUIT TO DL-PURSUIT.
           MOVE DT-EVENT-PCT TO DL-EVENT-PCT.
           MOVE DT-HQ-LEAD TO DL-HQ-LEAD.
           MOVE DT-ROM-AGGR TO DL-ROM-AGGR.
           MOVE DT-ODDS-STORM TO DL-ODDS-STORM.
           MOVE DT-ODDS-REINF TO DL-ODDS-REINF.
           MOVE DT-ODDS-DISTR TO DL-ODDS-DISTR.
           WRITE LIST-RECORD FROM DOC-LINE.
       4100-EXIT.  EXIT.

       7000-DIAGNOSE.
           MOVE CARD-NO TO DG-CARD.
           WRITE LIST-RECORD FROM DIAG-LINE.
       7000-EXIT.  EXIT.

       7100-DIAGNOSE-ERR.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
           IF NOT CARD-IN-ERROR
               MOVE 1 TO CARD-ERR-SW
               ADD 1 TO ERR-CNT.
       7100-EXIT.  EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTALS - CARDS READ " DELIMITED BY SIZE
               CARD-NO DELIMITED BY SIZE
               "  ADDED " DELIMITED BY SIZE
               ADD-CNT DELIMITED BY SIZE
               "  CHANGED " DELIMITED BY SIZE
               CHG-CNT DELIMITED BY SIZE
               "  RETIRED " DELIMITED BY SIZE
               RET-CNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               ERR-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.
