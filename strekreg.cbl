       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKREG.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKREG EXTRACTS NEWLY COMPLETED MISSIONS FROM THE  *
      * MISSION HISTORY FOR THE COLLEGE REGISTRAR'S TRAINING *
      * TRANSCRIPTS, IN PLACE OF RE-KEYING THEM FROM THE     *
      * STREKRPT DETAIL PAGES.  THE INTERCHANGE FILE         *
      * (REGXTRCT) IS FIXED-FORMAT, 80 COLUMNS:              *
      *                                                      *
      *   HEADER  (HD) - EXTRACT DATE, EXTRACT NUMBER, AND   *
      *                  THE PERIOD - THE EARLIEST AND       *
      *                  LATEST RUN DATE OF THE MISSIONS     *
      *                  SENT (ZEROS WHEN NONE ARE SENT).    *
      *   DETAIL  (DT) - CAPTAIN, RUN DATE, SESSION, SKILL,  *
      *                  OUTCOME, SCORE, GRADE, AND THE RANK *
      *                  AT COMPLETION, ONE PER MISSION.     *
      *   TRAILER (TR) - EXTRACT NUMBER, DETAIL RECORD COUNT *
      *                  AND THE HASH TOTAL OF THE SCORES.   *
      *                                                      *
      * THE CONTROL FILE (REGCTL) HOLDS THE LAST MISSION     *
      * EXTRACTED - ITS CAPTAIN, RUN DATE AND SESSION - AND  *
      * HOW MANY HISTORY RECORDS HAVE BEEN TAKEN UP.  THE    *
      * HISTORY IS WRITTEN IN COMPLETION ORDER AND NEVER     *
      * TRIMMED, SO EACH RUN SENDS ONLY THE RECORDS BEHIND   *
      * THAT POINT AND A RERUN SENDS NOTHING TWICE.  BEFORE  *
      * ANYTHING IS SENT THE RECORD AT THAT POINT MUST STILL *
      * BE THE LAST MISSION EXTRACTED - IF THE HISTORY HAS   *
      * BEEN REPLACED OR CUT BACK THE RUN IS REFUSED AND     *
      * NEITHER THE EXTRACT NOR THE CONTROL FILE IS TOUCHED. *
      * A HISTORY THAT CHANGES WHILE THE EXTRACT IS WRITTEN  *
      * REFUSES THE RUN TOO, AND THE EXTRACT IS LEFT EMPTY.  *
      * THE CONTROL FILE IS ONLY ADVANCED ONCE THE EXTRACT   *
      * HAS BEEN WRITTEN IN FULL.  NO CONTROL FILE MEANS THE *
      * FIRST EXTRACT, WHICH SENDS THE WHOLE HISTORY.        *
      *                                                      *
      * THE RANK AT COMPLETION IS NOT HELD ON THE HISTORY,   *
      * SO IT IS RECOMPUTED BY CARRYING EVERY CAPTAIN'S      *
      * CAREER FORWARD THROUGH THE WHOLE HISTORY, MISSION BY *
      * MISSION, AS STREKCRB DOES, AND TAKING THE RANK RULE  *
      * AFTER EACH MISSION.                                  *
      *                                                      *
      * A NEW RECORD WITH A FIELD THE REGISTRAR CANNOT TAKE  *
      * IS NOT SENT - IT IS PRINTED ON THE EXCEPTION LISTING *
      * (REGREJ) WITH THE REASON, FOR THE TRAINING OFFICE TO *
      * SETTLE BY HAND, AND IS NOT OFFERED AGAIN.  THE RUN   *
      * LISTING (REGLIST) CARRIES THE BALANCING TOTALS.      *
      *                                                      *
      * THE EXTRACT FILE IS REPLACED BY EACH RUN - TRANSMIT  *
      * IT BEFORE THE NEXT RUN.                              *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "REGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT XTR-FILE ASSIGN TO "REGXTRCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XTR-STATUS.
           SELECT REJ-FILE ASSIGN TO "REGREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT LIST-FILE ASSIGN TO "REGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  MH-GRADE-OK       VALUE "A" "B" "C" "D" "E" "F".
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
           05  MH-SCENARIO           PIC X(8).

      **********************************************
      * CTL-RECORD IS THE EXTRACT HIGH-WATER MARK.  *
      **********************************************

       FD  CTL-FILE.
       01  CTL-RECORD.
           05  CT-LAST-NAME          PIC X(12).
           05  FILLER                PIC X.
           05  CT-LAST-RUN-DATE      PIC 9(6).
           05  FILLER                PIC X.
           05  CT-LAST-SESSION       PIC 9(8).
           05  FILLER                PIC X.
           05  CT-RECS-DONE          PIC 9(8).
           05  FILLER                PIC X.
           05  CT-EXTRACT-NO         PIC 9(5).
           05  FILLER                PIC X.
           05  CT-EXTRACT-DATE       PIC 9(6).

      **********************************************
      * XTR-RECORD IS THE REGISTRAR INTERCHANGE     *
      * RECORD - ONE 80-COLUMN LAYOUT PER RECORD    *
      * TYPE, TOLD APART BY COLUMNS 1-2.            *
      **********************************************

       FD  XTR-FILE.
       01  XTR-HEADER.
           05  XH-TYPE               PIC XX.
           05  XH-SOURCE             PIC X(8).
           05  XH-EXTRACT-DATE       PIC 9(6).
           05  XH-EXTRACT-NO         PIC 9(5).
           05  XH-PERIOD-FROM        PIC 9(6).
           05  XH-PERIOD-TO          PIC 9(6).
           05  FILLER                PIC X(47).
       01  XTR-DETAIL.
           05  XD-TYPE               PIC XX.
           05  XD-NAME               PIC X(12).
           05  XD-RUN-DATE           PIC 9(6).
           05  XD-SESSION            PIC 9(8).
           05  XD-SKILL              PIC 9.
           05  XD-OUTCOME            PIC X(3).
           05  XD-SCORE              PIC 9(5).
           05  XD-GRADE              PIC X.
           05  XD-RANK               PIC 9.
           05  XD-RANK-NAME          PIC X(14).
           05  FILLER                PIC X(27).
       01  XTR-TRAILER.
           05  XT-TYPE               PIC XX.
           05  XT-EXTRACT-NO         PIC 9(5).
           05  XT-RECORD-CNT         PIC 9(7).
           05  XT-SCORE-HASH         PIC 9(11).
           05  FILLER                PIC X(55).

       FD  REJ-FILE.
       01  REJ-RECORD                PIC X(120).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  CTL-STATUS                PIC XX VALUE SPACES.
       01  XTR-STATUS                PIC XX VALUE SPACES.
       01  REJ-STATUS                PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  HISTORY-OK                PIC X VALUE "N".
           88  HISTORY-READY         VALUE "Y".
       01  CTL-FOUND-SW              PIC 9 VALUE 0.
           88  CTL-FOUND             VALUE 1.
       01  CTL-MATCH-SW              PIC 9 VALUE 0.
           88  CTL-MATCHED           VALUE 1.
       01  REFUSE-SW                 PIC 9 VALUE 0.
           88  EXTRACT-REFUSED       VALUE 1.
       01  WRITE-ERR-SW              PIC 9 VALUE 0.
           88  EXTRACT-WRITE-FAILED  VALUE 1.
       01  CLEAR-SW                  PIC 9 VALUE 0.
           88  EXTRACT-CLEARED       VALUE 1.
           88  EXTRACT-NOT-CLEARED   VALUE 2.
       01  PASS-NO                   PIC 9 VALUE 1.
           88  FIRST-PASS            VALUE 1.
           88  SECOND-PASS           VALUE 2.
       01  REJ-REASON                PIC X(40) VALUE SPACES.
       01  EXTRACT-DATE              PIC 9(6) VALUE 0.
       01  EXTRACT-NO                PIC 9(5) VALUE 0.
       01  RECS-DONE                 PIC 9(8) VALUE 0.
       01  REC-NO                    PIC 9(8) VALUE 0.
       01  SCAN-RECS                 PIC 9(8) VALUE 0.
       01  PERIOD-FROM               PIC 9(6) VALUE 0.
       01  PERIOD-TO                 PIC 9(6) VALUE 0.
       01  LAST-NAME                 PIC X(12) VALUE SPACES.
       01  LAST-RUN-DATE             PIC 9(6) VALUE 0.
       01  LAST-SESSION              PIC 9(8) VALUE 0.
       01  TAIL-NAME                 PIC X(12) VALUE SPACES.
       01  TAIL-RUN-DATE             PIC 9(6) VALUE 0.
       01  TAIL-SESSION              PIC 9(8) VALUE 0.
       01  TFOUND                    PIC 9 VALUE 0.
       01  RANK-X                    PIC 9 VALUE 1.
       01  RANK-POINTS               PIC 9(7) COMP.
       01  CR-GAMES-WON              PIC 9(5) VALUE 0.
       01  CR-KLINGONS-TOTAL         PIC 9(7) VALUE 0.
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
      * RC-TBL CARRIES EACH CAPTAIN'S CAREER FORWARD *
      * THROUGH THE HISTORY - ONLY THE FIGURES THE   *
      * RANK RULE NEEDS.                             *
      **********************************************

       01  RC-MAX                    PIC 999 VALUE 500.
       01  RC-CNT                    PIC 999 VALUE 0.
       01  RC-DROPPED                PIC 9(6) VALUE 0.
       01  RC-TBL.
           05  RC-ENT  OCCURS 500 TIMES.
               10  RC-NAME           PIC X(12).
               10  RC-WON            PIC 9(5).
               10  RC-KILLS          PIC 9(7).
       01  RX                        PIC 999.

      **********************************************
      * CONTROL TOTALS.  THE HISTORY RECORDS READ   *
      * EQUAL THOSE EXTRACTED BEFORE PLUS THE NEW;  *
      * THE NEW EQUAL THOSE SENT PLUS THOSE         *
      * REJECTED.                                   *
      **********************************************

       01  MISSIONS-READ             PIC 9(8) VALUE 0.
       01  MISSIONS-PRIOR            PIC 9(8) VALUE 0.
       01  MISSIONS-NEW              PIC 9(8) VALUE 0.
       01  MISSIONS-SENT             PIC 9(7) VALUE 0.
       01  MISSIONS-REJECTED         PIC 9(7) VALUE 0.
       01  SCORE-HASH                PIC 9(11) VALUE 0.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "REGISTRAR TRAINING EXTRACT    ".
       01  REJ-HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "REGISTRAR EXTRACT EXCEPTIONS  ".
       01  REJ-COL-HDG.
           05  FILLER                PIC X(11) VALUE "  RECORD   ".
           05  FILLER                PIC X(13) VALUE "CAPTAIN      ".
           05  FILLER                PIC X(17) VALUE
               "RUN DT  SESSION  ".
           05  FILLER                PIC X(40) VALUE
               "REASON                                  ".
       01  REJ-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  RJ-REC-NO             PIC Z(7)9.
           05  FILLER                PIC X VALUE SPACE.
           05  RJ-NAME               PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  RJ-RUN-DATE           PIC X(6).
           05  FILLER                PIC XX VALUE SPACES.
           05  RJ-SESSION            PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  RJ-REASON             PIC X(40).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           OPEN OUTPUT REJ-FILE.
           WRITE REJ-RECORD FROM REJ-HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE REJ-RECORD FROM PRT-LINE.
           WRITE REJ-RECORD FROM REJ-COL-HDG.
           ACCEPT EXTRACT-DATE FROM DATE.
           PERFORM 0100-READ-CONTROL THRU 0100-EXIT.
           PERFORM 1000-SCAN-HISTORY THRU 1000-EXIT.
           PERFORM 1500-CHECK-CONTROL THRU 1500-EXIT.
           IF NOT EXTRACT-REFUSED
               PERFORM 2000-WRITE-EXTRACT THRU 2000-EXIT.
           IF NOT EXTRACT-REFUSED AND NOT EXTRACT-WRITE-FAILED
               PERFORM 3000-ADVANCE-CONTROL THRU 3000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-CONTROL TAKES THE HIGH-WATER MARK *
      * LEFT BY THE LAST EXTRACT.  NO CONTROL FILE  *
      * MEANS NOTHING HAS BEEN SENT YET.            *
      **********************************************

       0100-READ-CONTROL.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS NOT = "00" AND CTL-STATUS NOT = "05"
               MOVE "CONTROL FILE UNAVAILABLE - EXTRACT REFUSED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE 1 TO REFUSE-SW
               GO TO 0100-EXIT.
           READ CTL-FILE
               AT END
                   CLOSE CTL-FILE
                   MOVE "NO CONTROL RECORD - FIRST EXTRACT SENDS THE "
                       TO PRT-LINE
                   MOVE "WHOLE HISTORY " TO PRT-LINE (45:)
                   WRITE LIST-RECORD FROM PRT-LINE
                   GO TO 0100-EXIT.
           CLOSE CTL-FILE.
           IF CT-RECS-DONE NOT NUMERIC OR CT-EXTRACT-NO NOT NUMERIC
                   OR CT-LAST-RUN-DATE NOT NUMERIC
                   OR CT-LAST-SESSION NOT NUMERIC
               MOVE "CONTROL FILE UNREADABLE - EXTRACT REFUSED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE 1 TO REFUSE-SW
               GO TO 0100-EXIT.
           MOVE 1 TO CTL-FOUND-SW.
           MOVE CT-RECS-DONE TO RECS-DONE.
           MOVE CT-EXTRACT-NO TO EXTRACT-NO.
           MOVE CT-LAST-NAME TO LAST-NAME.
           MOVE CT-LAST-RUN-DATE TO LAST-RUN-DATE.
           MOVE CT-LAST-SESSION TO LAST-SESSION.
           MOVE SPACES TO PRT-LINE.
           STRING "LAST EXTRACT " DELIMITED BY SIZE
               CT-EXTRACT-NO DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               CT-EXTRACT-DATE DELIMITED BY SIZE
               " - LAST MISSION SENT " DELIMITED BY SIZE
               CT-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-LAST-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-LAST-SESSION DELIMITED BY SIZE
               " - HISTORY RECORD " DELIMITED BY SIZE
               CT-RECS-DONE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-SCAN-HISTORY IS THE FIRST PASS.  IT    *
      * PROVES THE HIGH-WATER MARK, EDITS EVERY NEW *
      * RECORD - PRINTING THE ONES THAT CANNOT BE   *
      * SENT - TAKES THE PERIOD OF THE ONES THAT    *
      * CAN, AND LOADS THE CAPTAIN TABLE SO AN      *
      * OVERFLOW IS FOUND BEFORE ANYTHING IS SENT.  *
      **********************************************

       1000-SCAN-HISTORY.
           IF EXTRACT-REFUSED
               GO TO 1000-EXIT.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "MISSION HISTORY UNAVAILABLE - EXTRACT REFUSED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE 1 TO REFUSE-SW
               GO TO 1000-EXIT.
           MOVE "Y" TO HISTORY-OK.
           MOVE 1 TO PASS-NO.
           MOVE 0 TO REC-NO.
           MOVE "N" TO MISNHST-EOF.
           PERFORM 1100-HISTORY-RECORD THRU 1100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
           MOVE REC-NO TO SCAN-RECS.
       1000-EXIT.  EXIT.

      *    BOTH PASSES READ THE WHOLE HISTORY - THE CAREERS MUST BE
      *    CARRIED THROUGH THE MISSIONS ALREADY SENT TO GIVE THE
      *    RANK AT COMPLETION OF THE NEW ONES.  THE SECOND PASS
      *    STOPS WHERE THE FIRST ONE ENDED - A MISSION COMPLETED
      *    WHILE THE JOB RUNS WAS NEITHER EDITED NOR COUNTED, SO IT
      *    WAITS FOR THE NEXT EXTRACT.
       1100-HISTORY-RECORD.
           IF SECOND-PASS AND REC-NO NOT < SCAN-RECS
               MOVE "Y" TO MISNHST-EOF
               GO TO 1100-EXIT.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO REC-NO.
           PERFORM 3100-POST-CAREER THRU 3100-EXIT.
           IF REC-NO = RECS-DONE
               PERFORM 1200-MATCH-CONTROL THRU 1200-EXIT.
           IF REC-NO NOT > RECS-DONE
               GO TO 1100-EXIT.
           PERFORM 1300-EDIT-MISSION THRU 1300-EXIT.
           IF FIRST-PASS
               PERFORM 1400-FIRST-PASS THRU 1400-EXIT
           ELSE
               PERFORM 2100-SECOND-PASS THRU 2100-EXIT.
       1100-EXIT.  EXIT.

       1200-MATCH-CONTROL.
           IF MH-NAME-VAR = LAST-NAME
                   AND MH-RUN-DATE = LAST-RUN-DATE
                   AND MH-SESSION = LAST-SESSION
               MOVE 1 TO CTL-MATCH-SW.
       1200-EXIT.  EXIT.

      **********************************************
      * 1300-EDIT-MISSION HOLDS A NEW RECORD TO     *
      * WHAT THE REGISTRAR CAN TAKE.  REJ-REASON    *
      * COMES BACK SPACES FOR A SENDABLE RECORD.    *
      **********************************************

       1300-EDIT-MISSION.
           MOVE SPACES TO REJ-REASON.
           IF MH-NAME-VAR = SPACES
               MOVE "CAPTAIN NAME MISSING" TO REJ-REASON
               GO TO 1300-EXIT.
           IF MH-RUN-DATE NOT NUMERIC OR MH-RUN-DATE = 0
               MOVE "RUN DATE MISSING OR NOT NUMERIC" TO REJ-REASON
               GO TO 1300-EXIT.
           IF MH-SESSION NOT NUMERIC
               MOVE "SESSION NOT NUMERIC" TO REJ-REASON
               GO TO 1300-EXIT.
           IF MH-SKILL-LEV NOT NUMERIC OR MH-SKILL-LEV < 1
                   OR MH-SKILL-LEV > 4
               MOVE "SKILL NOT 1 THRU 4" TO REJ-REASON
               GO TO 1300-EXIT.
           IF NOT MH-WON AND NOT MH-COURT-MARTIAL
               MOVE "OUTCOME NOT WON OR CRT" TO REJ-REASON
               GO TO 1300-EXIT.
           IF MH-SCORE NOT NUMERIC
               MOVE "SCORE MISSING OR NOT NUMERIC" TO REJ-REASON
               GO TO 1300-EXIT.
           IF NOT MH-GRADE-OK
               MOVE "GRADE MISSING OR NOT A THRU F" TO REJ-REASON
               GO TO 1300-EXIT.
           IF MH-KLINGONS-BYE NOT NUMERIC
                   OR MH-FINAL-S-DATE NOT NUMERIC
               MOVE "KILLS OR STAR DATE UNREADABLE - NO RANK"
                   TO REJ-REASON
               GO TO 1300-EXIT.
       1300-EXIT.  EXIT.

       1400-FIRST-PASS.
           ADD 1 TO MISSIONS-NEW.
           IF REJ-REASON NOT = SPACES
               ADD 1 TO MISSIONS-REJECTED
               MOVE REC-NO TO RJ-REC-NO
               MOVE MH-NAME-VAR TO RJ-NAME
               MOVE MH-RUN-DATE TO RJ-RUN-DATE
               MOVE MH-SESSION TO RJ-SESSION
               MOVE REJ-REASON TO RJ-REASON
               WRITE REJ-RECORD FROM REJ-LINE
               GO TO 1400-EXIT.
           IF PERIOD-FROM = 0 OR MH-RUN-DATE < PERIOD-FROM
               MOVE MH-RUN-DATE TO PERIOD-FROM.
           IF MH-RUN-DATE > PERIOD-TO
               MOVE MH-RUN-DATE TO PERIOD-TO.
       1400-EXIT.  EXIT.

      **********************************************
      * 1500-CHECK-CONTROL REFUSES THE RUN WHEN THE *
      * HISTORY NO LONGER HOLDS THE LAST MISSION    *
      * SENT WHERE THE CONTROL FILE SAYS IT IS, OR  *
      * WHEN THE CAPTAIN TABLE OVERFLOWED AND A     *
      * RANK WOULD BE WRONG.                        *
      **********************************************

       1500-CHECK-CONTROL.
           IF EXTRACT-REFUSED
               GO TO 1500-EXIT.
           MOVE REC-NO TO MISSIONS-READ.
           IF RECS-DONE > REC-NO
               MOVE REC-NO TO MISSIONS-PRIOR
           ELSE
               MOVE RECS-DONE TO MISSIONS-PRIOR.
           IF RECS-DONE > 0 AND NOT CTL-MATCHED
               MOVE 1 TO REFUSE-SW
               MOVE SPACES TO PRT-LINE
               STRING "LAST MISSION SENT IS NOT AT HISTORY RECORD "
                   DELIMITED BY SIZE
                   RECS-DONE DELIMITED BY SIZE
                   " - EXTRACT REFUSED " DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               GO TO 1500-EXIT.
           IF RC-DROPPED > 0
               MOVE 1 TO REFUSE-SW
               MOVE "CAPTAIN TABLE FULL - RANKS UNKNOWN - EXTRACT "
                   TO PRT-LINE
               MOVE "REFUSED " TO PRT-LINE (46:)
               WRITE LIST-RECORD FROM PRT-LINE.
       1500-EXIT.  EXIT.

      **********************************************
      * 2000-WRITE-EXTRACT IS THE SECOND PASS - IT  *
      * WRITES THE HEADER, ONE DETAIL PER SENDABLE  *
      * NEW MISSION, AND THE TRAILER.               *
      **********************************************

       2000-WRITE-EXTRACT.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "MISSION HISTORY UNAVAILABLE - EXTRACT REFUSED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE 1 TO REFUSE-SW
               GO TO 2000-EXIT.
           OPEN OUTPUT XTR-FILE.
           IF XTR-STATUS NOT = "00"
               MOVE "EXTRACT FILE CANNOT BE OPENED - NOTHING SENT "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE 1 TO WRITE-ERR-SW
               CLOSE MISNHST-FILE
               GO TO 2000-EXIT.
           ADD 1 TO EXTRACT-NO.
           MOVE SPACES TO XTR-HEADER.
           MOVE "HD" TO XH-TYPE.
           MOVE "STREK" TO XH-SOURCE.
           MOVE EXTRACT-DATE TO XH-EXTRACT-DATE.
           MOVE EXTRACT-NO TO XH-EXTRACT-NO.
           MOVE PERIOD-FROM TO XH-PERIOD-FROM.
           MOVE PERIOD-TO TO XH-PERIOD-TO.
           WRITE XTR-HEADER.
           PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
           MOVE 0 TO RC-CNT.
           MOVE 2 TO PASS-NO.
           MOVE 0 TO REC-NO.
           MOVE "N" TO MISNHST-EOF.
           PERFORM 1100-HISTORY-RECORD THRU 1100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
      *    A HISTORY THAT SHRANK BETWEEN THE PASSES LEAVES MISSIONS
      *    COUNTED BUT NOT SENT, SO THE RUN IS REFUSED AND THE
      *    CONTROL FILE IS NOT MOVED.  THE HEADER AND DETAILS ARE
      *    ALREADY OUT, SO NO TRAILER IS WRITTEN AND THE EXTRACT
      *    FILE IS OPENED AGAIN FOR OUTPUT TO LEAVE IT EMPTY - AN
      *    EXTRACT NUMBER THE CONTROL FILE HAS NOT TAKEN UP MUST
      *    NEVER REACH THE REGISTRAR.
           IF REC-NO NOT = SCAN-RECS
               MOVE 1 TO REFUSE-SW
               MOVE "MISSION HISTORY CHANGED DURING THE RUN - "
                   TO PRT-LINE
               MOVE "EXTRACT REFUSED, DO NOT TRANSMIT - RERUN "
                   TO PRT-LINE (42:)
               WRITE LIST-RECORD FROM PRT-LINE
               PERFORM 2800-CLEAR-EXTRACT THRU 2800-EXIT
               GO TO 2000-EXIT.
           MOVE SPACES TO XTR-TRAILER.
           MOVE "TR" TO XT-TYPE.
           MOVE EXTRACT-NO TO XT-EXTRACT-NO.
           MOVE MISSIONS-SENT TO XT-RECORD-CNT.
           MOVE SCORE-HASH TO XT-SCORE-HASH.
           WRITE XTR-TRAILER.
           PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
           CLOSE XTR-FILE.
           IF EXTRACT-WRITE-FAILED
               MOVE "EXTRACT FILE WRITE FAILED - CONTROL FILE NOT "
                   TO PRT-LINE
               MOVE "ADVANCED - RERUN " TO PRT-LINE (46:)
               WRITE LIST-RECORD FROM PRT-LINE.
       2000-EXIT.  EXIT.

      *    THE RANK IS TAKEN AFTER 3100 HAS POSTED THIS MISSION, AS
      *    THE SIMULATOR'S OWN DEBRIEF TAKES IT.
       2100-SECOND-PASS.
           IF REJ-REASON NOT = SPACES
               GO TO 2100-EXIT.
           MOVE RC-WON (RX) TO CR-GAMES-WON.
           MOVE RC-KILLS (RX) TO CR-KLINGONS-TOTAL.
           PERFORM 8560-COMPUTE-RANK THRU 8560-EXIT.
           MOVE SPACES TO XTR-DETAIL.
           MOVE "DT" TO XD-TYPE.
           MOVE MH-NAME-VAR TO XD-NAME.
           MOVE MH-RUN-DATE TO XD-RUN-DATE.
           MOVE MH-SESSION TO XD-SESSION.
           MOVE MH-SKILL-LEV TO XD-SKILL.
           MOVE MH-OUTCOME TO XD-OUTCOME.
           MOVE MH-SCORE TO XD-SCORE.
           MOVE MH-GRADE TO XD-GRADE.
           MOVE RANK-X TO XD-RANK.
           MOVE RANK-NAME (RANK-X) TO XD-RANK-NAME.
           WRITE XTR-DETAIL.
           PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
           ADD 1 TO MISSIONS-SENT.
           ADD MH-SCORE TO SCORE-HASH.
       2100-EXIT.  EXIT.

       2800-CLEAR-EXTRACT.
           CLOSE XTR-FILE.
           OPEN OUTPUT XTR-FILE.
           IF XTR-STATUS NOT = "00"
               MOVE 2 TO CLEAR-SW
               MOVE "EXTRACT FILE CANNOT BE CLEARED - DELETE IT "
                   TO PRT-LINE
               MOVE "BEFORE ANY TRANSMISSION " TO PRT-LINE (44:)
               WRITE LIST-RECORD FROM PRT-LINE
               GO TO 2800-EXIT.
           CLOSE XTR-FILE.
           MOVE 1 TO CLEAR-SW.
       2800-EXIT.  EXIT.

       2900-CHECK-WRITE.
           IF XTR-STATUS NOT = "00"
               MOVE 1 TO WRITE-ERR-SW.
       2900-EXIT.  EXIT.

      **********************************************
      * 3000-ADVANCE-CONTROL MOVES THE HIGH-WATER   *
      * MARK TO THE END OF THE HISTORY THE FIRST    *
      * PASS READ - THE SECOND PASS STOPS THERE, SO *
      * THE LAST RECORD'S KEY IS KEPT IN TAIL-NAME, *
      * TAIL-RUN-DATE AND TAIL-SESSION BY 3100 AS   *
      * EACH RECORD GOES BY.                        *
      **********************************************

       3000-ADVANCE-CONTROL.
           OPEN OUTPUT CTL-FILE.
           IF CTL-STATUS NOT = "00" AND CTL-STATUS NOT = "05"
               MOVE "CONTROL FILE CANNOT BE WRITTEN - DO NOT "
                   TO PRT-LINE
               MOVE "TRANSMIT THE EXTRACT " TO PRT-LINE (41:)
               WRITE LIST-RECORD FROM PRT-LINE
               GO TO 3000-EXIT.
           MOVE SPACES TO CTL-RECORD.
           MOVE TAIL-NAME TO CT-LAST-NAME.
           MOVE TAIL-RUN-DATE TO CT-LAST-RUN-DATE.
           MOVE TAIL-SESSION TO CT-LAST-SESSION.
           MOVE SCAN-RECS TO CT-RECS-DONE.
           MOVE EXTRACT-NO TO CT-EXTRACT-NO.
           MOVE EXTRACT-DATE TO CT-EXTRACT-DATE.
           WRITE CTL-RECORD.
           CLOSE CTL-FILE.
       3000-EXIT.  EXIT.

      **********************************************
      * 3100-POST-CAREER CARRIES ONE MISSION INTO   *
      * ITS CAPTAIN'S CAREER AS 8540-UPDATE-CAREER  *
      * DOES IN THE SIMULATOR - A MISSION NOT ENDED *
      * BY COURT-MARTIAL COUNTS AS WON AND THE      *
      * KILLS ADD UP.  A RECORD STREKCRB WOULD      *
      * REJECT IS PASSED OVER THE SAME WAY.         *
      **********************************************

       3100-POST-CAREER.
           MOVE MH-NAME-VAR TO TAIL-NAME.
           MOVE 0 TO TAIL-RUN-DATE.
           MOVE 0 TO TAIL-SESSION.
           IF MH-RUN-DATE NUMERIC
               MOVE MH-RUN-DATE TO TAIL-RUN-DATE.
           IF MH-SESSION NUMERIC
               MOVE MH-SESSION TO TAIL-SESSION.
           IF MH-NAME-VAR = SPACES
               OR MH-KLINGONS-BYE NOT NUMERIC
               OR MH-FINAL-S-DATE NOT NUMERIC
               GO TO 3100-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 3150-FIND-CAPTAIN THRU 3150-EXIT
               VARYING RX FROM 1 BY 1
               UNTIL RX > RC-CNT OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM RX
           ELSE
               IF RC-CNT < RC-MAX
                   ADD 1 TO RC-CNT
                   MOVE RC-CNT TO RX
                   MOVE MH-NAME-VAR TO RC-NAME (RX)
                   MOVE 0 TO RC-WON (RX)
                   MOVE 0 TO RC-KILLS (RX)
               ELSE
                   ADD 1 TO RC-DROPPED
                   GO TO 3100-EXIT.
           IF NOT MH-COURT-MARTIAL
               ADD 1 TO RC-WON (RX).
           ADD MH-KLINGONS-BYE TO RC-KILLS (RX).
       3100-EXIT.  EXIT.

       3150-FIND-CAPTAIN.
           IF RC-NAME (RX) = MH-NAME-VAR
               MOVE 1 TO TFOUND.
       3150-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE RUN LISTING  *
      * WITH THE FIGURES THE REGISTRAR BALANCES THE *
      * FEED ON.                                    *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  HISTORY RECORDS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  SENT BEFORE " DELIMITED BY SIZE
               MISSIONS-PRIOR DELIMITED BY SIZE
               "  NEW " DELIMITED BY SIZE
               MISSIONS-NEW DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  NEW MISSIONS SENT " DELIMITED BY SIZE
               MISSIONS-SENT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               MISSIONS-REJECTED DELIMITED BY SIZE
               "  SCORE HASH " DELIMITED BY SIZE
               SCORE-HASH DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF EXTRACT-CLEARED
               MOVE "  EXTRACT FILE LEFT EMPTY - CONTROL FILE "
                   TO PRT-LINE
               MOVE "UNCHANGED " TO PRT-LINE (42:)
           ELSE
           IF EXTRACT-NOT-CLEARED
               MOVE "  UNFINISHED EXTRACT ON FILE - DO NOT TRANSMIT - "
                   TO PRT-LINE
               MOVE "CONTROL FILE UNCHANGED " TO PRT-LINE (51:)
           ELSE
           IF EXTRACT-REFUSED
               MOVE "  NO EXTRACT WRITTEN - CONTROL FILE UNCHANGED "
                   TO PRT-LINE
           ELSE
               STRING "  EXTRACT " DELIMITED BY SIZE
                   EXTRACT-NO DELIMITED BY SIZE
                   " DATED " DELIMITED BY SIZE
                   EXTRACT-DATE DELIMITED BY SIZE
                   "  PERIOD " DELIMITED BY SIZE
                   PERIOD-FROM DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   PERIOD-TO DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE REJ-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "RECORDS REJECTED " DELIMITED BY SIZE
               MISSIONS-REJECTED DELIMITED BY SIZE
               " - NOT SENT AND NOT OFFERED AGAIN " DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE REJ-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

      **********************************************
      * 8560-COMPUTE-RANK IS THE SIMULATOR'S OWN    *
      * RANK RULE - TEN POINTS PER MISSION WON PLUS *
      * ONE POINT PER LIFETIME KLINGON KILL.        *
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
           CLOSE REJ-FILE.
           CLOSE LIST-FILE.
           DISPLAY "REGISTRAR EXTRACT LISTING WRITTEN TO REGLIST ".
       9000-EXIT.  EXIT.
