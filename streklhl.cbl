       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKLHL.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKLHL IS THE ONE-TIME CUTOVER LOAD FOR THE LOG-   *
      * HISTORY ARCHIVE, WHICH MOVES FROM A SEQUENTIAL FILE  *
      * TO AN INDEXED FILE KEYED ON CAPTAIN, RUN DATE,       *
      * SESSION AND ARRIVAL NUMBER, SO AN INQUIRY CAN START  *
      * AT ONE CAPTAIN INSTEAD OF READING THE WHOLE ARCHIVE. *
      * THE ARRIVAL NUMBER IS GIVEN OUT IN ARCHIVE ORDER, SO *
      * THE ORDER OF THE RECORDS WITHIN A SESSION IS KEPT.   *
      * RECORDS FROM BEFORE DATE/SESSION STAMPING ARE KEYED  *
      * WITH A ZERO RUN DATE AND SESSION.  THE JOB ENDS BY   *
      * WRITING THE ARCHIVE CONTROL RECORD THAT CARRIES THE  *
      * NEXT ARRIVAL NUMBER FOR THE SHIFT-END JOB, THEN      *
      * READS THE NEW ARCHIVE BACK TO BALANCE IT.            *
      *                                                      *
      *   LOGHIST (92) SEQUENTIAL -> LOGHISTN (126) INDEXED  *
      *                                                      *
      * CUTOVER PROCEDURE - RUN ONCE, WITH THE ONLINE AND    *
      * SHIFT-END JOBS DOWN:                                 *
      *   1. RUN THIS JOB AND CHECK THAT LHLLIST SHOWS THE   *
      *      LOAD IN BALANCE.  AN OUT-OF-BALANCE LOAD MUST   *
      *      NOT BE CUT OVER.                                *
      *   2. SWAP THE INDEXED ARCHIVE IN UNDER THE OLD NAME, *
      *      KEEPING THE OLD SEQUENTIAL FILE UNTIL THE FIRST *
      *      CLEAN SHIFT-END RUN.                            *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LHOLD-FILE ASSIGN TO "LOGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LHOLD-STATUS.
           SELECT LHNEW-FILE ASSIGN TO "LOGHISTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHN-KEY
               FILE STATUS IS LHNEW-STATUS.
           SELECT LIST-FILE ASSIGN TO "LHLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LHOLD-FILE.
       01  LHOLD-RECORD.
           05  LHO-TYPE              PIC X.
           05  FILLER                PIC X.
           05  LHO-DATA              PIC X(90).

       FD  LHNEW-FILE.
       01  LHNEW-RECORD.
           05  LHN-KEY.
               10  LHN-NAME-VAR      PIC X(12).
               10  LHN-RUN-DATE      PIC 9(6).
               10  LHN-SESSION       PIC 9(8).
               10  LHN-ARRIVAL       PIC 9(8).
           05  LHN-TYPE              PIC X.
           05  LHN-SEP               PIC X.
           05  LHN-DATA              PIC X(90).
       01  LHNEW-CONTROL.
           05  LHC-KEY               PIC X(34).
           05  LHC-TYPE              PIC X.
           05  FILLER                PIC X.
           05  LHC-NEXT-ARRIVAL      PIC 9(8).
           05  FILLER                PIC X(82).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  LHOLD-STATUS              PIC XX VALUE SPACES.
       01  LHNEW-STATUS              PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  FILE-EOF                  PIC X VALUE "N".
           88  FILE-DONE             VALUE "Y".
       01  IN-CNT                    PIC 9(8) VALUE 0.
       01  AUD-CNT                   PIC 9(8) VALUE 0.
       01  EXC-CNT                   PIC 9(8) VALUE 0.
       01  OTHER-CNT                 PIC 9(8) VALUE 0.
       01  UNSTAMPED-CNT             PIC 9(8) VALUE 0.
       01  OUT-CNT                   PIC 9(8) VALUE 0.
       01  REFUSED-CNT               PIC 9(8) VALUE 0.
       01  BACK-CNT                  PIC 9(8) VALUE 0.
       01  ARRIVAL-NO                PIC 9(8) VALUE 1.
       01  CONTROL-SW                PIC 9 VALUE 0.
           88  CONTROL-WRITTEN       VALUE 1.

      **********************************************
      * AUD-WORK AND EXC-WORK MIRROR THE AUDIT AND  *
      * EXCEPTION LAYOUTS INSIDE THE ARCHIVED DATA, *
      * WHERE THE KEY OF EACH RECORD IS FOUND.      *
      **********************************************

       01  AUD-WORK.
           05  AW-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  AW-NAME               PIC X(12).
           05  FILLER                PIC X(13).
           05  AW-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  AW-SESSION            PIC 9(8).
           05  FILLER                PIC X(45).
       01  EXC-WORK.
           05  EW-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  EW-NAME               PIC X(12).
           05  FILLER                PIC X(58).
           05  EW-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  EW-SESSION            PIC 9(8).
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "LOG-HISTORY ARCHIVE LOAD      ".

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           PERFORM 1000-LOAD-ARCHIVE THRU 1000-EXIT.
           CLOSE LIST-FILE.
           DISPLAY "LOAD LISTING WRITTEN TO LHLLIST ".
           STOP RUN.

      **********************************************
      * 1000-LOAD-ARCHIVE COPIES THE OLD ARCHIVE,   *
      * WRITES THE CONTROL RECORD, READS THE NEW    *
      * ARCHIVE BACK, AND PRINTS THE BALANCE.       *
      **********************************************

       1000-LOAD-ARCHIVE.
           OPEN INPUT LHOLD-FILE.
           IF LHOLD-STATUS NOT = "00" AND LHOLD-STATUS NOT = "05"
               MOVE "LOGHIST NOT ON FILE - NOTHING CONVERTED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE LHOLD-FILE
               GO TO 1000-EXIT.
           OPEN OUTPUT LHNEW-FILE.
           IF LHNEW-STATUS NOT = "00"
               MOVE "LOGHISTN CANNOT BE CREATED - NOTHING CONVERTED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE LHOLD-FILE
               GO TO 1000-EXIT.
           PERFORM 1100-ARCHIVE-RECORD THRU 1100-EXIT
               UNTIL FILE-DONE.
           CLOSE LHOLD-FILE.
           PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT.
           CLOSE LHNEW-FILE.
           PERFORM 2000-READ-BACK THRU 2000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
       1000-EXIT.  EXIT.

      *    EVERY RECORD IS LOADED, WHATEVER ITS TYPE, SO NOTHING ON
      *    THE OLD ARCHIVE IS LOST.  A RECORD OF NO KNOWN TYPE IS
      *    KEYED UNDER A BLANK CAPTAIN.  A WRITE THAT IS REFUSED IS
      *    COUNTED AND SHOWS AS AN IMBALANCE.
       1100-ARCHIVE-RECORD.
           READ LHOLD-FILE
               AT END
                   MOVE "Y" TO FILE-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO IN-CNT.
           MOVE SPACES TO LHN-NAME-VAR.
           MOVE 0 TO LHN-RUN-DATE.
           MOVE 0 TO LHN-SESSION.
           IF LHO-TYPE = "A"
               ADD 1 TO AUD-CNT
               MOVE LHO-DATA TO AUD-WORK
               MOVE AW-NAME TO LHN-NAME-VAR
               IF AW-RUN-DATE NUMERIC AND AW-SESSION NUMERIC
                   MOVE AW-RUN-DATE TO LHN-RUN-DATE
                   MOVE AW-SESSION TO LHN-SESSION
               ELSE
                   ADD 1 TO UNSTAMPED-CNT
           ELSE
               IF LHO-TYPE = "E"
                   ADD 1 TO EXC-CNT
                   MOVE LHO-DATA TO EXC-WORK
                   MOVE EW-NAME TO LHN-NAME-VAR
                   IF EW-RUN-DATE NUMERIC AND EW-SESSION NUMERIC
                       MOVE EW-RUN-DATE TO LHN-RUN-DATE
                       MOVE EW-SESSION TO LHN-SESSION
                   ELSE
                       ADD 1 TO UNSTAMPED-CNT
               ELSE
                   ADD 1 TO OTHER-CNT.
           MOVE ARRIVAL-NO TO LHN-ARRIVAL.
           ADD 1 TO ARRIVAL-NO.
           MOVE LHO-TYPE TO LHN-TYPE.
           MOVE SPACE TO LHN-SEP.
           MOVE LHO-DATA TO LHN-DATA.
           WRITE LHNEW-RECORD.
           IF LHNEW-STATUS = "00"
               ADD 1 TO OUT-CNT
           ELSE
               ADD 1 TO REFUSED-CNT
               MOVE SPACES TO PRT-LINE
               STRING "  *REFUSED* STATUS " DELIMITED BY SIZE
                   LHNEW-STATUS DELIMITED BY SIZE
                   "  RECORD " DELIMITED BY SIZE
                   IN-CNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   LHOLD-RECORD DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
       1100-EXIT.  EXIT.

      *    THE CONTROL RECORD SITS UNDER A KEY OF HIGH-VALUES, PAST
      *    EVERY CAPTAIN, AND TELLS THE SHIFT-END JOB WHERE THE
      *    ARRIVAL NUMBERS CARRY ON FROM.
       1200-WRITE-CONTROL.
           MOVE SPACES TO LHNEW-CONTROL.
           MOVE HIGH-VALUES TO LHC-KEY.
           MOVE "C" TO LHC-TYPE.
           MOVE ARRIVAL-NO TO LHC-NEXT-ARRIVAL.
           WRITE LHNEW-CONTROL.
           IF LHNEW-STATUS = "00"
               MOVE 1 TO CONTROL-SW.
       1200-EXIT.  EXIT.

      **********************************************
      * 2000-READ-BACK READS THE NEW ARCHIVE FROM   *
      * THE FIRST KEY AND COUNTS WHAT IS REALLY ON  *
      * FILE, LEAVING OUT THE CONTROL RECORD.       *
      **********************************************

       2000-READ-BACK.
           MOVE "N" TO FILE-EOF.
           OPEN INPUT LHNEW-FILE.
           IF LHNEW-STATUS NOT = "00"
               GO TO 2000-EXIT.
           MOVE LOW-VALUES TO LHN-KEY.
           START LHNEW-FILE KEY IS NOT LESS THAN LHN-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-EOF.
           PERFORM 2100-BACK-RECORD THRU 2100-EXIT
               UNTIL FILE-DONE.
           CLOSE LHNEW-FILE.
       2000-EXIT.  EXIT.

       2100-BACK-RECORD.
           READ LHNEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FILE-EOF
                   GO TO 2100-EXIT.
           IF LHC-KEY NOT = HIGH-VALUES
               ADD 1 TO BACK-CNT.
       2100-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS PRINTS THE BALANCE -    *
      * RECORDS READ MUST EQUAL RECORDS WRITTEN,    *
      * AND RECORDS WRITTEN MUST EQUAL RECORDS READ *
      * BACK, WITH THE CONTROL RECORD ON FILE.      *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           STRING "LOGHIST RECORDS READ " DELIMITED BY SIZE
               IN-CNT DELIMITED BY SIZE
               "  AUDIT " DELIMITED BY SIZE
               AUD-CNT DELIMITED BY SIZE
               "  EXCEPTION " DELIMITED BY SIZE
               EXC-CNT DELIMITED BY SIZE
               "  OTHER " DELIMITED BY SIZE
               OTHER-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  UNSTAMPED (KEYED AT ZERO DATE/SESSION) "
               DELIMITED BY SIZE
               UNSTAMPED-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "LOGHISTN RECORDS WRITTEN " DELIMITED BY SIZE
               OUT-CNT DELIMITED BY SIZE
               "  REFUSED " DELIMITED BY SIZE
               REFUSED-CNT DELIMITED BY SIZE
               "  READ BACK " DELIMITED BY SIZE
               BACK-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF CONTROL-WRITTEN
               STRING "  CONTROL RECORD WRITTEN - NEXT ARRIVAL "
                   DELIMITED BY SIZE
                   ARRIVAL-NO DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               MOVE "  *CONTROL RECORD NOT WRITTEN* " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           IF IN-CNT = OUT-CNT AND OUT-CNT = BACK-CNT
                   AND CONTROL-WRITTEN
               MOVE "LOAD IN BALANCE - SWAP THE NEW FILE IN AND "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE "KEEP THE OLD FILE UNTIL THE FIRST CLEAN SHIFT END "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
           ELSE
               MOVE "*OUT OF BALANCE* - DO NOT CUT OVER, THE OLD "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               MOVE "ARCHIVE STAYS IN SERVICE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.
