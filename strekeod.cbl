               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT OPTIONAL LOGHIST-FILE ASSIGN TO "LOGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS LOGHIST-STATUS.
           SELECT SHIFT-FILE ASSIGN TO "SHIFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  MH-GRADE              PIC X.
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
           05  MH-SCENARIO           PIC X(8).

      **********************************************
      * LOGHIST-RECORD ARCHIVES ONE PROCESSED LOG   *
      * RECORD - "A" FOR AN AUDIT-TRAIL RECORD, "E" *
      * FOR AN EXCEPTION - SO THE LIVE FILES CAN BE *
      * TRIMMED AT SHIFT END WITH NOTHING LOST.     *
      * IT IS KEYED ON CAPTAIN, RUN DATE, SESSION   *
      * AND AN ARRIVAL NUMBER THAT KEEPS ARCHIVE    *
      * ORDER WITHIN A SESSION.  A RECORD FROM      *
      * BEFORE DATE/SESSION STAMPING IS KEYED WITH  *
      * A ZERO RUN DATE AND SESSION.                *
      * LOGHIST-CONTROL, UNDER A KEY OF HIGH-VALUES *
      * PAST EVERY CAPTAIN, CARRIES THE NEXT        *
      * ARRIVAL NUMBER FROM ONE SHIFT END TO THE    *
      * NEXT.                                       *
      **********************************************

       FD  LOGHIST-FILE.
       01  LOGHIST-RECORD.
           05  LH-KEY.
               10  LH-NAME-VAR       PIC X(12).
               10  LH-RUN-DATE       PIC 9(6).
               10  LH-SESSION        PIC 9(8).
               10  LH-ARRIVAL        PIC 9(8).
           05  LH-TYPE               PIC X.
           05  FILLER                PIC X.
           05  LH-DATA               PIC X(90).
       01  LOGHIST-CONTROL.
           05  LC-KEY                PIC X(34).
           05  LC-TYPE               PIC X.
           05  FILLER                PIC X.
           05  LC-NEXT-ARRIVAL       PIC 9(8).
           05  FILLER                PIC X(82).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD              PIC X(120).
       01  LOGHIST-STATUS            PIC XX VALUE SPACES.
       01  LOGHIST-OK                PIC X VALUE "N".
           88  LOGHIST-READY         VALUE "Y".
       01  LOGHIST-CTL-SW            PIC 9 VALUE 0.
           88  LOGHIST-CTL-MISSING   VALUE 1.
       01  LOGHIST-EMPTY-SW          PIC 9 VALUE 0.
           88  LOGHIST-EMPTY         VALUE 1.
       01  ARRIVAL-NO                PIC 9(8) VALUE 0.
       01  ARCH-CNT                  PIC 9(6) VALUE 0.
       01  ARCH-DUP-CNT              PIC 9(6) VALUE 0.
       01  ARCH-FAIL-CNT             PIC 9(6) VALUE 0.
       01  SHIFT-STATUS              PIC XX VALUE SPACES.
       01  AUDIT-EOF                 PIC X VALUE "N".
           88  AUDIT-DONE            VALUE "Y".
           WRITE SHIFT-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE SHIFT-RECORD FROM PRT-LINE.
           PERFORM 0100-OPEN-ARCHIVE THRU 0100-EXIT.
           PERFORM 1000-SWEEP-AUDIT THRU 1000-EXIT.
           PERFORM 2000-SWEEP-EXCEPTIONS THRU 2000-EXIT.
           PERFORM 3000-SWEEP-MISSIONS THRU 3000-EXIT.
           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
           PERFORM 2500-SAVE-ARRIVAL-NO THRU 2500-EXIT.
           PERFORM 5000-TRIM-LIVE-FILES THRU 5000-EXIT.
           IF LOGHIST-READY
               CLOSE LOGHIST-FILE.
           DISPLAY "SHIFT-END REPORT WRITTEN TO SHIFTRPT ".
           STOP RUN.

      **********************************************
      * 0100-OPEN-ARCHIVE OPENS THE HISTORY FILE    *
      * AND PICKS UP THE NEXT ARRIVAL NUMBER FROM   *
      * ITS CONTROL RECORD.  A FILE NOT YET ON FILE *
      * IS CREATED AND STARTED AT ONE.  IF IT       *
      * CANNOT BE OPENED, OR HOLDS RECORDS WITH NO  *
      * CONTROL RECORD BEHIND THEM, NOTHING IS      *
      * ARCHIVED AND NOTHING IS TRIMMED - THE LIVE  *
      * LOGS ARE LEFT IN PLACE RATHER THAN WIPED    *
      * WITH NO ARCHIVE BEHIND THEM.                *
      **********************************************

       0100-OPEN-ARCHIVE.
           OPEN I-O LOGHIST-FILE.
           IF LOGHIST-STATUS = "35"
               OPEN OUTPUT LOGHIST-FILE
               CLOSE LOGHIST-FILE
               OPEN I-O LOGHIST-FILE.
           IF LOGHIST-STATUS NOT = "00" AND LOGHIST-STATUS NOT = "05"
               DISPLAY "LOGHIST UNAVAILABLE - LOGS NOT ARCHIVED, "
               DISPLAY "LIVE FILES LEFT IN PLACE "
               GO TO 0100-EXIT.
           MOVE 0 TO LOGHIST-CTL-SW.
           MOVE HIGH-VALUES TO LC-KEY.
           READ LOGHIST-FILE
               INVALID KEY
                   MOVE 1 TO LOGHIST-CTL-SW.
           IF NOT LOGHIST-CTL-MISSING
               IF LOGHIST-STATUS = "00" AND LC-NEXT-ARRIVAL NUMERIC
                   MOVE LC-NEXT-ARRIVAL TO ARRIVAL-NO
                   MOVE "Y" TO LOGHIST-OK
                   GO TO 0100-EXIT.
           IF NOT LOGHIST-CTL-MISSING
               DISPLAY "LOGHIST CONTROL RECORD UNREADABLE - LOGS NOT "
               DISPLAY "ARCHIVED, LIVE FILES LEFT IN PLACE "
               CLOSE LOGHIST-FILE
               GO TO 0100-EXIT.
           MOVE 0 TO LOGHIST-EMPTY-SW.
           MOVE LOW-VALUES TO LH-KEY.
           START LOGHIST-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   MOVE 1 TO LOGHIST-EMPTY-SW.
           IF NOT LOGHIST-EMPTY
               DISPLAY "LOGHIST CONTROL RECORD MISSING - LOGS NOT "
               DISPLAY "ARCHIVED, LIVE FILES LEFT IN PLACE "
               CLOSE LOGHIST-FILE
               GO TO 0100-EXIT.
           MOVE SPACES TO LOGHIST-CONTROL.
           MOVE HIGH-VALUES TO LC-KEY.
           MOVE "C" TO LC-TYPE.
           MOVE 1 TO LC-NEXT-ARRIVAL.
           WRITE LOGHIST-CONTROL.
           IF LOGHIST-STATUS NOT = "00"
               DISPLAY "LOGHIST CONTROL RECORD NOT WRITTEN - LOGS NOT "
               DISPLAY "ARCHIVED, LIVE FILES LEFT IN PLACE "
               CLOSE LOGHIST-FILE
               GO TO 0100-EXIT.
           MOVE 1 TO ARRIVAL-NO.
           MOVE "Y" TO LOGHIST-OK.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-SWEEP-AUDIT READS THE DAY'S AUDIT      *
      * TRAIL, TALLIES COMMAND VOLUME BY COMMAND    *
       1140-ARCHIVE-AUDIT.
           IF NOT LOGHIST-READY
               GO TO 1140-EXIT.
           MOVE AU-NAME-VAR TO LH-NAME-VAR.
           MOVE 0 TO LH-RUN-DATE.
           MOVE 0 TO LH-SESSION.
           IF AU-RUN-DATE NUMERIC AND AU-SESSION NUMERIC
               MOVE AU-RUN-DATE TO LH-RUN-DATE
               MOVE AU-SESSION TO LH-SESSION.
           MOVE "A" TO LH-TYPE.
           MOVE SPACE TO LOGHIST-RECORD (36:1).
           MOVE AUDIT-RECORD TO LH-DATA.
           PERFORM 1150-WRITE-ARCHIVE THRU 1150-EXIT.
       1140-EXIT.  EXIT.

      *    EVERY RECORD TAKES THE NEXT ARRIVAL NUMBER, WRITTEN OR
      *    NOT, SO A RERUN AFTER AN INTERRUPTED SHIFT END NUMBERS
      *    THE UNTRIMMED LIVE RECORDS EXACTLY AS BEFORE.  A RECORD
      *    ALREADY ON FILE UNDER ITS KEY WAS ARCHIVED BY THAT RUN
      *    AND IS COUNTED, NOT WRITTEN TWICE.  ANY OTHER FAILURE
      *    KEEPS THE LIVE FILES FROM BEING TRIMMED.
       1150-WRITE-ARCHIVE.
           MOVE ARRIVAL-NO TO LH-ARRIVAL.
           ADD 1 TO ARRIVAL-NO.
           WRITE LOGHIST-RECORD.
           IF LOGHIST-STATUS = "00"
               ADD 1 TO ARCH-CNT
           ELSE
               IF LOGHIST-STATUS = "22"
                   ADD 1 TO ARCH-DUP-CNT
               ELSE
                   ADD 1 TO ARCH-FAIL-CNT.
       1150-EXIT.  EXIT.

       1110-TALLY-CMD.
           IF CT-CODE (TX) = AU-COMMAND
               ADD 1 TO CT-COUNT (TX)
           ELSE
               IF TFOUND = 0
                   ADD 1 TO RSN-DROPPED.
           IF NOT LOGHIST-READY
               GO TO 2100-EXIT.
           MOVE EX-NAME-VAR TO LH-NAME-VAR.
           MOVE 0 TO LH-RUN-DATE.
           MOVE 0 TO LH-SESSION.
           IF EX-RUN-DATE NUMERIC AND EX-SESSION NUMERIC
               MOVE EX-RUN-DATE TO LH-RUN-DATE
               MOVE EX-SESSION TO LH-SESSION.
           MOVE "E" TO LH-TYPE.
           MOVE SPACE TO LOGHIST-RECORD (36:1).
           MOVE EXCEPT-RECORD TO LH-DATA.
           PERFORM 1150-WRITE-ARCHIVE THRU 1150-EXIT.
       2100-EXIT.  EXIT.

       2110-TALLY-REASON.
               MOVE 1 TO TFOUND.
       2110-EXIT.  EXIT.

      **********************************************
      * 2500-SAVE-ARRIVAL-NO REWRITES THE CONTROL   *
      * RECORD WITH THE NEXT ARRIVAL NUMBER JUST    *
      * BEFORE THE TRIM, AND ONLY WHEN EVERY RECORD *
      * REACHED THE ARCHIVE - OTHERWISE THE OLD     *
      * NUMBER STANDS SO THE RERUN NUMBERS THE      *
      * UNTRIMMED RECORDS AS BEFORE.  IF IT CANNOT  *
      * BE SAVED THE LIVE FILES ARE LEFT IN PLACE.  *
      **********************************************

       2500-SAVE-ARRIVAL-NO.
           IF NOT LOGHIST-READY
               GO TO 2500-EXIT.
           IF ARCH-FAIL-CNT > 0
               GO TO 2500-EXIT.
           MOVE SPACES TO LOGHIST-CONTROL.
           MOVE HIGH-VALUES TO LC-KEY.
           MOVE "C" TO LC-TYPE.
           MOVE ARRIVAL-NO TO LC-NEXT-ARRIVAL.
           REWRITE LOGHIST-CONTROL.
           IF LOGHIST-STATUS NOT = "00"
               ADD 1 TO ARCH-FAIL-CNT
               MOVE "NOTE - LOGHIST CONTROL RECORD NOT REWRITTEN - "
                   TO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE
               MOVE "LIVE LOGS LEFT IN PLACE, NOTHING TRIMMED "
                   TO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE
               DISPLAY "LOGHIST CONTROL RECORD NOT REWRITTEN - LIVE "
               DISPLAY "FILES LEFT IN PLACE ".
       2500-EXIT.  EXIT.

      **********************************************
      * 3000-SWEEP-MISSIONS READS THE PERMANENT     *
      * MISSION HISTORY AND PRINTS ONLY THE RECORDS *
                   " END" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE.
           IF LOGHIST-READY
               MOVE SPACES TO PRT-LINE
               STRING "LOGS ARCHIVED " DELIMITED BY SIZE
                   ARCH-CNT DELIMITED BY SIZE
                   "  ALREADY ON ARCHIVE " DELIMITED BY SIZE
                   ARCH-DUP-CNT DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   ARCH-FAIL-CNT DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE.
           IF ARCH-FAIL-CNT > 0
               MOVE "NOTE - ARCHIVE INCOMPLETE - LIVE LOGS LEFT "
                   TO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE
               MOVE "IN PLACE, NOTHING TRIMMED - RERUN ONCE FIXED "
                   TO PRT-LINE
               WRITE SHIFT-RECORD FROM PRT-LINE.
           IF NOT LOGHIST-READY
               MOVE SPACES TO PRT-LINE
               MOVE "NOTE - LOGHIST UNAVAILABLE - LIVE LOGS LEFT "
      * SAFELY ON THE HISTORY FILE, SO THE ONLINE   *
      * RUN OPENS AGAINST SMALL FILES IN THE        *
      * MORNING.  NOTHING IS TRIMMED IF THE SWEEP   *
      * NEVER OPENED THE FILE, OR IF ANY RECORD OR  *
      * THE CONTROL RECORD FAILED TO REACH IT.      *
      **********************************************

       5000-TRIM-LIVE-FILES.
           IF ARCH-FAIL-CNT > 0
               GO TO 5000-EXIT.
           IF AUDIT-ARCHIVED
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE.
