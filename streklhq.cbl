      * RECORD THAT UNTIL NOW WAS WRITE-ONLY.  GIVEN A       *
      * CAPTAIN NAME, AND OPTIONALLY A CALENDAR DATE RANGE   *
      * AND A SESSION NUMBER, IT PRINTS THAT CAPTAIN'S       *
      * COMMANDS BY RUN DATE AND SESSION, EACH SESSION IN    *
      * ARCHIVE ORDER WITH ITS EXCEPTIONS INTERLEAVED, IN    *
      * THE SHIFT REPORT'S STYLE, SO A STANDARDS INQUIRY NO  *
      * LONGER MEANS READING RAW RECORDS OFF A FILE DUMP.    *
      * THE ARCHIVE IS KEYED ON CAPTAIN, RUN DATE, SESSION   *
      * AND ARRIVAL NUMBER, SO EACH INQUIRY CARD STARTS AT   *
      * ITS CAPTAIN AND FROM DATE AND STOPS AS SOON AS IT IS *
      * PAST THE CAPTAIN OR THE TO DATE - THE WORK DEPENDS   *
      * ON THE CAPTAIN'S RECORDS, NOT THE SIZE OF THE        *
      * ARCHIVE.                                             *
      *                                                      *
      * INQUIRY CARD (LHQPARM):                              *
      *   COLS  1-12  CAPTAIN NAME                           *
      *   COLS 28-35  SESSION NUMBER   (ZERO FOR ALL)        *
      * ARCHIVE RECORDS FROM BEFORE DATE/SESSION STAMPING    *
      * CANNOT ANSWER A DATE OR SESSION FILTER AND ARE       *
      * BYPASSED (AND COUNTED) WHEN ONE IS GIVEN.  THEY ARE  *
      * KEYED AT A ZERO RUN DATE, SO A CARD WITH A FROM DATE *
      * STARTS PAST THEM AND NEVER READS THEM - ITS TRAILER  *
      * SAYS SO RATHER THAN GIVE A BYPASS COUNT.             *
      *******************************************************
      *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGHIST-FILE ASSIGN TO "LOGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS LOGHIST-STATUS.
           SELECT OPTIONAL LHQ-FILE ASSIGN TO "LHQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
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
      **********************************************
      * 1000-INQUIRY-CARD RUNS ONE INQUIRY - EDITS  *
      * THE CARD, HEADS ITS SECTION OF THE LISTING, *
      * AND READS THE CAPTAIN'S PART OF THE ARCHIVE.*
      **********************************************

       1000-INQUIRY-CARD.
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE LOGHIST-FILE
               GO TO 2000-EXIT.
           MOVE LQ-NAME TO LH-NAME-VAR.
           MOVE FROM-DATE TO LH-RUN-DATE.
           MOVE 0 TO LH-SESSION.
           MOVE 0 TO LH-ARRIVAL.
           START LOGHIST-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   MOVE "Y" TO LOGHIST-EOF.
           PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
               UNTIL LOGHIST-DONE.
           CLOSE LOGHIST-FILE.
               MOVE "  NO MATCHING RECORDS ON THE ARCHIVE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
      *    A FROM DATE STARTS THE SWEEP PAST THE UNSTAMPED RECORDS,
      *    SO THERE IS NO COUNT OF THEM TO GIVE - THE LINE SAYS SO.
           MOVE SPACES TO PRT-LINE.
           IF FROM-DATE > 0
               STRING "  ARCHIVE RECORDS READ " DELIMITED BY SIZE
                   READ-CNT DELIMITED BY SIZE
                   "  COMMANDS " DELIMITED BY SIZE
                   CMD-CNT DELIMITED BY SIZE
                   "  EXCEPTIONS " DELIMITED BY SIZE
                   EXC-CNT DELIMITED BY SIZE
                   "  UNSTAMPED NOT READ (FROM DATE GIVEN)"
                       DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING "  ARCHIVE RECORDS READ " DELIMITED BY SIZE
                   READ-CNT DELIMITED BY SIZE
                   "  COMMANDS " DELIMITED BY SIZE
                   CMD-CNT DELIMITED BY SIZE
                   "  EXCEPTIONS " DELIMITED BY SIZE
                   EXC-CNT DELIMITED BY SIZE
                   "  UNSTAMPED BYPASSED " DELIMITED BY SIZE
                   BYPASS-CNT DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       2000-EXIT.  EXIT.

      **********************************************
      * 2100-ARCHIVE-RECORD SETTLES ONE ARCHIVED    *
      * RECORD AGAINST THE INQUIRY.  THE SWEEP ENDS *
      * AT THE FIRST RECORD PAST THE CAPTAIN OR THE *
      * TO DATE.  OUTSIDE THE OTHER LIMITS A RECORD *
      * PASSES IN SILENCE; A MATCH PRINTS, COMMANDS *
      * AND EXCEPTIONS INTERLEAVED AS THEY HAPPENED.*
      **********************************************

       2100-ARCHIVE-RECORD.
           READ LOGHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOGHIST-EOF
                   GO TO 2100-EXIT.
           IF LH-NAME-VAR NOT = LQ-NAME
               MOVE "Y" TO LOGHIST-EOF
               GO TO 2100-EXIT.
           IF TO-DATE > 0 AND LH-RUN-DATE > TO-DATE
               MOVE "Y" TO LOGHIST-EOF
               GO TO 2100-EXIT.
           ADD 1 TO READ-CNT.
           IF LH-TYPE = "A"
               MOVE LH-DATA TO AUD-WORK
