*>   respmaint ARCHIVE <n>   - move records older than n days to a
*>                             dated pipe-delimited archive file
*>                             (response_archive_YYYYMMDD.txt) and
*>                             delete them from the live master -
*>                             except records under legal hold
*>                             (legal_hold.txt), by request-id or by
*>                             the conversation they belong to, which
*>                             stay and are listed. A record's
*>                             superseded answer generations
*>                             (response_generations.dat) go to the
*>                             archive with it
*>   respmaint EXTRACT       - write every record's header fields
*>                             (request-id, timestamp, model, stop
*>                             reason, token counts, error type, cost
*>                             center, cache flag, review state,
*>                             generation, template, priority class,
*>                             re-ask flag - everything but the
*>                             answer) as
*>                             delimited lines for the
*>                             data-warehouse load
*> COBTHROPIC's INQUIRE mode keeps working against whatever remains
*> live after an ARCHIVE - the archive is for inspection and manual
*> reload, same as the conversation archive. Every run appends its
*> counts to run_history.txt as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPMAINT.
       AUTHOR. CLAUDE.
           RECORD KEY IS RM-REQUEST-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESPONSE-GENERATION-FILE
           ASSIGN TO "response_generations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-KEY
           FILE STATUS IS WS-RESPGEN-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "legal_hold.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT CONVERSATION-MASTER-FILE
           ASSIGN TO "conversation_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           FILE STATUS IS WS-CONVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in RESPMREC.cpy, shared with COBTHROPIC -
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

      *> Superseded answers, shared with COBTHROPIC - see RGENREC.cpy.
       FD RESPONSE-GENERATION-FILE.
       COPY "RGENREC.cpy".

      *> Archived records keep every master field, pipe-delimited, so
      *> an archived answer can be inspected (or reloaded by hand)
      *> without the master's record layout - the same convention the
      *> conversation archive uses. Sized for the header fields plus
      *> the full trimmed answer. A superseded generation archives in
      *> the same shape, its generation number telling it apart.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD      PIC X(64280).

      *> Header fields only, one delimited line per record - the
      *> shape the warehouse load wants, without dragging 64K answers
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD      PIC X(250).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

      *> Compliance's hold register - see LHOLDTBL.cpy for the line
      *> layout.
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD   PIC X(100).

      *> Read only to turn a conversation hold into the request-ids
      *> whose answers belong to that conversation.
       FD CONVERSATION-MASTER-FILE.
       COPY "CONVMREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-EXTRACT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-RESPGEN-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-HOLD-STATUS      PIC X(2) VALUE SPACES.
       01 WS-CONVO-STATUS     PIC X(2) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-DOOMED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DOOMED-FULL      PIC X VALUE 'N'.

      *> Legal holds, loaded by LOAD-LEGAL-HOLDS. A conversation hold
      *> is expanded there into one request-id entry per request its
      *> turns carry, so the archive pass needs to check request-ids
      *> only.
           COPY "LHOLDTBL.cpy".
       01 WS-HOLD-EOF-FLAG    PIC X VALUE 'N'.
           88 END-OF-HOLDS    VALUE 'Y'.
       01 WS-CONVO-EOF-FLAG   PIC X VALUE 'N'.
           88 END-OF-CONVO    VALUE 'Y'.
       01 WS-HOLD-LINE-KIND   PIC X(10) VALUE SPACES.
       01 WS-HOLD-CONV-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-HOLD-CONV-IDX    PIC 9(4) VALUE ZERO.
       01 WS-HELD-RECORDS     PIC 9(5) VALUE ZERO.

      *> The generation numbers of one doomed request-id, collected
      *> before any is deleted - the same two-pass rule as the master.
       01 WS-GEN-TABLE.
           05 WS-GEN-NO OCCURS 999 TIMES PIC 9(3).
       01 WS-GEN-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-GEN-IDX          PIC 9(4) VALUE ZERO.
       01 WS-GEN-EOF-FLAG     PIC X VALUE 'N'.
           88 END-OF-GENERATIONS VALUE 'Y'.
       01 WS-ARCHIVED-GENS    PIC 9(7) VALUE ZERO.

       01 WS-ARCHIVED-RECORDS PIC 9(5) VALUE ZERO.
       01 WS-EXTRACTED-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY. WS-RECORDS-READ counts
      *> master records read by whichever pass the mode makes.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.
       01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Respmaint: response master maintenance ===".
           DISPLAY " ".
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-RUNH-START-TS
           END-STRING.

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
                   DISPLAY "       respmaint EXTRACT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this run (RUNHREC.cpy): records
      *> read, and the records archived or extracted as applied.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "RESPMAINT" TO RH-PROGRAM.
           MOVE WS-CLI-MODE TO RH-MODE.
           MOVE WS-CLI-PARAM TO RH-PARAM.
           MOVE WS-RUNH-START-TS TO RH-START-TS.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RH-END-TS
           END-STRING.
           MOVE WS-RECORDS-READ TO RH-READ.
           MOVE ZERO TO RH-ANSWERED RH-ERRORED RH-REQUEUED RH-CACHED
                        RH-SPEND.
           COMPUTE RH-APPLIED =
               WS-ARCHIVED-RECORDS + WS-EXTRACTED-RECORDS.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       RUN-CENSUS.
           MOVE ZERO TO WS-CENSUS-RECORDS WS-CENSUS-ERRORS.
           MOVE SPACES TO WS-CENSUS-OLDEST WS-CENSUS-NEWEST.
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM COUNT-CENSUS-RECORD
                   END-READ
               END-PERFORM
      *> passes: a read-only scan decides WHICH request-ids go, then
      *> each doomed record is read back by key, written to the dated
      *> archive, and DELETEd - no deleting underneath an active read
      *> cursor. A record under legal hold is never archived, however
      *> old; it is listed with its matter instead.
       RUN-ARCHIVE.
           PERFORM VALIDATE-DAYS-PARAM.
           IF WS-PARAM-OK = 'N'
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No response master file yet."
               ELSE
                   PERFORM LOAD-LEGAL-HOLDS
                   PERFORM COLLECT-DOOMED-RECORDS
                   CLOSE RESPONSE-MASTER-FILE
                   MOVE WS-HELD-RECORDS TO WS-COUNT-DISPLAY
                   DISPLAY "Held - not archived: "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                   IF WS-DOOMED-COUNT = ZERO
                       DISPLAY "Nothing on file is older than the"
                               " cutoff - nothing archived."
           END-IF.

       COLLECT-DOOMED-RECORDS.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)).
               = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           DISPLAY "Archiving records processed before "
                   WS-CUTOFF-DATE ".".
           MOVE ZERO TO WS-DOOMED-COUNT WS-HELD-RECORDS.
           MOVE 'N' TO WS-DOOMED-FULL.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM UNTIL END-OF-MASTER
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF RM-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                           PERFORM FIND-REQUEST-HOLD
                           IF HOLD-FOUND
                               PERFORM LIST-HELD-RECORD
                           ELSE
                               PERFORM ADD-DOOMED-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DOOMED-RECORD.
           IF WS-DOOMED-COUNT < 10000
               ADD 1 TO WS-DOOMED-COUNT
               MOVE RM-REQUEST-ID TO WS-DOOMED-ID(WS-DOOMED-COUNT)
           ELSE
               MOVE 'Y' TO WS-DOOMED-FULL
           END-IF.

      *> Loads legal_hold.txt into WS-HOLD-TABLE, then expands each
      *> conversation hold in force into request-id entries. No
      *> register means no holds have ever been placed. The table
      *> filling stops the run rather than archive past a hold it
      *> could not record.
       LOAD-LEGAL-HOLDS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-HOLD-COUNT.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "No legal_hold.txt - no holds in force."
           ELSE
               MOVE 'N' TO WS-HOLD-EOF-FLAG
               PERFORM UNTIL END-OF-HOLDS
                   READ LEGAL-HOLD-FILE
                       AT END
                           SET END-OF-HOLDS TO TRUE
                       NOT AT END
                           PERFORM ADD-LEGAL-HOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
               MOVE WS-HOLD-COUNT TO WS-HOLD-CONV-COUNT
               PERFORM VARYING WS-HOLD-CONV-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-CONV-IDX > WS-HOLD-CONV-COUNT
                   IF LH-KIND(WS-HOLD-CONV-IDX) = 'C'
                       AND (LH-RELEASE-DATE(WS-HOLD-CONV-IDX) = SPACES
                            OR LH-RELEASE-DATE(WS-HOLD-CONV-IDX)
                               > WS-TODAY-DATE)
                       PERFORM EXPAND-CONVERSATION-HOLD
                   END-IF
               END-PERFORM
               MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Legal holds loaded (conversations expanded): "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
           END-IF.

       ADD-LEGAL-HOLD-LINE.
           IF LEGAL-HOLD-RECORD NOT = SPACES
               AND LEGAL-HOLD-RECORD(1:1) NOT = '*'
               PERFORM NEXT-HOLD-ENTRY
               MOVE SPACES TO WS-HOLD-LINE-KIND
               UNSTRING LEGAL-HOLD-RECORD DELIMITED BY '|'
                   INTO WS-HOLD-LINE-KIND
                        LH-ITEM-ID(HLD-IDX)
                        LH-MATTER-NO(HLD-IDX)
                        LH-PLACED-BY(HLD-IDX)
                        LH-PLACED-DATE(HLD-IDX)
                        LH-RELEASE-DATE(HLD-IDX)
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-HOLD-LINE-KIND) TO LH-KIND(HLD-IDX)
           END-IF.

      *> Adds a request-id hold, carrying the conversation hold's
      *> matter and dates, for every request whose call wrote a turn
      *> of the held conversation. MIGRATE-era turns carry no
      *> request-id and add nothing.
       EXPAND-CONVERSATION-HOLD.
           OPEN INPUT CONVERSATION-MASTER-FILE.
           IF WS-CONVO-STATUS = "00"
               MOVE 'N' TO WS-CONVO-EOF-FLAG
               MOVE LH-ITEM-ID(WS-HOLD-CONV-IDX) TO CM-CONV-ID
               MOVE ZERO TO CM-TURN-NO
               START CONVERSATION-MASTER-FILE
                   KEY IS GREATER THAN CM-KEY
                   INVALID KEY
                       SET END-OF-CONVO TO TRUE
               END-START
               PERFORM UNTIL END-OF-CONVO
                   READ CONVERSATION-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-CONVO TO TRUE
                       NOT AT END
                           IF CM-CONV-ID NOT =
                                   LH-ITEM-ID(WS-HOLD-CONV-IDX)
                               SET END-OF-CONVO TO TRUE
                           ELSE
                               IF CM-REQUEST-ID NOT = SPACES
                                   AND CM-ROLE = "user"
                                   PERFORM ADD-CONVERSATION-REQUEST-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVERSATION-MASTER-FILE
           END-IF.

       ADD-CONVERSATION-REQUEST-HOLD.
           PERFORM NEXT-HOLD-ENTRY.
           MOVE 'R' TO LH-KIND(HLD-IDX).
           MOVE CM-REQUEST-ID TO LH-ITEM-ID(HLD-IDX).
           MOVE LH-MATTER-NO(WS-HOLD-CONV-IDX) TO LH-MATTER-NO(HLD-IDX).
           MOVE LH-PLACED-BY(WS-HOLD-CONV-IDX) TO LH-PLACED-BY(HLD-IDX).
           MOVE LH-PLACED-DATE(WS-HOLD-CONV-IDX)
               TO LH-PLACED-DATE(HLD-IDX).
           MOVE LH-RELEASE-DATE(WS-HOLD-CONV-IDX)
               TO LH-RELEASE-DATE(HLD-IDX).
           MOVE CM-CONV-ID TO LH-VIA-CONV(HLD-IDX).

      *> Leaves HLD-IDX on a fresh, blank table entry.
       NEXT-HOLD-ENTRY.
           IF WS-HOLD-COUNT < 2000
               ADD 1 TO WS-HOLD-COUNT
               SET HLD-IDX TO WS-HOLD-COUNT
               MOVE SPACES TO WS-HOLD-ENTRY(HLD-IDX)
           ELSE
               DISPLAY "Legal hold table full - ARCHIVE stopped so no"
                       " hold is overlooked."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

      *> Sets HOLD-FOUND, leaving HLD-IDX on the hold, when the record
      *> just read has a request-id hold in force today.
       FIND-REQUEST-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT OR HOLD-FOUND
               IF LH-KIND(HLD-IDX) = 'R'
                   AND LH-ITEM-ID(HLD-IDX) = RM-REQUEST-ID
                   AND (LH-RELEASE-DATE(HLD-IDX) = SPACES
                        OR LH-RELEASE-DATE(HLD-IDX) > WS-TODAY-DATE)
                   MOVE 'Y' TO WS-HOLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF HOLD-FOUND
               SET HLD-IDX DOWN BY 1
           END-IF.

       LIST-HELD-RECORD.
           ADD 1 TO WS-HELD-RECORDS.
           IF LH-VIA-CONV(HLD-IDX) = SPACES
               DISPLAY "HELD  " RM-REQUEST-ID
                       "  matter " LH-MATTER-NO(HLD-IDX)
                       "  placed by " LH-PLACED-BY(HLD-IDX)
                       " on " LH-PLACED-DATE(HLD-IDX)
                       "  release " LH-RELEASE-DATE(HLD-IDX)
           ELSE
               DISPLAY "HELD  " RM-REQUEST-ID
                       "  matter " LH-MATTER-NO(HLD-IDX)
                       "  placed by " LH-PLACED-BY(HLD-IDX)
                       " on " LH-PLACED-DATE(HLD-IDX)
                       "  release " LH-RELEASE-DATE(HLD-IDX)
                       "  via conversation " LH-VIA-CONV(HLD-IDX)
           END-IF.

       ARCHIVE-DOOMED-RECORDS.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING
               DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING.
           MOVE ZERO TO WS-ARCHIVED-RECORDS WS-ARCHIVED-GENS.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF.
           OPEN I-O RESPONSE-MASTER-FILE.
           OPEN I-O RESPONSE-GENERATION-FILE.

           PERFORM VARYING DOOM-IDX FROM 1 BY 1
                   UNTIL DOOM-IDX > WS-DOOMED-COUNT
                       PERFORM WRITE-ARCHIVE-RECORD
                       DELETE RESPONSE-MASTER-FILE
                       ADD 1 TO WS-ARCHIVED-RECORDS
                       IF WS-RESPGEN-STATUS = "00"
                           PERFORM ARCHIVE-GENERATIONS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESPONSE-MASTER-FILE.
           IF WS-RESPGEN-STATUS NOT = "35"
               CLOSE RESPONSE-GENERATION-FILE
           END-IF.
           CLOSE ARCHIVE-FILE.

           MOVE WS-ARCHIVED-RECORDS TO WS-COUNT-DISPLAY.
           DISPLAY "Records archived: "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-ARCHIVED-GENS TO WS-COUNT-DISPLAY.
           DISPLAY "Earlier generations archived: "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           DISPLAY "Archive file: "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME).

      *> Collects the doomed request-id's generation numbers, then
      *> reads each back by key, archives its image and deletes it.
      *> Leaves WS-RESPGEN-STATUS "00" for the next request-id.
       ARCHIVE-GENERATIONS.
           MOVE ZERO TO WS-GEN-COUNT.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           MOVE WS-DOOMED-ID(DOOM-IDX) TO RG-REQUEST-ID.
           MOVE ZERO TO RG-GENERATION.
           START RESPONSE-GENERATION-FILE
               KEY IS NOT LESS THAN RG-KEY
               INVALID KEY
                   SET END-OF-GENERATIONS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-GENERATIONS
               READ RESPONSE-GENERATION-FILE NEXT RECORD
                   AT END
                       SET END-OF-GENERATIONS TO TRUE
                   NOT AT END
                       IF RG-REQUEST-ID NOT = WS-DOOMED-ID(DOOM-IDX)
                           OR WS-GEN-COUNT = 999
                           SET END-OF-GENERATIONS TO TRUE
                       ELSE
                           ADD 1 TO WS-GEN-COUNT
                           MOVE RG-GENERATION TO WS-GEN-NO(WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-DOOMED-ID(DOOM-IDX) TO RG-REQUEST-ID
               MOVE WS-GEN-NO(WS-GEN-IDX) TO RG-GENERATION
               READ RESPONSE-GENERATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RG-MASTER-IMAGE TO RESPONSE-MASTER-RECORD
                       PERFORM WRITE-ARCHIVE-RECORD
                       DELETE RESPONSE-GENERATION-FILE
                       ADD 1 TO WS-ARCHIVED-GENS
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RESPGEN-STATUS.

       WRITE-ARCHIVE-RECORD.
           MOVE SPACES TO ARCHIVE-RECORD.
           STRING
               '|' FUNCTION TRIM(RM-ERROR-TYPE)
               '|' FUNCTION TRIM(RM-COST-CENTER)
               '|' RM-CACHE-FLAG
               '|' RM-REVIEW-STATUS
               '|' FUNCTION TRIM(RM-REVIEW-REASON)
               '|' FUNCTION TRIM(RM-REVIEWER-ID)
               '|' FUNCTION TRIM(RM-REVIEW-TS)
               '|' RM-GENERATION
               '|' FUNCTION TRIM(RM-TEMPLATE-ID)
               '|' RM-PRIORITY-CLASS
               '|' RM-REASK-FLAG
               '|' FUNCTION TRIM(RM-ANSWER)
               DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM WRITE-EXTRACT-LINE
                   END-READ
               END-PERFORM
               '|' FUNCTION TRIM(RM-ERROR-TYPE)
               '|' FUNCTION TRIM(RM-COST-CENTER)
               '|' RM-CACHE-FLAG
               '|' RM-REVIEW-STATUS
               '|' FUNCTION TRIM(RM-REVIEW-REASON)
               '|' FUNCTION TRIM(RM-REVIEWER-ID)
               '|' FUNCTION TRIM(RM-REVIEW-TS)
               '|' RM-GENERATION
               '|' FUNCTION TRIM(RM-TEMPLATE-ID)
               '|' RM-PRIORITY-CLASS
               '|' RM-REASK-FLAG
               DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING.
