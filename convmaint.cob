*> CONVMAINT - conversation master maintenance utility
*> ---------------------------------------------------
*> Housekeeping for conversation_master.dat, the keyed turn store that
*> COBTHROPIC reads and appends. Four modes:
*>   convmaint CENSUS        - print every conversation on file (id,
*>                             turn count, last activity date) so ops
*>                             can see what is live before purging
*>   convmaint ARCHIVE <n>   - move conversations idle for n days or
*>                             more to a dated archive file
*>                             (conversation_archive_YYYYMMDD.txt) and
*>                             purge them from the live master -
*>                             except conversations under legal hold
*>                             (legal_hold.txt), which stay and are
*>                             listed
*>   convmaint PRINT <conv-id> - paginated transcript of one
*>                             conversation for counsel
*>                             (transcript_<conv-id>.txt): every turn,
*>                             and the response master header of the
*>                             request that wrote it
*>   convmaint MIGRATE       - load a legacy line-sequential
*>                             conversation_history.txt into the
*>                             master, appending after any turns a
*>                             conversation already has
*> Every run appends its counts to run_history.txt as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMAINT.
       AUTHOR. CLAUDE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "legal_hold.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESPONSE-MASTER-FILE
           ASSIGN TO "response_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RM-REQUEST-ID
           FILE STATUS IS WS-RESPMAST-STATUS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in CONVMREC.cpy, shared with COBTHROPIC -
      *> the programs share the file, so they must share the shape.
       FD CONVERSATION-MASTER-FILE.
       COPY "CONVMREC.cpy".

      *> The pre-keyed format: "conversation-id|role|content" per line,
      *> oldest first. Read only by MIGRATE.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD      PIC X(850).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

      *> Compliance's hold register - see LHOLDTBL.cpy for the line
      *> layout.
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD   PIC X(100).

      *> Read by PRINT only, for the header of the request that wrote
      *> each turn.
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

      *> The transcript: 132-column print lines, WS-PRINT-PAGE-LINES
      *> to a page, each page under its own heading.
       FD PRINT-FILE.
       01 PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01 WS-LEGACY-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-HOLD-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RESPMAST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-PRINT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-PRINT-FILE-NAME  PIC X(40) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-MIGRATE-ABORT-FLAG PIC X VALUE 'N'.
           88 MIGRATE-ABORTED  VALUE 'Y'.

      *> Legal holds, loaded by LOAD-LEGAL-HOLDS. WS-HOLD-SEARCH-ID is
      *> the conversation FIND-CONVERSATION-HOLD, or the request
      *> FIND-REQUEST-HOLD, looks for. WS-HOLD-VIA-REQUEST names the
      *> turn's request when a conversation is held by a request hold.
           COPY "LHOLDTBL.cpy".
       01 WS-HOLD-EOF-FLAG    PIC X VALUE 'N'.
           88 END-OF-HOLDS    VALUE 'Y'.
       01 WS-HOLD-LINE-KIND   PIC X(10) VALUE SPACES.
       01 WS-HOLD-SEARCH-ID     PIC X(10) VALUE SPACES.
       01 WS-HOLD-VIA-REQUEST   PIC X(10) VALUE SPACES.
       01 WS-HELD-CONVOS      PIC 9(4) VALUE ZERO.

      *> PRINT state. A 800-character turn prints as up to eight
      *> 100-character lines; the response master header prints once
      *> per request, ahead of the first turn that request wrote.
       01 WS-PRINT-CONV-ID    PIC X(10) VALUE SPACES.
       01 WS-PRINT-PAGE-LINES PIC 9(3) VALUE 60.
       01 WS-PRINT-PAGE       PIC 9(4) VALUE ZERO.
       01 WS-PRINT-LINE-NO    PIC 9(3) VALUE ZERO.
       01 WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01 WS-PRINTED-TURNS    PIC 9(6) VALUE ZERO.
       01 WS-PRINT-LAST-REQ   PIC X(10) VALUE SPACES.
       01 WS-PRINT-TEXT-LEN   PIC 9(4) VALUE ZERO.
       01 WS-PRINT-TEXT-POS   PIC 9(4) VALUE ZERO.
       01 WS-PRINT-SEG-LEN    PIC 9(4) VALUE ZERO.
       01 WS-PRINT-HOLD-NOTE  PIC X(60) VALUE SPACES.
       01 WS-RESPMAST-OPEN    PIC X VALUE 'N'.
       01 WS-PAGE-DISPLAY     PIC ZZZ9.
       01 WS-TOKEN-DISPLAY    PIC ZZZZZ9.

       01 WS-ARCHIVED-CONVOS  PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVED-TURNS   PIC 9(6) VALUE ZERO.
       01 WS-MIGRATED-TURNS   PIC 9(6) VALUE ZERO.
       01 WS-TURN-IDX         PIC 9(4) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY. WS-RECORDS-READ counts
      *> master records and legacy lines read, whichever the mode reads.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.
       01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.

      *> Scratch fields for parsing one legacy line. Only the convid
      *> and role are delimited tokens - the content after the second
      *> '|' is taken verbatim so embedded pipes survive, the same
       MAIN-PROCEDURE.
           DISPLAY "=== Convmaint: conversation master maintenance ===".
           DISPLAY " ".
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-RUNH-START-TS
           END-STRING.

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
                   PERFORM RUN-ARCHIVE
               WHEN "MIGRATE"
                   PERFORM RUN-MIGRATE
               WHEN "PRINT"
                   PERFORM RUN-PRINT
               WHEN OTHER
                   DISPLAY "Usage: convmaint CENSUS"
                   DISPLAY "       convmaint ARCHIVE <idle-days>"
                   DISPLAY "       convmaint PRINT <conversation-id>"
                   DISPLAY "       convmaint MIGRATE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this run (RUNHREC.cpy): records
      *> read, and the turns archived, migrated or printed as applied.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "CONVMAINT" TO RH-PROGRAM.
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
               WS-ARCHIVED-TURNS + WS-MIGRATED-TURNS + WS-PRINTED-TURNS.
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
           PERFORM SCAN-MASTER-CENSUS.
           IF WS-MASTER-STATUS = "35"
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM ADD-CENSUS-RECORD
                   END-READ
               END-PERFORM
      *> passes: the census scan decides WHO goes, then each doomed
      *> conversation's turns (contiguous 1..count by construction) are
      *> read back individually, written to the dated archive file, and
      *> DELETEd - no deleting underneath an active read cursor. A
      *> conversation under legal hold is never archived, however idle;
      *> it is listed with its matter instead.
       RUN-ARCHIVE.
           PERFORM VALIDATE-IDLE-DAYS-PARAM.
           IF WS-PARAM-OK = 'N'
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No conversation master file yet."
               ELSE
                   PERFORM LOAD-LEGAL-HOLDS
                   PERFORM ARCHIVE-IDLE-CONVERSATIONS
               END-IF
           END-IF.
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING.

           MOVE ZERO TO WS-ARCHIVED-CONVOS WS-ARCHIVED-TURNS
                        WS-HELD-CONVOS.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           PERFORM VARYING CEN-IDX FROM 1 BY 1
                   UNTIL CEN-IDX > WS-CENSUS-COUNT
               IF WS-CENSUS-LAST-DATE(CEN-IDX) < WS-CUTOFF-DATE
                   MOVE SPACES TO WS-HOLD-VIA-REQUEST
                   MOVE WS-CENSUS-CONV-ID(CEN-IDX) TO WS-HOLD-SEARCH-ID
                   PERFORM FIND-CONVERSATION-HOLD
                   IF NOT HOLD-FOUND
                       PERFORM FIND-TURN-REQUEST-HOLD
                   END-IF
                   IF HOLD-FOUND
                       PERFORM LIST-HELD-CONVERSATION
                   ELSE
                       PERFORM ARCHIVE-ONE-CONVERSATION
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "Turns archived:         "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           DISPLAY "Archive file: " FUNCTION TRIM(WS-ARCHIVE-FILE-NAME).
           MOVE WS-HELD-CONVOS TO WS-COUNT-DISPLAY.
           DISPLAY "Held - not archived:    "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).

      *> Loads legal_hold.txt into WS-HOLD-TABLE. No register means no
      *> holds have ever been placed. Lines are taken as written; a
      *> hold whose release date has passed is still loaded and simply
      *> never matches.
       LOAD-LEGAL-HOLDS.
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
               MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Legal hold register lines loaded: "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
           END-IF.

       ADD-LEGAL-HOLD-LINE.
           IF LEGAL-HOLD-RECORD NOT = SPACES
               AND LEGAL-HOLD-RECORD(1:1) NOT = '*'
               IF WS-HOLD-COUNT < 2000
                   ADD 1 TO WS-HOLD-COUNT
                   SET HLD-IDX TO WS-HOLD-COUNT
                   MOVE SPACES TO WS-HOLD-ENTRY(HLD-IDX)
                   MOVE SPACES TO WS-HOLD-LINE-KIND
                   UNSTRING LEGAL-HOLD-RECORD DELIMITED BY '|'
                       INTO WS-HOLD-LINE-KIND
                            LH-ITEM-ID(HLD-IDX)
                            LH-MATTER-NO(HLD-IDX)
                            LH-PLACED-BY(HLD-IDX)
                            LH-PLACED-DATE(HLD-IDX)
                            LH-RELEASE-DATE(HLD-IDX)
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-HOLD-LINE-KIND)
                       TO LH-KIND(HLD-IDX)
               ELSE
                   DISPLAY "Legal hold table full - ARCHIVE stopped"
                           " so no hold is overlooked."
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
           END-IF.

      *> Sets HOLD-FOUND, leaving HLD-IDX on the hold, when the
      *> conversation in WS-HOLD-SEARCH-ID has a hold in force today.
       FIND-CONVERSATION-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT OR HOLD-FOUND
               IF LH-KIND(HLD-IDX) = 'C'
                   AND LH-ITEM-ID(HLD-IDX) = WS-HOLD-SEARCH-ID
                   AND (LH-RELEASE-DATE(HLD-IDX) = SPACES
                        OR LH-RELEASE-DATE(HLD-IDX) > WS-TODAY-DATE)
                   MOVE 'Y' TO WS-HOLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF HOLD-FOUND
               SET HLD-IDX DOWN BY 1
           END-IF.

      *> Sets HOLD-FOUND, leaving HLD-IDX on the hold, when the
      *> request in WS-HOLD-SEARCH-ID has a hold in force today.
       FIND-REQUEST-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT OR HOLD-FOUND
               IF LH-KIND(HLD-IDX) = 'R'
                   AND LH-ITEM-ID(HLD-IDX) = WS-HOLD-SEARCH-ID
                   AND (LH-RELEASE-DATE(HLD-IDX) = SPACES
                        OR LH-RELEASE-DATE(HLD-IDX) > WS-TODAY-DATE)
                   MOVE 'Y' TO WS-HOLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF HOLD-FOUND
               SET HLD-IDX DOWN BY 1
           END-IF.

      *> A request hold covers the turns that carry the request's
      *> prompt and answer, so a conversation with any such turn stays
      *> on the master - the same reach RESPMAINT gives a conversation
      *> hold, taken from the other side. Walks the conversation's
      *> turns as RESPMAINT's EXPAND-CONVERSATION-HOLD does, stopping
      *> at the first held request, which is left in
      *> WS-HOLD-VIA-REQUEST.
       FIND-TURN-REQUEST-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           SET WS-MASTER-EOF-FLAG TO 'N'.
           MOVE WS-CENSUS-CONV-ID(CEN-IDX) TO CM-CONV-ID.
           MOVE ZERO TO CM-TURN-NO.
           START CONVERSATION-MASTER-FILE
               KEY IS GREATER THAN CM-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER OR HOLD-FOUND
               READ CONVERSATION-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF CM-CONV-ID NOT = WS-CENSUS-CONV-ID(CEN-IDX)
                           SET END-OF-MASTER TO TRUE
                       ELSE
                           IF CM-REQUEST-ID NOT = SPACES
                               MOVE CM-REQUEST-ID TO WS-HOLD-SEARCH-ID
                               PERFORM FIND-REQUEST-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF HOLD-FOUND
               MOVE WS-HOLD-SEARCH-ID TO WS-HOLD-VIA-REQUEST
           END-IF.

       LIST-HELD-CONVERSATION.
           ADD 1 TO WS-HELD-CONVOS.
           DISPLAY "HELD  " WS-CENSUS-CONV-ID(CEN-IDX)
                   "  matter " LH-MATTER-NO(HLD-IDX)
                   "  placed by " LH-PLACED-BY(HLD-IDX)
                   " on " LH-PLACED-DATE(HLD-IDX)
                   "  release " LH-RELEASE-DATE(HLD-IDX)
                   WITH NO ADVANCING.
           IF WS-HOLD-VIA-REQUEST = SPACES
               DISPLAY " "
           ELSE
               DISPLAY "  via request "
                       FUNCTION TRIM(WS-HOLD-VIA-REQUEST)
           END-IF.

       ARCHIVE-ONE-CONVERSATION.
           ADD 1 TO WS-ARCHIVED-CONVOS.
               '|' CM-TURN-NO
               '|' CM-TURN-DATE
               '|' FUNCTION TRIM(CM-ROLE)
               '|' FUNCTION TRIM(CM-REQUEST-ID)
               '|' FUNCTION TRIM(CM-CONTENT)
               DELIMITED BY SIZE
               INTO ARCHIVE-RECORD
           END-STRING.
           WRITE ARCHIVE-RECORD.

      *> Prints one conversation's transcript to
      *> transcript_<conv-id>.txt for counsel: every turn on the live
      *> master in turn order with its number, date and role, the text
      *> wrapped at 100 columns, and - ahead of the first turn each
      *> request wrote - that request's model, token counts and cost
      *> center from the response master. The page heading names the
      *> conversation, the print date, the page number and any legal
      *> hold in force. An archived conversation is no longer on the
      *> master; its archive file is the record.
       RUN-PRINT.
           MOVE WS-CLI-PARAM TO WS-PRINT-CONV-ID.
           IF WS-PRINT-CONV-ID = SPACES
               DISPLAY "PRINT needs a <conversation-id>."
               DISPLAY "Usage: convmaint PRINT <conversation-id>"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CONVERSATION-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "No conversation master file yet."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-TRANSCRIPT
                   CLOSE CONVERSATION-MASTER-FILE
               END-IF
           END-IF.

       PRINT-TRANSCRIPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-LEGAL-HOLDS.
           MOVE WS-PRINT-CONV-ID TO WS-HOLD-SEARCH-ID.
           PERFORM FIND-CONVERSATION-HOLD.
           MOVE SPACES TO WS-PRINT-HOLD-NOTE.
           IF HOLD-FOUND
               STRING
                   'LEGAL HOLD - matter '
                   FUNCTION TRIM(LH-MATTER-NO(HLD-IDX))
                   DELIMITED BY SIZE
                   INTO WS-PRINT-HOLD-NOTE
               END-STRING
           END-IF.
           MOVE ZERO TO WS-PRINTED-TURNS WS-PRINT-PAGE.
           MOVE SPACES TO WS-PRINT-LAST-REQ.
           SET WS-MASTER-EOF-FLAG TO 'N'.
           MOVE WS-PRINT-CONV-ID TO CM-CONV-ID.
           MOVE ZERO TO CM-TURN-NO.
           START CONVERSATION-MASTER-FILE
               KEY IS GREATER THAN CM-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           IF NOT END-OF-MASTER
               READ CONVERSATION-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
               END-READ
           END-IF.
           IF END-OF-MASTER OR CM-CONV-ID NOT = WS-PRINT-CONV-ID
               DISPLAY "Conversation " FUNCTION TRIM(WS-PRINT-CONV-ID)
                       " is not on the conversation master."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PRINT-FILE-NAME
               STRING
                   'transcript_' FUNCTION TRIM(WS-PRINT-CONV-ID) '.txt'
                   DELIMITED BY SIZE
                   INTO WS-PRINT-FILE-NAME
               END-STRING
               OPEN OUTPUT PRINT-FILE
               OPEN INPUT RESPONSE-MASTER-FILE
               IF WS-RESPMAST-STATUS = "00"
                   MOVE 'Y' TO WS-RESPMAST-OPEN
               END-IF
               MOVE WS-PRINT-PAGE-LINES TO WS-PRINT-LINE-NO
               PERFORM UNTIL END-OF-MASTER
                   OR CM-CONV-ID NOT = WS-PRINT-CONV-ID
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM PRINT-ONE-TURN
                   READ CONVERSATION-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               IF WS-RESPMAST-OPEN = 'Y'
                   CLOSE RESPONSE-MASTER-FILE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE WS-PRINTED-TURNS TO WS-COUNT-DISPLAY
               MOVE WS-PRINT-PAGE TO WS-PAGE-DISPLAY
               STRING
                   '*** End of transcript - '
                   FUNCTION TRIM(WS-COUNT-DISPLAY) ' turn(s), '
                   FUNCTION TRIM(WS-PAGE-DISPLAY) ' page(s) ***'
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE
               DISPLAY "Transcript of " FUNCTION TRIM(WS-PRINT-CONV-ID)
                       ": " FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " turn(s) on " FUNCTION TRIM(WS-PAGE-DISPLAY)
                       " page(s) in " FUNCTION TRIM(WS-PRINT-FILE-NAME)
           END-IF.

       PRINT-ONE-TURN.
           ADD 1 TO WS-PRINTED-TURNS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           STRING
               'Turn ' CM-TURN-NO
               '   Date ' CM-TURN-DATE
               '   Role ' CM-ROLE
               '   Request ' CM-REQUEST-ID
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM WRITE-PRINT-LINE.
           IF CM-REQUEST-ID NOT = SPACES
               AND CM-REQUEST-ID NOT = WS-PRINT-LAST-REQ
               MOVE CM-REQUEST-ID TO WS-PRINT-LAST-REQ
               PERFORM PRINT-RESPONSE-HEADER
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CM-CONTENT TRAILING))
               TO WS-PRINT-TEXT-LEN.
           IF CM-CONTENT = SPACES
               MOVE ZERO TO WS-PRINT-TEXT-LEN
           END-IF.
           MOVE 1 TO WS-PRINT-TEXT-POS.
           PERFORM UNTIL WS-PRINT-TEXT-POS > WS-PRINT-TEXT-LEN
               COMPUTE WS-PRINT-SEG-LEN =
                   WS-PRINT-TEXT-LEN - WS-PRINT-TEXT-POS + 1
               IF WS-PRINT-SEG-LEN > 100
                   MOVE 100 TO WS-PRINT-SEG-LEN
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               MOVE CM-CONTENT(WS-PRINT-TEXT-POS:WS-PRINT-SEG-LEN)
                   TO WS-PRINT-LINE(5:WS-PRINT-SEG-LEN)
               PERFORM WRITE-PRINT-LINE
               ADD WS-PRINT-SEG-LEN TO WS-PRINT-TEXT-POS
           END-PERFORM.

      *> A turn carried forward by MIGRATE has no request-id, and an
      *> answer RESPMAINT has archived is no longer on the master -
      *> both print the turn without a header line.
       PRINT-RESPONSE-HEADER.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RESPMAST-OPEN NOT = 'Y'
               MOVE '    (no response master on file)' TO WS-PRINT-LINE
           ELSE
               MOVE CM-REQUEST-ID TO RM-REQUEST-ID
               READ RESPONSE-MASTER-FILE
                   INVALID KEY
                       MOVE '    (response master record not on file)'
                           TO WS-PRINT-LINE
                   NOT INVALID KEY
                       PERFORM FORMAT-RESPONSE-HEADER
               END-READ
           END-IF.
           PERFORM WRITE-PRINT-LINE.

       FORMAT-RESPONSE-HEADER.
           MOVE RM-INPUT-TOKENS TO WS-COUNT-DISPLAY.
           MOVE RM-OUTPUT-TOKENS TO WS-TOKEN-DISPLAY.
           STRING
               '    Model ' FUNCTION TRIM(RM-MODEL)
               '   Input tokens ' FUNCTION TRIM(WS-COUNT-DISPLAY)
               '   Output tokens ' FUNCTION TRIM(WS-TOKEN-DISPLAY)
               '   Cost center ' RM-COST-CENTER
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.

      *> Writes WS-PRINT-LINE, starting a new page first when the
      *> current one is full.
       WRITE-PRINT-LINE.
           IF WS-PRINT-LINE-NO >= WS-PRINT-PAGE-LINES
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO WS-PRINT-LINE-NO.
           MOVE SPACES TO WS-PRINT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PRINT-PAGE.
           MOVE WS-PRINT-PAGE TO WS-PAGE-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING
               'CONVERSATION TRANSCRIPT   ' WS-PRINT-CONV-ID
               '   Printed ' WS-TODAY-DATE
               '   Page ' WS-PAGE-DISPLAY
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING.
           IF WS-PRINT-PAGE = 1
               WRITE PRINT-RECORD
           ELSE
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WS-PRINT-HOLD-NOTE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 3 TO WS-PRINT-LINE-NO.

      *> One-time carry-forward of the legacy line file. The census is
      *> scanned first so a conversation that already has keyed turns
      *> gets its migrated turns appended after them, and running
                       AT END
                           SET END-OF-LEGACY TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM MIGRATE-ONE-LINE
                   END-READ
               END-PERFORM
