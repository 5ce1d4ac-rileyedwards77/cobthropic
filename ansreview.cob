>>SOURCE FORMAT FREE
*> ANSREVIEW - answer review and release utility
*> ---------------------------------------------
*> The human checkpoint between the batch and the downstream jobs.
*> COBTHROPIC marks a response_master.dat record pending review
*> (RM-REVIEW-STATUS 'P') when its answer failed an answer_rules.txt
*> rule, stopped on max_tokens, or came from a template flagged
*> review-required; the pending records ARE the review queue. Three
*> modes:
*>   ansreview QUEUE              - list every answer waiting for
*>                                  review, oldest request-id first
*>   ansreview WORK <reviewer-id> - step through the queue: show each
*>                                  answer and take A (approve), R
*>                                  (reject), C (key a corrected
*>                                  answer - the model's answer is
*>                                  kept as the previous generation
*>                                  on response_generations.dat),
*>                                  S (skip) or Q (quit).
*>                                  Each decision is written to the
*>                                  master with the reviewer and the
*>                                  time, and posted to the request's
*>                                  trail on request_status.dat as
*>                                  ANSWERED (A or C) or REJECTED (R).
*>                                  Decisions are read from the
*>                                  console, so a prepared decision
*>                                  file can be piped in as well
*>   ansreview RELEASE [YYYYMMDD] - write that day's release file
*>                                  (answer_release_YYYYMMDD.txt,
*>                                  default today) carrying only
*>                                  answers cleared for downstream use:
*>                                  clean answers produced that day
*>                                  that needed no review, plus answers
*>                                  approved or corrected that day
*> The release file uses responses.txt's "request-id|nnn|text" chunk
*> shape, so a downstream job switches over by changing one file name.
*> Every run appends its counts to run_history.txt as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSREVIEW.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-MASTER-FILE
           ASSIGN TO "response_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-REQUEST-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RESPONSE-GENERATION-FILE
           ASSIGN TO "response_generations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-KEY
           FILE STATUS IS WS-RESPGEN-STATUS.

      *> Every stage a request passes through - see REQSTREC.cpy. A
      *> review decision is the last stage of an answer held for one.
           SELECT REQUEST-STATUS-FILE ASSIGN TO "request_status.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REQSTAT-STATUS.

           SELECT RELEASE-FILE ASSIGN TO WS-RELEASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in RESPMREC.cpy, shared with COBTHROPIC
      *> and RESPMAINT - see the copybook for the review fields.
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

      *> Superseded answers, shared with COBTHROPIC - see RGENREC.cpy.
       FD RESPONSE-GENERATION-FILE.
       COPY "RGENREC.cpy".

      *> Record layout lives in REQSTREC.cpy, shared with COBTHROPIC,
      *> PROMPTVAL and REQSTAT.
       FD REQUEST-STATUS-FILE.
       COPY "REQSTREC.cpy".

      *> One line per answer chunk, "request-id|nnn|up-to-960-chars",
      *> exactly as COBTHROPIC writes responses.txt.
       FD RELEASE-FILE.
       01 RELEASE-RECORD      PIC X(1000).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RELEASE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-RESPGEN-STATUS   PIC X(2) VALUE SPACES.
       01 WS-REQSTAT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-RELEASE-FILE-NAME PIC X(40) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM        PIC X(20) VALUE SPACES.

       01 WS-MASTER-EOF-FLAG  PIC X VALUE 'N'.
           88 END-OF-MASTER   VALUE 'Y'.

       01 WS-TODAY-DATE       PIC X(8) VALUE SPACES.
       01 WS-RELEASE-DATE     PIC X(8) VALUE SPACES.
       01 WS-REVIEWER-ID      PIC X(8) VALUE SPACES.
       01 WS-DECISION-TS      PIC X(15) VALUE SPACES.
       01 WS-STAT-LAST-SEQ    PIC 9(4) VALUE ZERO.
       01 WS-STAT-SCAN-FLAG   PIC X VALUE 'N'.
           88 END-OF-STAT-TRAIL VALUE 'Y'.

      *> One console reply per queued answer. Anything but A, R, C, S
      *> or Q is asked again; a blank reply (including end of a piped
      *> decision file) ends the session like Q, so nothing is ever
      *> decided by default.
       01 WS-DECISION         PIC X(10) VALUE SPACES.
       01 WS-DECISION-CODE    PIC X VALUE SPACE.
           88 DECISION-APPROVE VALUE 'A'.
           88 DECISION-REJECT  VALUE 'R'.
           88 DECISION-CORRECT VALUE 'C'.
           88 DECISION-SKIP    VALUE 'S'.
           88 DECISION-QUIT    VALUE 'Q'.
           88 DECISION-VALID   VALUE 'A' 'R' 'C' 'S' 'Q'.
       01 WS-QUIT-FLAG        PIC X VALUE 'N'.
           88 REVIEW-QUIT     VALUE 'Y'.
      *> A corrected answer is keyed as one console line - reviewers
      *> fix classifications and short figures here, not essays.
       01 WS-CORRECTED-ANSWER PIC X(2000) VALUE SPACES.

       01 WS-QUEUE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-CORRECTED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY. WS-RECORDS-READ counts
      *> master records read by whichever pass the mode makes.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.
       01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.

      *> Scratch fields for WRITE-RELEASE-CHUNKS - same chunking rules
      *> as COBTHROPIC's WRITE-ANSWER-CHUNKS.
       01 WS-ANSWER-LEN       PIC 9(5) VALUE ZERO.
       01 WS-CHUNK-SEQ        PIC 9(3) VALUE ZERO.
       01 WS-CHUNK-POS        PIC 9(5) VALUE ZERO.
       01 WS-CHUNK-LEN        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Ansreview: answer review and release ===".
           DISPLAY " ".
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-RUNH-START-TS
           END-STRING.

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
               INTO WS-CLI-MODE WS-CLI-PARAM
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CLI-MODE)
               WHEN "QUEUE"
                   PERFORM RUN-QUEUE-LIST
               WHEN "WORK"
                   PERFORM RUN-REVIEW-SESSION
               WHEN "RELEASE"
                   PERFORM RUN-RELEASE
               WHEN OTHER
                   DISPLAY "Usage: ansreview QUEUE"
                   DISPLAY "       ansreview WORK <reviewer-id>"
                   DISPLAY "       ansreview RELEASE [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this run (RUNHREC.cpy): records
      *> read, and as applied the answers decided (approved, rejected
      *> or corrected) or released. A rejected answer also counts as
      *> errored.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "ANSREVIEW" TO RH-PROGRAM.
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
           MOVE ZERO TO RH-ANSWERED RH-REQUEUED RH-CACHED RH-SPEND.
           MOVE WS-REJECTED-COUNT TO RH-ERRORED.
           COMPUTE RH-APPLIED = WS-APPROVED-COUNT + WS-REJECTED-COUNT
                              + WS-CORRECTED-COUNT + WS-RELEASED-COUNT.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       RUN-QUEUE-LIST.
           MOVE ZERO TO WS-QUEUE-COUNT.
           OPEN INPUT RESPONSE-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "No response master file yet."
           ELSE
               PERFORM START-AT-FIRST-RECORD
               PERFORM UNTIL END-OF-MASTER
                   READ RESPONSE-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF RM-REVIEW-STATUS = 'P'
                               ADD 1 TO WS-QUEUE-COUNT
                               DISPLAY FUNCTION TRIM(RM-REQUEST-ID) " "
                                       FUNCTION TRIM(RM-REVIEW-REASON)
                                       " " FUNCTION TRIM(RM-TIMESTAMP)
                                       " " FUNCTION TRIM(RM-MODEL)
                                       " cc=" FUNCTION TRIM(RM-COST-CENTER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-MASTER-FILE
               MOVE WS-QUEUE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY " "
               DISPLAY "Answers awaiting review: "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
           END-IF.

       START-AT-FIRST-RECORD.
           SET WS-MASTER-EOF-FLAG TO 'N'.
           MOVE LOW-VALUES TO RM-REQUEST-ID.
           START RESPONSE-MASTER-FILE
               KEY IS GREATER THAN RM-REQUEST-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.

      *> Walks the master in key order, stopping at each pending answer
      *> for a decision. The master is open I-O for the whole session
      *> so each decision is REWRITTEN the moment it is made - a
      *> reviewer who walks away mid-queue loses nothing already keyed.
       RUN-REVIEW-SESSION.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               DISPLAY "Usage: ansreview WORK <reviewer-id>"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLI-PARAM))
                   TO WS-REVIEWER-ID
               MOVE ZERO TO WS-APPROVED-COUNT WS-REJECTED-COUNT
                            WS-CORRECTED-COUNT WS-SKIPPED-COUNT
               MOVE 'N' TO WS-QUIT-FLAG
               OPEN I-O RESPONSE-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No response master file yet."
               ELSE
                   PERFORM START-AT-FIRST-RECORD
                   PERFORM UNTIL END-OF-MASTER OR REVIEW-QUIT
                       READ RESPONSE-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-MASTER TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF RM-REVIEW-STATUS = 'P'
                                   PERFORM REVIEW-ONE-ANSWER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSE-MASTER-FILE
                   PERFORM DISPLAY-SESSION-TOTALS
               END-IF
           END-IF.

       REVIEW-ONE-ANSWER.
           DISPLAY " ".
           DISPLAY "=== " FUNCTION TRIM(RM-REQUEST-ID) " - "
                   FUNCTION TRIM(RM-REVIEW-REASON) " ===".
           DISPLAY "Processed at:  " FUNCTION TRIM(RM-TIMESTAMP).
           DISPLAY "Model:         " FUNCTION TRIM(RM-MODEL).
           DISPLAY "Stop reason:   " FUNCTION TRIM(RM-STOP-REASON).
           DISPLAY "Cost center:   " FUNCTION TRIM(RM-COST-CENTER).
           IF RM-ERROR-FLAG = 'Y'
               DISPLAY "Error:         " FUNCTION TRIM(RM-ERROR-TYPE)
           END-IF.
           DISPLAY "Answer: " FUNCTION TRIM(RM-ANSWER).
           MOVE SPACE TO WS-DECISION-CODE.
           PERFORM UNTIL DECISION-VALID
               DISPLAY "Decision (A=approve R=reject C=correct"
                       " S=skip Q=quit): " WITH NO ADVANCING
               MOVE SPACES TO WS-DECISION
               ACCEPT WS-DECISION
               IF WS-DECISION = SPACES
                   MOVE 'Q' TO WS-DECISION-CODE
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DECISION))
                       TO WS-DECISION-CODE
               END-IF
           END-PERFORM.
           IF DECISION-CORRECT
               DISPLAY "Corrected answer: " WITH NO ADVANCING
               MOVE SPACES TO WS-CORRECTED-ANSWER
               ACCEPT WS-CORRECTED-ANSWER
      *> An empty correction is not a decision - leave it queued.
               IF WS-CORRECTED-ANSWER = SPACES
                   DISPLAY "No corrected text keyed - left in the queue."
                   MOVE 'S' TO WS-DECISION-CODE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DECISION-APPROVE
                   PERFORM RECORD-REVIEW-DECISION
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN DECISION-REJECT
                   PERFORM RECORD-REVIEW-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DECISION-CORRECT
                   PERFORM KEEP-CORRECTED-GENERATION
                   MOVE SPACES TO RM-ANSWER
                   MOVE FUNCTION TRIM(WS-CORRECTED-ANSWER) TO RM-ANSWER
                   PERFORM RECORD-REVIEW-DECISION
                   ADD 1 TO WS-CORRECTED-COUNT
               WHEN DECISION-SKIP
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN DECISION-QUIT
                   SET REVIEW-QUIT TO TRUE
           END-EVALUATE.

      *> The model's answer is kept as a superseded generation before
      *> the reviewer's text replaces it, the way COBTHROPIC keeps one
      *> before a re-run's answer replaces it. The corrected record
      *> goes back one generation higher, so the distribution sends it
      *> again as the replacement for anything already delivered.
      *> A generation already kept under that number is never
      *> overwritten - the duplicate is reported and left as it was.
       KEEP-CORRECTED-GENERATION.
           IF RM-GENERATION = ZERO
               MOVE 1 TO RM-GENERATION
           END-IF.
           MOVE SPACES TO RESPONSE-GENERATION-RECORD.
           MOVE RM-REQUEST-ID TO RG-REQUEST-ID.
           MOVE RM-GENERATION TO RG-GENERATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING
               WS-TODAY-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RG-SUPERSEDED-TS
           END-STRING.
           MOVE "CORRECTION" TO RG-SUPERSEDED-BY.
           MOVE RESPONSE-MASTER-RECORD TO RG-MASTER-IMAGE.
           OPEN I-O RESPONSE-GENERATION-FILE.
           IF WS-RESPGEN-STATUS = "35"
               OPEN OUTPUT RESPONSE-GENERATION-FILE
               CLOSE RESPONSE-GENERATION-FILE
               OPEN I-O RESPONSE-GENERATION-FILE
           END-IF.
           WRITE RESPONSE-GENERATION-RECORD
               INVALID KEY
                   DISPLAY "Generation " RG-GENERATION " of "
                           FUNCTION TRIM(RG-REQUEST-ID)
                           " already kept - not overwritten (status "
                           WS-RESPGEN-STATUS ")."
           END-WRITE.
           CLOSE RESPONSE-GENERATION-FILE.
           IF RM-GENERATION < 999
               ADD 1 TO RM-GENERATION
           END-IF.

       RECORD-REVIEW-DECISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DECISION-TS.
           STRING
               WS-TODAY-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-DECISION-TS
           END-STRING.
           MOVE WS-DECISION-CODE TO RM-REVIEW-STATUS.
           MOVE WS-REVIEWER-ID TO RM-REVIEWER-ID.
           MOVE WS-DECISION-TS TO RM-REVIEW-TS.
           REWRITE RESPONSE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Could not record the decision for "
                           FUNCTION TRIM(RM-REQUEST-ID)
                           " (status " WS-MASTER-STATUS ")."
               NOT INVALID KEY
                   PERFORM POST-DECISION-STATUS
           END-REWRITE.

      *> ANSWERED for an approved or corrected answer, REJECTED for a
      *> rejected one, as the next event in the request's trail - so
      *> an answer that sat in VALFAIL reaches a final status and drops
      *> out of REQSTAT AGING. The status master is opened and closed
      *> around the one write, as COBTHROPIC posts its events.
       POST-DECISION-STATUS.
           OPEN I-O REQUEST-STATUS-FILE.
           IF WS-REQSTAT-STATUS = "35"
               OPEN OUTPUT REQUEST-STATUS-FILE
               CLOSE REQUEST-STATUS-FILE
               OPEN I-O REQUEST-STATUS-FILE
           END-IF.
           MOVE ZERO TO WS-STAT-LAST-SEQ.
           MOVE 'N' TO WS-STAT-SCAN-FLAG.
           MOVE RM-REQUEST-ID TO RS-REQUEST-ID.
           MOVE ZERO TO RS-EVENT-SEQ.
           START REQUEST-STATUS-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   SET END-OF-STAT-TRAIL TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STAT-TRAIL
               READ REQUEST-STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-STAT-TRAIL TO TRUE
                   NOT AT END
                       IF RS-REQUEST-ID NOT = RM-REQUEST-ID
                           SET END-OF-STAT-TRAIL TO TRUE
                       ELSE
                           MOVE RS-EVENT-SEQ TO WS-STAT-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REQUEST-STATUS-RECORD.
           MOVE RM-REQUEST-ID TO RS-REQUEST-ID.
           COMPUTE RS-EVENT-SEQ = WS-STAT-LAST-SEQ + 1.
           EVALUATE TRUE
               WHEN DECISION-APPROVE
                   MOVE "ANSWERED" TO RS-STATUS-CODE
                   STRING 'approved by ' WS-REVIEWER-ID
                       DELIMITED BY SIZE INTO RS-DETAIL
                   END-STRING
               WHEN DECISION-CORRECT
                   MOVE "ANSWERED" TO RS-STATUS-CODE
                   STRING 'corrected by ' WS-REVIEWER-ID
                       DELIMITED BY SIZE INTO RS-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "REJECTED" TO RS-STATUS-CODE
                   STRING 'review rejected by ' WS-REVIEWER-ID
                       DELIMITED BY SIZE INTO RS-DETAIL
                   END-STRING
           END-EVALUATE.
           MOVE WS-DECISION-TS TO RS-EVENT-TS.
           MOVE ZERO TO RS-ATTEMPT.
           MOVE "ANSREVIEW" TO RS-SOURCE.
           WRITE REQUEST-STATUS-RECORD
               INVALID KEY
                   DISPLAY "Status event not posted for "
                           FUNCTION TRIM(RM-REQUEST-ID)
                           " - file status " WS-REQSTAT-STATUS
           END-WRITE.
           CLOSE REQUEST-STATUS-FILE.

       DISPLAY-SESSION-TOTALS.
           DISPLAY " ".
           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Approved:  " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-CORRECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Corrected: " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Rejected:  " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Skipped:   " FUNCTION TRIM(WS-COUNT-DISPLAY).

      *> Written fresh for the day each time it runs, so a release cut
      *> early and re-cut after the afternoon's reviews simply replaces
      *> itself. Pending and rejected answers are counted as held back
      *> so the morning note can say how many are still outstanding.
       RUN-RELEASE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               MOVE WS-TODAY-DATE TO WS-RELEASE-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-CLI-PARAM) TO WS-RELEASE-DATE
           END-IF.
           IF WS-RELEASE-DATE IS NOT NUMERIC
               DISPLAY "RELEASE needs a YYYYMMDD date - nothing written."
               DISPLAY "Usage: ansreview RELEASE [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-RELEASED-COUNT WS-HELD-COUNT
               OPEN INPUT RESPONSE-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No response master file yet."
               ELSE
                   MOVE SPACES TO WS-RELEASE-FILE-NAME
                   STRING
                       'answer_release_' WS-RELEASE-DATE '.txt'
                       DELIMITED BY SIZE
                       INTO WS-RELEASE-FILE-NAME
                   END-STRING
                   OPEN OUTPUT RELEASE-FILE
                   PERFORM START-AT-FIRST-RECORD
                   PERFORM UNTIL END-OF-MASTER
                       READ RESPONSE-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-MASTER TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM JUDGE-RELEASE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RELEASE-FILE
                   CLOSE RESPONSE-MASTER-FILE
                   MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Answers released: "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                   MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Held back (pending or rejected): "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DISPLAY "Release file: "
                           FUNCTION TRIM(WS-RELEASE-FILE-NAME)
               END-IF
           END-IF.

      *> A review decision releases on the day it was made, whatever
      *> day the answer was produced; an answer that never needed
      *> review releases on the day it was produced, unless it is an
      *> error record (no answer to give anyone).
       JUDGE-RELEASE-RECORD.
           EVALUATE TRUE
               WHEN (RM-REVIEW-STATUS = 'A' OR RM-REVIEW-STATUS = 'C')
                   AND RM-REVIEW-TS(1:8) = WS-RELEASE-DATE
                   PERFORM WRITE-RELEASE-CHUNKS
               WHEN RM-REVIEW-STATUS = SPACE
                   AND RM-ERROR-FLAG NOT = 'Y'
                   AND RM-TIMESTAMP(1:8) = WS-RELEASE-DATE
                   PERFORM WRITE-RELEASE-CHUNKS
               WHEN (RM-REVIEW-STATUS = 'P' OR RM-REVIEW-STATUS = 'R')
                   AND RM-TIMESTAMP(1:8) = WS-RELEASE-DATE
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Same cut rules as WRITE-ANSWER-CHUNKS: at most 960 characters
      *> a line, never ending a chunk on a space (LINE SEQUENTIAL would
      *> strip it), and an empty answer still gets its 001 line.
       WRITE-RELEASE-CHUNKS.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RM-ANSWER TRAILING))
               TO WS-ANSWER-LEN.
           IF RM-ANSWER = SPACES
               MOVE ZERO TO WS-ANSWER-LEN
           END-IF.
           MOVE ZERO TO WS-CHUNK-SEQ.
           MOVE 1 TO WS-CHUNK-POS.
           PERFORM UNTIL WS-CHUNK-POS > WS-ANSWER-LEN
               ADD 1 TO WS-CHUNK-SEQ
               IF WS-ANSWER-LEN - WS-CHUNK-POS + 1 > 960
                   MOVE 960 TO WS-CHUNK-LEN
               ELSE
                   COMPUTE WS-CHUNK-LEN = WS-ANSWER-LEN - WS-CHUNK-POS + 1
               END-IF
               PERFORM UNTIL WS-CHUNK-LEN = 1
                   OR RM-ANSWER(WS-CHUNK-POS + WS-CHUNK-LEN - 1:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM WS-CHUNK-LEN
               END-PERFORM
               MOVE SPACES TO RELEASE-RECORD
               STRING
                   FUNCTION TRIM(RM-REQUEST-ID)
                   '|' WS-CHUNK-SEQ '|'
                   RM-ANSWER(WS-CHUNK-POS:WS-CHUNK-LEN)
                   DELIMITED BY SIZE
                   INTO RELEASE-RECORD
               END-STRING
               WRITE RELEASE-RECORD
               ADD WS-CHUNK-LEN TO WS-CHUNK-POS
           END-PERFORM.
           IF WS-CHUNK-SEQ = ZERO
               MOVE SPACES TO RELEASE-RECORD
               STRING
                   FUNCTION TRIM(RM-REQUEST-ID)
                   '|001|'
                   DELIMITED BY SIZE
                   INTO RELEASE-RECORD
               END-STRING
               WRITE RELEASE-RECORD
           END-IF.

      END PROGRAM ANSREVIEW.
