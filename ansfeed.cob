>>SOURCE FORMAT FREE
*> ANSFEED - downstream feedback load and answer quality scorecard
*> ---------------------------------------------------------------
*> Closes the loop with the departments that consume the answers.
*> They send back one line per answer they judged, and this
*> program keeps those judgements against the exact answer they
*> saw, then scores the month's answers by where they came from.
*> Two modes:
*>   ansfeed LOAD                - load feedback_input.txt into
*>                                 feedback_master.dat, matching each
*>                                 line to the current answer for its
*>                                 request-id on response_master.dat.
*>                                 Lines that do not match, repeat a
*>                                 judgement already held, or are
*>                                 malformed go to
*>                                 feedback_exceptions.txt instead
*>   ansfeed SCORECARD [YYYYMM]  - acceptance rate by template-id, by
*>                                 model, by priority class and by
*>                                 cost center for the answers
*>                                 produced that month (default this
*>                                 month), alongside the rule-failure
*>                                 and re-ask rates and the average
*>                                 tokens an answer took - so a change
*>                                 to model_routes.txt can be judged
*>                                 on whether answers got better, not
*>                                 just cheaper
*> Feedback input lines are "request-id|rating|reason-code|reviewer".
*> The rating is A (accepted) or R (rejected); only its first letter
*> is looked at, so ACCEPTED and REJECTED are read the same way.
*> Every run appends its counts to run_history.txt as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSFEED.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDBACK-INPUT-FILE ASSIGN TO "feedback_input.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT FEEDBACK-MASTER-FILE
           ASSIGN TO "feedback_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FB-KEY
           FILE STATUS IS WS-FEEDMAST-STATUS.

           SELECT FEEDBACK-EXCEPTION-FILE
           ASSIGN TO "feedback_exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDEXC-STATUS.

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

           SELECT SCORE-SORT-FILE ASSIGN TO "scoresort.tmp".

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDBACK-INPUT-FILE.
       01 FEEDBACK-INPUT-RECORD  PIC X(200).

      *> One judgement per answer, keyed request-id + generation so it
      *> stays with the answer the department actually saw: a re-run
      *> or correction is a new generation and may be judged afresh,
      *> while a second line for the same generation is a duplicate.
      *> Any change to these fields changes the indexed record length,
      *> and an existing feedback_master.dat must be rebuilt to match.
       FD FEEDBACK-MASTER-FILE.
       01 FEEDBACK-MASTER-RECORD.
           05 FB-KEY.
               10 FB-REQUEST-ID  PIC X(10).
               10 FB-GENERATION  PIC 9(3).
           05 FB-RATING          PIC X.
               88 FB-ACCEPTED    VALUE 'A'.
               88 FB-REJECTED    VALUE 'R'.
           05 FB-REASON-CODE     PIC X(10).
           05 FB-REVIEWER        PIC X(8).
           05 FB-LOADED-TS       PIC X(15).

      *> "reason-code|original line", one per exception - wide enough
      *> for the code, the separator and the full input line.
       FD FEEDBACK-EXCEPTION-FILE.
       01 FEEDBACK-EXCEPTION-RECORD PIC X(205).

      *> Record layout lives in RESPMREC.cpy, shared with COBTHROPIC,
      *> RESPMAINT, ANSREVIEW and PROMPTVAL.
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

      *> Superseded answers, shared with COBTHROPIC - see RGENREC.cpy.
       FD RESPONSE-GENERATION-FILE.
       COPY "RGENREC.cpy".

      *> Sort work for the scorecard: each answer scored is released
      *> once per dimension (1 template, 2 model, 3 priority class,
      *> 4 cost center), so one pass over the sorted rows prints all
      *> four tables with a control break on the value.
       SD SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
           05 SC-DIMENSION       PIC 9.
           05 SC-VALUE           PIC X(60).
           05 SC-RATED-FLAG      PIC X.
           05 SC-ACCEPTED-FLAG   PIC X.
           05 SC-RULE-FAIL-FLAG  PIC X.
           05 SC-REASK-FLAG      PIC X.
           05 SC-TOKENS          PIC 9(7).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FEEDIN-STATUS    PIC X(2) VALUE SPACES.
       01 WS-FEEDMAST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-FEEDEXC-STATUS   PIC X(2) VALUE SPACES.
       01 WS-MASTER-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RESPGEN-STATUS   PIC X(2) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM        PIC X(20) VALUE SPACES.

       01 WS-FEEDIN-EOF-FLAG  PIC X VALUE 'N'.
           88 END-OF-FEEDBACK-INPUT VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG  PIC X VALUE 'N'.
           88 END-OF-MASTER   VALUE 'Y'.
       01 WS-GEN-EOF-FLAG     PIC X VALUE 'N'.
           88 END-OF-GENERATIONS VALUE 'Y'.
       01 WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           88 END-OF-SCORE-SORT VALUE 'Y'.

       01 WS-TODAY-DATE       PIC X(8) VALUE SPACES.
       01 WS-LOADED-TS        PIC X(15) VALUE SPACES.

      *> One feedback input line, split.
       01 WS-FB-REQUEST-ID    PIC X(10) VALUE SPACES.
       01 WS-FB-RATING-TEXT   PIC X(10) VALUE SPACES.
       01 WS-FB-RATING        PIC X VALUE SPACE.
           88 RATING-VALID    VALUE 'A' 'R'.
       01 WS-FB-REASON-CODE   PIC X(10) VALUE SPACES.
       01 WS-FB-REVIEWER      PIC X(8) VALUE SPACES.

      *> Exception codes, one per edit:
      *>   FB01 - blank request-id
      *>   FB02 - request-id not on response_master.dat
      *>   FB03 - duplicate: this answer generation already has
      *>          feedback, from an earlier load or earlier in this file
      *>   FB04 - rating not A or R
      *>   FB05 - the request has no answer to judge (an error record
      *>          other than a failed answer rule)
       01 WS-FB-EXCEPTION     PIC X(4) VALUE SPACES.

       01 WS-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-LOADED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

      *> Scorecard state. An answer is scored in the month its
      *> RM-TIMESTAMP falls in; each generation on
      *> response_generations.dat is an answer in its own right, so a
      *> request re-run after a routing change is scored under both
      *> models. A reviewer's corrected text is not the model's work
      *> and is left out (the model's own answer was kept as the
      *> CORRECTION generation and is scored there).
       01 WS-SCORE-MONTH      PIC X(6) VALUE SPACES.
       01 WS-SCORED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CORRECTED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-FEEDMAST-OPEN    PIC X VALUE 'N'.
       01 WS-ANSWER-RATED     PIC X VALUE 'N'.
           88 ANSWER-RATED    VALUE 'Y'.
       01 WS-ANSWER-ACCEPTED  PIC X VALUE 'N'.

      *> One row of a scorecard table - the value being totalled and
      *> its counts. Reused for the month's overall line.
       01 WS-SCORE-DIMENSION  PIC 9 VALUE ZERO.
       01 WS-SCORE-VALUE      PIC X(60) VALUE SPACES.
       01 WS-ROW-ANSWERS      PIC 9(7) VALUE ZERO.
       01 WS-ROW-RATED        PIC 9(7) VALUE ZERO.
       01 WS-ROW-ACCEPTED     PIC 9(7) VALUE ZERO.
       01 WS-ROW-RULE-FAILS   PIC 9(7) VALUE ZERO.
       01 WS-ROW-REASKS       PIC 9(7) VALUE ZERO.
       01 WS-ROW-TOKENS       PIC 9(12) VALUE ZERO.
       01 WS-TOTAL-ANSWERS    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RATED      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ACCEPTED   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RULE-FAILS PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REASKS     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-TOKENS     PIC 9(12) VALUE ZERO.

      *> FORMAT-PERCENT works on these: a rate with no denominator
      *> prints as "-" rather than a misleading 0.0.
       01 WS-PCT-NUMERATOR    PIC 9(7) VALUE ZERO.
       01 WS-PCT-DENOMINATOR  PIC 9(7) VALUE ZERO.
       01 WS-PCT-VALUE        PIC 9(3)V9 VALUE ZERO.
       01 WS-PCT-DISPLAY      PIC ZZ9.9.
       01 WS-PCT-TEXT         PIC X(6) VALUE SPACES.
       01 WS-ACCEPT-PCT-TEXT  PIC X(6) VALUE SPACES.
       01 WS-RULE-PCT-TEXT    PIC X(6) VALUE SPACES.
       01 WS-REASK-PCT-TEXT   PIC X(6) VALUE SPACES.
       01 WS-AVG-TOKENS       PIC 9(7) VALUE ZERO.
       01 WS-AVG-TOKENS-DISPLAY PIC ZZZZZZ9.
       01 WS-ANSWERS-DISPLAY  PIC ZZZZZZ9.
       01 WS-RATED-DISPLAY    PIC ZZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY. WS-RECORDS-READ counts
      *> feedback lines read (LOAD) or answers read (SCORECARD).
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.
       01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Ansfeed: answer feedback and quality scorecard ===".
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
               WHEN "LOAD"
                   PERFORM RUN-FEEDBACK-LOAD
               WHEN "SCORECARD"
                   PERFORM RUN-SCORECARD
               WHEN OTHER
                   DISPLAY "Usage: ansfeed LOAD"
                   DISPLAY "       ansfeed SCORECARD [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this run (RUNHREC.cpy): lines or
      *> answers read, feedback loaded as applied, and exceptions as
      *> errored.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "ANSFEED" TO RH-PROGRAM.
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
           MOVE WS-EXCEPTION-COUNT TO RH-ERRORED.
           MOVE WS-LOADED-COUNT TO RH-APPLIED.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> The exception file is written fresh each load, like
      *> PROMPTVAL's prompt_rejects.txt, so it only ever holds what
      *> this load turned away. A line that loads is on the master for
      *> good; sending it again is a duplicate, not an update.
       RUN-FEEDBACK-LOAD.
           OPEN INPUT FEEDBACK-INPUT-FILE.
           IF WS-FEEDIN-STATUS NOT = "00"
               DISPLAY "No feedback_input.txt - nothing to load."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPONSE-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No response master file yet - nothing to"
                           " match feedback against."
                   CLOSE FEEDBACK-INPUT-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O FEEDBACK-MASTER-FILE
                   IF WS-FEEDMAST-STATUS = "35"
                       OPEN OUTPUT FEEDBACK-MASTER-FILE
                       CLOSE FEEDBACK-MASTER-FILE
                       OPEN I-O FEEDBACK-MASTER-FILE
                   END-IF
                   OPEN OUTPUT FEEDBACK-EXCEPTION-FILE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-LOADED-TS
                   STRING
                       WS-TODAY-DATE '-' FUNCTION CURRENT-DATE(9:6)
                       DELIMITED BY SIZE
                       INTO WS-LOADED-TS
                   END-STRING
                   PERFORM UNTIL END-OF-FEEDBACK-INPUT
                       READ FEEDBACK-INPUT-FILE
                           AT END
                               SET END-OF-FEEDBACK-INPUT TO TRUE
                           NOT AT END
                               IF FEEDBACK-INPUT-RECORD NOT = SPACES
                                   ADD 1 TO WS-LINE-COUNT
                                   ADD 1 TO WS-RECORDS-READ
                                   PERFORM LOAD-ONE-FEEDBACK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FEEDBACK-EXCEPTION-FILE
                   CLOSE FEEDBACK-MASTER-FILE
                   CLOSE RESPONSE-MASTER-FILE
                   CLOSE FEEDBACK-INPUT-FILE
                   PERFORM DISPLAY-LOAD-TOTALS
               END-IF
           END-IF.

      *> Edits run in order and the first failure wins, the way
      *> PROMPTVAL's do. The answer matched is the CURRENT one on the
      *> master - feedback describes the answer last delivered, and
      *> the distribution only ever sends the current generation.
       LOAD-ONE-FEEDBACK.
           MOVE SPACES TO WS-FB-REQUEST-ID WS-FB-RATING-TEXT
                          WS-FB-REASON-CODE WS-FB-REVIEWER.
           UNSTRING FEEDBACK-INPUT-RECORD DELIMITED BY '|'
               INTO WS-FB-REQUEST-ID WS-FB-RATING-TEXT
                    WS-FB-REASON-CODE WS-FB-REVIEWER
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-FB-REQUEST-ID) TO WS-FB-REQUEST-ID.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FB-RATING-TEXT))
               TO WS-FB-RATING.
           MOVE SPACES TO WS-FB-EXCEPTION.

           IF WS-FB-REQUEST-ID = SPACES
               MOVE "FB01" TO WS-FB-EXCEPTION
           END-IF.
           IF WS-FB-EXCEPTION = SPACES
               AND NOT RATING-VALID
               MOVE "FB04" TO WS-FB-EXCEPTION
           END-IF.
           IF WS-FB-EXCEPTION = SPACES
               MOVE WS-FB-REQUEST-ID TO RM-REQUEST-ID
               READ RESPONSE-MASTER-FILE
                   KEY IS RM-REQUEST-ID
                   INVALID KEY
                       MOVE "FB02" TO WS-FB-EXCEPTION
               END-READ
           END-IF.
           IF WS-FB-EXCEPTION = SPACES
               AND RM-ERROR-FLAG = 'Y'
               AND FUNCTION TRIM(RM-ERROR-TYPE) NOT = "validation_failed"
               MOVE "FB05" TO WS-FB-EXCEPTION
           END-IF.
           IF WS-FB-EXCEPTION = SPACES
               MOVE SPACES TO FEEDBACK-MASTER-RECORD
               MOVE WS-FB-REQUEST-ID TO FB-REQUEST-ID
               MOVE RM-GENERATION TO FB-GENERATION
               MOVE WS-FB-RATING TO FB-RATING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FB-REASON-CODE))
                   TO FB-REASON-CODE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FB-REVIEWER))
                   TO FB-REVIEWER
               MOVE WS-LOADED-TS TO FB-LOADED-TS
               WRITE FEEDBACK-MASTER-RECORD
                   INVALID KEY
                       MOVE "FB03" TO WS-FB-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.
           IF WS-FB-EXCEPTION NOT = SPACES
               PERFORM WRITE-FEEDBACK-EXCEPTION
           END-IF.

       WRITE-FEEDBACK-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "Exception " WS-FB-EXCEPTION " "
                   FUNCTION TRIM(FEEDBACK-INPUT-RECORD).
           MOVE SPACES TO FEEDBACK-EXCEPTION-RECORD.
           STRING
               WS-FB-EXCEPTION '|'
               FUNCTION TRIM(FEEDBACK-INPUT-RECORD TRAILING)
               DELIMITED BY SIZE
               INTO FEEDBACK-EXCEPTION-RECORD
           END-STRING.
           WRITE FEEDBACK-EXCEPTION-RECORD.

      *> Exceptions are not fatal - the good lines are loaded - but
      *> RC 4 tells the scheduler there is a file for someone to chase.
       DISPLAY-LOAD-TOTALS.
           DISPLAY " ".
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Feedback lines read: " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Loaded:              " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Exceptions:          " FUNCTION TRIM(WS-COUNT-DISPLAY).
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "See feedback_exceptions.txt."
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Invoked via "ansfeed SCORECARD [YYYYMM]". The master and the
      *> generations file are walked once each; every answer produced
      *> in the month is joined to its feedback by request-id and
      *> generation and released to the sort once per dimension.
      *> Acceptance is accepted over rated - an answer nobody sent
      *> feedback on says nothing either way - while the rule-failure
      *> and re-ask rates are over every answer scored.
       RUN-SCORECARD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-SCORE-MONTH
           ELSE
               MOVE FUNCTION TRIM(WS-CLI-PARAM) TO WS-SCORE-MONTH
           END-IF.
           IF WS-SCORE-MONTH IS NOT NUMERIC
               DISPLAY "SCORECARD needs a YYYYMM month."
               DISPLAY "Usage: ansfeed SCORECARD [YYYYMM]"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPONSE-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No response master file yet."
               ELSE
                   CLOSE RESPONSE-MASTER-FILE
                   MOVE ZERO TO WS-SCORED-COUNT WS-CORRECTED-COUNT
                                WS-TOTAL-ANSWERS WS-TOTAL-RATED
                                WS-TOTAL-ACCEPTED WS-TOTAL-RULE-FAILS
                                WS-TOTAL-REASKS WS-TOTAL-TOKENS
                   SORT SCORE-SORT-FILE
                       ON ASCENDING KEY SC-DIMENSION SC-VALUE
                       INPUT PROCEDURE IS FEED-SCORECARD-ANSWERS
                       OUTPUT PROCEDURE IS DRAIN-SCORECARD-ROWS
                   CALL "SYSTEM" USING "rm -f scoresort.tmp"
                   PERFORM DISPLAY-SCORECARD-TOTALS
               END-IF
           END-IF.

       FEED-SCORECARD-ANSWERS.
           MOVE 'N' TO WS-FEEDMAST-OPEN.
           OPEN INPUT FEEDBACK-MASTER-FILE.
           IF WS-FEEDMAST-STATUS = "00"
               MOVE 'Y' TO WS-FEEDMAST-OPEN
           ELSE
               DISPLAY "No feedback loaded yet - every answer is unrated."
           END-IF.

           OPEN INPUT RESPONSE-MASTER-FILE.
           SET WS-MASTER-EOF-FLAG TO 'N'.
           MOVE LOW-VALUES TO RM-REQUEST-ID.
           START RESPONSE-MASTER-FILE
               KEY IS GREATER THAN RM-REQUEST-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MASTER
               READ RESPONSE-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM SCORE-ONE-ANSWER
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-MASTER-FILE.

      *> Superseded answers, each with its own month and model. The
      *> image is moved onto the master record so SCORE-ONE-ANSWER
      *> reads both the same way, as INQUIRE does when it lists them.
           OPEN INPUT RESPONSE-GENERATION-FILE.
           IF WS-RESPGEN-STATUS = "00"
               SET WS-GEN-EOF-FLAG TO 'N'
               MOVE LOW-VALUES TO RG-KEY
               START RESPONSE-GENERATION-FILE
                   KEY IS GREATER THAN RG-KEY
                   INVALID KEY
                       SET END-OF-GENERATIONS TO TRUE
               END-START
               PERFORM UNTIL END-OF-GENERATIONS
                   READ RESPONSE-GENERATION-FILE NEXT RECORD
                       AT END
                           SET END-OF-GENERATIONS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE RG-MASTER-IMAGE TO RESPONSE-MASTER-RECORD
                           MOVE RG-GENERATION TO RM-GENERATION
                           PERFORM SCORE-ONE-ANSWER
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-GENERATION-FILE
           END-IF.

           IF WS-FEEDMAST-OPEN = 'Y'
               CLOSE FEEDBACK-MASTER-FILE
           END-IF.

      *> Only records with an answer are scored: clean answers, cached
      *> ones, and answers that failed their rule (the text is kept on
      *> those, and they are exactly what the rule-failure rate
      *> counts). Other error records never had an answer.
       SCORE-ONE-ANSWER.
           IF RM-TIMESTAMP(1:6) = WS-SCORE-MONTH
               AND (RM-ERROR-FLAG NOT = 'Y'
                    OR FUNCTION TRIM(RM-ERROR-TYPE) = "validation_failed")
               IF RM-REVIEW-STATUS = 'C'
                   ADD 1 TO WS-CORRECTED-COUNT
               ELSE
                   ADD 1 TO WS-SCORED-COUNT
                   PERFORM FIND-ANSWER-FEEDBACK
                   PERFORM RELEASE-ANSWER-ROWS
               END-IF
           END-IF.

       FIND-ANSWER-FEEDBACK.
           MOVE 'N' TO WS-ANSWER-RATED WS-ANSWER-ACCEPTED.
           IF WS-FEEDMAST-OPEN = 'Y'
               MOVE RM-REQUEST-ID TO FB-REQUEST-ID
               MOVE RM-GENERATION TO FB-GENERATION
               READ FEEDBACK-MASTER-FILE
                   KEY IS FB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ANSWER-RATED
                       IF FB-ACCEPTED
                           MOVE 'Y' TO WS-ANSWER-ACCEPTED
                       END-IF
               END-READ
           END-IF.

      *> Blank dimension values are given a name so they sort and print
      *> as a row of their own: a raw prompt has no template, an
      *> unclassed request no class, and an unbilled one no cost
      *> center (NOCC, as the distribution names its file).
       RELEASE-ANSWER-ROWS.
           MOVE SPACES TO SCORE-SORT-RECORD.
           MOVE WS-ANSWER-RATED TO SC-RATED-FLAG.
           MOVE WS-ANSWER-ACCEPTED TO SC-ACCEPTED-FLAG.
           IF RM-REVIEW-REASON = "RULE_FAILED"
               OR FUNCTION TRIM(RM-ERROR-TYPE) = "validation_failed"
               MOVE 'Y' TO SC-RULE-FAIL-FLAG
           ELSE
               MOVE 'N' TO SC-RULE-FAIL-FLAG
           END-IF.
           IF RM-REASK-FLAG = 'Y'
               MOVE 'Y' TO SC-REASK-FLAG
           ELSE
               MOVE 'N' TO SC-REASK-FLAG
           END-IF.
           COMPUTE SC-TOKENS = RM-INPUT-TOKENS + RM-OUTPUT-TOKENS.

           MOVE 1 TO SC-DIMENSION.
           IF RM-TEMPLATE-ID = SPACES
               MOVE "(raw prompt)" TO SC-VALUE
           ELSE
               MOVE RM-TEMPLATE-ID TO SC-VALUE
           END-IF.
           RELEASE SCORE-SORT-RECORD.

           MOVE 2 TO SC-DIMENSION.
           MOVE RM-MODEL TO SC-VALUE.
           RELEASE SCORE-SORT-RECORD.

           MOVE 3 TO SC-DIMENSION.
           IF RM-PRIORITY-CLASS = SPACE
               MOVE "-" TO SC-VALUE
           ELSE
               MOVE RM-PRIORITY-CLASS TO SC-VALUE
           END-IF.
           RELEASE SCORE-SORT-RECORD.

           MOVE 4 TO SC-DIMENSION.
           IF RM-COST-CENTER = SPACES
               MOVE "NOCC" TO SC-VALUE
           ELSE
               MOVE RM-COST-CENTER TO SC-VALUE
           END-IF.
           RELEASE SCORE-SORT-RECORD.

       DRAIN-SCORECARD-ROWS.
           DISPLAY " ".
           DISPLAY "=== Answer Quality Scorecard for " WS-SCORE-MONTH " ===".
           DISPLAY "(accept% is of rated answers; rule-fail% and re-ask%"
                   " are of all answers)".
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-SCORE-DIMENSION WS-ROW-ANSWERS.
           PERFORM UNTIL END-OF-SCORE-SORT
               RETURN SCORE-SORT-FILE
                   AT END
                       SET END-OF-SCORE-SORT TO TRUE
                   NOT AT END
                       IF WS-ROW-ANSWERS > ZERO
                           AND (SC-DIMENSION NOT = WS-SCORE-DIMENSION
                             OR SC-VALUE NOT = WS-SCORE-VALUE)
                           PERFORM FINISH-SCORE-ROW
                       END-IF
                       IF SC-DIMENSION NOT = WS-SCORE-DIMENSION
                           PERFORM START-SCORE-TABLE
                       END-IF
                       PERFORM ADD-SCORE-ROW
               END-RETURN
           END-PERFORM.
           IF WS-ROW-ANSWERS > ZERO
               PERFORM FINISH-SCORE-ROW
           END-IF.

       START-SCORE-TABLE.
           MOVE SC-DIMENSION TO WS-SCORE-DIMENSION.
           DISPLAY " ".
           EVALUATE SC-DIMENSION
               WHEN 1
                   DISPLAY "--- By template-id ---"
               WHEN 2
                   DISPLAY "--- By model ---"
               WHEN 3
                   DISPLAY "--- By priority class ---"
               WHEN 4
                   DISPLAY "--- By cost center ---"
           END-EVALUATE.

      *> Totals for the whole month are taken from the template table
      *> alone - every answer appears exactly once in each table.
       ADD-SCORE-ROW.
           IF WS-ROW-ANSWERS = ZERO
               MOVE SC-VALUE TO WS-SCORE-VALUE
               MOVE ZERO TO WS-ROW-RATED WS-ROW-ACCEPTED
                            WS-ROW-RULE-FAILS WS-ROW-REASKS
                            WS-ROW-TOKENS
           END-IF.
           ADD 1 TO WS-ROW-ANSWERS.
           ADD SC-TOKENS TO WS-ROW-TOKENS.
           IF SC-RATED-FLAG = 'Y'
               ADD 1 TO WS-ROW-RATED
           END-IF.
           IF SC-ACCEPTED-FLAG = 'Y'
               ADD 1 TO WS-ROW-ACCEPTED
           END-IF.
           IF SC-RULE-FAIL-FLAG = 'Y'
               ADD 1 TO WS-ROW-RULE-FAILS
           END-IF.
           IF SC-REASK-FLAG = 'Y'
               ADD 1 TO WS-ROW-REASKS
           END-IF.
           IF SC-DIMENSION = 1
               ADD 1 TO WS-TOTAL-ANSWERS
               ADD SC-TOKENS TO WS-TOTAL-TOKENS
               IF SC-RATED-FLAG = 'Y'
                   ADD 1 TO WS-TOTAL-RATED
               END-IF
               IF SC-ACCEPTED-FLAG = 'Y'
                   ADD 1 TO WS-TOTAL-ACCEPTED
               END-IF
               IF SC-RULE-FAIL-FLAG = 'Y'
                   ADD 1 TO WS-TOTAL-RULE-FAILS
               END-IF
               IF SC-REASK-FLAG = 'Y'
                   ADD 1 TO WS-TOTAL-REASKS
               END-IF
           END-IF.

       FINISH-SCORE-ROW.
           PERFORM FORMAT-ROW-RATES.
           DISPLAY FUNCTION TRIM(WS-SCORE-VALUE)
                   " answers=" FUNCTION TRIM(WS-ANSWERS-DISPLAY)
                   " rated=" FUNCTION TRIM(WS-RATED-DISPLAY)
                   " accept%=" FUNCTION TRIM(WS-ACCEPT-PCT-TEXT)
                   " rule-fail%=" FUNCTION TRIM(WS-RULE-PCT-TEXT)
                   " re-ask%=" FUNCTION TRIM(WS-REASK-PCT-TEXT)
                   " avg-tokens=" FUNCTION TRIM(WS-AVG-TOKENS-DISPLAY).
           MOVE ZERO TO WS-ROW-ANSWERS.

       FORMAT-ROW-RATES.
           MOVE WS-ROW-ANSWERS TO WS-ANSWERS-DISPLAY.
           MOVE WS-ROW-RATED TO WS-RATED-DISPLAY.
           MOVE WS-ROW-ACCEPTED TO WS-PCT-NUMERATOR.
           MOVE WS-ROW-RATED TO WS-PCT-DENOMINATOR.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-ACCEPT-PCT-TEXT.
           MOVE WS-ROW-RULE-FAILS TO WS-PCT-NUMERATOR.
           MOVE WS-ROW-ANSWERS TO WS-PCT-DENOMINATOR.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-RULE-PCT-TEXT.
           MOVE WS-ROW-REASKS TO WS-PCT-NUMERATOR.
           PERFORM FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-REASK-PCT-TEXT.
           IF WS-ROW-ANSWERS > ZERO
               COMPUTE WS-AVG-TOKENS ROUNDED =
                   WS-ROW-TOKENS / WS-ROW-ANSWERS
           ELSE
               MOVE ZERO TO WS-AVG-TOKENS
           END-IF.
           MOVE WS-AVG-TOKENS TO WS-AVG-TOKENS-DISPLAY.

       FORMAT-PERCENT.
           IF WS-PCT-DENOMINATOR = ZERO
               MOVE "-" TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   WS-PCT-NUMERATOR * 100 / WS-PCT-DENOMINATOR
               MOVE WS-PCT-VALUE TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
           END-IF.

       DISPLAY-SCORECARD-TOTALS.
           DISPLAY " ".
           IF WS-TOTAL-ANSWERS = ZERO
               DISPLAY "No answers produced in " WS-SCORE-MONTH "."
           ELSE
               MOVE WS-TOTAL-ANSWERS TO WS-ROW-ANSWERS
               MOVE WS-TOTAL-RATED TO WS-ROW-RATED
               MOVE WS-TOTAL-ACCEPTED TO WS-ROW-ACCEPTED
               MOVE WS-TOTAL-RULE-FAILS TO WS-ROW-RULE-FAILS
               MOVE WS-TOTAL-REASKS TO WS-ROW-REASKS
               MOVE WS-TOTAL-TOKENS TO WS-ROW-TOKENS
               MOVE "Month total" TO WS-SCORE-VALUE
               PERFORM FINISH-SCORE-ROW
           END-IF.
           IF WS-CORRECTED-COUNT > ZERO
               MOVE WS-CORRECTED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Reviewer-corrected answers not scored: "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
           END-IF.

      END PROGRAM ANSFEED.
