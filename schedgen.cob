>>SOURCE FORMAT FREE
*> SCHEDGEN - standing prompt schedule generator
*> ---------------------------------------------
*> Run ahead of PROMPTVAL each night. Reads the schedule master of
*> standing jobs (schedule_master.txt), works out which are due on
*> the run date, and merges a fresh prompt record for each into
*> prompt_input.txt, so recurring work no longer has to be keyed by
*> hand. Each record is a template reference ("@template|v1|v2...")
*> whose values may carry date tokens resolved for the run date:
*>   {RUNDATE}  - the run date, YYYYMMDD
*>   {PRIORBD}  - the business day before the run date, YYYYMMDD
*>   {RUNMONTH} - the run date's month, YYYYMM
*> A business day is Monday to Friday and not on the holiday
*> calendar (holiday_calendar.txt). One mode:
*>   schedgen GENERATE [YYYYMMDD] - generate the run date's records
*>                                  (default today) and report what
*>                                  was generated, what was skipped
*>                                  for a holiday, and what had
*>                                  already been generated by an
*>                                  earlier run for the same date
*> Schedule master lines are hand-kept, pipe-delimited, in the same
*> style as price_master.txt:
*>   sched-id|template-id|frequency|day|class|cost-center|v1|...|v9
*> with frequency one of
*>   DAILY    - every business day
*>   WEEKLY   - on weekday <day> (1 Monday .. 7 Sunday)
*>   MONTHEND - the last business day of the month
*>   BUSDAY   - the <day>th business day of the month
*> A DAILY or WEEKLY job whose day falls on a holiday is skipped and
*> reported. MONTHEND and BUSDAY are counted in business days, so a
*> holiday moves them rather than skipping them.
*> Lines starting '*' are comments. Every run appends its counts to
*> run_history.txt as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDGEN.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "schedule_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "holiday_calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT SCHEDULE-LOG-FILE ASSIGN TO "schedule_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDLOG-STATUS.

           SELECT PROMPT-INPUT-FILE ASSIGN TO "prompt_input.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMPT-STATUS.

           SELECT MERGED-PROMPT-FILE ASSIGN TO "prompt_merged.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGED-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-MASTER-FILE.
       01 SCHEDULE-MASTER-RECORD PIC X(2000).

      *> "YYYYMMDD|description" per line - the description is what the
      *> report prints against a skipped job.
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD      PIC X(80).

      *> "run-date|sched-id|request-id|generated-ts", one line per
      *> record generated, appended once the merge is safely in place.
      *> It is what stops a second run for the same date generating a
      *> job twice, and where the next run date's sequence is found.
       FD SCHEDULE-LOG-FILE.
       01 SCHEDULE-LOG-RECORD PIC X(60).

      *> Record layout lives in PROMPTREC.cpy, shared with COBTHROPIC
      *> and PROMPTVAL.
       FD PROMPT-INPUT-FILE.
       COPY "PROMPTREC.cpy".

      *> Same layout as the input record - hand-keyed records are moved
      *> across whole, so they reach PROMPTVAL byte-for-byte as keyed.
       FD MERGED-PROMPT-FILE.
       01 MERGED-PROMPT-RECORD PIC X(526).

      *> COBTHROPIC's checkpoint - the last request-id the live batch
      *> completed. Read only, for the request-id high-water mark.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD   PIC X(10).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SCHED-STATUS     PIC X(2) VALUE SPACES.
       01 WS-HOLIDAY-STATUS   PIC X(2) VALUE SPACES.
       01 WS-SCHEDLOG-STATUS  PIC X(2) VALUE SPACES.
       01 WS-PROMPT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-MERGED-STATUS    PIC X(2) VALUE SPACES.
       01 WS-CHECKPOINT-STATUS PIC X(2) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM        PIC X(20) VALUE SPACES.

       01 WS-SCHED-EOF-FLAG   PIC X VALUE 'N'.
           88 END-OF-SCHEDULE VALUE 'Y'.
       01 WS-HOLIDAY-EOF-FLAG PIC X VALUE 'N'.
           88 END-OF-HOLIDAYS VALUE 'Y'.
       01 WS-SCHEDLOG-EOF-FLAG PIC X VALUE 'N'.
           88 END-OF-SCHEDULE-LOG VALUE 'Y'.
       01 WS-PROMPT-EOF-FLAG  PIC X VALUE 'N'.
           88 END-OF-PROMPTS  VALUE 'Y'.

      *> COBTHROPIC skips any request-id not above its checkpoint, and
      *> checkpoint.txt outlives the night, so a generated id must sort
      *> above everything already keyed or completed - and a hand-keyed
      *> id keyed tomorrow must still sort above tonight's generated
      *> ones. Generated ids are therefore a stem and a three-digit
      *> sequence, the stem being the high-water id itself: the higher
      *> of checkpoint.txt and the last id in prompt_input.txt. With
      *> R00049 as the high-water mark tonight's ids are R00049001,
      *> R00049002..., above R00049 and below the next hand-keyed
      *> R00050. When SCHEDGEN's own last logged id is the high-water
      *> mark (nothing keyed since), its stem is kept and its sequence
      *> carried on. A high-water id over 7 characters leaves no room
      *> for the sequence and nothing is generated; with no ids at all
      *> yet the stem is WS-FIRST-STEM.
       01 WS-FIRST-STEM       PIC X VALUE 'S'.
       01 WS-HIGH-WATER-ID    PIC X(10) VALUE SPACES.
       01 WS-LAST-GENERATED-ID PIC X(10) VALUE SPACES.
       01 WS-ID-STEM          PIC X(7) VALUE SPACES.
       01 WS-ID-LEN           PIC 9(2) VALUE ZERO.
       01 WS-NEXT-SEQ         PIC 9(3) VALUE ZERO.
       01 WS-ID-ROOM          PIC X VALUE 'Y'.
           88 ID-HAS-ROOM     VALUE 'Y'.

      *> Holiday calendar, loaded once. 500 dates is many years of
      *> even a generous calendar.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 500 TIMES INDEXED BY HOL-IDX.
               10 WS-HOLIDAY-DATE PIC X(8).
               10 WS-HOLIDAY-NAME PIC X(40).
       01 WS-HOLIDAY-COUNT    PIC 9(3) VALUE ZERO.

      *> Run date facts, worked out once before the master is read.
       01 WS-TODAY-DATE       PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-RUN-INT          PIC 9(7) VALUE ZERO.
       01 WS-RUN-WEEKDAY      PIC 9 VALUE ZERO.
       01 WS-RUN-WEEKDAY-NAME PIC X(9) VALUE SPACES.
       01 WS-RUN-BUSINESS     PIC X VALUE 'N'.
           88 RUN-IS-BUSINESS-DAY VALUE 'Y'.
       01 WS-RUN-HOLIDAY      PIC X VALUE 'N'.
           88 RUN-IS-HOLIDAY  VALUE 'Y'.
       01 WS-RUN-HOLIDAY-NAME PIC X(40) VALUE SPACES.
       01 WS-RUN-BUSDAY-NO    PIC 9(2) VALUE ZERO.
       01 WS-RUN-MONTH-END    PIC X VALUE 'N'.
           88 RUN-IS-MONTH-END VALUE 'Y'.
       01 WS-PRIOR-BD         PIC X(8) VALUE SPACES.

      *> CHECK-BUSINESS-DAY works on these: the caller sets
      *> WS-CHECK-INT and reads back the date, weekday and verdict.
       01 WS-CHECK-INT        PIC 9(7) VALUE ZERO.
       01 WS-CHECK-DATE-NUM   PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE       PIC X(8) VALUE SPACES.
       01 WS-CHECK-WEEKDAY    PIC 9 VALUE ZERO.
       01 WS-CHECK-BUSINESS   PIC X VALUE 'N'.
           88 CHECK-IS-BUSINESS-DAY VALUE 'Y'.
       01 WS-CHECK-HOLIDAY    PIC X VALUE 'N'.
           88 CHECK-IS-HOLIDAY VALUE 'Y'.
       01 WS-CHECK-HOLIDAY-NAME PIC X(40) VALUE SPACES.
       01 WS-MONTH-FIRST      PIC 9(8) VALUE ZERO.

      *> One schedule master line, split.
       01 WS-SE-SCHED-ID      PIC X(10) VALUE SPACES.
       01 WS-SE-TEMPLATE-ID   PIC X(10) VALUE SPACES.
       01 WS-SE-FREQUENCY     PIC X(10) VALUE SPACES.
       01 WS-SE-DAY-TEXT      PIC X(4) VALUE SPACES.
       01 WS-SE-DAY           PIC 9(2) VALUE ZERO.
       01 WS-SE-CLASS         PIC X VALUE SPACE.
       01 WS-SE-COST-CENTER   PIC X(6) VALUE SPACES.
       01 WS-SE-VALUE-TABLE.
           05 WS-SE-VALUE OCCURS 9 TIMES PIC X(200).
       01 WS-SE-LAST-VALUE    PIC 9 VALUE ZERO.
       01 WS-SE-IDX           PIC 9(2) VALUE ZERO.

      *> The verdict on one schedule line.
       01 WS-SE-VERDICT       PIC X VALUE SPACE.
           88 ENTRY-DUE       VALUE 'D'.
           88 ENTRY-NOT-DUE   VALUE 'N'.
           88 ENTRY-HOLIDAY   VALUE 'H'.
           88 ENTRY-BAD       VALUE 'B'.
       01 WS-SE-BAD-REASON    PIC X(40) VALUE SPACES.

      *> Date-token resolution scratch - see RESOLVE-DATE-TOKENS.
       01 WS-TOKEN-IN         PIC X(200) VALUE SPACES.
       01 WS-TOKEN-OUT        PIC X(200) VALUE SPACES.
       01 WS-TOKEN-LEN        PIC 9(3) VALUE ZERO.
       01 WS-TOKEN-POS        PIC 9(3) VALUE ZERO.
       01 WS-TOKEN-OUT-PTR    PIC 9(3) VALUE ZERO.

      *> The prompt text being built, and whether it fitted.
       01 WS-BUILD-TEXT       PIC X(489) VALUE SPACES.
       01 WS-BUILD-PTR        PIC 9(4) VALUE ZERO.
       01 WS-BUILD-OVERFLOW   PIC X VALUE 'N'.

      *> Schedule ids already generated for the run date, from the
      *> schedule log.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 999 TIMES INDEXED BY DON-IDX.
               10 WS-DONE-SCHED-ID   PIC X(10).
               10 WS-DONE-REQUEST-ID PIC X(10).
       01 WS-DONE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-LOG-RUN-DATE     PIC X(8) VALUE SPACES.
       01 WS-LOG-SCHED-ID     PIC X(10) VALUE SPACES.
       01 WS-LOG-REQUEST-ID   PIC X(10) VALUE SPACES.
       01 WS-LOG-TS           PIC X(15) VALUE SPACES.

      *> Tonight's generated records, held until the merge. Their ids
      *> ascend in the order generated, so the table is already in key
      *> order for MERGE-INTO-PROMPT-INPUT.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 999 TIMES INDEXED BY GEN-IDX.
               10 WS-GEN-SCHED-ID PIC X(10).
               10 WS-GEN-RECORD   PIC X(526).
       01 WS-GEN-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-NEW-PROMPT.
           05 WS-NP-REQUEST-ID      PIC X(10).
           05 WS-NP-PROMPT-TEXT     PIC X(489).
           05 WS-NP-CONVERSATION-ID PIC X(10).
           05 WS-NP-PRIORITY-CLASS  PIC X(1).
           05 WS-NP-COST-CENTER     PIC X(6).
           05 WS-NP-PREDECESSOR-ID  PIC X(10).

       01 WS-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-NOT-DUE-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-HOLIDAY-SKIP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-BAD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-HANDKEYED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Schedgen: standing prompt schedule ===".
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
               WHEN "GENERATE"
                   PERFORM RUN-GENERATE
               WHEN OTHER
                   DISPLAY "Usage: schedgen GENERATE [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this run (RUNHREC.cpy): schedule
      *> lines read, records generated as applied, bad schedule lines
      *> as errored.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SCHEDGEN" TO RH-PROGRAM.
           MOVE WS-CLI-MODE TO RH-MODE.
           MOVE WS-CLI-PARAM TO RH-PARAM.
           MOVE WS-RUNH-START-TS TO RH-START-TS.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RH-END-TS
           END-STRING.
           MOVE WS-ENTRY-COUNT TO RH-READ.
           MOVE ZERO TO RH-ANSWERED RH-REQUEUED RH-CACHED RH-SPEND.
           MOVE WS-BAD-COUNT TO RH-ERRORED.
           MOVE WS-GEN-COUNT TO RH-APPLIED.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> The merge is written to prompt_merged.tmp and only moved over
      *> prompt_input.txt once complete, and the schedule log is only
      *> appended after that - a run that dies part way leaves the
      *> hand-keyed file as it was and nothing logged, so it can
      *> simply be run again.
       RUN-GENERATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION TRIM(WS-CLI-PARAM) TO WS-RUN-DATE
           END-IF.
           MOVE ZERO TO WS-RUN-INT.
           IF WS-RUN-DATE IS NUMERIC
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           END-IF.
           IF WS-RUN-INT = ZERO
               DISPLAY "GENERATE needs a valid YYYYMMDD run date."
               DISPLAY "Usage: schedgen GENERATE [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SCHEDULE-MASTER-FILE
               IF WS-SCHED-STATUS NOT = "00"
                   DISPLAY "No schedule_master.txt - nothing to generate."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-HOLIDAY-CALENDAR
                   PERFORM LOAD-SCHEDULE-LOG
                   PERFORM FIND-ID-HIGH-WATER
                   PERFORM SET-ID-STEM
                   PERFORM SET-RUN-DATE-FACTS
                   IF NOT ID-HAS-ROOM
                       SET END-OF-SCHEDULE TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM UNTIL END-OF-SCHEDULE
                       READ SCHEDULE-MASTER-FILE
                           AT END
                               SET END-OF-SCHEDULE TO TRUE
                           NOT AT END
                               IF SCHEDULE-MASTER-RECORD NOT = SPACES
                                   AND SCHEDULE-MASTER-RECORD(1:1)
                                       NOT = '*'
                                   ADD 1 TO WS-ENTRY-COUNT
                                   PERFORM JUDGE-SCHEDULE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-MASTER-FILE
                   IF WS-GEN-COUNT > ZERO
                       PERFORM MERGE-INTO-PROMPT-INPUT
                       PERFORM WRITE-SCHEDULE-LOG
                   END-IF
                   PERFORM DISPLAY-GENERATE-TOTALS
               END-IF
           END-IF.

      *> The higher of checkpoint.txt and the highest id already in
      *> prompt_input.txt - PROMPTVAL holds the file in ascending
      *> order, but the highest is taken rather than trusting the last.
       FIND-ID-HIGH-WATER.
           MOVE SPACES TO WS-HIGH-WATER-ID.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO WS-HIGH-WATER-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           OPEN INPUT PROMPT-INPUT-FILE.
           IF WS-PROMPT-STATUS = "00"
               SET WS-PROMPT-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-PROMPTS
                   READ PROMPT-INPUT-FILE
                       AT END
                           SET END-OF-PROMPTS TO TRUE
                       NOT AT END
                           IF PI-REQUEST-ID > WS-HIGH-WATER-ID
                               MOVE PI-REQUEST-ID TO WS-HIGH-WATER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMPT-INPUT-FILE
           END-IF.

      *> Leaves the stem and the last sequence used under it - see
      *> WS-ID-STEM. A logged id is only carried on when it ends in its
      *> three-digit sequence, as every generated id does.
       SET-ID-STEM.
           MOVE 'Y' TO WS-ID-ROOM.
           MOVE ZERO TO WS-NEXT-SEQ WS-ID-LEN.
           MOVE SPACES TO WS-ID-STEM.
           IF WS-LAST-GENERATED-ID NOT = SPACES
               AND WS-LAST-GENERATED-ID NOT < WS-HIGH-WATER-ID
               MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-LAST-GENERATED-ID TRAILING))
                   TO WS-ID-LEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-ID-LEN > 3
                   AND WS-LAST-GENERATED-ID(WS-ID-LEN - 2:3) IS NUMERIC
                   MOVE WS-LAST-GENERATED-ID(1:WS-ID-LEN - 3)
                       TO WS-ID-STEM
                   MOVE WS-LAST-GENERATED-ID(WS-ID-LEN - 2:3)
                       TO WS-NEXT-SEQ
               WHEN WS-HIGH-WATER-ID = SPACES
                   MOVE WS-FIRST-STEM TO WS-ID-STEM
               WHEN WS-HIGH-WATER-ID(8:3) NOT = SPACES
                   MOVE 'N' TO WS-ID-ROOM
                   DISPLAY "Highest request-id "
                           FUNCTION TRIM(WS-HIGH-WATER-ID)
                           " is over 7 characters - no room for a"
                           " sequence above it. Nothing generated."
               WHEN OTHER
                   MOVE WS-HIGH-WATER-ID TO WS-ID-STEM
           END-EVALUATE.
           IF ID-HAS-ROOM AND WS-HIGH-WATER-ID NOT = SPACES
               DISPLAY "Request-ids continue above "
                       FUNCTION TRIM(WS-HIGH-WATER-ID)
           END-IF.

      *> A missing calendar means no holidays - every weekday is a
      *> business day - which is said out loud, since a forgotten
      *> calendar would send holiday jobs with nobody there to use
      *> the answers.
       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "No holiday_calendar.txt - no holidays observed."
           ELSE
               SET WS-HOLIDAY-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-HOLIDAYS
                   READ HOLIDAY-FILE
                       AT END
                           SET END-OF-HOLIDAYS TO TRUE
                       NOT AT END
                           PERFORM ADD-HOLIDAY-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       ADD-HOLIDAY-LINE.
           IF HOLIDAY-RECORD NOT = SPACES
               AND HOLIDAY-RECORD(1:1) NOT = '*'
               IF WS-HOLIDAY-COUNT < 500
                   ADD 1 TO WS-HOLIDAY-COUNT
                   SET HOL-IDX TO WS-HOLIDAY-COUNT
                   MOVE SPACES TO WS-HOLIDAY-ENTRY(HOL-IDX)
                   UNSTRING HOLIDAY-RECORD DELIMITED BY '|'
                       INTO WS-HOLIDAY-DATE(HOL-IDX)
                            WS-HOLIDAY-NAME(HOL-IDX)
                   END-UNSTRING
               ELSE
                   DISPLAY "Holiday table full - holiday_calendar.txt"
                           " line ignored."
               END-IF
           END-IF.

      *> Picks out the run date's lines - which schedule ids are
      *> already done - and the highest request-id ever generated, so
      *> a later run carries on from it rather than reissuing an id.
       LOAD-SCHEDULE-LOG.
           MOVE ZERO TO WS-DONE-COUNT.
           MOVE SPACES TO WS-LAST-GENERATED-ID.
           OPEN INPUT SCHEDULE-LOG-FILE.
           IF WS-SCHEDLOG-STATUS = "00"
               SET WS-SCHEDLOG-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-SCHEDULE-LOG
                   READ SCHEDULE-LOG-FILE
                       AT END
                           SET END-OF-SCHEDULE-LOG TO TRUE
                       NOT AT END
                           PERFORM NOTE-SCHEDULE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-LOG-FILE
           END-IF.

       NOTE-SCHEDULE-LOG-LINE.
           MOVE SPACES TO WS-LOG-RUN-DATE WS-LOG-SCHED-ID
                          WS-LOG-REQUEST-ID.
           UNSTRING SCHEDULE-LOG-RECORD DELIMITED BY '|'
               INTO WS-LOG-RUN-DATE WS-LOG-SCHED-ID WS-LOG-REQUEST-ID
           END-UNSTRING.
           IF WS-LOG-REQUEST-ID > WS-LAST-GENERATED-ID
               MOVE WS-LOG-REQUEST-ID TO WS-LAST-GENERATED-ID
           END-IF.
           IF WS-LOG-RUN-DATE = WS-RUN-DATE
               AND WS-DONE-COUNT < 999
               ADD 1 TO WS-DONE-COUNT
               SET DON-IDX TO WS-DONE-COUNT
               MOVE WS-LOG-SCHED-ID TO WS-DONE-SCHED-ID(DON-IDX)
               MOVE WS-LOG-REQUEST-ID TO WS-DONE-REQUEST-ID(DON-IDX)
           END-IF.

      *> Everything the frequencies are judged on. Weekdays run 1
      *> Monday to 7 Sunday; day 1 of the integer calendar (1601-01-01)
      *> was a Monday.
       SET-RUN-DATE-FACTS.
           MOVE WS-RUN-INT TO WS-CHECK-INT.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE WS-CHECK-WEEKDAY TO WS-RUN-WEEKDAY.
           MOVE WS-CHECK-BUSINESS TO WS-RUN-BUSINESS.
           MOVE WS-CHECK-HOLIDAY TO WS-RUN-HOLIDAY.
           MOVE WS-CHECK-HOLIDAY-NAME TO WS-RUN-HOLIDAY-NAME.
           EVALUATE WS-RUN-WEEKDAY
               WHEN 1 MOVE "Monday" TO WS-RUN-WEEKDAY-NAME
               WHEN 2 MOVE "Tuesday" TO WS-RUN-WEEKDAY-NAME
               WHEN 3 MOVE "Wednesday" TO WS-RUN-WEEKDAY-NAME
               WHEN 4 MOVE "Thursday" TO WS-RUN-WEEKDAY-NAME
               WHEN 5 MOVE "Friday" TO WS-RUN-WEEKDAY-NAME
               WHEN 6 MOVE "Saturday" TO WS-RUN-WEEKDAY-NAME
               WHEN 7 MOVE "Sunday" TO WS-RUN-WEEKDAY-NAME
           END-EVALUATE.

      *> Prior business day - step back until one is found.
           COMPUTE WS-CHECK-INT = WS-RUN-INT - 1.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL CHECK-IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-CHECK-INT
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-CHECK-DATE TO WS-PRIOR-BD.

      *> Which business day of the month the run date is, and whether
      *> it is the last one - the next business day after it falls in
      *> another month.
           MOVE ZERO TO WS-RUN-BUSDAY-NO.
           MOVE 'N' TO WS-RUN-MONTH-END.
           IF RUN-IS-BUSINESS-DAY
               MOVE WS-RUN-DATE TO WS-MONTH-FIRST
               MOVE "01" TO WS-MONTH-FIRST(7:2)
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
               PERFORM UNTIL WS-CHECK-INT > WS-RUN-INT
                   PERFORM CHECK-BUSINESS-DAY
                   IF CHECK-IS-BUSINESS-DAY
                       ADD 1 TO WS-RUN-BUSDAY-NO
                   END-IF
                   ADD 1 TO WS-CHECK-INT
               END-PERFORM
               PERFORM CHECK-BUSINESS-DAY
               PERFORM UNTIL CHECK-IS-BUSINESS-DAY
                   ADD 1 TO WS-CHECK-INT
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
               IF WS-CHECK-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                   MOVE 'Y' TO WS-RUN-MONTH-END
               END-IF
           END-IF.

           DISPLAY "Run date: " WS-RUN-DATE " "
                   FUNCTION TRIM(WS-RUN-WEEKDAY-NAME).
           IF RUN-IS-HOLIDAY
               DISPLAY "Holiday:  " FUNCTION TRIM(WS-RUN-HOLIDAY-NAME)
           END-IF.
           IF RUN-IS-BUSINESS-DAY
               MOVE WS-RUN-BUSDAY-NO TO WS-COUNT-DISPLAY
               DISPLAY "Business day " FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " of the month" WITH NO ADVANCING
               IF RUN-IS-MONTH-END
                   DISPLAY " (month end)"
               ELSE
                   DISPLAY " "
               END-IF
           ELSE
               DISPLAY "Not a business day."
           END-IF.
           DISPLAY "Prior business day: " WS-PRIOR-BD.
           DISPLAY " ".

       CHECK-BUSINESS-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               TO WS-CHECK-DATE-NUM.
           MOVE WS-CHECK-DATE-NUM TO WS-CHECK-DATE.
           COMPUTE WS-CHECK-WEEKDAY =
               FUNCTION MOD(WS-CHECK-INT - 1, 7) + 1.
           MOVE 'N' TO WS-CHECK-HOLIDAY.
           MOVE SPACES TO WS-CHECK-HOLIDAY-NAME.
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > WS-HOLIDAY-COUNT
                   OR CHECK-IS-HOLIDAY
               IF WS-HOLIDAY-DATE(HOL-IDX) = WS-CHECK-DATE
                   MOVE 'Y' TO WS-CHECK-HOLIDAY
                   MOVE WS-HOLIDAY-NAME(HOL-IDX)
                       TO WS-CHECK-HOLIDAY-NAME
               END-IF
           END-PERFORM.
           IF WS-CHECK-WEEKDAY < 6
               AND NOT CHECK-IS-HOLIDAY
               MOVE 'Y' TO WS-CHECK-BUSINESS
           ELSE
               MOVE 'N' TO WS-CHECK-BUSINESS
           END-IF.

       JUDGE-SCHEDULE-ENTRY.
           MOVE SPACES TO WS-SE-SCHED-ID WS-SE-TEMPLATE-ID
                          WS-SE-FREQUENCY WS-SE-DAY-TEXT WS-SE-CLASS
                          WS-SE-COST-CENTER WS-SE-VALUE-TABLE
                          WS-SE-BAD-REASON.
           UNSTRING SCHEDULE-MASTER-RECORD DELIMITED BY '|'
               INTO WS-SE-SCHED-ID WS-SE-TEMPLATE-ID WS-SE-FREQUENCY
                    WS-SE-DAY-TEXT WS-SE-CLASS WS-SE-COST-CENTER
                    WS-SE-VALUE(1) WS-SE-VALUE(2) WS-SE-VALUE(3)
                    WS-SE-VALUE(4) WS-SE-VALUE(5) WS-SE-VALUE(6)
                    WS-SE-VALUE(7) WS-SE-VALUE(8) WS-SE-VALUE(9)
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SE-FREQUENCY))
               TO WS-SE-FREQUENCY.
           MOVE ZERO TO WS-SE-DAY.
           IF FUNCTION TRIM(WS-SE-DAY-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SE-DAY-TEXT) TO WS-SE-DAY
           END-IF.

           MOVE 'N' TO WS-SE-VERDICT.
           EVALUATE TRUE
               WHEN WS-SE-SCHED-ID = SPACES
                   MOVE 'B' TO WS-SE-VERDICT
                   MOVE "no schedule id" TO WS-SE-BAD-REASON
               WHEN WS-SE-TEMPLATE-ID = SPACES
                   MOVE 'B' TO WS-SE-VERDICT
                   MOVE "no template id" TO WS-SE-BAD-REASON
               WHEN WS-SE-FREQUENCY = "DAILY"
                   EVALUATE TRUE
                       WHEN RUN-IS-BUSINESS-DAY
                           MOVE 'D' TO WS-SE-VERDICT
                       WHEN RUN-IS-HOLIDAY AND WS-RUN-WEEKDAY < 6
                           MOVE 'H' TO WS-SE-VERDICT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WS-SE-FREQUENCY = "WEEKLY"
                   EVALUATE TRUE
                       WHEN WS-SE-DAY < 1 OR WS-SE-DAY > 7
                           MOVE 'B' TO WS-SE-VERDICT
                           MOVE "WEEKLY day must be 1-7"
                               TO WS-SE-BAD-REASON
                       WHEN WS-SE-DAY NOT = WS-RUN-WEEKDAY
                           CONTINUE
                       WHEN RUN-IS-HOLIDAY
                           MOVE 'H' TO WS-SE-VERDICT
                       WHEN OTHER
                           MOVE 'D' TO WS-SE-VERDICT
                   END-EVALUATE
               WHEN WS-SE-FREQUENCY = "MONTHEND"
                   IF RUN-IS-MONTH-END
                       MOVE 'D' TO WS-SE-VERDICT
                   END-IF
               WHEN WS-SE-FREQUENCY = "BUSDAY"
                   EVALUATE TRUE
                       WHEN WS-SE-DAY < 1 OR WS-SE-DAY > 23
                           MOVE 'B' TO WS-SE-VERDICT
                           MOVE "BUSDAY day must be 1-23"
                               TO WS-SE-BAD-REASON
                       WHEN RUN-IS-BUSINESS-DAY
                           AND WS-RUN-BUSDAY-NO = WS-SE-DAY
                           MOVE 'D' TO WS-SE-VERDICT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'B' TO WS-SE-VERDICT
                   MOVE "unknown frequency" TO WS-SE-BAD-REASON
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ENTRY-DUE
                   PERFORM GENERATE-SCHEDULED-PROMPT
               WHEN ENTRY-HOLIDAY
                   ADD 1 TO WS-HOLIDAY-SKIP-COUNT
                   DISPLAY "Skipped   " WS-SE-SCHED-ID " "
                           FUNCTION TRIM(WS-SE-FREQUENCY)
                           " - holiday: "
                           FUNCTION TRIM(WS-RUN-HOLIDAY-NAME)
               WHEN ENTRY-BAD
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "Bad line  " WS-SE-SCHED-ID " - "
                           FUNCTION TRIM(WS-SE-BAD-REASON)
               WHEN OTHER
                   ADD 1 TO WS-NOT-DUE-COUNT
           END-EVALUATE.

       GENERATE-SCHEDULED-PROMPT.
           PERFORM VARYING DON-IDX FROM 1 BY 1
                   UNTIL DON-IDX > WS-DONE-COUNT
                   OR WS-DONE-SCHED-ID(DON-IDX) = WS-SE-SCHED-ID
               CONTINUE
           END-PERFORM.
           IF DON-IDX <= WS-DONE-COUNT
               ADD 1 TO WS-ALREADY-COUNT
               DISPLAY "Already   " WS-SE-SCHED-ID
                       " - generated earlier as "
                       FUNCTION TRIM(WS-DONE-REQUEST-ID(DON-IDX))
           ELSE
               PERFORM BUILD-SCHEDULED-PROMPT
               EVALUATE TRUE
                   WHEN WS-BUILD-OVERFLOW = 'Y'
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "Bad line  " WS-SE-SCHED-ID
                               " - prompt text longer than 489"
                   WHEN WS-NEXT-SEQ >= 999 OR WS-GEN-COUNT >= 999
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY "Bad line  " WS-SE-SCHED-ID
                               " - no request-ids left under stem "
                               FUNCTION TRIM(WS-ID-STEM)
                   WHEN OTHER
                       PERFORM ADD-GENERATED-PROMPT
               END-EVALUATE
           END-IF.

      *> "@template|v1|...|vn" up to the last value given, each value's
      *> date tokens resolved first.
       BUILD-SCHEDULED-PROMPT.
           MOVE 'N' TO WS-BUILD-OVERFLOW.
           MOVE ZERO TO WS-SE-LAST-VALUE.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1 UNTIL WS-SE-IDX > 9
               IF WS-SE-VALUE(WS-SE-IDX) NOT = SPACES
                   MOVE WS-SE-IDX TO WS-SE-LAST-VALUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BUILD-TEXT.
           MOVE 1 TO WS-BUILD-PTR.
           STRING
               '@' FUNCTION TRIM(WS-SE-TEMPLATE-ID)
               DELIMITED BY SIZE
               INTO WS-BUILD-TEXT
               WITH POINTER WS-BUILD-PTR
           END-STRING.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-LAST-VALUE
               MOVE WS-SE-VALUE(WS-SE-IDX) TO WS-TOKEN-IN
               PERFORM RESOLVE-DATE-TOKENS
               IF WS-TOKEN-OUT = SPACES
                   STRING '|' DELIMITED BY SIZE
                       INTO WS-BUILD-TEXT
                       WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-BUILD-OVERFLOW
                   END-STRING
               ELSE
                   STRING
                       '|' FUNCTION TRIM(WS-TOKEN-OUT)
                       DELIMITED BY SIZE
                       INTO WS-BUILD-TEXT
                       WITH POINTER WS-BUILD-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-BUILD-OVERFLOW
                   END-STRING
               END-IF
           END-PERFORM.

      *> Copies WS-TOKEN-IN to WS-TOKEN-OUT, replacing each date token
      *> with its value for the run date. A '{' that does not start a
      *> known token is ordinary text.
       RESOLVE-DATE-TOKENS.
           MOVE SPACES TO WS-TOKEN-OUT.
           MOVE 1 TO WS-TOKEN-OUT-PTR.
           MOVE ZERO TO WS-TOKEN-LEN.
           IF WS-TOKEN-IN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN-IN TRAILING))
                   TO WS-TOKEN-LEN
           END-IF.
           MOVE 1 TO WS-TOKEN-POS.
           PERFORM UNTIL WS-TOKEN-POS > WS-TOKEN-LEN
               EVALUATE TRUE
                   WHEN WS-TOKEN-POS + 8 <= WS-TOKEN-LEN
                       AND WS-TOKEN-IN(WS-TOKEN-POS:9) = "{RUNDATE}"
                       STRING WS-RUN-DATE DELIMITED BY SIZE
                           INTO WS-TOKEN-OUT
                           WITH POINTER WS-TOKEN-OUT-PTR
                       END-STRING
                       ADD 9 TO WS-TOKEN-POS
                   WHEN WS-TOKEN-POS + 8 <= WS-TOKEN-LEN
                       AND WS-TOKEN-IN(WS-TOKEN-POS:9) = "{PRIORBD}"
                       STRING WS-PRIOR-BD DELIMITED BY SIZE
                           INTO WS-TOKEN-OUT
                           WITH POINTER WS-TOKEN-OUT-PTR
                       END-STRING
                       ADD 9 TO WS-TOKEN-POS
                   WHEN WS-TOKEN-POS + 9 <= WS-TOKEN-LEN
                       AND WS-TOKEN-IN(WS-TOKEN-POS:10) = "{RUNMONTH}"
                       STRING WS-RUN-DATE(1:6) DELIMITED BY SIZE
                           INTO WS-TOKEN-OUT
                           WITH POINTER WS-TOKEN-OUT-PTR
                       END-STRING
                       ADD 10 TO WS-TOKEN-POS
                   WHEN OTHER
                       STRING WS-TOKEN-IN(WS-TOKEN-POS:1)
                           DELIMITED BY SIZE
                           INTO WS-TOKEN-OUT
                           WITH POINTER WS-TOKEN-OUT-PTR
                       END-STRING
                       ADD 1 TO WS-TOKEN-POS
               END-EVALUATE
           END-PERFORM.

       ADD-GENERATED-PROMPT.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE SPACES TO WS-NEW-PROMPT.
           STRING
               FUNCTION TRIM(WS-ID-STEM) WS-NEXT-SEQ
               DELIMITED BY SIZE
               INTO WS-NP-REQUEST-ID
           END-STRING.
           MOVE WS-BUILD-TEXT TO WS-NP-PROMPT-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-SE-CLASS) TO WS-NP-PRIORITY-CLASS.
           MOVE FUNCTION TRIM(WS-SE-COST-CENTER) TO WS-NP-COST-CENTER.
           ADD 1 TO WS-GEN-COUNT.
           SET GEN-IDX TO WS-GEN-COUNT.
           MOVE WS-SE-SCHED-ID TO WS-GEN-SCHED-ID(GEN-IDX).
           MOVE WS-NEW-PROMPT TO WS-GEN-RECORD(GEN-IDX).
           DISPLAY "Generated " WS-SE-SCHED-ID " as "
                   WS-NP-REQUEST-ID " "
                   FUNCTION TRIM(WS-NP-PROMPT-TEXT).

      *> A key-order merge of the hand-keyed records with tonight's
      *> generated ones. The hand-keyed records are copied in the
      *> order they were keyed - never re-sorted - so PROMPTVAL still
      *> sees, and rejects, any that were keyed out of order. Generated
      *> ids start above the highest hand-keyed one (FIND-ID-HIGH-WATER)
      *> so they follow the hand-keyed records; each would otherwise go
      *> in ahead of the first hand-keyed record whose id is above it.
       MERGE-INTO-PROMPT-INPUT.
           MOVE ZERO TO WS-HANDKEYED-COUNT.
           SET GEN-IDX TO 1.
           OPEN OUTPUT MERGED-PROMPT-FILE.
           OPEN INPUT PROMPT-INPUT-FILE.
           IF WS-PROMPT-STATUS = "00"
               SET WS-PROMPT-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-PROMPTS
                   READ PROMPT-INPUT-FILE
                       AT END
                           SET END-OF-PROMPTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HANDKEYED-COUNT
                           PERFORM UNTIL GEN-IDX > WS-GEN-COUNT
                               OR WS-GEN-RECORD(GEN-IDX)(1:10)
                                   >= PI-REQUEST-ID
                               MOVE WS-GEN-RECORD(GEN-IDX)
                                   TO MERGED-PROMPT-RECORD
                               WRITE MERGED-PROMPT-RECORD
                               SET GEN-IDX UP BY 1
                           END-PERFORM
                           MOVE PROMPT-INPUT-RECORD
                               TO MERGED-PROMPT-RECORD
                           WRITE MERGED-PROMPT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROMPT-INPUT-FILE
           END-IF.
           PERFORM UNTIL GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-RECORD(GEN-IDX) TO MERGED-PROMPT-RECORD
               WRITE MERGED-PROMPT-RECORD
               SET GEN-IDX UP BY 1
           END-PERFORM.
           CLOSE MERGED-PROMPT-FILE.
           CALL "SYSTEM"
               USING "mv -f prompt_merged.tmp prompt_input.txt".

       WRITE-SCHEDULE-LOG.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-LOG-TS.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-LOG-TS
           END-STRING.
           OPEN EXTEND SCHEDULE-LOG-FILE.
           IF WS-SCHEDLOG-STATUS = "35"
               OPEN OUTPUT SCHEDULE-LOG-FILE
               CLOSE SCHEDULE-LOG-FILE
               OPEN EXTEND SCHEDULE-LOG-FILE
           END-IF.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO SCHEDULE-LOG-RECORD
               STRING
                   WS-RUN-DATE '|'
                   FUNCTION TRIM(WS-GEN-SCHED-ID(GEN-IDX)) '|'
                   WS-GEN-RECORD(GEN-IDX)(1:10) '|'
                   WS-LOG-TS
                   DELIMITED BY SIZE
                   INTO SCHEDULE-LOG-RECORD
               END-STRING
               WRITE SCHEDULE-LOG-RECORD
           END-PERFORM.
           CLOSE SCHEDULE-LOG-FILE.

      *> A bad schedule line does not stop the others, but RC 4 tells
      *> the scheduler a standing job did not go out.
       DISPLAY-GENERATE-TOTALS.
           DISPLAY " ".
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Schedule entries read:     "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-GEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Generated:                 "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-HOLIDAY-SKIP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Skipped for holiday:       "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Already generated tonight: "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Not due:                   "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-BAD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Bad schedule lines:        "
                   FUNCTION TRIM(WS-COUNT-DISPLAY).
           IF WS-GEN-COUNT > ZERO
               MOVE WS-HANDKEYED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Merged into prompt_input.txt with "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " hand-keyed record(s)."
           END-IF.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      END PROGRAM SCHEDGEN.
