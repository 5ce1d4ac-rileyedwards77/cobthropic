>>SOURCE FORMAT FREE
*> RUNHIST - run history trend report
*> ----------------------------------
*> Reads run_history.txt, the one-line-per-invocation ledger that
*> COBTHROPIC (every mode), PROMPTVAL, CONVMAINT, RESPMAINT,
*> ANSREVIEW, ANSFEED and SCHEDGEN append as they end (see
*> RUNHREC.cpy), and turns it into the facts the batch window and
*> the daily cost cap are sized from.
*> One mode:
*>   runhist TREND <from> [<to>] - one line per night (a run belongs
*>                                 to the night it STARTED on) for
*>                                 YYYYMMDD dates <from> through <to>
*>                                 (default: <from> only): runs,
*>                                 COBTHROPIC runs and how many of
*>                                 them ran to their end, pauses at
*>                                 the batch window, at the cost cap
*>                                 and on transport failure, requests
*>                                 handled, spend, and requests
*>                                 handled per hour of run time,
*>                                 then the same over the whole range.
*>                                 Returns 4 when no run falls in it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in RUNHREC.cpy, shared with every program
      *> that writes the ledger - see the copybook for what each count
      *> means per program.
       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-EOF-FLAG    PIC X VALUE 'N'.
           88 END-OF-RUN-HISTORY VALUE 'Y'.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM        PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM-2      PIC X(20) VALUE SPACES.

      *> The date range, edited as real YYYYMMDD dates - a typo'd
      *> range would otherwise report an empty month as "no runs".
       01 WS-PARAM-OK         PIC X VALUE 'N'.
       01 WS-DATE-WORK        PIC X(20) VALUE SPACES.
       01 WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01 WS-TO-DATE          PIC X(8) VALUE SPACES.

      *> One row per night in the range, kept in date order as nights
      *> are met - the ledger is in END order, so a long run that
      *> started before midnight can land after a short one that
      *> started after it. 366 nights is a year's trend.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 366 TIMES INDEXED BY NGT-IDX.
               10 WS-NIGHT-DATE       PIC X(8)  VALUE SPACES.
               10 WS-NIGHT-RUNS       PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-BATCH-RUNS PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-COMPLETED  PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-WINDOW     PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-CAP        PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-TRANSPORT  PIC 9(5)  VALUE ZERO.
               10 WS-NIGHT-HANDLED    PIC 9(9)  VALUE ZERO.
               10 WS-NIGHT-ERRORED    PIC 9(9)  VALUE ZERO.
               10 WS-NIGHT-SPEND      PIC 9(9)V99 VALUE ZERO.
               10 WS-NIGHT-SECONDS    PIC 9(9)  VALUE ZERO.
       01 WS-NIGHT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-NIGHT-FULL       PIC X VALUE 'N'.
       01 WS-SHIFT-IDX        PIC 9(3) VALUE ZERO.

      *> Range totals, same shape as a night row.
       01 WS-TOTAL-ENTRY.
           05 WS-TOTAL-DATE       PIC X(8)  VALUE SPACES.
           05 WS-TOTAL-RUNS       PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-BATCH-RUNS PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-COMPLETED  PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-WINDOW     PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-CAP        PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-TRANSPORT  PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-HANDLED    PIC 9(9)  VALUE ZERO.
           05 WS-TOTAL-ERRORED    PIC 9(9)  VALUE ZERO.
           05 WS-TOTAL-SPEND      PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-SECONDS    PIC 9(9)  VALUE ZERO.

      *> The row being printed - a night or the totals.
       01 WS-PRINT-ENTRY.
           05 WS-PRINT-DATE       PIC X(8)  VALUE SPACES.
           05 WS-PRINT-RUNS       PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-BATCH-RUNS PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-COMPLETED  PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-WINDOW     PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-CAP        PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-TRANSPORT  PIC 9(5)  VALUE ZERO.
           05 WS-PRINT-HANDLED    PIC 9(9)  VALUE ZERO.
           05 WS-PRINT-ERRORED    PIC 9(9)  VALUE ZERO.
           05 WS-PRINT-SPEND      PIC 9(9)V99 VALUE ZERO.
           05 WS-PRINT-SECONDS    PIC 9(9)  VALUE ZERO.

      *> Run times are worked in seconds since the calendar epoch, the
      *> REQSTAT aging arithmetic, so a run across midnight (or a
      *> month end) times correctly.
       01 WS-START-SECONDS    PIC 9(12) VALUE ZERO.
       01 WS-END-SECONDS      PIC 9(12) VALUE ZERO.
       01 WS-RUN-SECONDS      PIC 9(9) VALUE ZERO.
       01 WS-RUN-HANDLED      PIC 9(9) VALUE ZERO.

       01 WS-COMPLETION-PCT   PIC 9(3)V9 VALUE ZERO.
       01 WS-PER-HOUR         PIC 9(7)V9 VALUE ZERO.
       01 WS-PCT-DISPLAY      PIC ZZ9.9.
       01 WS-RATE-DISPLAY     PIC Z(6)9.9.
       01 WS-COUNT-DISPLAY    PIC ZZZZZ9.

      *> One printed line of the trend, under the column heading
      *> DISPLAY-TREND writes.
       01 WS-TREND-LINE.
           05 TL-DATE             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 TL-RUNS             PIC ZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-BATCH-RUNS       PIC ZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-PCT              PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 TL-WINDOW           PIC ZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-CAP              PIC ZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-TRANSPORT        PIC ZZZZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-HANDLED          PIC ZZZZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-ERRORED          PIC ZZZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-SPEND            PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 TL-RATE             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Runhist: run history trend ===".
           DISPLAY " ".

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
               INTO WS-CLI-MODE WS-CLI-PARAM WS-CLI-PARAM-2
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CLI-MODE)
               WHEN "TREND"
                   PERFORM RUN-TREND-REPORT
               WHEN OTHER
                   DISPLAY "Usage: runhist TREND <from-YYYYMMDD>"
                           " [<to-YYYYMMDD>]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       RUN-TREND-REPORT.
           PERFORM VALIDATE-DATE-RANGE.
           IF WS-PARAM-OK = 'N'
               DISPLAY "TREND needs <from> [<to>] as YYYYMMDD dates,"
                       " <from> not after <to>."
               DISPLAY "Usage: runhist TREND <from-YYYYMMDD>"
                       " [<to-YYYYMMDD>]"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-RUNH-STATUS NOT = "00"
                   DISPLAY "No run history file yet - nothing has"
                           " been recorded."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO WS-NIGHT-COUNT
                   MOVE 'N' TO WS-NIGHT-FULL
                   SET WS-RUNH-EOF-FLAG TO 'N'
                   PERFORM UNTIL END-OF-RUN-HISTORY
                       READ RUN-HISTORY-FILE
                           AT END
                               SET END-OF-RUN-HISTORY TO TRUE
                           NOT AT END
                               IF RH-START-TS(1:8) NOT < WS-FROM-DATE
                                   AND RH-START-TS(1:8)
                                       NOT > WS-TO-DATE
                                   PERFORM ADD-ONE-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
                   IF WS-NIGHT-COUNT = ZERO
                       DISPLAY "No runs recorded from " WS-FROM-DATE
                               " to " WS-TO-DATE "."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM DISPLAY-TREND
                   END-IF
               END-IF
           END-IF.

      *> Both dates must pass TEST-DATE-YYYYMMDD (a real calendar
      *> date); a missing <to> reports the one night.
       VALIDATE-DATE-RANGE.
           MOVE 'N' TO WS-PARAM-OK.
           MOVE FUNCTION TRIM(WS-CLI-PARAM) TO WS-DATE-WORK.
           IF WS-DATE-WORK(1:8) IS NUMERIC
               AND WS-DATE-WORK(9:) = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DATE-WORK(1:8))) = ZERO
                   MOVE WS-DATE-WORK(1:8) TO WS-FROM-DATE
                   MOVE 'Y' TO WS-PARAM-OK
               END-IF
           END-IF.
           IF WS-PARAM-OK = 'Y'
               IF WS-CLI-PARAM-2 = SPACES
                   MOVE WS-FROM-DATE TO WS-TO-DATE
               ELSE
                   MOVE 'N' TO WS-PARAM-OK
                   MOVE FUNCTION TRIM(WS-CLI-PARAM-2) TO WS-DATE-WORK
                   IF WS-DATE-WORK(1:8) IS NUMERIC
                       AND WS-DATE-WORK(9:) = SPACES
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(WS-DATE-WORK(1:8))) = ZERO
                           MOVE WS-DATE-WORK(1:8) TO WS-TO-DATE
                           IF WS-TO-DATE NOT < WS-FROM-DATE
                               MOVE 'Y' TO WS-PARAM-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Folds one ledger line into its night's row. A run "ran to its
      *> end" when it neither paused nor failed (RC 8 and up) - RC 4
      *> is a finished run that found errors or exceptions to report.
      *> Requests handled are the outcomes written (answered, cached
      *> or errored); only runs that handled some count towards the
      *> hourly rate, so a REPORT or INQUIRE doesn't dilute it. Only
      *> the modes that send prompts or gather answers are batch runs;
      *> REPORT, INQUIRE, SLA and the other read-only modes count in
      *> the night's runs but not in its batch runs or Done%.
       ADD-ONE-RUN.
           PERFORM FIND-OR-ADD-NIGHT.
           IF NGT-IDX <= WS-NIGHT-COUNT
               ADD 1 TO WS-NIGHT-RUNS(NGT-IDX)
               IF RH-PROGRAM = "COBTHROPIC"
                   AND (RH-MODE = "LIVE" OR "REQUEUE" OR "PARTITION"
                        OR "WORKER" OR "MERGE" OR "SUBMIT" OR "POLL")
                   ADD 1 TO WS-NIGHT-BATCH-RUNS(NGT-IDX)
                   IF RH-PAUSE-REASON = SPACES
                       AND RH-RETURN-CODE < 8
                       ADD 1 TO WS-NIGHT-COMPLETED(NGT-IDX)
                   END-IF
               END-IF
               EVALUATE RH-PAUSE-REASON
                   WHEN "WINDOW"
                       ADD 1 TO WS-NIGHT-WINDOW(NGT-IDX)
                   WHEN "CAP"
                       ADD 1 TO WS-NIGHT-CAP(NGT-IDX)
                   WHEN "TRANSPORT"
                       ADD 1 TO WS-NIGHT-TRANSPORT(NGT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF RH-PROGRAM = "COBTHROPIC"
                   COMPUTE WS-RUN-HANDLED =
                       RH-ANSWERED + RH-CACHED + RH-ERRORED
                   ADD WS-RUN-HANDLED TO WS-NIGHT-HANDLED(NGT-IDX)
                   ADD RH-ERRORED TO WS-NIGHT-ERRORED(NGT-IDX)
                   ADD RH-SPEND TO WS-NIGHT-SPEND(NGT-IDX)
                   IF WS-RUN-HANDLED > ZERO
                       PERFORM COMPUTE-RUN-SECONDS
                       ADD WS-RUN-SECONDS TO WS-NIGHT-SECONDS(NGT-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Leaves NGT-IDX at the night's row, inserting a fresh row in
      *> date order when the night is new. A 367th night is counted
      *> nowhere (NGT-IDX is left past the table) and reported once.
       FIND-OR-ADD-NIGHT.
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
                   OR WS-NIGHT-DATE(NGT-IDX) NOT < RH-START-TS(1:8)
               CONTINUE
           END-PERFORM.
           IF NGT-IDX > WS-NIGHT-COUNT
               OR WS-NIGHT-DATE(NGT-IDX) NOT = RH-START-TS(1:8)
               IF WS-NIGHT-COUNT < 366
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-NIGHT-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < NGT-IDX
                       MOVE WS-NIGHT-ENTRY(WS-SHIFT-IDX)
                           TO WS-NIGHT-ENTRY(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-NIGHT-COUNT
                   INITIALIZE WS-NIGHT-ENTRY(NGT-IDX)
                   MOVE RH-START-TS(1:8) TO WS-NIGHT-DATE(NGT-IDX)
               ELSE
                   IF WS-NIGHT-FULL = 'N'
                       DISPLAY "More than 366 nights in the range -"
                               " later nights omitted."
                       MOVE 'Y' TO WS-NIGHT-FULL
                   END-IF
                   SET NGT-IDX TO 367
               END-IF
           END-IF.

       COMPUTE-RUN-SECONDS.
           MOVE ZERO TO WS-RUN-SECONDS.
           IF RH-START-TS(1:8) IS NUMERIC
               AND RH-END-TS(1:8) IS NUMERIC
               COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RH-START-TS(1:8))) * 86400
                   + FUNCTION NUMVAL(RH-START-TS(10:2)) * 3600
                   + FUNCTION NUMVAL(RH-START-TS(12:2)) * 60
                   + FUNCTION NUMVAL(RH-START-TS(14:2))
               COMPUTE WS-END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RH-END-TS(1:8))) * 86400
                   + FUNCTION NUMVAL(RH-END-TS(10:2)) * 3600
                   + FUNCTION NUMVAL(RH-END-TS(12:2)) * 60
                   + FUNCTION NUMVAL(RH-END-TS(14:2))
               IF WS-END-SECONDS > WS-START-SECONDS
                   COMPUTE WS-RUN-SECONDS =
                       WS-END-SECONDS - WS-START-SECONDS
               END-IF
           END-IF.

       DISPLAY-TREND.
           DISPLAY "Run history " WS-FROM-DATE " to " WS-TO-DATE
                   " (by the night a run started)".
           DISPLAY "Night     Runs Batch  Done% Window   Cap Transport"
                   "   Handled  Errored        Spend   Per-hour".
           INITIALIZE WS-TOTAL-ENTRY.
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               MOVE WS-NIGHT-ENTRY(NGT-IDX) TO WS-PRINT-ENTRY
               PERFORM DISPLAY-TREND-LINE
               ADD WS-NIGHT-RUNS(NGT-IDX) TO WS-TOTAL-RUNS
               ADD WS-NIGHT-BATCH-RUNS(NGT-IDX) TO WS-TOTAL-BATCH-RUNS
               ADD WS-NIGHT-COMPLETED(NGT-IDX) TO WS-TOTAL-COMPLETED
               ADD WS-NIGHT-WINDOW(NGT-IDX) TO WS-TOTAL-WINDOW
               ADD WS-NIGHT-CAP(NGT-IDX) TO WS-TOTAL-CAP
               ADD WS-NIGHT-TRANSPORT(NGT-IDX) TO WS-TOTAL-TRANSPORT
               ADD WS-NIGHT-HANDLED(NGT-IDX) TO WS-TOTAL-HANDLED
               ADD WS-NIGHT-ERRORED(NGT-IDX) TO WS-TOTAL-ERRORED
               ADD WS-NIGHT-SPEND(NGT-IDX) TO WS-TOTAL-SPEND
               ADD WS-NIGHT-SECONDS(NGT-IDX) TO WS-TOTAL-SECONDS
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-TOTAL-ENTRY TO WS-PRINT-ENTRY.
           MOVE "TOTAL" TO WS-PRINT-DATE.
           PERFORM DISPLAY-TREND-LINE.
           MOVE WS-NIGHT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " night(s) with runs. Done% is COBTHROPIC batch runs"
                   " that neither paused nor failed; per-hour is requests"
                   " handled per hour of run time.".

      *> Done% and per-hour print "-" when there is nothing to divide
      *> by (no COBTHROPIC batch run, or no run that handled a request).
       DISPLAY-TREND-LINE.
           MOVE WS-PRINT-DATE TO TL-DATE.
           MOVE WS-PRINT-RUNS TO TL-RUNS.
           MOVE WS-PRINT-BATCH-RUNS TO TL-BATCH-RUNS.
           MOVE "     -" TO TL-PCT.
           IF WS-PRINT-BATCH-RUNS > ZERO
               COMPUTE WS-COMPLETION-PCT ROUNDED =
                   WS-PRINT-COMPLETED * 100 / WS-PRINT-BATCH-RUNS
               MOVE WS-COMPLETION-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO TL-PCT(2:5)
           END-IF.
           MOVE WS-PRINT-WINDOW TO TL-WINDOW.
           MOVE WS-PRINT-CAP TO TL-CAP.
           MOVE WS-PRINT-TRANSPORT TO TL-TRANSPORT.
           MOVE WS-PRINT-HANDLED TO TL-HANDLED.
           MOVE WS-PRINT-ERRORED TO TL-ERRORED.
           MOVE WS-PRINT-SPEND TO TL-SPEND.
           MOVE "         -" TO TL-RATE.
           IF WS-PRINT-SECONDS > ZERO
               COMPUTE WS-PER-HOUR ROUNDED =
                   WS-PRINT-HANDLED * 3600 / WS-PRINT-SECONDS
               MOVE WS-PER-HOUR TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO TL-RATE(2:9)
           END-IF.
           DISPLAY WS-TREND-LINE.

      END PROGRAM RUNHIST.
