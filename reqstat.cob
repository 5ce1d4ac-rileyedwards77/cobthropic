>>SOURCE FORMAT FREE
*> REQSTAT - request lifecycle inquiry and aging utility
*> -----------------------------------------------------
*> Reads request_status.dat, the keyed trail of stage events that
*> PROMPTVAL and every COBTHROPIC run mode post for each request-id
*> (accepted/rejected at the pre-edit, queued, submitted to a batch,
*> answered, served from cache, failed its rule, requeued, and
*> permanently rejected - see REQSTREC.cpy). One place to answer
*> "where is my request" instead of grepping half a dozen files.
*> Two modes:
*>   reqstat TRAIL <request-id> - every event on file for the id, in
*>                                the order it happened, and where
*>                                the request stands now
*>   reqstat AGING <hours>      - every request whose latest event is
*>                                not a final one (ANSWERED, CACHED,
*>                                PERMREJ, REJECTED) and is older
*>                                than n hours - work that is stuck
*>                                somewhere between the stages.
*>                                Returns 4 when anything is listed
*>                                so the scheduler can raise it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQSTAT.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-STATUS-FILE ASSIGN TO "request_status.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REQSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in REQSTREC.cpy, shared with COBTHROPIC
      *> and PROMPTVAL - see the copybook for the status codes.
       FD REQUEST-STATUS-FILE.
       COPY "REQSTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REQSTAT-STATUS   PIC X(2) VALUE SPACES.

       01 WS-COMMAND-LINE-ARG PIC X(40) VALUE SPACES.
       01 WS-CLI-MODE         PIC X(20) VALUE SPACES.
       01 WS-CLI-PARAM        PIC X(20) VALUE SPACES.

       01 WS-STATUS-EOF-FLAG  PIC X VALUE 'N'.
           88 END-OF-STATUS   VALUE 'Y'.

      *> Edit fields for the AGING <hours> parameter - the same hard
      *> edit the maintenance utilities apply to their <days>.
       01 WS-PARAM-OK         PIC X VALUE 'N'.
       01 WS-PARAM-WORK       PIC X(20) VALUE SPACES.
       01 WS-PARAM-LEN        PIC 9(2) VALUE ZERO.
       01 WS-PARAM-IDX        PIC 9(2) VALUE ZERO.
       01 WS-AGING-HOURS      PIC 9(4) VALUE ZERO.

      *> Ages are worked in seconds since the calendar epoch - day
      *> number times 86400 plus the time of day - so a request that
      *> has been waiting across midnight (or a month end) ages
      *> correctly.
       01 WS-TODAY-DATE       PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME         PIC X(8) VALUE SPACES.
       01 WS-NOW-SECONDS      PIC 9(12) VALUE ZERO.
       01 WS-EVENT-SECONDS    PIC 9(12) VALUE ZERO.
       01 WS-CUTOFF-SECONDS   PIC 9(12) VALUE ZERO.
       01 WS-AGE-HOURS        PIC 9(6) VALUE ZERO.
       01 WS-AGE-DISPLAY      PIC ZZZZZ9.

      *> The latest event seen for the request-id being walked - held
      *> until the id changes, because only the last event says where
      *> the request stands. Whether it is final is taken from
      *> REQSTREC's RS-FINAL-STATUS as the event is read - the record
      *> area has moved on to the next request by the time it is judged.
       01 WS-LAST-REQUEST-ID  PIC X(10) VALUE SPACES.
       01 WS-LAST-EVENT.
           05 WS-LAST-CODE    PIC X(10) VALUE SPACES.
           05 WS-LAST-FINAL-FLAG PIC X VALUE 'N'.
               88 LAST-IS-FINAL VALUE 'Y'.
           05 WS-LAST-TS      PIC X(15) VALUE SPACES.
           05 WS-LAST-ATTEMPT PIC 9(2) VALUE ZERO.
           05 WS-LAST-SOURCE  PIC X(10) VALUE SPACES.
           05 WS-LAST-DETAIL  PIC X(60) VALUE SPACES.

       01 WS-TRAIL-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REQUEST-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-STUCK-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Reqstat: request lifecycle status ===".
           DISPLAY " ".

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
               INTO WS-CLI-MODE WS-CLI-PARAM
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CLI-MODE)
               WHEN "TRAIL"
                   PERFORM RUN-TRAIL-INQUIRY
               WHEN "AGING"
                   PERFORM RUN-AGING-REPORT
               WHEN OTHER
                   DISPLAY "Usage: reqstat TRAIL <request-id>"
                   DISPLAY "       reqstat AGING <hours>"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *> START at the request-id's first event and READ NEXT until the
      *> id changes - the conversation master's LOAD-CONVERSATION-
      *> HISTORY shape.
       RUN-TRAIL-INQUIRY.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               DISPLAY "Usage: reqstat TRAIL <request-id>"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT REQUEST-STATUS-FILE
               IF WS-REQSTAT-STATUS NOT = "00"
                   DISPLAY "No request status file yet - nothing has"
                           " been posted."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WALK-ONE-TRAIL
                   CLOSE REQUEST-STATUS-FILE
                   IF WS-TRAIL-COUNT = ZERO
                       DISPLAY "Request " FUNCTION TRIM(WS-CLI-PARAM)
                               " has no status events on file."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM DISPLAY-TRAIL-STANDING
                   END-IF
               END-IF
           END-IF.

       WALK-ONE-TRAIL.
           MOVE ZERO TO WS-TRAIL-COUNT.
           MOVE SPACES TO WS-LAST-EVENT.
           MOVE WS-CLI-PARAM TO RS-REQUEST-ID.
           MOVE ZERO TO RS-EVENT-SEQ.
           SET WS-STATUS-EOF-FLAG TO 'N'.
           START REQUEST-STATUS-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   SET END-OF-STATUS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STATUS
               READ REQUEST-STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-STATUS TO TRUE
                   NOT AT END
                       IF RS-REQUEST-ID NOT = WS-CLI-PARAM
                           SET END-OF-STATUS TO TRUE
                       ELSE
                           PERFORM DISPLAY-TRAIL-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-TRAIL-EVENT.
           ADD 1 TO WS-TRAIL-COUNT.
           IF WS-TRAIL-COUNT = 1
               DISPLAY "=== Status trail ("
                       FUNCTION TRIM(RS-REQUEST-ID) ") ==="
               DISPLAY "Seq  Timestamp       Status     Try"
                       " Source     Detail"
           END-IF.
           DISPLAY RS-EVENT-SEQ " " RS-EVENT-TS " " RS-STATUS-CODE
                   " " RS-ATTEMPT "  " RS-SOURCE " "
                   FUNCTION TRIM(RS-DETAIL).
           MOVE RS-STATUS-CODE TO WS-LAST-CODE.
           PERFORM NOTE-LAST-FINAL.
           MOVE RS-EVENT-TS TO WS-LAST-TS.

       NOTE-LAST-FINAL.
           IF RS-FINAL-STATUS
               MOVE 'Y' TO WS-LAST-FINAL-FLAG
           ELSE
               MOVE 'N' TO WS-LAST-FINAL-FLAG
           END-IF.

       DISPLAY-TRAIL-STANDING.
           DISPLAY " ".
           IF LAST-IS-FINAL
               DISPLAY "Current state: " FUNCTION TRIM(WS-LAST-CODE)
                       " (final) since " WS-LAST-TS
           ELSE
               DISPLAY "Current state: " FUNCTION TRIM(WS-LAST-CODE)
                       " (in progress) since " WS-LAST-TS
           END-IF.
           DISPLAY "=== End ===".

      *> One pass over the whole file in key order. Each request-id's
      *> events are contiguous, so the id changing means the previous
      *> request's last event is in hand and can be judged.
       RUN-AGING-REPORT.
           PERFORM VALIDATE-HOURS-PARAM.
           IF WS-PARAM-OK = 'N'
               DISPLAY "AGING needs a numeric, nonzero <hours>."
               DISPLAY "Usage: reqstat AGING <hours>"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT REQUEST-STATUS-FILE
               IF WS-REQSTAT-STATUS NOT = "00"
                   DISPLAY "No request status file yet - nothing has"
                           " been posted."
               ELSE
                   PERFORM SET-AGING-CUTOFF
                   DISPLAY "Requests in a non-final state for more"
                           " than " FUNCTION TRIM(WS-PARAM-WORK)
                           " hour(s):"
                   DISPLAY "Request    Status     Since           "
                           "Hours Try Source     Detail"
                   PERFORM SCAN-FOR-STUCK-REQUESTS
                   CLOSE REQUEST-STATUS-FILE
                   DISPLAY " "
                   MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Requests on file: "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                   MOVE WS-STUCK-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Stuck requests:   "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                   IF WS-STUCK-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-HOURS-PARAM.
           MOVE 'N' TO WS-PARAM-OK.
           MOVE SPACES TO WS-PARAM-WORK.
           MOVE FUNCTION TRIM(WS-CLI-PARAM) TO WS-PARAM-WORK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-WORK TRAILING))
               TO WS-PARAM-LEN.
           IF WS-PARAM-WORK NOT = SPACES AND WS-PARAM-LEN <= 4
               MOVE 'Y' TO WS-PARAM-OK
               PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > WS-PARAM-LEN
                   IF WS-PARAM-WORK(WS-PARAM-IDX:1) < '0'
                       OR WS-PARAM-WORK(WS-PARAM-IDX:1) > '9'
                       MOVE 'N' TO WS-PARAM-OK
                   END-IF
               END-PERFORM
               IF WS-PARAM-OK = 'Y'
                   MOVE FUNCTION NUMVAL(WS-PARAM-WORK(1:WS-PARAM-LEN))
                       TO WS-AGING-HOURS
                   IF WS-AGING-HOURS = ZERO
                       MOVE 'N' TO WS-PARAM-OK
                   END-IF
               END-IF
           END-IF.

       SET-AGING-CUTOFF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
                   * 86400
               + FUNCTION NUMVAL(WS-NOW-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-NOW-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-TIME(5:2)).
           COMPUTE WS-CUTOFF-SECONDS =
               WS-NOW-SECONDS - WS-AGING-HOURS * 3600.

       SCAN-FOR-STUCK-REQUESTS.
           MOVE ZERO TO WS-REQUEST-COUNT WS-STUCK-COUNT.
           MOVE SPACES TO WS-LAST-REQUEST-ID WS-LAST-EVENT.
           MOVE LOW-VALUES TO RS-KEY.
           SET WS-STATUS-EOF-FLAG TO 'N'.
           START REQUEST-STATUS-FILE KEY IS GREATER THAN RS-KEY
               INVALID KEY
                   SET END-OF-STATUS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STATUS
               READ REQUEST-STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-STATUS TO TRUE
                   NOT AT END
                       IF RS-REQUEST-ID NOT = WS-LAST-REQUEST-ID
                           PERFORM JUDGE-LAST-EVENT
                           MOVE RS-REQUEST-ID TO WS-LAST-REQUEST-ID
                           ADD 1 TO WS-REQUEST-COUNT
                       END-IF
                       MOVE RS-STATUS-CODE TO WS-LAST-CODE
                       PERFORM NOTE-LAST-FINAL
                       MOVE RS-EVENT-TS TO WS-LAST-TS
                       MOVE RS-ATTEMPT TO WS-LAST-ATTEMPT
                       MOVE RS-SOURCE TO WS-LAST-SOURCE
                       MOVE RS-DETAIL TO WS-LAST-DETAIL
               END-READ
           END-PERFORM.
           PERFORM JUDGE-LAST-EVENT.

      *> A timestamp that does not read as a date cannot be aged - it
      *> is listed regardless, since a request nobody can date is as
      *> lost as one that is stuck.
       JUDGE-LAST-EVENT.
           IF WS-LAST-REQUEST-ID NOT = SPACES
               AND NOT LAST-IS-FINAL
               IF WS-LAST-TS(1:8) IS NUMERIC
                   AND WS-LAST-TS(10:6) IS NUMERIC
                   COMPUTE WS-EVENT-SECONDS =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-LAST-TS(1:8))) * 86400
                       + FUNCTION NUMVAL(WS-LAST-TS(10:2)) * 3600
                       + FUNCTION NUMVAL(WS-LAST-TS(12:2)) * 60
                       + FUNCTION NUMVAL(WS-LAST-TS(14:2))
               ELSE
                   MOVE ZERO TO WS-EVENT-SECONDS
               END-IF
               IF WS-EVENT-SECONDS < WS-CUTOFF-SECONDS
                   ADD 1 TO WS-STUCK-COUNT
                   IF WS-EVENT-SECONDS = ZERO
                       MOVE ZERO TO WS-AGE-HOURS
                   ELSE
                       COMPUTE WS-AGE-HOURS =
                           (WS-NOW-SECONDS - WS-EVENT-SECONDS) / 3600
                   END-IF
                   MOVE WS-AGE-HOURS TO WS-AGE-DISPLAY
                   DISPLAY WS-LAST-REQUEST-ID " " WS-LAST-CODE " "
                           WS-LAST-TS " " WS-AGE-DISPLAY " "
                           WS-LAST-ATTEMPT "  " WS-LAST-SOURCE " "
                           FUNCTION TRIM(WS-LAST-DETAIL)
               END-IF
           END-IF.

      END PROGRAM REQSTAT.
