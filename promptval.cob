*> request-id would be silently skipped on a restart and a duplicate
*> would be paid for twice - both are caught here, before any money is
*> spent, instead of surfacing as a mystery after an overnight run.
*> Every keyed record's verdict is also posted to the request status
*> master (request_status.dat) as the first event in its trail, and
*> the run's counts are appended to run_history.txt as it ends. A
*> request-id that already has an answer on response_master.dat is
*> accepted - a deliberate re-run keeps the old answer as a prior
*> generation - but it is warned about (RETURN-CODE 4) so an id
*> keyed again by mistake is seen before it is paid for twice.
*> A chained record (PI-PREDECESSOR-ID) is checked against the whole
*> file before the edits run, so a dependency that can never be met -
*> missing, or looping back on itself - is rejected here rather than
*> held in COBTHROPIC forever.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPTVAL.
       AUTHOR. CLAUDE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REQUEST-STATUS-FILE ASSIGN TO "request_status.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REQSTAT-STATUS.

           SELECT RESPONSE-MASTER-FILE ASSIGN TO "response_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RM-REQUEST-ID
           FILE STATUS IS WS-RESPMAST-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in PROMPTREC.cpy, shared with COBTHROPIC -
      *> input record across, so a record that passes validation reaches
      *> the batch byte-for-byte as it arrived.
       FD CLEAN-OUTPUT-FILE.
       01 CLEAN-OUTPUT-RECORD PIC X(526).

      *> "reason-code|original record", one line per reject, wide enough
      *> for the code, the separator and the full input record.
       FD REJECT-FILE.
       01 REJECT-RECORD       PIC X(541).

      *> Finance's approved cost-center list, one code per line. Its
      *> PRESENCE is what switches the cost-center edit on: a shop that
       FD CONFIG-FILE.
       01 CONFIG-RECORD       PIC X(80).

      *> Record layout lives in REQSTREC.cpy, shared with COBTHROPIC
      *> and REQSTAT.
       FD REQUEST-STATUS-FILE.
       COPY "REQSTREC.cpy".

      *> Read only, to warn about request-ids already answered and to
      *> find a predecessor answered in an earlier run.
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROMPT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.
      *>   PV06 - "@DOC:" attachment file does not exist in the
      *>          document input directory
      *>   PV07 - attachment bigger than DOC_MAX_BYTES
      *>   PV08 - missing dependency: the predecessor is neither an
      *>          accepted record earlier in this file nor on the
      *>          response master, or the prompt uses {ANSWER} without
      *>          naming a predecessor at all
      *>   PV09 - circular dependency: following the predecessor
      *>          chain through this file comes back round to a
      *>          request already on it (itself included)
       01 WS-REJECT-REASON    PIC X(4) VALUE SPACES.

      *> Attachment pre-edit state. A "@DOC:filename" token anywhere
       01 WS-CC-LIST-LOADED   PIC X VALUE 'N'.
           88 CC-LIST-LOADED  VALUE 'Y'.

      *> Lifecycle event posting - see POST-VALIDATION-STATUS.
       01 WS-REQSTAT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STAT-DATE        PIC X(8) VALUE SPACES.
       01 WS-STAT-LAST-SEQ    PIC 9(4) VALUE ZERO.
       01 WS-STAT-SCAN-FLAG   PIC X VALUE 'N'.
           88 END-OF-STAT-TRAIL VALUE 'Y'.

      *> Already-answered warning - see CHECK-ALREADY-ANSWERED.
       01 WS-RESPMAST-STATUS  PIC X(2) VALUE SPACES.
       01 WS-RESPMAST-OPEN    PIC X VALUE 'N'.
       01 WS-RERUN-FLAG       PIC X VALUE 'N'.
           88 RERUN-OF-ANSWERED VALUE 'Y'.
       01 WS-RERUN-COUNT      PIC 9(7) VALUE ZERO.

      *> Every record's request-id and predecessor, loaded by a first
      *> pass over the file so CHECK-DEPENDENCY can walk a chain in
      *> either direction. Entry n is input record n; WS-DEP-ACCEPTED
      *> is set as the edit pass accepts it. 9999 records is well past
      *> the 5000 pending requests COBTHROPIC will hold - a chained
      *> record beyond the table cannot be checked and is rejected
      *> PV08 rather than let through unchecked.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 9999 TIMES.
               10 WS-DEP-ID       PIC X(10).
               10 WS-DEP-PRED     PIC X(10).
               10 WS-DEP-ACCEPTED PIC X.
       01 WS-DEP-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-DEP-OVERFLOW     PIC X VALUE 'N'.
       01 WS-DEP-SCAN         PIC 9(4) VALUE ZERO.
       01 WS-DEP-STEPS        PIC 9(4) VALUE ZERO.
       01 WS-DEP-WALK-ID      PIC X(10) VALUE SPACES.
       01 WS-DEP-WALK-DONE    PIC X VALUE 'N'.
       01 WS-DEP-TOKEN-COUNT  PIC 9(3) VALUE ZERO.

       01 WS-RECORD-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DISPLAY    PIC ZZZZZZ9.

      *> Run history - see WRITE-RUN-HISTORY.
       01 WS-RUNH-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS    PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Promptval: prompt_input.txt pre-edit ===".
           DISPLAY " ".
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-RUNH-START-TS
           END-STRING.

           PERFORM READ-DOC-CONFIG.
           PERFORM LOAD-COST-CENTER-LIST.
           IF WS-PROMPT-STATUS NOT = "00"
               DISPLAY "ERROR: prompt_input.txt not found - nothing to validate."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           PERFORM LOAD-DEPENDENCY-TABLE.
           CLOSE PROMPT-INPUT-FILE.
           OPEN INPUT PROMPT-INPUT-FILE.

           OPEN OUTPUT CLEAN-OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN I-O REQUEST-STATUS-FILE.
           IF WS-REQSTAT-STATUS = "35"
               OPEN OUTPUT REQUEST-STATUS-FILE
               CLOSE REQUEST-STATUS-FILE
               OPEN I-O REQUEST-STATUS-FILE
           END-IF.
           OPEN INPUT RESPONSE-MASTER-FILE.
           IF WS-RESPMAST-STATUS = "00"
               MOVE 'Y' TO WS-RESPMAST-OPEN
           END-IF.

           PERFORM UNTIL END-OF-FILE
               READ PROMPT-INPUT-FILE
           CLOSE PROMPT-INPUT-FILE.
           CLOSE CLEAN-OUTPUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE REQUEST-STATUS-FILE.
           IF WS-RESPMAST-OPEN = 'Y'
               CLOSE RESPONSE-MASTER-FILE
           END-IF.

           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Records read:     " FUNCTION TRIM(WS-COUNT-DISPLAY).
           DISPLAY "Records accepted: " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Records rejected: " FUNCTION TRIM(WS-COUNT-DISPLAY).
           MOVE WS-RERUN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Already answered: " FUNCTION TRIM(WS-COUNT-DISPLAY).
           DISPLAY " ".

           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Validation passed - prompt_clean.txt is ready."
               IF WS-RERUN-COUNT > ZERO
                   DISPLAY "Re-runs present - each will add a new"
                           " answer generation."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> One run_history.txt line for this pre-edit (RUNHREC.cpy):
      *> records read, clean ones as applied, rejects as errored.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "PROMPTVAL" TO RH-PROGRAM.
           MOVE "VALIDATE" TO RH-MODE.
           MOVE WS-RUNH-START-TS TO RH-START-TS.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RH-END-TS
           END-STRING.
           MOVE WS-RECORD-COUNT TO RH-READ.
           MOVE WS-CLEAN-COUNT TO RH-APPLIED.
           MOVE WS-REJECT-COUNT TO RH-ERRORED.
           MOVE ZERO TO RH-ANSWERED RH-REQUEUED RH-CACHED RH-SPEND.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> Applies the edits in severity order and writes the record to
      *> exactly one of the two output files. Only an ACCEPTED record
      *> advances WS-HIGHEST-REQUEST-ID - a rejected id must not poison
               PERFORM CHECK-DOC-ATTACHMENT
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DEPENDENCY
           END-IF.

           MOVE 'N' TO WS-RERUN-FLAG.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-ALREADY-ANSWERED
           END-IF.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CLEAN-COUNT
               MOVE PROMPT-INPUT-RECORD TO CLEAN-OUTPUT-RECORD
               WRITE CLEAN-OUTPUT-RECORD
               MOVE PI-REQUEST-ID TO WS-HIGHEST-REQUEST-ID
               IF WS-RECORD-COUNT <= WS-DEP-COUNT
                   MOVE 'Y' TO WS-DEP-ACCEPTED(WS-RECORD-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-RECORD
           END-IF.
           IF PI-REQUEST-ID NOT = SPACES
               PERFORM POST-VALIDATION-STATUS
           END-IF.

      *> ACCEPTED or REJECTED (reason code in the detail) as the next
      *> event in the request's trail. A blank request-id has no trail
      *> to post to - prompt_rejects.txt is its only record.
       POST-VALIDATION-STATUS.
           MOVE ZERO TO WS-STAT-LAST-SEQ.
           MOVE 'N' TO WS-STAT-SCAN-FLAG.
           MOVE PI-REQUEST-ID TO RS-REQUEST-ID.
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
                       IF RS-REQUEST-ID NOT = PI-REQUEST-ID
                           SET END-OF-STAT-TRAIL TO TRUE
                       ELSE
                           MOVE RS-EVENT-SEQ TO WS-STAT-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REQUEST-STATUS-RECORD.
           MOVE PI-REQUEST-ID TO RS-REQUEST-ID.
           COMPUTE RS-EVENT-SEQ = WS-STAT-LAST-SEQ + 1.
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO RS-STATUS-CODE
               IF RERUN-OF-ANSWERED
                   STRING
                       'RERUN - answered as generation ' RM-GENERATION
                       DELIMITED BY SIZE
                       INTO RS-DETAIL
                   END-STRING
               END-IF
           ELSE
               MOVE "REJECTED" TO RS-STATUS-CODE
               MOVE WS-REJECT-REASON TO RS-DETAIL
           END-IF.
           ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD.
           STRING
               WS-STAT-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RS-EVENT-TS
           END-STRING.
           MOVE ZERO TO RS-ATTEMPT.
           MOVE "PROMPTVAL" TO RS-SOURCE.
           WRITE REQUEST-STATUS-RECORD
               INVALID KEY
                   DISPLAY "Status event not posted for "
                           FUNCTION TRIM(PI-REQUEST-ID)
                           " - file status " WS-REQSTAT-STATUS
           END-WRITE.

      *> A warning, not an edit: the record is still accepted. Error
      *> records are not answers - re-running one is the normal
      *> recovery and is not warned about.
       CHECK-ALREADY-ANSWERED.
           IF WS-RESPMAST-OPEN = 'Y'
               MOVE PI-REQUEST-ID TO RM-REQUEST-ID
               READ RESPONSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-ERROR-FLAG NOT = 'Y'
                           MOVE 'Y' TO WS-RERUN-FLAG
                           ADD 1 TO WS-RERUN-COUNT
                           DISPLAY "Warning: "
                                   FUNCTION TRIM(PI-REQUEST-ID)
                                   " already answered (generation "
                                   RM-GENERATION ", "
                                   FUNCTION TRIM(RM-TIMESTAMP)
                                   ") - a re-run keeps a new"
                                   " generation."
                       END-IF
               END-READ
           END-IF.

      *> First pass: request-id and predecessor of every record, in
      *> file order. The caller reopens the file for the edit pass.
       LOAD-DEPENDENCY-TABLE.
           MOVE ZERO TO WS-DEP-COUNT.
           PERFORM UNTIL END-OF-FILE
               READ PROMPT-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-DEP-COUNT < 9999
                           ADD 1 TO WS-DEP-COUNT
                           MOVE PI-REQUEST-ID
                               TO WS-DEP-ID(WS-DEP-COUNT)
                           MOVE PI-PREDECESSOR-ID
                               TO WS-DEP-PRED(WS-DEP-COUNT)
                           MOVE 'N' TO WS-DEP-ACCEPTED(WS-DEP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DEP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EOF-FLAG TO 'N'.
           IF WS-DEP-OVERFLOW = 'Y'
               DISPLAY "More than 9999 records - chained records past"
                       " record 9999 cannot be checked and will be"
                       " rejected PV08."
           END-IF.

      *> PV09 first: a loop is the more specific fault, and every
      *> record on it would otherwise just look "missing" in turn.
      *> The walk follows predecessors through the file; coming back
      *> to the starting id, or taking more steps than there are
      *> records (a loop further up the chain), is circular. Then
      *> PV08: the predecessor must already be accepted from earlier
      *> in this file - a predecessor keyed after its dependent, or
      *> rejected itself, leaves the dependent waiting forever - or
      *> must have an answer on the response master from an earlier
      *> run.
       CHECK-DEPENDENCY.
           MOVE ZERO TO WS-DEP-TOKEN-COUNT.
           INSPECT PI-PROMPT-TEXT TALLYING WS-DEP-TOKEN-COUNT
               FOR ALL '{ANSWER}'.
           IF PI-PREDECESSOR-ID = SPACES
               IF WS-DEP-TOKEN-COUNT > ZERO
                   MOVE "PV08" TO WS-REJECT-REASON
               END-IF
           ELSE
               IF WS-RECORD-COUNT > WS-DEP-COUNT
                   MOVE "PV08" TO WS-REJECT-REASON
               ELSE
                   PERFORM WALK-PREDECESSOR-CHAIN
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND PI-PREDECESSOR-ID NOT = SPACES
               PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
                       UNTIL WS-DEP-SCAN >= WS-RECORD-COUNT
                       OR (WS-DEP-ID(WS-DEP-SCAN) = PI-PREDECESSOR-ID
                           AND WS-DEP-ACCEPTED(WS-DEP-SCAN) = 'Y')
                   CONTINUE
               END-PERFORM
               IF WS-DEP-SCAN >= WS-RECORD-COUNT
                   MOVE "PV08" TO WS-REJECT-REASON
                   IF WS-RESPMAST-OPEN = 'Y'
                       MOVE PI-PREDECESSOR-ID TO RM-REQUEST-ID
                       READ RESPONSE-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-REJECT-REASON
                       END-READ
                   END-IF
               END-IF
           END-IF.

       WALK-PREDECESSOR-CHAIN.
           MOVE PI-PREDECESSOR-ID TO WS-DEP-WALK-ID.
           MOVE ZERO TO WS-DEP-STEPS.
           MOVE 'N' TO WS-DEP-WALK-DONE.
           PERFORM UNTIL WS-DEP-WALK-DONE = 'Y'
               IF WS-DEP-WALK-ID = PI-REQUEST-ID
                   OR WS-DEP-STEPS > WS-DEP-COUNT
                   MOVE "PV09" TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-DEP-WALK-DONE
               ELSE
                   ADD 1 TO WS-DEP-STEPS
                   PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
                           UNTIL WS-DEP-SCAN > WS-DEP-COUNT
                           OR WS-DEP-ID(WS-DEP-SCAN) = WS-DEP-WALK-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-DEP-SCAN > WS-DEP-COUNT
                       OR WS-DEP-PRED(WS-DEP-SCAN) = SPACES
                       MOVE 'Y' TO WS-DEP-WALK-DONE
                   ELSE
                       MOVE WS-DEP-PRED(WS-DEP-SCAN) TO WS-DEP-WALK-ID
                   END-IF
               END-IF
           END-PERFORM.

       READ-DOC-CONFIG.
           OPEN INPUT CONFIG-FILE.
