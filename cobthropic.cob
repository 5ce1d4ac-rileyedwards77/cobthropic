           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROUTE-STATUS.

           SELECT PRICE-MASTER-FILE ASSIGN TO "price_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT PRICE-EXCEPTION-FILE ASSIGN TO "price_exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-EXC-STATUS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO "reconcile_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNH-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

           SELECT SLA-SORT-FILE ASSIGN TO "slasort.tmp".

           SELECT DIST-SORT-FILE ASSIGN TO "distsort.tmp".

      *> Per-department delivery files - see RUN-DISTRIBUTION. The
      *> delivery file assigns through WS-DELIVERY-FILE-NAME, one
      *> department's file open at a time.
           SELECT DELIVERY-FILE ASSIGN TO WS-DELIVERY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT DISTRIBUTION-LOG-FILE
           ASSIGN TO "distribution_log.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DISTLOG-STATUS.

           SELECT DELIVERY-SEQ-FILE ASSIGN TO "delivery_seq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELSEQ-STATUS.

           SELECT RESPONSE-MASTER-FILE ASSIGN TO "response_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-REQUEST-ID
           FILE STATUS IS WS-RESPMAST-STATUS.

           SELECT RESPONSE-GENERATION-FILE
           ASSIGN TO "response_generations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RG-KEY
           FILE STATUS IS WS-RESPGEN-STATUS.

           SELECT TOOL-FILE ASSIGN TO WS-CFG-TOOLS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOOL-STATUS.
           RECORD KEY IS AC-KEY
           FILE STATUS IS WS-CACHE-STATUS.

      *> Every stage a request passes through, posted as it happens -
      *> see REQSTREC.cpy. Workers never open it (single-writer rule,
      *> same as the response master); they bank their events in
      *> STATUS-PART-FILE for MERGE to post.
           SELECT REQUEST-STATUS-FILE ASSIGN TO "request_status.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-REQSTAT-STATUS.

           SELECT STATUS-PART-FILE ASSIGN TO WS-STATUS-PART-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout lives in PROMPTREC.cpy, shared with PROMPTVAL -

      *> Append-only record of every API call, for reconciling against the
      *> Anthropic invoice: when it ran, what model, curl's return code,
      *> and (once parsed) token usage. Sized for the longest line
      *> WRITE-AUDIT-LOG-ENTRY can build - a 60-character model and a
      *> 40-character error type come to 218 bytes.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD   PIC X(256).

      *> The control totals RECONCILE last agreed to: one line,
      *> "timestamp|calls=n|in=n|out=n", written only when all three
      *> Legacy conversation_history.txt files are carried forward with
      *> "convmaint MIGRATE".
       FD CONVERSATION-MASTER-FILE.
       COPY "CONVMREC.cpy".

      *> Short-lived file holding the curl header line with the live API
      *> key, so the key never appears as a "-H" argument on the curl
      *> "template-id|S|system text" line carrying that template's
      *> standing instructions, plus an optional "template-id|C|N" line
      *> that keeps the template's answers out of the answer cache (see
      *> ANSWER-CACHE-FILE), and an optional "template-id|R|Y" line
      *> that holds every answer from the template for ANSREVIEW
      *> before it is released. A prompt_input.txt record whose text
      *> starts with '@' ("@TMPLID|value1|value2|...") is expanded from
      *> this library before the JSON is built, so clerks key a handful
      *> of fields instead of re-pasting (and re-typo-ing) the same
       FD ROUTE-FILE.
       01 ROUTE-RECORD        PIC X(100).

      *> The rate card: one line per model per price change,
      *> "model|effective-yyyymmdd|input|output|cache-input|batch-input|
      *> batch-output" in USD per million tokens. A new rate is a new
      *> line with a later effective date - the old line stays, so a
      *> re-run of last quarter's REPORT against an archived audit log
      *> still prices each call at the rate in force the day it ran. An
      *> optional DEFAULT model line prices anything the card does not
      *> name (and such lines are listed in price_exceptions.txt); zero
      *> cache or batch rates mean "same as the standard rate".
       FD PRICE-MASTER-FILE.
       01 PRICE-MASTER-RECORD  PIC X(150).

      *> Audit lines the last REPORT, CHARGEBACK or control-total pass
      *> could not match to a rate-card line for their model and date:
      *> "date|model|priced-as|audit line", written fresh each pass so
      *> the rate card can be fixed before the invoice is split.
       FD PRICE-EXCEPTION-FILE.
       01 PRICE-EXCEPTION-RECORD PIC X(340).

      *> The whole overnight job as one Message Batches API submission:
      *> '{"requests":[' on the first line, one request object per line
      *> after it (each sized like REQUEST-BODY-RECORD since it carries
           05 RQ-RETRY-COUNT     PIC 9(2).
           05 RQ-ERROR-TYPE      PIC X(40).
           05 RQ-COST-CENTER     PIC X(6).
           05 RQ-PREDECESSOR-ID  PIC X(10).

      *> The snapshot REQUEUE is actually processing: requeue_input.txt
      *> is renamed here first, so failures during the rerun append to
           05 RW-RETRY-COUNT     PIC 9(2).
           05 RW-ERROR-TYPE      PIC X(40).
           05 RW-COST-CENTER     PIC X(6).
           05 RW-PREDECESSOR-ID  PIC X(10).

      *> Requests that kept failing past REQUEUE_LIMIT attempts - one
      *> line each, for a human to action, instead of cycling through
      *> One partition's slice of the input, PROMPTREC layout, written
      *> by the PARTITION mode and consumed by one WORKER.
       FD PART-OUT-FILE.
       01 PART-OUT-RECORD     PIC X(526).

      *> Whichever partition output file the MERGE pass is currently
      *> folding in - sized for the widest of them (a validation
      *> sequential file until the MERGE pass upserts them into the
      *> real keyed master - concurrent workers writing one indexed
      *> file directly is how indexes get corrupted. Record length is
      *> the response-master layout's 64226 bytes; keep them in step.
      *> A banked record carries generation zero - MERGE numbers it as
      *> it goes onto the master.
       FD MASTER-PART-FILE.
       01 MASTER-PART-RECORD  PIC X(64226).

      *> One event per line, in request-status record layout (see
      *> REQSTREC.cpy), held by a worker until MERGE posts it. MERGE
      *> reads these back through PART-IN-FILE.
       FD STATUS-PART-FILE.
       01 STATUS-PART-RECORD  PIC X(111).

      *> Record layout lives in REQSTREC.cpy, shared with PROMPTVAL
      *> and REQSTAT.
       FD REQUEST-STATUS-FILE.
       COPY "REQSTREC.cpy".

      *> The shared cost ledger for a partitioned run: every worker
      *> appends "date|cost" after each priced call, and every worker
       FD SPEND-LEDGER-FILE.
       01 SPEND-LEDGER-RECORD PIC X(40).

       FD RUN-HISTORY-FILE.
           COPY "RUNHREC.cpy".

      *> Sort work for the MERGE pass: request-id key out front, the
      *> partition line behind it. DUPLICATES IN ORDER keeps a
      *> multi-chunk answer's lines in sequence, since all of one
           05 SW-KEY          PIC X(10).
           05 SW-LINE         PIC X(1000).

      *> Sort work for the SLA mode: one row per timed audit line,
      *> ordered day / model / class and then by latency, so each
      *> group arrives fastest-first and its percentiles can be read
      *> straight off the rank.
       SD SLA-SORT-FILE.
       01 SLA-SORT-RECORD.
           05 SS-DAY          PIC X(8).
           05 SS-MODEL        PIC X(60).
           05 SS-CLASS        PIC X(1).
           05 SS-ELAPSED-MS   PIC 9(7).
           05 SS-RETRIES      PIC 9(2).

      *> Sort work for the distribution: one row per answer due for
      *> delivery, grouped by department so each department's file is
      *> written start to finish in one pass.
       SD DIST-SORT-FILE.
       01 DIST-SORT-RECORD.
           05 DS-COST-CENTER  PIC X(6).
           05 DS-REQUEST-ID   PIC X(10).

      *> A department's delivery file: a header line
      *> "HDR|dept|run-date|seq", the answers in responses.txt's
      *> "request-id|nnn|text" chunk shape, and a trailer
      *> "TRL|dept|detail-line-count|answer-bytes" for the receiving
      *> job to balance against.
       FD DELIVERY-FILE.
       01 DELIVERY-RECORD     PIC X(1000).

      *> One record per answer delivered - request-id and generation -
      *> saying what went to whom, in which file, and when. Its
      *> presence is what stops a rerun delivering the same answer
      *> twice; a newer generation of the same request (a re-run, or a
      *> reviewer's correction) has no record yet, and goes out again
      *> as the replacement.
       FD DISTRIBUTION-LOG-FILE.
       01 DISTRIBUTION-LOG-RECORD.
           05 DL-KEY.
               10 DL-REQUEST-ID  PIC X(10).
               10 DL-GENERATION  PIC 9(3).
           05 DL-COST-CENTER     PIC X(6).
           05 DL-DELIVERY-FILE   PIC X(60).
           05 DL-SEQ             PIC 9(4).
           05 DL-DELIVERED-TS    PIC X(15).
           05 DL-ANSWER-BYTES    PIC 9(6).

      *> "dept|last-sequence-number" per department, rewritten whole
      *> each time a number is taken, before its file is opened - the
      *> checkpoint pattern. A rerun after an abend can then never
      *> reuse a number and overwrite a file already delivered.
       FD DELIVERY-SEQ-FILE.
       01 DELIVERY-SEQ-RECORD PIC X(20).

      *> Side-by-side output from the COMPARE mode, one block of lines
      *> per request: the production answer as response_master.dat
      *> holds it, the candidate model's fresh answer, both costs, and
       FD RESPONSE-MASTER-FILE.
       COPY "RESPMREC.cpy".

      *> Superseded answers - see RGENREC.cpy and
      *> STORE-MASTER-GENERATION.
       FD RESPONSE-GENERATION-FILE.
       COPY "RGENREC.cpy".

      *> One record per distinct (expanded prompt, model, system text)
      *> already answered and paid for, so an identical resubmission
      *> within CACHE_MAX_AGE_DAYS serves the stored answer instead of
      *> answers must never be served from (or stored into) the answer
      *> cache. Reset to 'Y' per request; raw prompts are cacheable.
       01 WS-TMPL-CACHE-OK     PIC X VALUE 'Y'.
      *> 'Y' when the template carries a "|R|Y" line - every answer it
      *> produces waits for ANSREVIEW. Reset to 'N' per request.
       01 WS-TMPL-REVIEW-FLAG  PIC X VALUE 'N'.

      *> Answer-cache state. The cache is off unless ANSWER_CACHE=Y is
      *> configured - serving a stale answer is worse than paying for a
       01 WS-MASTER-PART-STATUS   PIC X(2) VALUE SPACES.
       01 WS-MASTER-PART-EOF      PIC X VALUE 'N'.
           88 END-OF-MASTER-PART  VALUE 'Y'.
       01 WS-PART-WORK-REC        PIC X(526) VALUE SPACES.
      *> 'R' = responses lines (key is field 1), 'A' = audit lines
      *> (key is field 2) - the one sort feeds both merges.
       01 WS-MERGE-KIND           PIC X VALUE SPACE.
      *> whole thing - MAXLEN in particular.
       01 WS-CMP-CAND-MODEL    PIC X(60) VALUE SPACES.
       01 WS-CMP-PROD-MODEL    PIC X(60) VALUE SPACES.
       01 WS-CMP-PROD-DATE     PIC X(8) VALUE SPACES.
       01 WS-CMP-PROD-IN       PIC 9(6) VALUE ZERO.
       01 WS-CMP-PROD-OUT      PIC 9(6) VALUE ZERO.
       01 WS-CMP-PROD-ANSWER   PIC X(64000) VALUE SPACES.
               10 WS-PEND-CONVID     PIC X(10)  VALUE SPACES.
               10 WS-PEND-CLASS      PIC X(1)   VALUE SPACE.
               10 WS-PEND-CC         PIC X(6)   VALUE SPACES.
               10 WS-PEND-PRED       PIC X(10)  VALUE SPACES.
      *> The class as sorted: a blank class maps to '~' so unclassed
      *> records fall AFTER every lettered class instead of before.
               10 WS-PEND-SORT-CLASS PIC X(1)   VALUE SPACE.
      *> Space = still pending, 'D' = handled (answered, or errored
      *> and requeued - the same "checkpoint may pass it" standing an
      *> errored record has always had), 'H' = chained record held
      *> behind its predecessor (see PROCESS-PENDING-BY-CLASS) - not
      *> handled, so the checkpoint frontier stops below it.
               10 WS-PEND-STATE      PIC X(1)   VALUE SPACE.
       01 WS-PEND-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-PEND-OVERFLOW         PIC X VALUE 'N'.
       01 WS-PEND-FRONTIER         PIC 9(4) VALUE ZERO.
       01 WS-PEND-SCAN             PIC 9(4) VALUE ZERO.

      *> Chained requests (PI-PREDECESSOR-ID). WS-CHAIN-STANDING is
      *> 'G' when the record may go ahead and 'H' when it must wait
      *> for its predecessor's answer. A live run re-offers its held
      *> records for as long as a round of class passes completes
      *> something (WS-CHAIN-PROGRESS); what is still held at the end
      *> waits for a later run. WS-CHAIN-WORK builds the prompt with
      *> {ANSWER} replaced. The conversation table lists the
      *> conversations with a turn held out of a partition deal -
      *> their later turns must be held out behind it.
       01 WS-CURRENT-PREDECESSOR-ID PIC X(10) VALUE SPACES.
       01 WS-CHAIN-STANDING        PIC X VALUE 'G'.
           88 CHAIN-HELD           VALUE 'H'.
       01 WS-CHAIN-PRED-FOUND      PIC X VALUE 'N'.
       01 WS-CHAIN-RETRY           PIC X VALUE 'N'.
       01 WS-CHAIN-PROGRESS        PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-HELD-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-FAIL-TYPE       PIC X(40) VALUE SPACES.
       01 WS-CHAIN-WORK            PIC X(3700) VALUE SPACES.
       01 WS-CHAIN-PTR             PIC 9(4) VALUE 1.
       01 WS-CHAIN-IDX             PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-LEN             PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-ANSWER-LEN      PIC 9(5) VALUE ZERO.
       01 WS-CHAIN-OVERFLOW        PIC X VALUE 'N'.
       01 WS-CHAIN-CONV-TABLE.
           05 WS-CHAIN-CONV-ID OCCURS 5000 TIMES PIC X(10).
       01 WS-CHAIN-CONV-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-CONV-SCAN       PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-CONV-HELD       PIC X VALUE 'N'.
       01 WS-CHAIN-HO-PRED         PIC X(10) VALUE SPACES.
       01 WS-CHAIN-HO-CONVID       PIC X(10) VALUE SPACES.

      *> Count of requests that ended in an error this run. Nonzero
      *> turns the end-of-run message and RETURN-CODE from "clean" (0)
      *> into "completed with errors" (4), so the scheduler can hold
           88 RETRY-NEEDED         VALUE 'Y'.
       01 WS-SLEEP-COMMAND         PIC X(30) VALUE SPACES.

      *> Wall-clock timing. Every CALL-ANTHROPIC-API - first call,
      *> continuation, tool-result follow-on or re-ask - is timed from
      *> before its first attempt to after its last, backoff sleeps
      *> included (that is the time the request actually waited), and
      *> folded into the request's totals: elapsed milliseconds, the
      *> retries BACKOFF-AND-RETRY burned, and the number of calls.
      *> The totals ride on the audit line as ms=, rty= and calls=.
      *> The clock is read in hundredths of a second since midnight.
       01 WS-CLOCK-STAMP           PIC X(8) VALUE SPACES.
       01 WS-CLOCK-CS              PIC 9(8) VALUE ZERO.
       01 WS-CALL-START-CS         PIC 9(8) VALUE ZERO.
       01 WS-CALL-ELAPSED-MS       PIC 9(7) VALUE ZERO.
       01 WS-CALL-RETRIES          PIC 9(2) VALUE ZERO.
       01 WS-REQ-ELAPSED-MS        PIC 9(7) VALUE ZERO.
       01 WS-REQ-RETRIES           PIC 9(2) VALUE ZERO.
       01 WS-REQ-CALLS             PIC 9(2) VALUE ZERO.
      *> 'Y' once REASK-FOR-FORMAT has sent a re-ask for the request -
      *> carried to the master as RM-REASK-FLAG.
       01 WS-REQ-REASKED           PIC X VALUE 'N'.

       01 WS-CHECKPOINT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-LAST-CHECKPOINT-ID    PIC X(10) VALUE SPACES.
       01 WS-PRIORITY-DONE-STATUS  PIC X(2) VALUE SPACES.
       01 WS-CLI-PARAM             PIC X(60) VALUE SPACES.

       01 WS-RESPMAST-STATUS       PIC X(2) VALUE SPACES.
      *> Answer generations - see STORE-MASTER-GENERATION. The new
      *> record waits in WS-NEW-MASTER-IMAGE while the one it replaces
      *> is read back and kept.
       01 WS-RESPGEN-STATUS        PIC X(2) VALUE SPACES.
       01 WS-NEW-MASTER-IMAGE      PIC X(64226) VALUE SPACES.
       01 WS-GEN-FOUND-FLAG        PIC X VALUE 'N'.
           88 GEN-CURRENT-FOUND    VALUE 'Y'.
       01 WS-GEN-EOF-FLAG          PIC X VALUE 'N'.
           88 END-OF-GENERATIONS   VALUE 'Y'.
       01 WS-NEXT-GENERATION       PIC 9(3) VALUE ZERO.
       01 WS-GEN-TS                PIC X(15) VALUE SPACES.
       01 WS-INQ-REQUEST-ID        PIC X(10) VALUE SPACES.
       01 WS-INQ-GENERATION        PIC 9(3) VALUE ZERO.
       01 WS-INQ-TIMESTAMP         PIC X(15) VALUE SPACES.
       01 WS-INQ-MODEL             PIC X(60) VALUE SPACES.

      *> Request lifecycle events. WS-STAT-EVENT is laid out exactly
      *> like REQUEST-STATUS-RECORD, so a worker's banked event line
      *> and a freshly built one post through the same paragraph.
      *> WS-STAT-RUN-SOURCE is this run's mode as the event's source.
       01 WS-REQSTAT-STATUS        PIC X(2) VALUE SPACES.
       01 WS-STATUS-PART-NAME      PIC X(40) VALUE SPACES.
       01 WS-STATUS-PART-STATUS    PIC X(2) VALUE SPACES.
       01 WS-STAT-RUN-SOURCE       PIC X(10) VALUE SPACES.
       01 WS-STAT-EVENT.
           05 WS-STAT-REQUEST-ID   PIC X(10) VALUE SPACES.
           05 WS-STAT-SEQ          PIC 9(4) VALUE ZERO.
           05 WS-STAT-CODE         PIC X(10) VALUE SPACES.
           05 WS-STAT-TS           PIC X(15) VALUE SPACES.
           05 WS-STAT-ATTEMPT      PIC 9(2) VALUE ZERO.
           05 WS-STAT-SOURCE       PIC X(10) VALUE SPACES.
           05 WS-STAT-DETAIL       PIC X(60) VALUE SPACES.
       01 WS-STAT-LAST-SEQ         PIC 9(4) VALUE ZERO.
       01 WS-STAT-LAST-CODE        PIC X(10) VALUE SPACES.
       01 WS-STAT-SCAN-FLAG        PIC X VALUE 'N'.
           88 END-OF-STAT-TRAIL    VALUE 'Y'.
       01 WS-STAT-DATE             PIC X(8) VALUE SPACES.
      *> Request-ids packaged into the current batch submission - only
      *> posted SUBMITTED once the API has accepted the batch. The
      *> submission gate refuses more than 5000, so this never clips
      *> an accepted batch.
       01 WS-BATCH-SENT-TABLE.
           05 WS-BATCH-SENT-ID OCCURS 5000 TIMES PIC X(10)
                                  VALUE SPACES.
       01 WS-BATCH-SENT-IDX        PIC 9(4) VALUE ZERO.

      *> This run's line for run_history.txt, counted as the run goes
      *> and written just before it stops (RUNHREC.cpy says what each
      *> count means).
       01 WS-RUNH-STATUS           PIC X(2) VALUE SPACES.
       01 WS-RUNH-DATE             PIC X(8) VALUE SPACES.
       01 WS-RUNH-START-TS         PIC X(15) VALUE SPACES.
       01 WS-RUNH-READ             PIC 9(7) VALUE ZERO.
       01 WS-RUNH-ANSWERED         PIC 9(7) VALUE ZERO.
       01 WS-RUNH-ERRORED          PIC 9(7) VALUE ZERO.
       01 WS-RUNH-REQUEUED         PIC 9(7) VALUE ZERO.
       01 WS-RUNH-CACHED           PIC 9(7) VALUE ZERO.
       01 WS-RUNH-APPLIED          PIC 9(7) VALUE ZERO.
       01 WS-RUNH-SPEND            PIC 9(7)V99 VALUE ZERO.
       01 WS-RUNH-PAUSE            PIC X(10) VALUE SPACES.

      *> Distribution state. An answer is due for delivery when it is
      *> releasable - the ANSREVIEW RELEASE rules: clean and needing no
      *> review, or approved or corrected by a reviewer - it was
      *> produced (or decided) within the last DIST_LOOKBACK_DAYS days,
      *> and the distribution log has no record of this generation of
      *> it. The look-back
      *> spans a batch that runs across midnight and a review the next
      *> morning without walking the whole master's history.
       01 WS-DELIVERY-FILE-NAME    PIC X(60) VALUE SPACES.
       01 WS-DELIVERY-STATUS       PIC X(2) VALUE SPACES.
       01 WS-DISTLOG-STATUS        PIC X(2) VALUE SPACES.
       01 WS-DELSEQ-STATUS         PIC X(2) VALUE SPACES.
       01 WS-DELSEQ-EOF-FLAG       PIC X VALUE 'N'.
           88 END-OF-DELSEQ        VALUE 'Y'.
       01 WS-CFG-DIST-LOOKBACK     PIC 9(3) VALUE 2.
       01 WS-DIST-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-DIST-CUTOFF-DATE      PIC 9(8) VALUE ZERO.
       01 WS-DIST-ANSWER-DATE      PIC X(8) VALUE SPACES.
       01 WS-DIST-DUE-FLAG         PIC X VALUE 'N'.
           88 DIST-DUE             VALUE 'Y'.
       01 WS-DIST-MASTER-EOF       PIC X VALUE 'N'.
       01 WS-DIST-SORT-EOF         PIC X VALUE 'N'.
           88 END-OF-DIST-SORT     VALUE 'Y'.
       01 WS-DIST-FILE-OPEN        PIC X VALUE 'N'.
           88 DIST-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-DIST-DEPT             PIC X(6) VALUE SPACES.
       01 WS-DIST-LABEL            PIC X(6) VALUE SPACES.
       01 WS-DIST-SEQ              PIC 9(4) VALUE ZERO.
       01 WS-DIST-LINES            PIC 9(7) VALUE ZERO.
       01 WS-DIST-BYTES            PIC 9(10) VALUE ZERO.
       01 WS-DIST-FILE-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-DIST-ANSWER-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-DIST-TS               PIC X(15) VALUE SPACES.
      *> Answers written to the open file, logged only once its
      *> trailer is down - a file cut short by an abend has no trailer,
      *> the receiving job refuses it, and its answers go again on the
      *> rerun. A department with more than 5000 due answers gets the
      *> next sequence number for the rest.
       01 WS-DIST-FILE-TABLE.
           05 WS-DIST-FILE-ENTRY OCCURS 5000 TIMES.
               10 WS-DIST-FILE-ID     PIC X(10).
               10 WS-DIST-FILE-GEN    PIC 9(3).
               10 WS-DIST-FILE-BYTES  PIC 9(6).
       01 WS-DIST-FILE-IDX         PIC 9(4) VALUE ZERO.
       01 WS-DIST-IN-FILE          PIC 9(4) VALUE ZERO.
      *> Last sequence number used per department, from
      *> delivery_seq.txt. Sequence numbers never restart, so the
      *> receiving job can spot a missing file.
       01 WS-DELSEQ-TABLE.
           05 WS-DELSEQ-ENTRY OCCURS 500 TIMES INDEXED BY DSQ-IDX.
               10 WS-DELSEQ-DEPT      PIC X(6) VALUE SPACES.
               10 WS-DELSEQ-LAST      PIC 9(4) VALUE ZERO.
       01 WS-DELSEQ-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DELSEQ-TEXT           PIC X(10) VALUE SPACES.

       01 WS-PROMPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-RESPONSE-STATUS       PIC X(2) VALUE SPACES.
               10 WS-REPORT-CALLS      PIC 9(6)  VALUE ZERO.
               10 WS-REPORT-IN-TOKENS  PIC 9(9)  VALUE ZERO.
               10 WS-REPORT-OUT-TOKENS PIC 9(9)  VALUE ZERO.
               10 WS-REPORT-COST       PIC 9(9)V99 VALUE ZERO.
       01 WS-REPORT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REPORT-FOUND          PIC X VALUE 'N'.
           88 REPORT-ENTRY-FOUND   VALUE 'Y'.
       01 WS-REPORT-IN-TOKENS-DISPLAY  PIC ZZZ,ZZZ,ZZ9.
       01 WS-REPORT-OUT-TOKENS-DISPLAY PIC ZZZ,ZZZ,ZZ9.

      *> SLA targets, one per priority class, from "SLA_TARGET_x=secs"
      *> config lines (SLA_TARGET_A=30 is the class-A commitment). A
      *> class with no line is reported but never judged.
       01 WS-SLA-TARGET-TABLE.
           05 WS-SLA-TARGET-ENTRY OCCURS 20 TIMES INDEXED BY SLT-IDX.
               10 WS-SLA-TARGET-CLASS PIC X(1) VALUE SPACE.
               10 WS-SLA-TARGET-SECS  PIC 9(5) VALUE ZERO.
       01 WS-SLA-TARGET-COUNT      PIC 9(2) VALUE ZERO.

      *> SLA report state. One group is one day / model / class; its
      *> latencies arrive sorted, and are held here until the group
      *> breaks so the 95th percentile can be picked by rank (nearest
      *> rank: the ceiling of 95% of the count). A group with more
      *> timed calls than the buffer holds has no true percentile: the
      *> calls past 20000 are counted, count, average and maximum stay
      *> exact, and the group prints TRUNCATED with no p95 and no
      *> met/MISSED verdict.
       01 WS-SLA-BUFFER.
           05 WS-SLA-MS OCCURS 20000 TIMES PIC 9(7) VALUE ZERO.
       01 WS-SLA-SORT-EOF          PIC X VALUE 'N'.
           88 END-OF-SLA-SORT      VALUE 'Y'.
       01 WS-SLA-GROUP-DAY         PIC X(8)  VALUE SPACES.
       01 WS-SLA-GROUP-MODEL       PIC X(60) VALUE SPACES.
       01 WS-SLA-GROUP-CLASS       PIC X(1)  VALUE SPACE.
       01 WS-SLA-CALLS             PIC 9(7) VALUE ZERO.
       01 WS-SLA-UNBUFFERED        PIC 9(7) VALUE ZERO.
       01 WS-SLA-SUM-MS            PIC 9(12) VALUE ZERO.
       01 WS-SLA-MAX-MS            PIC 9(7) VALUE ZERO.
       01 WS-SLA-RETRIES           PIC 9(7) VALUE ZERO.
       01 WS-SLA-AVG-MS            PIC 9(7) VALUE ZERO.
       01 WS-SLA-P95-MS            PIC 9(7) VALUE ZERO.
       01 WS-SLA-P95-RANK          PIC 9(7) VALUE ZERO.
       01 WS-SLA-OVER-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-SLA-TARGET-MS         PIC 9(8) VALUE ZERO.
       01 WS-SLA-GROUP-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SLA-MISSED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SLA-TRUNCATED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SLA-LINE-CLASS        PIC X(10) VALUE SPACES.
       01 WS-SLA-LINE-MS           PIC X(20) VALUE SPACES.
       01 WS-SLA-LINE-RTY          PIC X(20) VALUE SPACES.
       01 WS-SLA-LINE-CALLS        PIC X(20) VALUE SPACES.
       01 WS-SLA-VERDICT           PIC X(12) VALUE SPACES.
       01 WS-SLA-SECS-DISPLAY      PIC ZZZZ9.99.
       01 WS-SLA-AVG-DISPLAY       PIC ZZZZ9.99.
       01 WS-SLA-P95-DISPLAY       PIC ZZZZ9.99.
       01 WS-SLA-MAX-DISPLAY       PIC ZZZZ9.99.
       01 WS-SLA-COUNT-DISPLAY     PIC ZZZ,ZZ9.
       01 WS-SLA-RTY-DISPLAY       PIC ZZZ,ZZ9.

      *> One accumulator row per cost-center/month combination for the
      *> CHARGEBACK mode. Dollars are priced per audit line (each line
      *> carries its own model) and folded in here, so one row can mix
       01 WS-CHARGE-LINE-CC        PIC X(6) VALUE SPACES.
       01 WS-CHARGE-LINE-MONTH     PIC X(6) VALUE SPACES.

      *> price_master.txt as loaded at startup (see PRICE-MASTER-FILE):
      *> every line, every effective date, so one run can price calls
      *> from any month the audit log or an archive still holds. 200
      *> lines is years of rate changes across every model we route to.
       01 WS-PRICE-STATUS          PIC X(2) VALUE SPACES.
       01 WS-PRICE-EOF-FLAG        PIC X VALUE 'N'.
           88 END-OF-PRICES        VALUE 'Y'.
       01 WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 200 TIMES INDEXED BY PRC-IDX.
               10 WS-PRICE-MODEL        PIC X(60) VALUE SPACES.
               10 WS-PRICE-EFF-DATE     PIC X(8) VALUE SPACES.
               10 WS-PRICE-IN-PER-MTOK  PIC 9(5)V99 VALUE ZERO.
               10 WS-PRICE-OUT-PER-MTOK PIC 9(5)V99 VALUE ZERO.
               10 WS-PRICE-CACHE-IN     PIC 9(5)V99 VALUE ZERO.
               10 WS-PRICE-BATCH-IN     PIC 9(5)V99 VALUE ZERO.
               10 WS-PRICE-BATCH-OUT    PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-PRICE-FIELDS.
           05 WS-PRICE-F-MODEL      PIC X(60) VALUE SPACES.
           05 WS-PRICE-F-DATE       PIC X(20) VALUE SPACES.
           05 WS-PRICE-F-IN         PIC X(20) VALUE SPACES.
           05 WS-PRICE-F-OUT        PIC X(20) VALUE SPACES.
           05 WS-PRICE-F-CACHE      PIC X(20) VALUE SPACES.
           05 WS-PRICE-F-BATCH-IN   PIC X(20) VALUE SPACES.
           05 WS-PRICE-F-BATCH-OUT  PIC X(20) VALUE SPACES.
       01 WS-ESTIMATED-COST        PIC 9(9)V99 VALUE ZERO.
       01 WS-ESTIMATED-COST-DISPLAY PIC Z,ZZZ,ZZ9.99.
      *> Model, date and basis the price lookup runs against - set by
      *> each caller (audit-line pricing, the ESTIMATE mode, the
      *> daily-cap check) before performing FIND-PRICE-FOR-MODEL. The
      *> basis is S (standard), B (message-batch discount) or C (input
      *> served from cache). The lookup leaves the rates to multiply by
      *> in WS-PRICE-RATE-IN/OUT, and PRICE-ROW-FOUND off when the model
      *> had no line in force on that date.
       01 WS-PRICE-LOOKUP-MODEL    PIC X(60) VALUE SPACES.
       01 WS-PRICE-LOOKUP-DATE     PIC X(8) VALUE SPACES.
       01 WS-PRICE-LOOKUP-BASIS    PIC X VALUE 'S'.
       01 WS-PRICE-RATE-IN         PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-RATE-OUT        PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-FOUND           PIC X VALUE 'N'.
           88 PRICE-ROW-FOUND      VALUE 'Y'.
       01 WS-PRICE-PICK            PIC 9(4) VALUE ZERO.
       01 WS-PRICE-PICK-DATE       PIC X(8) VALUE SPACES.
       01 WS-PRICE-DEFAULT-PICK    PIC 9(4) VALUE ZERO.
       01 WS-PRICE-DEFAULT-DATE    PIC X(8) VALUE SPACES.
       01 WS-PRICE-LINE-TALLY      PIC 9(4) VALUE ZERO.
      *> Set for the SUBMIT and POLL modes, whose calls bill at the
      *> message-batch rate - carried onto each audit line as bat=Y so
      *> every later repricing pass knows it too.
       01 WS-BATCH-PRICING-FLAG    PIC X VALUE 'N'.
           88 BATCH-PRICING        VALUE 'Y'.
       01 WS-PRICE-EXC-STATUS      PIC X(2) VALUE SPACES.
       01 WS-PRICE-EXC-OPEN        PIC X VALUE 'N'.
       01 WS-PRICE-EXC-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PRICE-EXC-DISPLAY     PIC ZZZZZZ9.

      *> Daily spend control. The cap comes from DAILY_COST_CAP in
      *> cobthropic_config.txt (dollars; zero means no cap). The
       01 WS-REQUEUE-HANDLED       PIC 9(5) VALUE ZERO.
       01 WS-REQUEUE-SKIP          PIC 9(5) VALUE ZERO.
       01 WS-REQUEUE-SEEN          PIC 9(5) VALUE ZERO.
      *> Chained records REQUEUE put back untouched because their
      *> predecessor still has no releasable answer, and the ids on
      *> permanent_rejects.txt (loaded at startup, added to as this run
      *> rejects) - a dependent of a permanently rejected request is
      *> rejected with it rather than cycling to REQUEUE_LIMIT. The
      *> held-id table lists what this pass put back held, so a
      *> dependent of a held record is held behind it.
       01 WS-REQUEUE-HELD          PIC 9(5) VALUE ZERO.
       01 WS-PREJ-TABLE.
           05 WS-PREJ-ID OCCURS 5000 TIMES PIC X(10).
       01 WS-PREJ-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-PREJ-SCAN             PIC 9(4) VALUE ZERO.
       01 WS-PREJ-FOUND            PIC X VALUE 'N'.
       01 WS-RQHELD-TABLE.
           05 WS-RQHELD-ID OCCURS 5000 TIMES PIC X(10).
       01 WS-RQHELD-COUNT          PIC 9(4) VALUE ZERO.

      *> Answer-validation state. The rule table is loaded once per
      *> run; 100 rules covers every template and standing request this

           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-RUN-START-TIME.
           PERFORM STAMP-RUN-START.

           ACCEPT WS-COMMAND-LINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE-ARG DELIMITED BY ALL ' '
               INTO WS-CLI-MODE WS-CLI-PARAM
           END-UNSTRING.
           IF WS-CLI-MODE = SPACES
               MOVE "LIVE" TO WS-STAT-RUN-SOURCE
           ELSE
               MOVE WS-CLI-MODE TO WS-STAT-RUN-SOURCE
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "REPORT"
               PERFORM GENERATE-USAGE-REPORT
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "CHARGEBACK"
               PERFORM GENERATE-CHARGEBACK-REPORT
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "SLA"
               PERFORM GENERATE-SLA-REPORT
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "DISTRIBUTE"
               PERFORM READ-CONFIG
               PERFORM RUN-DISTRIBUTION
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "INQUIRE"
               PERFORM INQUIRE-RESPONSE-MASTER
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "RECONCILE"
               PERFORM RUN-RECONCILIATION
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "CUTOVER"
               PERFORM RUN-AUDIT-CUTOVER
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "ESTIMATE"
               PERFORM RUN-COST-ESTIMATE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "SUBMIT"
               PERFORM RUN-BATCH-SUBMIT
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "POLL"
               PERFORM RUN-BATCH-POLL
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "REQUEUE"
               PERFORM RUN-REQUEUE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "COMPARE"
               PERFORM RUN-MODEL-COMPARE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "PARTITION"
               PERFORM RUN-PARTITION-SPLIT
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "WORKER"
               PERFORM RUN-PARTITION-WORKER
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CLI-MODE) = "MERGE"
               PERFORM RUN-PARTITION-MERGE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-API-KEY)) = 0
               DISPLAY "ERROR: Environment variable ANTHROPIC_API_KEY is not set."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

           PERFORM LOAD-ANSWER-RULES.
           PERFORM LOAD-TOOL-DEFINITIONS.
           PERFORM LOAD-REDACTION-PATTERNS.
           PERFORM LOAD-PRICE-MASTER.
           PERFORM SEED-TODAY-SPEND.
           PERFORM READ-CHECKPOINT.
           MOVE 'Y' TO WS-REASK-ALLOWED.
           IF WS-PROMPT-STATUS NOT = "00"
               DISPLAY "ERROR: prompt_input.txt not found - nothing to process."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

                       " priority-ordering table cannot hold them."
                       " Split the input file and run in parts."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           PERFORM MARK-PRIORITY-DONE-ENTRIES.
           PERFORM PIN-CONVERSATION-CLASSES.
           PERFORM POST-QUEUED-STATUS.

           OPEN EXTEND RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = "35"
           CLOSE AUDIT-LOG-FILE.
           CLOSE RESPONSE-MASTER-FILE.

           PERFORM RUN-DISTRIBUTION.

           DISPLAY " ".
           IF WINDOW-PAUSED
               DISPLAY "Batch PAUSED by the batch window - "
           ELSE
      *> A clean finish means the checkpoint frontier swallowed every
      *> completion - the done-aside file has nothing left to say.
      *> Unless chained records are still held: the frontier stops
      *> below the first of them, and priority_done.txt is what keeps
      *> the work finished above it from being billed again.
               IF WS-CHAIN-HELD-COUNT = ZERO
                   CALL "SYSTEM" USING "rm -f priority_done.txt"
               END-IF
               IF WS-BATCH-ERROR-COUNT = ZERO
                   AND WS-CHAIN-HELD-COUNT = ZERO
                   DISPLAY "Batch completed successfully."
               ELSE
                   IF WS-BATCH-ERROR-COUNT > ZERO
                       MOVE WS-BATCH-ERROR-COUNT TO WS-RECON-DISPLAY
                       DISPLAY "Batch completed with "
                               FUNCTION TRIM(WS-RECON-DISPLAY)
                               " error(s) - see responses.txt and the audit log."
                   END-IF
                   IF WS-CHAIN-HELD-COUNT > ZERO
                       MOVE WS-CHAIN-HELD-COUNT TO WS-RECON-DISPLAY
                       DISPLAY FUNCTION TRIM(WS-RECON-DISPLAY)
                               " chained request(s) held - predecessor"
                               " not yet answered or still in review."
                               " The next run picks them up."
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           STOP RUN.

      *> Fills WS-PEND-TABLE with every record past the checkpoint,
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-READ
                       IF WS-LAST-CHECKPOINT-ID NOT = SPACES
                           AND PI-REQUEST-ID
                               NOT > WS-LAST-CHECKPOINT-ID
               MOVE PI-CONVERSATION-ID TO WS-PEND-CONVID(PND-IDX)
               MOVE PI-PRIORITY-CLASS TO WS-PEND-CLASS(PND-IDX)
               MOVE PI-COST-CENTER TO WS-PEND-CC(PND-IDX)
               MOVE PI-PREDECESSOR-ID TO WS-PEND-PRED(PND-IDX)
               IF PI-PRIORITY-CLASS = SPACE
                   MOVE '~' TO WS-PEND-SORT-CLASS(PND-IDX)
               ELSE
      *> (lowest) class still pending and work that whole class in
      *> file order, until everything is handled or a pause (cost cap
      *> or batch window) stops the run on its checkpoint.
      *> A chained record whose predecessor has no releasable answer
      *> yet is held ('H') and skipped by the passes. Its predecessor
      *> may sit in a later class, so once every class has had its
      *> pass the held records are offered again - round after round,
      *> for as long as a round answers something.
       PROCESS-PENDING-BY-CLASS.
           MOVE 'Y' TO WS-CHAIN-RETRY.
           PERFORM UNTIL WS-CHAIN-RETRY = 'N'
               MOVE ZERO TO WS-CHAIN-PROGRESS
               PERFORM FIND-NEXT-PENDING-CLASS
               PERFORM UNTIL WS-PEND-ANY-LEFT = 'N'
                       OR CAP-PAUSED OR WINDOW-PAUSED
                   PERFORM PROCESS-ONE-CLASS-PASS
                   PERFORM FIND-NEXT-PENDING-CLASS
               END-PERFORM
               PERFORM RELEASE-HELD-ENTRIES
           END-PERFORM.
           IF WS-CHAIN-HELD-COUNT > ZERO
               PERFORM POST-HELD-STATUS
           END-IF.

      *> Counts the held records and, when the round just finished
      *> got something done and no pause stopped it, puts them back
      *> to pending for another round. A round that completed nothing
      *> cannot have released a predecessor, so the loop ends there.
       RELEASE-HELD-ENTRIES.
           MOVE 'N' TO WS-CHAIN-RETRY.
           MOVE ZERO TO WS-CHAIN-HELD-COUNT.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATE(PND-IDX) = 'H'
                   ADD 1 TO WS-CHAIN-HELD-COUNT
               END-IF
           END-PERFORM.
           IF WS-CHAIN-HELD-COUNT > ZERO
               AND WS-CHAIN-PROGRESS > ZERO
               AND NOT CAP-PAUSED AND NOT WINDOW-PAUSED
               MOVE 'Y' TO WS-CHAIN-RETRY
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PEND-COUNT
                   IF WS-PEND-STATE(PND-IDX) = 'H'
                       MOVE SPACE TO WS-PEND-STATE(PND-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> One HELD event per record the run leaves waiting, naming the
      *> predecessor it waits on - the inquiry's answer to "why has
      *> this not run".
       POST-HELD-STATUS.
           PERFORM OPEN-REQUEST-STATUS.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATE(PND-IDX) = 'H'
                   PERFORM STAGE-HELD-EVENT
                   PERFORM STAMP-STATUS-EVENT
                   PERFORM WRITE-STATUS-EVENT
               END-IF
           END-PERFORM.
           CLOSE REQUEST-STATUS-FILE.

       STAGE-HELD-EVENT.
           MOVE WS-PEND-ID(PND-IDX) TO WS-STAT-REQUEST-ID.
           MOVE "HELD" TO WS-STAT-CODE.
           MOVE ZERO TO WS-STAT-ATTEMPT.
           MOVE SPACES TO WS-STAT-DETAIL.
           IF WS-PEND-PRED(PND-IDX) = SPACES
               STRING 'behind held turn of conversation '
                   FUNCTION TRIM(WS-PEND-CONVID(PND-IDX))
                   DELIMITED BY SIZE INTO WS-STAT-DETAIL
               END-STRING
           ELSE
               STRING 'waiting on predecessor '
                   FUNCTION TRIM(WS-PEND-PRED(PND-IDX))
                   DELIMITED BY SIZE INTO WS-STAT-DETAIL
               END-STRING
           END-IF.

      *> Sets WS-PEND-PASS-CLASS to the lowest sort-class with work
      *> left, or WS-PEND-ANY-LEFT to 'N' when the table is done.

       PROCESS-ONE-PENDING-ENTRY.
           MOVE WS-PEND-ID(PND-IDX) TO WS-CURRENT-REQUEST-ID.
           MOVE WS-PEND-PRED(PND-IDX) TO WS-CURRENT-PREDECESSOR-ID.
           PERFORM CHECK-BATCH-WINDOW.
           IF NOT WINDOW-PAUSED
               PERFORM CHECK-PENDING-PREDECESSOR
           END-IF.
           IF CHAIN-HELD AND NOT WINDOW-PAUSED
               MOVE 'H' TO WS-PEND-STATE(PND-IDX)
               IF WS-CURRENT-PREDECESSOR-ID = SPACES
                   DISPLAY "Holding "
                           FUNCTION TRIM(WS-CURRENT-REQUEST-ID)
                           " - behind a held turn of conversation "
                           FUNCTION TRIM(WS-PEND-CONVID(PND-IDX)) "."
               ELSE
                   DISPLAY "Holding "
                           FUNCTION TRIM(WS-CURRENT-REQUEST-ID)
                           " - predecessor "
                           FUNCTION TRIM(WS-CURRENT-PREDECESSOR-ID)
                           " has no releasable answer yet."
               END-IF
           END-IF.
           IF NOT WINDOW-PAUSED AND NOT CHAIN-HELD
               MOVE WS-PEND-CONVID(PND-IDX)
                   TO WS-CURRENT-CONVERSATION-ID
               MOVE WS-PEND-PROMPT(PND-IDX) TO WS-CURRENT-PROMPT
                       ADD 1 TO WS-BATCH-ERROR-COUNT
                   END-IF
                   MOVE 'D' TO WS-PEND-STATE(PND-IDX)
                   ADD 1 TO WS-CHAIN-PROGRESS
                   PERFORM ADVANCE-PRIORITY-CHECKPOINT
               END-IF
           END-IF.

      *> Live-run hold test. A turn behind a held turn of the same
      *> conversation waits with it - history must append in turn
      *> order. A chained record waits while its predecessor is still
      *> pending in this run (any class), or is not on the master, or
      *> is on it awaiting review. A predecessor that FAILED and was
      *> never queued for review, or that review rejected, is not a
      *> hold: the record goes ahead and INSERT-PREDECESSOR-ANSWER
      *> fails it with the chain.
       CHECK-PENDING-PREDECESSOR.
           MOVE 'G' TO WS-CHAIN-STANDING.
           IF WS-PEND-CONVID(PND-IDX) NOT = SPACES
               PERFORM VARYING WS-PEND-SCAN FROM 1 BY 1
                       UNTIL WS-PEND-SCAN >= PND-IDX
                       OR (WS-PEND-STATE(WS-PEND-SCAN) = 'H'
                           AND WS-PEND-CONVID(WS-PEND-SCAN)
                               = WS-PEND-CONVID(PND-IDX))
                   CONTINUE
               END-PERFORM
               IF WS-PEND-SCAN < PND-IDX
                   SET CHAIN-HELD TO TRUE
               END-IF
           END-IF.
           IF NOT CHAIN-HELD
               AND WS-CURRENT-PREDECESSOR-ID NOT = SPACES
               PERFORM VARYING WS-PEND-SCAN FROM 1 BY 1
                       UNTIL WS-PEND-SCAN > WS-PEND-COUNT
                       OR WS-PEND-ID(WS-PEND-SCAN)
                           = WS-CURRENT-PREDECESSOR-ID
                   CONTINUE
               END-PERFORM
               IF WS-PEND-SCAN <= WS-PEND-COUNT
                   AND WS-PEND-STATE(WS-PEND-SCAN) NOT = 'D'
                   SET CHAIN-HELD TO TRUE
               ELSE
                   PERFORM CHECK-PREDECESSOR-ON-MASTER
               END-IF
           END-IF.

      *> Holds (WS-CHAIN-STANDING 'H') unless the predecessor's record
      *> is on the response master and out of review. A record waiting
      *> in review holds whatever its error flag says - an answer that
      *> failed its rule keeps the flag through review, and approval
      *> may still release it. Shared by the live run and REQUEUE,
      *> both of which hold the master open.
       CHECK-PREDECESSOR-ON-MASTER.
           PERFORM READ-PREDECESSOR-ANSWER.
           IF WS-CHAIN-PRED-FOUND = 'N'
               SET CHAIN-HELD TO TRUE
           ELSE
               IF RM-REVIEW-STATUS = 'P'
                   SET CHAIN-HELD TO TRUE
               END-IF
           END-IF.

       READ-PREDECESSOR-ANSWER.
           MOVE 'Y' TO WS-CHAIN-PRED-FOUND.
           MOVE WS-CURRENT-PREDECESSOR-ID TO RM-REQUEST-ID.
           READ RESPONSE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHAIN-PRED-FOUND
           END-READ.

      *> Compares the clock to BATCH_WINDOW_END before a request is
      *> allowed to start. An in-flight request is never killed - that
      *> lost-mid-call request is exactly what this check exists to
       PROCESS-ONE-PROMPT.
           DISPLAY "Processing request " FUNCTION TRIM(WS-CURRENT-REQUEST-ID).
           MOVE 'N' TO WS-CONTINUATION-MODE.
           MOVE ZERO TO WS-REQ-ELAPSED-MS WS-REQ-RETRIES WS-REQ-CALLS.
           MOVE 'N' TO WS-REQ-REASKED.
           MOVE 'N' TO WS-CACHE-HIT-FLAG.
           MOVE SPACES TO WS-TOOL-TURNS.
           MOVE ZERO TO WS-TOOL-SUM-IN-TOKENS WS-TOOL-SUM-OUT-TOKENS.
           PERFORM SELECT-MODEL-ROUTE.
           PERFORM RESOLVE-PROMPT-TEMPLATE.
           IF NOT TEMPLATE-ERROR
               AND WS-CURRENT-PREDECESSOR-ID NOT = SPACES
               PERFORM INSERT-PREDECESSOR-ANSWER
           END-IF.
           IF TEMPLATE-ERROR
               MOVE SPACES TO WS-FULL-ANSWER
           ELSE
      *> collect), so price the stitched-so-far usage here and count
      *> it against the cap alongside the next call's worst case.
                   COMPUTE WS-CALL-COST ROUNDED =
                       ((WS-SUM-IN-TOKENS * WS-PRICE-RATE-IN)
                        + (WS-SUM-OUT-TOKENS * WS-PRICE-RATE-OUT))
                       / 1000000
                   END-COMPUTE
               END-IF
      *> prices. Shared by the pre-call cap check, the continuation and
      *> re-ask cap checks, and the batch-submission projection.
       COMPUTE-CALL-WORST-COST.
           PERFORM SET-LIVE-PRICE-LOOKUP.
           COMPUTE WS-EST-REQ-IN-TOKENS =
               (FUNCTION LENGTH(FUNCTION TRIM(WS-JSON-PAYLOAD2))
                + FUNCTION LENGTH(FUNCTION TRIM(WS-TMPL-SYSTEM-TEXT)))
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUN-MAX-TOKENS))
               TO WS-EST-REQ-OUT-TOKENS.
           COMPUTE WS-CALL-WORST-COST ROUNDED =
               ((WS-EST-REQ-IN-TOKENS * WS-PRICE-RATE-IN)
                + (WS-EST-REQ-OUT-TOKENS * WS-PRICE-RATE-OUT))
               / 1000000
           END-COMPUTE.

      *> A call being made now prices at today's rate-card line for the
      *> routed model - the batch rate when this run is building or
      *> collecting a message batch. A model the card does not know is
      *> worth a console line: the cap check is only as good as its
      *> rates.
       SET-LIVE-PRICE-LOOKUP.
           MOVE WS-RUN-MODEL TO WS-PRICE-LOOKUP-MODEL.
           ACCEPT WS-PRICE-LOOKUP-DATE FROM DATE YYYYMMDD.
           IF BATCH-PRICING
               MOVE 'B' TO WS-PRICE-LOOKUP-BASIS
           ELSE
               MOVE 'S' TO WS-PRICE-LOOKUP-BASIS
           END-IF.
           PERFORM FIND-PRICE-FOR-MODEL.
           IF NOT PRICE-ROW-FOUND
               DISPLAY "No rate-card line for "
                       FUNCTION TRIM(WS-RUN-MODEL) " on "
                       WS-PRICE-LOOKUP-DATE
                       " - pricing at the DEFAULT line, if any."
           END-IF.

      *> Folds the finished call's ACTUAL usage into today's running
      *> spend. Guarded by a class test, not the error flag: an errored
      *> request whose earlier continuation segments succeeded carries
       ADD-ACTUAL-CALL-COST.
           IF WS-RESP-INPUT-TOKENS IS NUMERIC
               AND WS-RESP-OUTPUT-TOKENS IS NUMERIC
               PERFORM SET-LIVE-PRICE-LOOKUP
               COMPUTE WS-CALL-COST ROUNDED =
                   ((WS-RESP-INPUT-TOKENS * WS-PRICE-RATE-IN)
                    + (WS-RESP-OUTPUT-TOKENS * WS-PRICE-RATE-OUT))
                   / 1000000
               END-COMPUTE
               ADD WS-CALL-COST TO WS-TODAY-SPEND
               ADD WS-CALL-COST TO WS-RUNH-SPEND
               IF PARTITION-WORKER
                   PERFORM WRITE-SPEND-LEDGER-LINE
               END-IF
               END-UNSTRING
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARSE-FIELD))
                   TO WS-AUDIT-OUT-TOKENS
               PERFORM PRICE-AUDIT-LINE
               ADD WS-CALL-COST TO WS-TODAY-SPEND
           END-IF.

       RUN-COST-ESTIMATE.
           PERFORM READ-CONFIG.
           PERFORM LOAD-MODEL-ROUTES.
           PERFORM LOAD-PRICE-MASTER.
           MOVE ZERO TO WS-EST-COUNT WS-EST-SKIPPED WS-EST-GRAND-COST.

           OPEN INPUT PROMPT-INPUT-FILE.
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNH-READ
                           MOVE PI-REQUEST-ID TO WS-CURRENT-REQUEST-ID
                           MOVE PI-CONVERSATION-ID
                               TO WS-CURRENT-CONVERSATION-ID
               END-COMPUTE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUN-MAX-TOKENS))
                   TO WS-EST-REQ-OUT-TOKENS
               PERFORM SET-LIVE-PRICE-LOOKUP
               COMPUTE WS-EST-REQ-COST ROUNDED =
                   ((WS-EST-REQ-IN-TOKENS * WS-PRICE-RATE-IN)
                    + (WS-EST-REQ-OUT-TOKENS * WS-PRICE-RATE-OUT))
                   / 1000000
               END-COMPUTE
               PERFORM ADD-TO-ESTIMATE-TABLE
                           " re-ask - skipping it."
                   PERFORM REMOVE-API-KEY-HEADER-FILE
               ELSE
                   MOVE 'Y' TO WS-REQ-REASKED
                   PERFORM CALL-ANTHROPIC-API
                   PERFORM COLLECT-FULL-ANSWER
                   PERFORM REMOVE-API-KEY-HEADER-FILE
           COMPUTE RQ-RETRY-COUNT = WS-CURRENT-RETRY-COUNT + 1.
           MOVE WS-RESP-ERROR-TYPE TO RQ-ERROR-TYPE.
           MOVE WS-CURRENT-COST-CENTER TO RQ-COST-CENTER.
           MOVE WS-CURRENT-PREDECESSOR-ID TO RQ-PREDECESSOR-ID.
           WRITE REQUEUE-RECORD.
           CLOSE REQUEUE-FILE.
           ADD 1 TO WS-RUNH-REQUEUED.
           MOVE RQ-REQUEST-ID TO WS-STAT-REQUEST-ID.
           MOVE "REQUEUED" TO WS-STAT-CODE.
           MOVE RQ-RETRY-COUNT TO WS-STAT-ATTEMPT.
           MOVE RQ-ERROR-TYPE TO WS-STAT-DETAIL.
           PERFORM POST-REQUEST-STATUS.

      *> Invoked via "cobthropic REQUEUE". Renames requeue_input.txt to
      *> a work snapshot, reprocesses ONLY those requests, and lets
                   PERFORM LOAD-ANSWER-RULES
                   PERFORM LOAD-TOOL-DEFINITIONS
                   PERFORM LOAD-REDACTION-PATTERNS
                   PERFORM LOAD-PRICE-MASTER
                   PERFORM SEED-TODAY-SPEND
                   MOVE 'Y' TO WS-REASK-ALLOWED
                   PERFORM OPEN-RESULT-FILES
                   PERFORM LOAD-PERM-REJECT-TABLE
                   OPEN EXTEND PERM-REJECT-FILE
                   IF WS-PERM-REJECT-STATUS = "35"
                       OPEN OUTPUT PERM-REJECT-FILE

       REPROCESS-REQUEUE-FILE.
           MOVE ZERO TO WS-REQUEUE-REPROCESSED WS-REQUEUE-FAILED-AGAIN
                        WS-REQUEUE-PERM-REJECTS WS-REQUEUE-HANDLED
                        WS-REQUEUE-HELD WS-RQHELD-COUNT.
           OPEN INPUT REQUEUE-WORK-FILE.
           SET WS-REQUEUE-EOF-FLAG TO 'N'.
           PERFORM UNTIL END-OF-REQUEUE
                   AT END
                       SET END-OF-REQUEUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-READ
                       IF CAP-PAUSED
      *> The cap tripped earlier in this rerun - everything still
      *> unread goes straight back to requeue_input.txt untouched, so
           WRITE REQUEUE-CKPT-RECORD.
           CLOSE REQUEUE-CKPT-FILE.

      *> A chained record is first tested against its predecessor:
      *> one still unanswered, in review, or put back held earlier in
      *> this pass holds the record - it goes back to the requeue
      *> untouched, attempt count and all, since waiting is not a
      *> failure. One whose predecessor was permanently rejected is
      *> rejected with it. Anything else runs, and
      *> INSERT-PREDECESSOR-ANSWER fails it with the chain if the
      *> predecessor is still in error.
       REPROCESS-ONE-REQUEUE-RECORD.
           MOVE RW-PREDECESSOR-ID TO WS-CURRENT-PREDECESSOR-ID.
           MOVE 'G' TO WS-CHAIN-STANDING.
           MOVE 'N' TO WS-PREJ-FOUND.
           IF WS-CURRENT-PREDECESSOR-ID NOT = SPACES
               PERFORM CHECK-REQUEUE-PREDECESSOR
           END-IF.
           IF CHAIN-HELD
               DISPLAY "Holding " FUNCTION TRIM(RW-REQUEST-ID)
                       " - predecessor "
                       FUNCTION TRIM(RW-PREDECESSOR-ID)
                       " has no releasable answer yet."
               ADD 1 TO WS-REQUEUE-HELD
               IF WS-RQHELD-COUNT < 5000
                   ADD 1 TO WS-RQHELD-COUNT
                   MOVE RW-REQUEST-ID TO WS-RQHELD-ID(WS-RQHELD-COUNT)
               END-IF
               PERFORM RETURN-RECORD-TO-REQUEUE
           ELSE
           IF WS-PREJ-FOUND = 'Y'
               MOVE "predecessor_permrej" TO RW-ERROR-TYPE
               ADD 1 TO WS-REQUEUE-PERM-REJECTS
               PERFORM WRITE-PERM-REJECT
           ELSE
           IF RW-RETRY-COUNT >= WS-CFG-REQUEUE-LIMIT
               ADD 1 TO WS-REQUEUE-PERM-REJECTS
               PERFORM WRITE-PERM-REJECT
                       ADD 1 TO WS-REQUEUE-REPROCESSED
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-REQUEUE-PREDECESSOR.
           PERFORM VARYING WS-PREJ-SCAN FROM 1 BY 1
                   UNTIL WS-PREJ-SCAN > WS-PREJ-COUNT
                   OR WS-PREJ-ID(WS-PREJ-SCAN)
                       = WS-CURRENT-PREDECESSOR-ID
               CONTINUE
           END-PERFORM.
           IF WS-PREJ-SCAN <= WS-PREJ-COUNT
               MOVE 'Y' TO WS-PREJ-FOUND
           ELSE
               PERFORM VARYING WS-PREJ-SCAN FROM 1 BY 1
                       UNTIL WS-PREJ-SCAN > WS-RQHELD-COUNT
                       OR WS-RQHELD-ID(WS-PREJ-SCAN)
                           = WS-CURRENT-PREDECESSOR-ID
                   CONTINUE
               END-PERFORM
               IF WS-PREJ-SCAN <= WS-RQHELD-COUNT
                   SET CHAIN-HELD TO TRUE
               ELSE
                   PERFORM CHECK-PREDECESSOR-ON-MASTER
               END-IF
           END-IF.

      *> The request-ids already on permanent_rejects.txt - the first
      *> field of each "request-id|attempts=nn|error" line.
       LOAD-PERM-REJECT-TABLE.
           MOVE ZERO TO WS-PREJ-COUNT.
           OPEN INPUT PERM-REJECT-FILE.
           IF WS-PERM-REJECT-STATUS = "00"
               SET WS-REQUEUE-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-REQUEUE
                   READ PERM-REJECT-FILE
                       AT END
                           SET END-OF-REQUEUE TO TRUE
                       NOT AT END
                           IF WS-PREJ-COUNT < 5000
                               ADD 1 TO WS-PREJ-COUNT
                               UNSTRING PERM-REJECT-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-PREJ-ID(WS-PREJ-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERM-REJECT-FILE
           END-IF.

       RETURN-RECORD-TO-REQUEUE.
               INTO PERM-REJECT-RECORD
           END-STRING.
           WRITE PERM-REJECT-RECORD.
           IF WS-PREJ-COUNT < 5000
               ADD 1 TO WS-PREJ-COUNT
               MOVE RW-REQUEST-ID TO WS-PREJ-ID(WS-PREJ-COUNT)
           END-IF.
           MOVE RW-REQUEST-ID TO WS-STAT-REQUEST-ID.
           MOVE "PERMREJ" TO WS-STAT-CODE.
           MOVE RW-RETRY-COUNT TO WS-STAT-ATTEMPT.
           MOVE RW-ERROR-TYPE TO WS-STAT-DETAIL.
           PERFORM POST-REQUEST-STATUS.

       DISPLAY-REQUEUE-SUMMARY.
           DISPLAY " ".
           MOVE WS-REQUEUE-PERM-REJECTS TO WS-RECON-DISPLAY.
           DISPLAY "Permanently rejected:         "
                   FUNCTION TRIM(WS-RECON-DISPLAY).
           MOVE WS-REQUEUE-HELD TO WS-RECON-DISPLAY.
           DISPLAY "Held behind predecessor:      "
                   FUNCTION TRIM(WS-RECON-DISPLAY).
           IF CAP-PAUSED
               DISPLAY "Requeue run PAUSED by the daily cost cap -"
                       " unprocessed records returned to requeue_input.txt."
           ELSE
               IF WS-REQUEUE-FAILED-AGAIN > ZERO
                   OR WS-REQUEUE-PERM-REJECTS > ZERO
                   OR WS-REQUEUE-HELD > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
               PERFORM LOAD-ANSWER-RULES
               PERFORM LOAD-TOOL-DEFINITIONS
               PERFORM LOAD-REDACTION-PATTERNS
               PERFORM LOAD-PRICE-MASTER
               PERFORM SEED-TODAY-SPEND
      *> No re-asks on a trial - the comparison should show what the
      *> candidate says first time, at first-time cost.
                               AT END
                                   SET END-OF-FILE TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-RUNH-READ
                                   PERFORM COMPARE-ONE-PROMPT
                           END-READ
                       END-PERFORM
           MOVE PI-PROMPT-TEXT TO WS-ORIGINAL-PROMPT.
           MOVE PI-PRIORITY-CLASS TO WS-CURRENT-PRIORITY-CLASS.
           MOVE PI-COST-CENTER TO WS-CURRENT-COST-CENTER.
           MOVE PI-PREDECESSOR-ID TO WS-CURRENT-PREDECESSOR-ID.
           MOVE ZERO TO WS-CURRENT-RETRY-COUNT.
           MOVE WS-CURRENT-REQUEST-ID TO RM-REQUEST-ID.
           READ RESPONSE-MASTER-FILE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RM-MODEL TO WS-CMP-PROD-MODEL
                   MOVE RM-TIMESTAMP(1:8) TO WS-CMP-PROD-DATE
                   MOVE RM-INPUT-TOKENS TO WS-CMP-PROD-IN
                   MOVE RM-OUTPUT-TOKENS TO WS-CMP-PROD-OUT
                   MOVE RM-ANSWER TO WS-CMP-PROD-ANSWER
           DISPLAY "Comparing " FUNCTION TRIM(WS-CURRENT-REQUEST-ID)
                   " on " FUNCTION TRIM(WS-CMP-CAND-MODEL) "...".
           MOVE 'N' TO WS-CONTINUATION-MODE.
           MOVE ZERO TO WS-REQ-ELAPSED-MS WS-REQ-RETRIES WS-REQ-CALLS.
           MOVE 'N' TO WS-REQ-REASKED.
           MOVE 'N' TO WS-CACHE-HIT-FLAG.
           MOVE SPACES TO WS-TOOL-TURNS.
           MOVE ZERO TO WS-TOOL-SUM-IN-TOKENS WS-TOOL-SUM-OUT-TOKENS.
           PERFORM SELECT-MODEL-ROUTE.
           PERFORM RESOLVE-PROMPT-TEMPLATE.
           IF NOT TEMPLATE-ERROR
               AND WS-CURRENT-PREDECESSOR-ID NOT = SPACES
               PERFORM INSERT-PREDECESSOR-ANSWER
           END-IF.
           IF TEMPLATE-ERROR
               MOVE SPACES TO WS-FULL-ANSWER
           ELSE
               MOVE WS-CMP-SAVED-ANSWER TO WS-FULL-ANSWER
           END-IF.

      *> The production answer is priced at the rate in force the day
      *> it was bought, the candidate at today's.
           MOVE WS-CMP-PROD-MODEL TO WS-PRICE-LOOKUP-MODEL.
           MOVE WS-CMP-PROD-DATE TO WS-PRICE-LOOKUP-DATE.
           MOVE 'S' TO WS-PRICE-LOOKUP-BASIS.
           PERFORM FIND-PRICE-FOR-MODEL.
           COMPUTE WS-CMP-PROD-COST ROUNDED =
               ((WS-CMP-PROD-IN * WS-PRICE-RATE-IN)
                + (WS-CMP-PROD-OUT * WS-PRICE-RATE-OUT))
               / 1000000
           END-COMPUTE.
           MOVE ZERO TO WS-CMP-CAND-COST.
           IF WS-RESP-INPUT-TOKENS IS NUMERIC
               AND WS-RESP-OUTPUT-TOKENS IS NUMERIC
               MOVE WS-CMP-CAND-MODEL TO WS-PRICE-LOOKUP-MODEL
               ACCEPT WS-PRICE-LOOKUP-DATE FROM DATE YYYYMMDD
               PERFORM FIND-PRICE-FOR-MODEL
               COMPUTE WS-CMP-CAND-COST ROUNDED =
                   ((WS-RESP-INPUT-TOKENS * WS-PRICE-RATE-IN)
                    + (WS-RESP-OUTPUT-TOKENS * WS-PRICE-RATE-OUT))
                   / 1000000
               END-COMPUTE
           END-IF.
                       ELSE
                           PERFORM ASSIGN-PARTITION-STREAMS
                           PERFORM WRITE-PARTITION-FILES
                           IF WS-CHAIN-HELD-COUNT > ZERO
                               MOVE WS-CHAIN-HELD-COUNT
                                   TO WS-RECON-DISPLAY
                               DISPLAY "Held out: "
                                   FUNCTION TRIM(WS-RECON-DISPLAY)
                                   " chained record(s) - run them"
                                   " with a live run after MERGE."
                           END-IF
                           PERFORM POST-QUEUED-STATUS
      *> A fresh deal invalidates whatever a previous (merged) run
      *> left behind in the per-stream checkpoints and the ledger.
                           CALL "SYSTEM" USING
      *> Entries already marked 'D' (replayed from priority_done.txt)
      *> are left out of the deal entirely and do not advance the
      *> round-robin - the merge-side frontier judge replicates
      *> exactly this rule, so keep the two in step. So are chained
      *> records ('H', see JUDGE-CHAIN-HOLD-OUT): they stay pending
      *> below the merged checkpoint for the next live run.
       ASSIGN-PARTITION-STREAMS.
           MOVE ZERO TO WS-PART-RR WS-CHAIN-CONV-COUNT
                        WS-CHAIN-HELD-COUNT.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATE(PND-IDX) NOT = 'D'
                   MOVE WS-PEND-PRED(PND-IDX) TO WS-CHAIN-HO-PRED
                   MOVE WS-PEND-CONVID(PND-IDX) TO WS-CHAIN-HO-CONVID
                   PERFORM JUDGE-CHAIN-HOLD-OUT
                   IF WS-CHAIN-CONV-HELD = 'Y'
                       MOVE 'H' TO WS-PEND-STATE(PND-IDX)
                       ADD 1 TO WS-CHAIN-HELD-COUNT
                   END-IF
               END-IF
               IF WS-PEND-STATE(PND-IDX) = 'D'
                   OR WS-PEND-STATE(PND-IDX) = 'H'
                   CONTINUE
               ELSE
                   IF WS-PEND-CONVID(PND-IDX) NOT = SPACES
               END-IF
           END-PERFORM.

      *> A chained record never rides a stream: its predecessor may
      *> be answered by another worker, and a worker sees only its own
      *> stream and writes nothing the others can read until MERGE. It
      *> is held out of the deal instead - with every later turn of
      *> its conversation, which must not run ahead of it - and the
      *> next live run, after MERGE has banked the predecessors'
      *> answers on the master, works it. Called in file order by the
      *> split and by the merge judge, so both build the same list of
      *> held conversations and reach the same verdict.
       JUDGE-CHAIN-HOLD-OUT.
           MOVE 'N' TO WS-CHAIN-CONV-HELD.
           IF WS-CHAIN-HO-PRED NOT = SPACES
               MOVE 'Y' TO WS-CHAIN-CONV-HELD
           END-IF.
           IF WS-CHAIN-HO-CONVID NOT = SPACES
               PERFORM VARYING WS-CHAIN-CONV-SCAN FROM 1 BY 1
                       UNTIL WS-CHAIN-CONV-SCAN > WS-CHAIN-CONV-COUNT
                       OR WS-CHAIN-CONV-ID(WS-CHAIN-CONV-SCAN)
                           = WS-CHAIN-HO-CONVID
                   CONTINUE
               END-PERFORM
               IF WS-CHAIN-CONV-SCAN <= WS-CHAIN-CONV-COUNT
                   MOVE 'Y' TO WS-CHAIN-CONV-HELD
               ELSE
                   IF WS-CHAIN-CONV-HELD = 'Y'
                       AND WS-CHAIN-CONV-COUNT < 5000
                       ADD 1 TO WS-CHAIN-CONV-COUNT
                       MOVE WS-CHAIN-HO-CONVID
                           TO WS-CHAIN-CONV-ID(WS-CHAIN-CONV-COUNT)
                   END-IF
               END-IF
           END-IF.

       WRITE-PARTITION-FILES.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-CFG-WORKER-COUNT
           MOVE WS-PEND-CONVID(PND-IDX) TO WS-PART-WORK-REC(500:10).
           MOVE WS-PEND-CLASS(PND-IDX) TO WS-PART-WORK-REC(510:1).
           MOVE WS-PEND-CC(PND-IDX) TO WS-PART-WORK-REC(511:6).
           MOVE WS-PEND-PRED(PND-IDX) TO WS-PART-WORK-REC(517:10).
           MOVE WS-PART-WORK-REC TO PART-OUT-RECORD.
           WRITE PART-OUT-RECORD.
           ADD 1 TO WS-PART-WRITTEN.

       RUN-ONE-WORKER-STREAM.
           MOVE 'Y' TO WS-PARTITION-MODE.
           MOVE SPACES TO WS-STAT-RUN-SOURCE.
           STRING 'WORKER ' WS-PART-DIGITS(WS-PART-NUM:1)
               DELIMITED BY SIZE INTO WS-STAT-RUN-SOURCE
           END-STRING.
           PERFORM LOAD-MODEL-ROUTES.
           PERFORM LOAD-ANSWER-RULES.
           PERFORM LOAD-TOOL-DEFINITIONS.
           PERFORM LOAD-REDACTION-PATTERNS.
           PERFORM LOAD-PRICE-MASTER.
      *> Seed from the LIVE audit log (what merged/serial runs spent
      *> today) while the name still points at it, then bank that as
      *> the base the ledger refresh adds to.
           STRING 'master_part_' WS-PART-DIGITS(WS-PART-NUM:1) '.dat'
               DELIMITED BY SIZE INTO WS-MASTER-PART-NAME
           END-STRING.
           MOVE SPACES TO WS-STATUS-PART-NAME.
           STRING 'status_part_' WS-PART-DIGITS(WS-PART-NUM:1) '.txt'
               DELIMITED BY SIZE INTO WS-STATUS-PART-NAME
           END-STRING.

       WORKER-STREAM-LOOP.
           SET WS-EOF-FLAG TO 'N'.
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-READ
                       MOVE PI-REQUEST-ID TO WS-CURRENT-REQUEST-ID
                       MOVE PI-CONVERSATION-ID
                           TO WS-CURRENT-CONVERSATION-ID
                       MOVE PI-PRIORITY-CLASS
                           TO WS-CURRENT-PRIORITY-CLASS
                       MOVE PI-COST-CENTER TO WS-CURRENT-COST-CENTER
                       MOVE PI-PREDECESSOR-ID
                           TO WS-CURRENT-PREDECESSOR-ID
                       MOVE ZERO TO WS-CURRENT-RETRY-COUNT
                       IF WS-LAST-CHECKPOINT-ID NOT = SPACES
                           AND WS-CURRENT-REQUEST-ID
           PERFORM MERGE-MASTER-PARTS.
           PERFORM MERGE-REQUEUE-PARTS.
           PERFORM MERGE-VALEXC-PARTS.
           PERFORM MERGE-STATUS-PARTS.
           PERFORM RECOMPUTE-MERGED-CHECKPOINT.
           CALL "SYSTEM" USING
               "rm -f prompt_part_*.txt checkpoint_part_*.txt responses_part_*.txt audit_part_*.txt master_part_*.dat requeue_part_*.txt valexc_part_*.txt status_part_*.txt spend_ledger.txt sortwork.tmp".
           MOVE WS-MERGE-LINE-COUNT TO WS-RECON-DISPLAY.
           DISPLAY "Merge complete - "
                   FUNCTION TRIM(WS-RECON-DISPLAY)
                   " response/audit line(s) folded in request-id"
                   " order.".
           PERFORM RUN-DISTRIBUTION.

       MERGE-SORTED-LINES.
           SORT SORT-WORK-FILE
                           WRITE RESPONSE-RECORD
                       ELSE
                           MOVE SPACES TO AUDIT-LOG-RECORD
                           MOVE SW-LINE(1:256) TO AUDIT-LOG-RECORD
                           WRITE AUDIT-LOG-RECORD
                       END-IF
               END-RETURN
           END-IF.

      *> The banked master records go in through the same
      *> STORE-MASTER-GENERATION the live mode uses, so a rerun of a
      *> request-id keeps its old answer as a generation here too.
      *> Parts are taken in worker order; a request-id is dealt to one
      *> stream, so its generations still number in the order the
      *> answers were made.
       MERGE-MASTER-PARTS.
           OPEN I-O RESPONSE-MASTER-FILE.
           IF WS-RESPMAST-STATUS = "35"
                           AT END
                               SET END-OF-MASTER-PART TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RUNH-READ
                               ADD 1 TO WS-RUNH-APPLIED
                               MOVE MASTER-PART-RECORD
                                   TO RESPONSE-MASTER-RECORD
                               PERFORM STORE-MASTER-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-PART-FILE
                           AT END
                               SET END-OF-PART-IN TO TRUE
                           NOT AT END
                               MOVE PART-IN-RECORD(1:568)
                                   TO REQUEUE-RECORD
                               WRITE REQUEUE-RECORD
                               IF WS-RQ-MERGED-COUNT < 5000
           END-PERFORM.
           CLOSE VALIDATION-EXCEPTION-FILE.

      *> Posts every worker's banked lifecycle events to the status
      *> master. Each stream's events are already in the order they
      *> happened and no request-id lives in two streams, so posting
      *> stream by stream keeps every trail in sequence; the worker's
      *> own timestamp and source ride through unchanged.
       MERGE-STATUS-PARTS.
           PERFORM OPEN-REQUEST-STATUS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-CFG-WORKER-COUNT
               MOVE SPACES TO WS-PART-IN-NAME
               STRING 'status_part_' WS-PART-DIGITS(WS-PART-IDX:1)
                   '.txt'
                   DELIMITED BY SIZE INTO WS-PART-IN-NAME
               END-STRING
               OPEN INPUT PART-IN-FILE
               IF WS-PART-IN-STATUS = "00"
                   SET WS-PART-IN-EOF TO 'N'
                   PERFORM UNTIL END-OF-PART-IN
                       READ PART-IN-FILE
                           AT END
                               SET END-OF-PART-IN TO TRUE
                           NOT AT END
                               MOVE PART-IN-RECORD(1:111)
                                   TO WS-STAT-EVENT
                               PERFORM WRITE-STATUS-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN-FILE
               END-IF
           END-PERFORM.
           CLOSE REQUEST-STATUS-FILE.

      *> Replays the split's deterministic dealing rule over
      *> prompt_clean.txt and advances the main checkpoint to the
      *> highest id where every id at or below it is handled - at or
           MOVE "prompt_clean.txt" TO WS-PROMPT-FILE-NAME.
           MOVE SPACES TO WS-RECON-LINE-ID.
           MOVE 'Y' TO WS-MERGE-HANDLED.
           MOVE ZERO TO WS-PART-RR WS-PDONE-OUT-COUNT
                        WS-CHAIN-CONV-COUNT.
           OPEN INPUT PROMPT-INPUT-FILE.
           IF WS-PROMPT-STATUS = "00"
               SET WS-EOF-FLAG TO 'N'
      *> others get the same dealing rule ASSIGN-PARTITION-STREAMS
      *> used - keep the two in step or the frontier judges ids
      *> against the wrong stream's checkpoint.
      *> A chained record held out of the deal was never worked - it
      *> stops the frontier and leaves the round-robin where it was.
           MOVE PI-REQUEST-ID TO WS-PDONE-LOOKUP-ID.
           PERFORM CHECK-ID-IN-PDONE.
           MOVE 'N' TO WS-CHAIN-CONV-HELD.
           IF WS-PDONE-FOUND = 'N'
               MOVE PI-PREDECESSOR-ID TO WS-CHAIN-HO-PRED
               MOVE PI-CONVERSATION-ID TO WS-CHAIN-HO-CONVID
               PERFORM JUDGE-CHAIN-HOLD-OUT
           END-IF.
           IF WS-PDONE-FOUND = 'Y'
               MOVE 'Y' TO WS-JUDGE-HANDLED
           ELSE
           IF WS-CHAIN-CONV-HELD = 'Y'
               MOVE 'N' TO WS-JUDGE-HANDLED
           ELSE
               IF PI-CONVERSATION-ID NOT = SPACES
                   MOVE 1 TO WS-PART-IDX
                       MOVE 'Y' TO WS-JUDGE-HANDLED
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-JUDGE-HANDLED = 'Y'
               IF WS-MERGE-HANDLED = 'Y'
      *> through the normal error-record path here, at submit time,
      *> exactly as the live mode would have reported them.
       RUN-BATCH-SUBMIT.
           SET BATCH-PRICING TO TRUE.
           ACCEPT WS-API-KEY FROM ENVIRONMENT "ANTHROPIC_API_KEY".
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-API-KEY)) = 0
               DISPLAY "ERROR: Environment variable ANTHROPIC_API_KEY is not set."
               PERFORM READ-CONFIG
               PERFORM LOAD-MODEL-ROUTES
               PERFORM LOAD-REDACTION-PATTERNS
               PERFORM LOAD-PRICE-MASTER
               PERFORM SEED-TODAY-SPEND
               PERFORM READ-CHECKPOINT
      *> A paused priority run's above-checkpoint completions must
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-READ
                       MOVE PI-REQUEST-ID TO WS-CURRENT-REQUEST-ID
                       MOVE PI-CONVERSATION-ID
                           TO WS-CURRENT-CONVERSATION-ID
                       MOVE PI-PRIORITY-CLASS
                           TO WS-CURRENT-PRIORITY-CLASS
                       MOVE PI-COST-CENTER TO WS-CURRENT-COST-CENTER
                       MOVE PI-PREDECESSOR-ID
                           TO WS-CURRENT-PREDECESSOR-ID
                       MOVE ZERO TO WS-CURRENT-RETRY-COUNT
                       MOVE WS-CURRENT-REQUEST-ID
                           TO WS-PDONE-LOOKUP-ID
                   MOVE ZERO TO WS-SYSTEM-RESULT
               END-IF
           END-IF.
      *> Nor can a chained request: its predecessor's answer may be
      *> riding the same submission, and the body is built now. Same
      *> remedy - REQUEUE runs it live once the answer is on file.
           IF NOT TEMPLATE-ERROR AND NOT RESP-HAS-ERROR
               AND WS-CURRENT-PREDECESSOR-ID NOT = SPACES
               SET RESP-HAS-ERROR TO TRUE
               MOVE "chain_in_batch" TO WS-RESP-ERROR-TYPE
               MOVE "Chained requests cannot ride a batch submission - requeue runs it live"
                   TO WS-RESP-ERROR-MSG
               MOVE ZERO TO WS-SYSTEM-RESULT
           END-IF.
      *> Redacted here too - a batch submission is as outbound as a
      *> live call. The fan-out pass cannot restore (the map dies
      *> with this process), so a batch answer that echoes a redacted
               END-IF
               WRITE BATCH-REQUEST-RECORD
               ADD 1 TO WS-BATCH-SUBMIT-COUNT
               IF WS-BATCH-SUBMIT-COUNT <= 5000
                   MOVE WS-CURRENT-REQUEST-ID
                       TO WS-BATCH-SENT-ID(WS-BATCH-SUBMIT-COUNT)
               END-IF
               PERFORM COMPUTE-CALL-WORST-COST
               ADD WS-CALL-WORST-COST TO WS-BATCH-WORST-COST
           END-IF.
                       CLOSE BATCH-STATE-FILE
                       DISPLAY "Batch accepted: "
                               FUNCTION TRIM(WS-BATCH-ID)
                       PERFORM POST-SUBMITTED-STATUS
                       DISPLAY "Run 'cobthropic POLL' until results are"
                               " retrieved."
                   END-IF
      *> master - the same records the live mode writes, so everything
      *> downstream (the usage report included) works unchanged.
       RUN-BATCH-POLL.
           SET BATCH-PRICING TO TRUE.
           ACCEPT WS-API-KEY FROM ENVIRONMENT "ANTHROPIC_API_KEY".
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-API-KEY)) = 0
               DISPLAY "ERROR: Environment variable ANTHROPIC_API_KEY is not set."
           PERFORM READ-CONFIG.
           PERFORM LOAD-MODEL-ROUTES.
           PERFORM LOAD-ANSWER-RULES.
      *> Priced at the batch rate as each result lands, for the run
      *> history's spend figure.
           PERFORM LOAD-PRICE-MASTER.
      *> The fan-out table filters on the checkpoint exactly as the
      *> SUBMIT pass did, so both passes see the same pending set.
           PERFORM READ-CHECKPOINT.
                       AT END
                           SET END-OF-BATCH-RESULTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNH-READ
                           PERFORM FAN-OUT-ONE-RESULT
                   END-READ
               END-PERFORM
               END-IF
           END-IF.
           PERFORM CLOSE-RESULT-FILES.
           IF WS-BATCH-RESULT-COUNT > ZERO
               PERFORM RUN-DISTRIBUTION
           END-IF.

      *> Rebuilds the request-id lookup the fan-out needs. The batch
      *> was submitted from this same prompt_input.txt, so every
               END-IF
               MOVE ZERO TO WS-CURRENT-RETRY-COUNT
               MOVE 'N' TO WS-CONTINUATION-MODE
               MOVE 'N' TO WS-REQ-REASKED
               PERFORM SELECT-MODEL-ROUTE
               PERFORM RESOLVE-PROMPT-TEMPLATE
               MOVE BATCH-RESULTS-RECORD TO WS-RAW-JSON
               MOVE 'N' TO WS-RAW-JSON-TRUNCATED
               PERFORM PARSE-API-RESPONSE
               PERFORM EXTRACT-RESULT-MODEL
               PERFORM ADD-ACTUAL-CALL-COST
               MOVE SPACES TO WS-FULL-ANSWER
               MOVE WS-RESP-TEXT TO WS-FULL-ANSWER
               ADD 1 TO WS-BATCH-RESULT-COUNT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNH-READ
                           PERFORM ADD-RECON-REQUEST
                   END-READ
               END-PERFORM
      *> cutover trailer carries: call lines, token sums, and the
      *> priced cost (same per-line pricing the chargeback uses).
       TALLY-AUDIT-CONTROL-TOTALS.
           PERFORM LOAD-PRICE-MASTER.
           MOVE ZERO TO WS-CUT-CALLS WS-CUT-IN-TOKENS
                        WS-CUT-OUT-TOKENS WS-CUT-COST.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM OPEN-PRICE-EXCEPTIONS
               SET WS-AUDIT-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-LOG-FILE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               PERFORM CLOSE-PRICE-EXCEPTIONS
           END-IF.

       TALLY-ONE-CONTROL-LINE.
               TO WS-AUDIT-OUT-TOKENS.
           ADD WS-AUDIT-IN-TOKENS TO WS-CUT-IN-TOKENS.
           ADD WS-AUDIT-OUT-TOKENS TO WS-CUT-OUT-TOKENS.
           PERFORM PRICE-AUDIT-LINE.
           ADD WS-CALL-COST TO WS-CUT-COST.

      *> Invoked via "cobthropic CUTOVER <YYYYMM>" at month end.
       RESOLVE-PROMPT-TEMPLATE.
           MOVE 'N' TO WS-TMPL-ERROR-FLAG.
           MOVE 'Y' TO WS-TMPL-CACHE-OK.
           MOVE 'N' TO WS-TMPL-REVIEW-FLAG.
           MOVE ZERO TO WS-EXT-FIELD-COUNT.
           MOVE SPACES TO WS-TMPL-ID WS-TMPL-SYSTEM-TEXT.
      *> "@DOC:" shares the '@' lead with template references but is
                       IF WS-TMPL-FILE-TEXT(1:1) = 'N'
                           MOVE 'N' TO WS-TMPL-CACHE-OK
                       END-IF
      *> "template-id|R|Y" holds the template's answers for review.
                   WHEN 'R'
                       IF WS-TMPL-FILE-TEXT(1:1) = 'Y'
                           MOVE 'Y' TO WS-TMPL-REVIEW-FLAG
                       END-IF
      *> "template-id|E|name:width:type,..." marks an extraction
      *> template - see WS-EXT-FIELD-TABLE for the spec grammar.
                   WHEN 'E'
               END-IF
           END-PERFORM.

      *> A chained request: every {ANSWER} in the expanded prompt (the
      *> raw text, or a template value carried into it) is replaced
      *> with the predecessor's answer off the response master. When
      *> there is no releasable answer to put there - the predecessor
      *> errored, failed its answer rule, was rejected in review, or
      *> left no answer text - or the answer will not fit the prompt
      *> buffer, the request fails with the chain the way an unknown
      *> template fails: an error record, no API call, and a requeue
      *> entry that retries it once the predecessor has been put
      *> right. It is never sent with a blank where the answer goes.
      *> The review decision is tested before the error flag, in the
      *> order ANSREVIEW RELEASE and the distribution judge it: an
      *> answer that failed its rule keeps RM-ERROR-FLAG 'Y' after a
      *> reviewer approves (A) or corrects (C) it, and is released
      *> then - so it is consumed here too. Only an error nobody has
      *> reviewed fails the chain as predecessor_failed.
       INSERT-PREDECESSOR-ANSWER.
           MOVE SPACES TO WS-CHAIN-FAIL-TYPE.
           PERFORM READ-PREDECESSOR-ANSWER.
           EVALUATE TRUE
               WHEN WS-CHAIN-PRED-FOUND = 'N'
                   MOVE "predecessor_missing" TO WS-CHAIN-FAIL-TYPE
               WHEN RM-REVIEW-STATUS = 'R'
                   MOVE "predecessor_rejected" TO WS-CHAIN-FAIL-TYPE
               WHEN RM-REVIEW-STATUS = 'P'
                   MOVE "predecessor_in_review" TO WS-CHAIN-FAIL-TYPE
               WHEN RM-REVIEW-STATUS NOT = 'A'
                   AND RM-REVIEW-STATUS NOT = 'C'
                   AND RM-ERROR-FLAG = 'Y'
                   MOVE "predecessor_failed" TO WS-CHAIN-FAIL-TYPE
               WHEN RM-ANSWER = SPACES
                   MOVE "predecessor_no_answer" TO WS-CHAIN-FAIL-TYPE
               WHEN OTHER
                   PERFORM SUBSTITUTE-PREDECESSOR-ANSWER
           END-EVALUATE.
           IF WS-CHAIN-FAIL-TYPE NOT = SPACES
               PERFORM FLAG-CHAIN-FAILURE
           END-IF.

      *> Same walk as SUBSTITUTE-TEMPLATE-VARS, into a work buffer
      *> first so an overflow leaves WS-CURRENT-PROMPT untouched.
       SUBSTITUTE-PREDECESSOR-ANSWER.
           MOVE SPACES TO WS-CHAIN-WORK.
           MOVE 1 TO WS-CHAIN-PTR.
           MOVE 'N' TO WS-CHAIN-OVERFLOW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RM-ANSWER TRAILING))
               TO WS-CHAIN-ANSWER-LEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CURRENT-PROMPT
               TRAILING)) TO WS-CHAIN-LEN.
           IF WS-CHAIN-ANSWER-LEN > 3700
               MOVE 'Y' TO WS-CHAIN-OVERFLOW
           END-IF.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-LEN
                   OR WS-CHAIN-OVERFLOW = 'Y'
               IF WS-CHAIN-IDX + 7 <= WS-CHAIN-LEN
                   AND WS-CURRENT-PROMPT(WS-CHAIN-IDX:8) = '{ANSWER}'
                   STRING RM-ANSWER(1:WS-CHAIN-ANSWER-LEN)
                       DELIMITED BY SIZE
                       INTO WS-CHAIN-WORK
                       WITH POINTER WS-CHAIN-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-CHAIN-OVERFLOW
                   END-STRING
                   ADD 7 TO WS-CHAIN-IDX
               ELSE
                   STRING WS-CURRENT-PROMPT(WS-CHAIN-IDX:1)
                       DELIMITED BY SIZE
                       INTO WS-CHAIN-WORK
                       WITH POINTER WS-CHAIN-PTR
                       ON OVERFLOW
                           MOVE 'Y' TO WS-CHAIN-OVERFLOW
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-CHAIN-OVERFLOW = 'Y'
               MOVE "predecessor_overflow" TO WS-CHAIN-FAIL-TYPE
           ELSE
               MOVE WS-CHAIN-WORK TO WS-CURRENT-PROMPT
           END-IF.

       FLAG-CHAIN-FAILURE.
           SET TEMPLATE-ERROR TO TRUE.
           MOVE SPACES TO WS-RESPONSE-FIELDS.
           SET RESP-HAS-ERROR TO TRUE.
           MOVE WS-CHAIN-FAIL-TYPE TO WS-RESP-ERROR-TYPE.
           MOVE SPACES TO WS-RESP-ERROR-MSG.
           IF WS-CHAIN-FAIL-TYPE = "predecessor_overflow"
               STRING
                   'Answer of predecessor '
                   FUNCTION TRIM(WS-CURRENT-PREDECESSOR-ID)
                   ' does not fit the prompt - not sent'
                   DELIMITED BY SIZE
                   INTO WS-RESP-ERROR-MSG
               END-STRING
           ELSE
               STRING
                   'Predecessor '
                   FUNCTION TRIM(WS-CURRENT-PREDECESSOR-ID)
                   ' has no releasable answer ('
                   FUNCTION TRIM(WS-CHAIN-FAIL-TYPE) ') - not sent'
                   DELIMITED BY SIZE
                   INTO WS-RESP-ERROR-MSG
               END-STRING
           END-IF.
           MOVE ZERO TO WS-SYSTEM-RESULT.

      *> Same reporting shape as FLAG-PAYLOAD-OVERFLOW: the request is
      *> recorded as an error in responses.txt and the audit log, and
      *> no API call is made.
       CALL-ANTHROPIC-API.
           MOVE ZERO TO WS-RETRY-ATTEMPT.
           MOVE 'Y' TO WS-RETRY-NEEDED.
           PERFORM READ-CALL-CLOCK.
           MOVE WS-CLOCK-CS TO WS-CALL-START-CS.

           PERFORM UNTIL NOT RETRY-NEEDED
               MOVE 'N' TO WS-RETRY-NEEDED
                       DISPLAY "Check your API key and network connection."
                       DISPLAY "Giving up after " WS-CFG-MAX-RETRIES " attempts."
                       PERFORM REMOVE-API-KEY-HEADER-FILE
                       MOVE "TRANSPORT" TO WS-RUNH-PAUSE
                       PERFORM WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RECORD-CALL-TIMING.

      *> A call that runs across midnight reads a smaller clock at the
      *> end than at the start - a day's worth of hundredths puts it
      *> right.
       RECORD-CALL-TIMING.
           PERFORM READ-CALL-CLOCK.
           IF WS-CLOCK-CS < WS-CALL-START-CS
               ADD 8640000 TO WS-CLOCK-CS
           END-IF.
           COMPUTE WS-CALL-ELAPSED-MS =
               (WS-CLOCK-CS - WS-CALL-START-CS) * 10.
           COMPUTE WS-CALL-RETRIES = WS-RETRY-ATTEMPT - 1.
           ADD WS-CALL-ELAPSED-MS TO WS-REQ-ELAPSED-MS.
           ADD WS-CALL-RETRIES TO WS-REQ-RETRIES.
           ADD 1 TO WS-REQ-CALLS.
           DISPLAY "Call elapsed " WS-CALL-ELAPSED-MS " ms, "
                   WS-CALL-RETRIES " retry(ies).".

       READ-CALL-CLOCK.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-STAMP.
           COMPUTE WS-CLOCK-CS =
               FUNCTION NUMVAL(WS-CLOCK-STAMP(1:2)) * 360000
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(3:2)) * 6000
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(5:2)) * 100
               + FUNCTION NUMVAL(WS-CLOCK-STAMP(7:2)).

       BACKOFF-AND-RETRY.
           DISPLAY "Retrying in " WS-CFG-RETRY-DELAY-SECS
                   TO WS-RESP-ERROR-MSG
           END-IF.

      *> Puts the current call's parsed fields on the keyed master as
      *> the request-id's current answer. A request-id being re-run
      *> does not lose its old answer - STORE-MASTER-GENERATION keeps
      *> it as a numbered generation first.
       WRITE-RESPONSE-MASTER.
           MOVE SPACES TO RESPONSE-MASTER-RECORD.
           MOVE WS-CURRENT-REQUEST-ID TO RM-REQUEST-ID.
           MOVE WS-CURRENT-COST-CENTER TO RM-COST-CENTER.
           MOVE WS-CACHE-HIT-FLAG TO RM-CACHE-FLAG.
           MOVE WS-FULL-ANSWER TO RM-ANSWER.
           MOVE WS-TMPL-ID TO RM-TEMPLATE-ID.
           MOVE WS-CURRENT-PRIORITY-CLASS TO RM-PRIORITY-CLASS.
           MOVE WS-REQ-REASKED TO RM-REASK-FLAG.
           PERFORM SET-REVIEW-ROUTING.
      *> A worker banks its records in its sequential partition file;
      *> only the MERGE pass touches the real keyed master, so the
      *> index ever has one writer.
           MOVE ZERO TO RM-GENERATION.
           IF PARTITION-WORKER
               MOVE RESPONSE-MASTER-RECORD TO MASTER-PART-RECORD
               WRITE MASTER-PART-RECORD
           ELSE
               PERFORM STORE-MASTER-GENERATION
           END-IF.
           PERFORM POST-OUTCOME-STATUS.
           PERFORM COUNT-RUN-OUTCOME.

      *> Writes RESPONSE-MASTER-RECORD to the master, which must be open
      *> I-O. A request-id new to the master becomes generation 1. One
      *> already there has its current record copied to
      *> response_generations.dat under its own number, and the new
      *> record replaces it one number higher - the master always
      *> holds the current answer, so INQUIRE, ANSREVIEW, RESPMAINT
      *> and the distribution read it exactly as before.
       STORE-MASTER-GENERATION.
           MOVE RESPONSE-MASTER-RECORD TO WS-NEW-MASTER-IMAGE.
           MOVE 'N' TO WS-GEN-FOUND-FLAG.
           READ RESPONSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GEN-FOUND-FLAG
           END-READ.
           IF GEN-CURRENT-FOUND
               PERFORM SUPERSEDE-CURRENT-GENERATION
               MOVE WS-NEW-MASTER-IMAGE TO RESPONSE-MASTER-RECORD
               MOVE WS-NEXT-GENERATION TO RM-GENERATION
               REWRITE RESPONSE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Response master not updated for "
                               FUNCTION TRIM(RM-REQUEST-ID)
                               " - file status " WS-RESPMAST-STATUS
                   NOT INVALID KEY
                       DISPLAY "Request " FUNCTION TRIM(RM-REQUEST-ID)
                               " re-run - now generation "
                               RM-GENERATION "."
               END-REWRITE
           ELSE
               MOVE WS-NEW-MASTER-IMAGE TO RESPONSE-MASTER-RECORD
               MOVE 1 TO RM-GENERATION
               WRITE RESPONSE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Response master not written for "
                               FUNCTION TRIM(RM-REQUEST-ID)
                               " - file status " WS-RESPMAST-STATUS
               END-WRITE
           END-IF.

      *> Keeps the master record just read as a superseded generation
      *> and leaves the number its replacement takes in
      *> WS-NEXT-GENERATION. A record written before generations were
      *> numbered is taken as generation 1. A generation already kept
      *> under that number is never overwritten - the duplicate is
      *> reported and the kept record left as it was.
       SUPERSEDE-CURRENT-GENERATION.
           IF RM-GENERATION = ZERO
               MOVE 1 TO RM-GENERATION
           END-IF.
           ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-GEN-TS.
           STRING
               WS-STAT-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-GEN-TS
           END-STRING.
           MOVE SPACES TO RESPONSE-GENERATION-RECORD.
           MOVE RM-REQUEST-ID TO RG-REQUEST-ID.
           MOVE RM-GENERATION TO RG-GENERATION.
           MOVE WS-GEN-TS TO RG-SUPERSEDED-TS.
           MOVE "RERUN" TO RG-SUPERSEDED-BY.
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
               COMPUTE WS-NEXT-GENERATION = RM-GENERATION + 1
           ELSE
               MOVE 999 TO WS-NEXT-GENERATION
           END-IF.

       COUNT-RUN-OUTCOME.
           EVALUATE TRUE
               WHEN RESP-HAS-ERROR
                   ADD 1 TO WS-RUNH-ERRORED
               WHEN CACHE-HIT
                   ADD 1 TO WS-RUNH-CACHED
               WHEN OTHER
                   ADD 1 TO WS-RUNH-ANSWERED
           END-EVALUATE.

      *> Queues the answer for ANSREVIEW when a human should see it
      *> before downstream jobs do: it failed its rule (the answer text
      *> is still kept on the error record for the reviewer), it was
      *> cut off at max_tokens even after continuations, or its
      *> template is flagged review-required. Other error records have
      *> no answer to review - the requeue owns those.
       SET-REVIEW-ROUTING.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-RESP-ERROR-TYPE)
                       = "validation_failed"
                   MOVE "RULE_FAILED" TO RM-REVIEW-REASON
               WHEN RESP-HAS-ERROR
                   CONTINUE
               WHEN FUNCTION TRIM(WS-RESP-STOP-REASON) = "max_tokens"
                   MOVE "MAX_TOKENS" TO RM-REVIEW-REASON
               WHEN WS-TMPL-REVIEW-FLAG = 'Y'
                   MOVE "TEMPLATE" TO RM-REVIEW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RM-REVIEW-REASON NOT = SPACES
               MOVE 'P' TO RM-REVIEW-STATUS
               DISPLAY "Answer for " FUNCTION TRIM(RM-REQUEST-ID)
                       " queued for review ("
                       FUNCTION TRIM(RM-REVIEW-REASON) ")."
           END-IF.

      *> The request's lifecycle event for the outcome just written to
      *> the master. An error other than a failed rule posts nothing
      *> here - the REQUEUED event WRITE-REQUEUE-ENTRY posts right
      *> after carries the error type and the attempt count.
       POST-OUTCOME-STATUS.
           MOVE WS-CURRENT-REQUEST-ID TO WS-STAT-REQUEST-ID.
           MOVE WS-CURRENT-RETRY-COUNT TO WS-STAT-ATTEMPT.
           MOVE SPACES TO WS-STAT-CODE.
           MOVE WS-RUN-MODEL TO WS-STAT-DETAIL.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-RESP-ERROR-TYPE)
                       = "validation_failed"
                   MOVE "VALFAIL" TO WS-STAT-CODE
               WHEN RESP-HAS-ERROR
                   CONTINUE
               WHEN CACHE-HIT
                   MOVE "CACHED" TO WS-STAT-CODE
               WHEN OTHER
                   MOVE "ANSWERED" TO WS-STAT-CODE
           END-EVALUATE.
           IF WS-STAT-CODE NOT = SPACES
               PERFORM POST-REQUEST-STATUS
           END-IF.

      *> Posts the one event in WS-STAT-EVENT (the caller fills the
      *> request-id, code, attempt and detail). The master is opened
      *> and closed around the single write, as the checkpoint is, so
      *> an abend mid-run loses nothing already posted. A worker banks
      *> the event in its status part file instead.
       POST-REQUEST-STATUS.
           PERFORM STAMP-STATUS-EVENT.
           IF PARTITION-WORKER
               OPEN EXTEND STATUS-PART-FILE
               IF WS-STATUS-PART-STATUS = "35"
                   OPEN OUTPUT STATUS-PART-FILE
                   CLOSE STATUS-PART-FILE
                   OPEN EXTEND STATUS-PART-FILE
               END-IF
               MOVE WS-STAT-EVENT TO STATUS-PART-RECORD
               WRITE STATUS-PART-RECORD
               CLOSE STATUS-PART-FILE
           ELSE
               PERFORM OPEN-REQUEST-STATUS
               PERFORM WRITE-STATUS-EVENT
               CLOSE REQUEST-STATUS-FILE
           END-IF.

       STAMP-STATUS-EVENT.
           ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-STAT-TS.
           STRING
               WS-STAT-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-STAT-TS
           END-STRING.
           MOVE WS-STAT-RUN-SOURCE TO WS-STAT-SOURCE.
           MOVE ZERO TO WS-STAT-SEQ.

       OPEN-REQUEST-STATUS.
           OPEN I-O REQUEST-STATUS-FILE.
           IF WS-REQSTAT-STATUS = "35"
               OPEN OUTPUT REQUEST-STATUS-FILE
               CLOSE REQUEST-STATUS-FILE
               OPEN I-O REQUEST-STATUS-FILE
           END-IF.

      *> Appends WS-STAT-EVENT to its request's trail as the next
      *> sequence number (the master must be open I-O). The trail is
      *> a handful of records, so walking it to find the last one is
      *> cheap. A restart re-loads everything still pending - one
      *> QUEUED event per wait is enough, so a repeat is not posted.
       WRITE-STATUS-EVENT.
           MOVE ZERO TO WS-STAT-LAST-SEQ.
           MOVE SPACES TO WS-STAT-LAST-CODE.
           MOVE 'N' TO WS-STAT-SCAN-FLAG.
           MOVE WS-STAT-REQUEST-ID TO RS-REQUEST-ID.
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
                       IF RS-REQUEST-ID NOT = WS-STAT-REQUEST-ID
                           SET END-OF-STAT-TRAIL TO TRUE
                       ELSE
                           MOVE RS-EVENT-SEQ TO WS-STAT-LAST-SEQ
                           MOVE RS-STATUS-CODE TO WS-STAT-LAST-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STAT-CODE = "QUEUED"
               AND WS-STAT-LAST-CODE = "QUEUED"
               CONTINUE
           ELSE
               MOVE WS-STAT-EVENT TO REQUEST-STATUS-RECORD
               COMPUTE RS-EVENT-SEQ = WS-STAT-LAST-SEQ + 1
               WRITE REQUEST-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Status event "
                               FUNCTION TRIM(WS-STAT-CODE)
                               " not posted for "
                               FUNCTION TRIM(WS-STAT-REQUEST-ID)
                               " - file status " WS-REQSTAT-STATUS
               END-WRITE
           END-IF.

      *> Everything the live run (or the split) is about to work gets
      *> a QUEUED event - the class it waits in, or the stream it was
      *> dealt to. Entries already done ahead of the checkpoint are
      *> not waiting for anything.
       POST-QUEUED-STATUS.
           PERFORM OPEN-REQUEST-STATUS.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PEND-STATE(PND-IDX) NOT = 'D'
                   MOVE WS-PEND-ID(PND-IDX) TO WS-STAT-REQUEST-ID
                   MOVE "QUEUED" TO WS-STAT-CODE
                   MOVE ZERO TO WS-STAT-ATTEMPT
                   MOVE SPACES TO WS-STAT-DETAIL
                   EVALUATE TRUE
                       WHEN WS-PEND-STATE(PND-IDX) = 'H'
                           PERFORM STAGE-HELD-EVENT
                       WHEN WS-PEND-STATE(PND-IDX) NOT = SPACE
                           STRING 'stream ' WS-PEND-STATE(PND-IDX)
                               DELIMITED BY SIZE INTO WS-STAT-DETAIL
                           END-STRING
                       WHEN WS-PEND-CLASS(PND-IDX) = SPACE
                           MOVE 'default class' TO WS-STAT-DETAIL
                       WHEN OTHER
                           STRING 'priority class '
                               WS-PEND-CLASS(PND-IDX)
                               DELIMITED BY SIZE INTO WS-STAT-DETAIL
                           END-STRING
                   END-EVALUATE
                   PERFORM STAMP-STATUS-EVENT
                   PERFORM WRITE-STATUS-EVENT
               END-IF
           END-PERFORM.
           CLOSE REQUEST-STATUS-FILE.

      *> Posted only once the API has accepted the batch - a refused
      *> or failed submission leaves the requests as they were.
       POST-SUBMITTED-STATUS.
           PERFORM OPEN-REQUEST-STATUS.
           PERFORM VARYING WS-BATCH-SENT-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-SENT-IDX > WS-BATCH-SUBMIT-COUNT
                   OR WS-BATCH-SENT-IDX > 5000
               MOVE WS-BATCH-SENT-ID(WS-BATCH-SENT-IDX)
                   TO WS-STAT-REQUEST-ID
               MOVE "SUBMITTED" TO WS-STAT-CODE
               MOVE ZERO TO WS-STAT-ATTEMPT
               MOVE WS-BATCH-ID TO WS-STAT-DETAIL
               PERFORM STAMP-STATUS-EVENT
               PERFORM WRITE-STATUS-EVENT
           END-PERFORM.
           CLOSE REQUEST-STATUS-FILE.

      *> Splits the answers due for delivery into one dated file per
      *> department (RM-COST-CENTER): delivery_<dept>_<date>_<seq>.txt,
      *> blank cost centers under NOCC. Performed at the end of a live
      *> run, a MERGE and a POLL that brought results back, and on its
      *> own as "cobthropic DISTRIBUTE" - which is how answers a
      *> reviewer has since approved or corrected go out. A partition
      *> WORKER never distributes; its MERGE does. Only the
      *> distribution log decides what has gone, so rerunning any of
      *> these delivers nothing twice.
       RUN-DISTRIBUTION.
           ACCEPT WS-DIST-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DIST-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DIST-RUN-DATE))
                   - WS-CFG-DIST-LOOKBACK).
           MOVE ZERO TO WS-DIST-FILE-COUNT WS-DIST-ANSWER-COUNT.
           OPEN INPUT RESPONSE-MASTER-FILE.
           IF WS-RESPMAST-STATUS NOT = "00"
               DISPLAY "No response master file yet - nothing to"
                       " distribute."
           ELSE
               OPEN I-O DISTRIBUTION-LOG-FILE
               IF WS-DISTLOG-STATUS = "35"
                   OPEN OUTPUT DISTRIBUTION-LOG-FILE
                   CLOSE DISTRIBUTION-LOG-FILE
                   OPEN I-O DISTRIBUTION-LOG-FILE
               END-IF
               PERFORM LOAD-DELIVERY-SEQUENCES
               SORT DIST-SORT-FILE
                   ON ASCENDING KEY DS-COST-CENTER DS-REQUEST-ID
                   INPUT PROCEDURE IS FEED-DUE-ANSWERS
                   OUTPUT PROCEDURE IS WRITE-DELIVERY-FILES
               CALL "SYSTEM" USING "rm -f distsort.tmp"
               CLOSE DISTRIBUTION-LOG-FILE
               CLOSE RESPONSE-MASTER-FILE
               MOVE WS-DIST-ANSWER-COUNT TO WS-RECON-DISPLAY
               DISPLAY "Distribution: "
                       FUNCTION TRIM(WS-RECON-DISPLAY)
                       " answer(s) delivered in " WS-DIST-FILE-COUNT
                       " department file(s)."
           END-IF.

       FEED-DUE-ANSWERS.
           MOVE 'N' TO WS-DIST-MASTER-EOF.
           MOVE LOW-VALUES TO RM-REQUEST-ID.
           START RESPONSE-MASTER-FILE
               KEY IS GREATER THAN RM-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-DIST-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-DIST-MASTER-EOF = 'Y'
               READ RESPONSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DIST-MASTER-EOF
                   NOT AT END
                       PERFORM JUDGE-DUE-ANSWER
                       IF DIST-DUE
                           MOVE RM-COST-CENTER TO DS-COST-CENTER
                           MOVE RM-REQUEST-ID TO DS-REQUEST-ID
                           RELEASE DIST-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> The ANSREVIEW RELEASE rules, judged against the look-back
      *> window rather than one day: a review decision dates from when
      *> it was made, an answer that needed none from when it was
      *> produced. Pending, rejected and error records never go.
       JUDGE-DUE-ANSWER.
           MOVE 'N' TO WS-DIST-DUE-FLAG.
           MOVE SPACES TO WS-DIST-ANSWER-DATE.
           EVALUATE TRUE
               WHEN RM-REVIEW-STATUS = 'A' OR RM-REVIEW-STATUS = 'C'
                   MOVE RM-REVIEW-TS(1:8) TO WS-DIST-ANSWER-DATE
               WHEN RM-REVIEW-STATUS = SPACE
                   AND RM-ERROR-FLAG NOT = 'Y'
                   MOVE RM-TIMESTAMP(1:8) TO WS-DIST-ANSWER-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DIST-ANSWER-DATE IS NUMERIC
               IF FUNCTION NUMVAL(WS-DIST-ANSWER-DATE)
                       NOT < WS-DIST-CUTOFF-DATE
                   MOVE RM-REQUEST-ID TO DL-REQUEST-ID
                   MOVE RM-GENERATION TO DL-GENERATION
                   READ DISTRIBUTION-LOG-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-DIST-DUE-FLAG
                   END-READ
               END-IF
           END-IF.

       WRITE-DELIVERY-FILES.
           MOVE 'N' TO WS-DIST-SORT-EOF.
           MOVE 'N' TO WS-DIST-FILE-OPEN.
           PERFORM UNTIL END-OF-DIST-SORT
               RETURN DIST-SORT-FILE
                   AT END
                       SET END-OF-DIST-SORT TO TRUE
                   NOT AT END
                       IF DIST-FILE-IS-OPEN
                           AND (DS-COST-CENTER NOT = WS-DIST-DEPT
                                OR WS-DIST-IN-FILE = 5000)
                           PERFORM CLOSE-DELIVERY-FILE
                       END-IF
                       IF NOT DIST-FILE-IS-OPEN
                           PERFORM OPEN-DELIVERY-FILE
                       END-IF
                       PERFORM DELIVER-ONE-ANSWER
               END-RETURN
           END-PERFORM.
           IF DIST-FILE-IS-OPEN
               PERFORM CLOSE-DELIVERY-FILE
           END-IF.

       OPEN-DELIVERY-FILE.
           MOVE DS-COST-CENTER TO WS-DIST-DEPT.
           IF WS-DIST-DEPT = SPACES
               MOVE "NOCC" TO WS-DIST-LABEL
           ELSE
               MOVE WS-DIST-DEPT TO WS-DIST-LABEL
           END-IF.
           PERFORM NEXT-DELIVERY-SEQUENCE.
           PERFORM SAVE-DELIVERY-SEQUENCES.
           MOVE SPACES TO WS-DELIVERY-FILE-NAME.
           STRING
               'delivery_' FUNCTION TRIM(WS-DIST-LABEL)
               '_' WS-DIST-RUN-DATE '_' WS-DIST-SEQ '.txt'
               DELIMITED BY SIZE
               INTO WS-DELIVERY-FILE-NAME
           END-STRING.
           OPEN OUTPUT DELIVERY-FILE.
           MOVE 'Y' TO WS-DIST-FILE-OPEN.
           MOVE ZERO TO WS-DIST-LINES WS-DIST-BYTES WS-DIST-IN-FILE.
           MOVE SPACES TO DELIVERY-RECORD.
           STRING
               'HDR|' FUNCTION TRIM(WS-DIST-LABEL)
               '|' WS-DIST-RUN-DATE '|' WS-DIST-SEQ
               DELIMITED BY SIZE
               INTO DELIVERY-RECORD
           END-STRING.
           WRITE DELIVERY-RECORD.

      *> Trailer first, then the log - see WS-DIST-FILE-TABLE.
       CLOSE-DELIVERY-FILE.
           MOVE SPACES TO DELIVERY-RECORD.
           STRING
               'TRL|' FUNCTION TRIM(WS-DIST-LABEL)
               '|' WS-DIST-LINES '|' WS-DIST-BYTES
               DELIMITED BY SIZE
               INTO DELIVERY-RECORD
           END-STRING.
           WRITE DELIVERY-RECORD.
           CLOSE DELIVERY-FILE.
           MOVE 'N' TO WS-DIST-FILE-OPEN.
           ADD 1 TO WS-DIST-FILE-COUNT.
           ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DIST-TS.
           STRING
               WS-STAT-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-DIST-TS
           END-STRING.
           PERFORM VARYING WS-DIST-FILE-IDX FROM 1 BY 1
                   UNTIL WS-DIST-FILE-IDX > WS-DIST-IN-FILE
               MOVE WS-DIST-FILE-ID(WS-DIST-FILE-IDX) TO DL-REQUEST-ID
               MOVE WS-DIST-FILE-GEN(WS-DIST-FILE-IDX) TO DL-GENERATION
               MOVE WS-DIST-DEPT TO DL-COST-CENTER
               MOVE WS-DELIVERY-FILE-NAME TO DL-DELIVERY-FILE
               MOVE WS-DIST-SEQ TO DL-SEQ
               MOVE WS-DIST-TS TO DL-DELIVERED-TS
               MOVE WS-DIST-FILE-BYTES(WS-DIST-FILE-IDX)
                   TO DL-ANSWER-BYTES
               WRITE DISTRIBUTION-LOG-RECORD
                   INVALID KEY
                       REWRITE DISTRIBUTION-LOG-RECORD
               END-WRITE
           END-PERFORM.
           MOVE WS-DIST-IN-FILE TO WS-RECON-DISPLAY.
           DISPLAY "Delivered " FUNCTION TRIM(WS-RECON-DISPLAY)
                   " answer(s) to " FUNCTION TRIM(WS-DIST-LABEL)
                   " in " FUNCTION TRIM(WS-DELIVERY-FILE-NAME).

      *> The chunk rules of WRITE-ANSWER-CHUNKS, cut from the master's
      *> copy of the answer (a corrected answer is the reviewer's text).
       DELIVER-ONE-ANSWER.
           MOVE DS-REQUEST-ID TO RM-REQUEST-ID.
           READ RESPONSE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO RM-ANSWER
           END-READ.
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
               MOVE SPACES TO DELIVERY-RECORD
               STRING
                   FUNCTION TRIM(DS-REQUEST-ID)
                   '|' WS-CHUNK-SEQ '|'
                   RM-ANSWER(WS-CHUNK-POS:WS-CHUNK-LEN)
                   DELIMITED BY SIZE
                   INTO DELIVERY-RECORD
               END-STRING
               WRITE DELIVERY-RECORD
               ADD 1 TO WS-DIST-LINES
               ADD WS-CHUNK-LEN TO WS-CHUNK-POS
           END-PERFORM.
           IF WS-CHUNK-SEQ = ZERO
               MOVE SPACES TO DELIVERY-RECORD
               STRING
                   FUNCTION TRIM(DS-REQUEST-ID)
                   '|001|'
                   DELIMITED BY SIZE
                   INTO DELIVERY-RECORD
               END-STRING
               WRITE DELIVERY-RECORD
               ADD 1 TO WS-DIST-LINES
           END-IF.
           ADD WS-ANSWER-LEN TO WS-DIST-BYTES.
           ADD 1 TO WS-DIST-IN-FILE.
           MOVE DS-REQUEST-ID TO WS-DIST-FILE-ID(WS-DIST-IN-FILE).
           MOVE RM-GENERATION TO WS-DIST-FILE-GEN(WS-DIST-IN-FILE).
           MOVE WS-ANSWER-LEN TO WS-DIST-FILE-BYTES(WS-DIST-IN-FILE).
           ADD 1 TO WS-DIST-ANSWER-COUNT.

       LOAD-DELIVERY-SEQUENCES.
           MOVE ZERO TO WS-DELSEQ-COUNT.
           OPEN INPUT DELIVERY-SEQ-FILE.
           IF WS-DELSEQ-STATUS = "00"
               MOVE 'N' TO WS-DELSEQ-EOF-FLAG
               PERFORM UNTIL END-OF-DELSEQ
                   READ DELIVERY-SEQ-FILE
                       AT END
                           SET END-OF-DELSEQ TO TRUE
                       NOT AT END
                           IF WS-DELSEQ-COUNT < 500
                               ADD 1 TO WS-DELSEQ-COUNT
                               MOVE SPACES TO WS-DELSEQ-TEXT
                               UNSTRING DELIVERY-SEQ-RECORD
                                   DELIMITED BY '|'
                                   INTO WS-DELSEQ-DEPT(WS-DELSEQ-COUNT)
                                        WS-DELSEQ-TEXT
                               END-UNSTRING
                               MOVE FUNCTION NUMVAL(WS-DELSEQ-TEXT)
                                   TO WS-DELSEQ-LAST(WS-DELSEQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-SEQ-FILE
           END-IF.

      *> Leaves the department's next sequence number in WS-DIST-SEQ
      *> and records it as the last used.
       NEXT-DELIVERY-SEQUENCE.
           PERFORM VARYING DSQ-IDX FROM 1 BY 1
                   UNTIL DSQ-IDX > WS-DELSEQ-COUNT
                   OR WS-DELSEQ-DEPT(DSQ-IDX) = WS-DIST-LABEL
               CONTINUE
           END-PERFORM.
           IF DSQ-IDX > WS-DELSEQ-COUNT
               IF WS-DELSEQ-COUNT < 500
                   ADD 1 TO WS-DELSEQ-COUNT
                   SET DSQ-IDX TO WS-DELSEQ-COUNT
                   MOVE WS-DIST-LABEL TO WS-DELSEQ-DEPT(DSQ-IDX)
                   MOVE ZERO TO WS-DELSEQ-LAST(DSQ-IDX)
               ELSE
                   DISPLAY "Delivery sequence table full - "
                           FUNCTION TRIM(WS-DIST-LABEL)
                           " numbered from 1."
               END-IF
           END-IF.
           IF DSQ-IDX <= WS-DELSEQ-COUNT
               ADD 1 TO WS-DELSEQ-LAST(DSQ-IDX)
               MOVE WS-DELSEQ-LAST(DSQ-IDX) TO WS-DIST-SEQ
           ELSE
               MOVE 1 TO WS-DIST-SEQ
           END-IF.

       SAVE-DELIVERY-SEQUENCES.
           OPEN OUTPUT DELIVERY-SEQ-FILE.
           PERFORM VARYING DSQ-IDX FROM 1 BY 1
                   UNTIL DSQ-IDX > WS-DELSEQ-COUNT
               MOVE SPACES TO DELIVERY-SEQ-RECORD
               STRING
                   FUNCTION TRIM(WS-DELSEQ-DEPT(DSQ-IDX))
                   '|' WS-DELSEQ-LAST(DSQ-IDX)
                   DELIMITED BY SIZE
                   INTO DELIVERY-SEQ-RECORD
               END-STRING
               WRITE DELIVERY-SEQ-RECORD
           END-PERFORM.
           CLOSE DELIVERY-SEQ-FILE.

      *> Invoked via "cobthropic INQUIRE <request-id>" - a single keyed
      *> read of the response master, displayed in full, in place of the
      *> old grep-responses-then-grep-audit ritual.
       INQUIRE-RESPONSE-MASTER.
           IF FUNCTION TRIM(WS-CLI-PARAM) = SPACES
               DISPLAY "Usage: cobthropic INQUIRE <request-id>"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPONSE-MASTER-FILE
               IF WS-RESPMAST-STATUS NOT = "00"
                   DISPLAY "No response master file yet - run a batch first."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-CLI-PARAM TO RM-REQUEST-ID
                   READ RESPONSE-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Request "
                                   FUNCTION TRIM(WS-CLI-PARAM)
                                   " not found in response master."
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM DISPLAY-MASTER-RECORD
                   END-READ
                   CLOSE RESPONSE-MASTER-FILE
               END-IF
           END-IF.

       DISPLAY-MASTER-RECORD.
           DISPLAY "=== Response master (" FUNCTION TRIM(RM-REQUEST-ID) ") ===".
           DISPLAY "Processed at:  " FUNCTION TRIM(RM-TIMESTAMP).
           DISPLAY "Model:         " FUNCTION TRIM(RM-MODEL).
           DISPLAY "Stop reason:   " FUNCTION TRIM(RM-STOP-REASON).
           IF RM-CACHE-FLAG = 'Y'
               DISPLAY "Served from:   answer cache"
           END-IF.
           EVALUATE RM-REVIEW-STATUS
               WHEN 'P'
                   DISPLAY "Review:        pending ("
                           FUNCTION TRIM(RM-REVIEW-REASON) ")"
               WHEN 'A'
                   DISPLAY "Review:        approved by "
                           FUNCTION TRIM(RM-REVIEWER-ID) " at "
                           FUNCTION TRIM(RM-REVIEW-TS)
               WHEN 'R'
                   DISPLAY "Review:        rejected by "
                           FUNCTION TRIM(RM-REVIEWER-ID) " at "
                           FUNCTION TRIM(RM-REVIEW-TS)
               WHEN 'C'
                   DISPLAY "Review:        corrected by "
                           FUNCTION TRIM(RM-REVIEWER-ID) " at "
                           FUNCTION TRIM(RM-REVIEW-TS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RM-ERROR-FLAG = 'Y'
               DISPLAY "Error:         " FUNCTION TRIM(RM-ERROR-TYPE)
           ELSE
               DISPLAY "Error:         none"
           END-IF.
           DISPLAY "Generation:    " RM-GENERATION.
           PERFORM DISPLAY-DELIVERY-STATUS.
           DISPLAY "Answer: " FUNCTION TRIM(RM-ANSWER).
           PERFORM LIST-ANSWER-GENERATIONS.
           DISPLAY "=== End ===".

      *> Every generation of the request-id, oldest first, with when
      *> it was produced, the model that produced it and what replaced
      *> it; the current one - the master record displayed above - is
      *> last and marked. Reads superseded images into the master's
      *> record area, so it runs after everything else is displayed.
       LIST-ANSWER-GENERATIONS.
           MOVE RM-REQUEST-ID TO WS-INQ-REQUEST-ID.
           MOVE RM-GENERATION TO WS-INQ-GENERATION.
           MOVE RM-TIMESTAMP TO WS-INQ-TIMESTAMP.
           MOVE RM-MODEL TO WS-INQ-MODEL.
           DISPLAY "Generations:".
           OPEN INPUT RESPONSE-GENERATION-FILE.
           IF WS-RESPGEN-STATUS = "00"
               MOVE 'N' TO WS-GEN-EOF-FLAG
               MOVE WS-INQ-REQUEST-ID TO RG-REQUEST-ID
               MOVE ZERO TO RG-GENERATION
               START RESPONSE-GENERATION-FILE
                   KEY IS NOT LESS THAN RG-KEY
                   INVALID KEY
                       SET END-OF-GENERATIONS TO TRUE
               END-START
               PERFORM UNTIL END-OF-GENERATIONS
                   READ RESPONSE-GENERATION-FILE NEXT RECORD
                       AT END
                           SET END-OF-GENERATIONS TO TRUE
                       NOT AT END
                           IF RG-REQUEST-ID NOT = WS-INQ-REQUEST-ID
                               SET END-OF-GENERATIONS TO TRUE
                           ELSE
                               MOVE RG-MASTER-IMAGE
                                   TO RESPONSE-MASTER-RECORD
                               DISPLAY "  " RG-GENERATION "  "
                                       RM-TIMESTAMP "  "
                                       FUNCTION TRIM(RM-MODEL)
                                       "  replaced "
                                       FUNCTION TRIM(RG-SUPERSEDED-TS)
                                       " by "
                                       FUNCTION TRIM(RG-SUPERSEDED-BY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-GENERATION-FILE
           END-IF.
           DISPLAY "  " WS-INQ-GENERATION "  " WS-INQ-TIMESTAMP "  "
                   FUNCTION TRIM(WS-INQ-MODEL) "  current".

      *> Where the current generation went, from the distribution log
      *> - nothing is shown when there is no log yet.
       DISPLAY-DELIVERY-STATUS.
           OPEN INPUT DISTRIBUTION-LOG-FILE.
           IF WS-DISTLOG-STATUS = "00"
               MOVE RM-REQUEST-ID TO DL-REQUEST-ID
               MOVE RM-GENERATION TO DL-GENERATION
               READ DISTRIBUTION-LOG-FILE
                   INVALID KEY
                       DISPLAY "Delivered:     not yet"
                   NOT INVALID KEY
                       DISPLAY "Delivered:     "
                               FUNCTION TRIM(DL-DELIVERY-FILE)
                               " at " FUNCTION TRIM(DL-DELIVERED-TS)
               END-READ
               CLOSE DISTRIBUTION-LOG-FILE
           END-IF.

        WRITE-AUDIT-LOG-ENTRY.
           ACCEPT WS-AUDIT-TIMESTAMP FROM DATE YYYYMMDD.
           MOVE SPACES TO AUDIT-LOG-RECORD.
               FUNCTION TRIM(WS-RESP-ERROR-TYPE)
               '|cc=' FUNCTION TRIM(WS-CURRENT-COST-CENTER)
               '|cache=' WS-CACHE-HIT-FLAG
               '|bat=' WS-BATCH-PRICING-FLAG
               '|pc=' WS-CURRENT-PRIORITY-CLASS
               '|ms=' WS-REQ-ELAPSED-MS
               '|rty=' WS-REQ-RETRIES
               '|calls=' WS-REQ-CALLS
               DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               ON OVERFLOW
                   DISPLAY "Audit line truncated for "
                           FUNCTION TRIM(WS-CURRENT-REQUEST-ID)
                           " - timing fields may be missing."
           END-STRING.
           WRITE AUDIT-LOG-RECORD.

               WHEN "REQUEUE_LIMIT"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CFG-REQUEUE-LIMIT
               WHEN "DIST_LOOKBACK_DAYS"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CFG-DIST-LOOKBACK
               WHEN "ANSWER_REASK"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CFG-TOOL-CALL-LIMIT
               WHEN OTHER
                   IF WS-CONFIG-KEY(1:11) = "SLA_TARGET_"
                       AND WS-CONFIG-KEY(12:1) NOT = SPACE
                       PERFORM APPLY-SLA-TARGET-LINE
                   END-IF
           END-EVALUATE.

      *> "SLA_TARGET_x=secs" - a repeated class replaces its target.
       APPLY-SLA-TARGET-LINE.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > WS-SLA-TARGET-COUNT
                   OR WS-SLA-TARGET-CLASS(SLT-IDX) = WS-CONFIG-KEY(12:1)
               CONTINUE
           END-PERFORM.
           IF SLT-IDX > WS-SLA-TARGET-COUNT
               IF WS-SLA-TARGET-COUNT < 20
                   ADD 1 TO WS-SLA-TARGET-COUNT
                   SET SLT-IDX TO WS-SLA-TARGET-COUNT
               ELSE
                   DISPLAY "SLA target table full - "
                           FUNCTION TRIM(WS-CONFIG-KEY) " ignored."
               END-IF
           END-IF.
           IF SLT-IDX <= WS-SLA-TARGET-COUNT
               MOVE WS-CONFIG-KEY(12:1)
                   TO WS-SLA-TARGET-CLASS(SLT-IDX)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   TO WS-SLA-TARGET-SECS(SLT-IDX)
           END-IF.

       STAMP-RUN-START.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUNH-START-TS.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO WS-RUNH-START-TS
           END-STRING.

      *> Appends this run's line to run_history.txt - performed just
      *> ahead of every STOP RUN, so a mode that ends early on a usage
      *> or file error leaves its RC 8 on the record too. Open, write,
      *> close, the spend ledger's pattern, so workers ending together
      *> each land a whole line.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "COBTHROPIC" TO RH-PROGRAM.
           IF WS-CLI-MODE = SPACES
               MOVE "LIVE" TO RH-MODE
           ELSE
               MOVE WS-CLI-MODE TO RH-MODE
           END-IF.
           MOVE WS-CLI-PARAM TO RH-PARAM.
           MOVE WS-RUNH-START-TS TO RH-START-TS.
           ACCEPT WS-RUNH-DATE FROM DATE YYYYMMDD.
           STRING
               WS-RUNH-DATE '-' FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO RH-END-TS
           END-STRING.
           MOVE WS-RUNH-READ TO RH-READ.
           MOVE WS-RUNH-ANSWERED TO RH-ANSWERED.
           MOVE WS-RUNH-ERRORED TO RH-ERRORED.
           MOVE WS-RUNH-REQUEUED TO RH-REQUEUED.
           MOVE WS-RUNH-CACHED TO RH-CACHED.
           MOVE WS-RUNH-APPLIED TO RH-APPLIED.
           MOVE WS-RUNH-SPEND TO RH-SPEND.
           IF WS-RUNH-PAUSE = SPACES
               IF WINDOW-PAUSED
                   MOVE "WINDOW" TO WS-RUNH-PAUSE
               ELSE
                   IF CAP-PAUSED
                       MOVE "CAP" TO WS-RUNH-PAUSE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-RUNH-PAUSE TO RH-PAUSE-REASON.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> Rewritten after every successful prompt so the checkpoint file
      *> always holds exactly the last completed request-id - not buffered
      *> in memory until end of run, since the whole point is surviving an
               DISPLAY "Reporting from archive "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
           END-IF.
           PERFORM LOAD-PRICE-MASTER.
           MOVE ZERO TO WS-REPORT-COUNT.
           MOVE ZERO TO WS-GRAND-TOTAL-CALLS WS-GRAND-TOTAL-IN
                        WS-GRAND-TOTAL-OUT WS-GRAND-TOTAL-COST.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No audit log found - nothing to report yet."
           ELSE
               PERFORM OPEN-PRICE-EXCEPTIONS
               SET WS-AUDIT-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-LOG-FILE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               PERFORM CLOSE-PRICE-EXCEPTIONS

               DISPLAY " "
               DISPLAY "=== Monthly Token Usage and Cost Summary ==="
                       FUNCTION TRIM(WS-GRAND-TOTAL-COST-DISPLAY)
           END-IF.

      *> Invoked via "cobthropic SLA" - response time by day, model
      *> and priority class from the audit log's |pc= |ms= |rty= and
      *> |calls= fields: how many answered requests were timed, their
      *> average, 95th-percentile and worst elapsed time, and the
      *> retries it took. A class whose 95th percentile is over its
      *> SLA_TARGET_x config line is flagged MISSED and the run ends
      *> RC 4, so the scheduler can page someone. Requests that made
      *> no live call (cache hits, batch results) carry calls=0 and are
      *> left out - there is no response time to judge. Takes the
      *> same optional archive suffix as REPORT.
       GENERATE-SLA-REPORT.
           PERFORM READ-CONFIG.
           IF FUNCTION TRIM(WS-CLI-PARAM) NOT = SPACES
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING
                   'audit_log_' FUNCTION TRIM(WS-CLI-PARAM) '.txt'
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               END-STRING
               DISPLAY "Reporting from archive "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
           END-IF.
           MOVE ZERO TO WS-SLA-GROUP-COUNT WS-SLA-MISSED-COUNT
                        WS-SLA-TRUNCATED-COUNT.

           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No audit log found - nothing to report yet."
           ELSE
               CLOSE AUDIT-LOG-FILE
               SORT SLA-SORT-FILE
                   ON ASCENDING KEY SS-DAY SS-MODEL SS-CLASS
                                    SS-ELAPSED-MS
                   INPUT PROCEDURE IS FEED-SLA-TIMINGS
                   OUTPUT PROCEDURE IS DRAIN-SLA-TIMINGS
               CALL "SYSTEM" USING "rm -f slasort.tmp"
               MOVE WS-SLA-GROUP-COUNT TO WS-RECON-DISPLAY
               DISPLAY " "
               DISPLAY FUNCTION TRIM(WS-RECON-DISPLAY)
                       " day/model/class group(s) reported."
               IF WS-SLA-MISSED-COUNT > ZERO
                   MOVE WS-SLA-MISSED-COUNT TO WS-RECON-DISPLAY
                   DISPLAY FUNCTION TRIM(WS-RECON-DISPLAY)
                           " group(s) MISSED their SLA target."
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-SLA-TRUNCATED-COUNT > ZERO
                   MOVE WS-SLA-TRUNCATED-COUNT TO WS-RECON-DISPLAY
                   DISPLAY FUNCTION TRIM(WS-RECON-DISPLAY)
                           " group(s) TRUNCATED - over 20000 timed calls,"
                           " not judged."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FEED-SLA-TIMINGS.
           OPEN INPUT AUDIT-LOG-FILE.
           SET WS-AUDIT-EOF-FLAG TO 'N'.
           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-LOG-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-SLA-TIMING
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

      *> Lines written before timing was captured have no |pc= and
      *> are passed over, as are the TOTALS trailers.
       RELEASE-ONE-SLA-TIMING.
           IF AUDIT-LOG-RECORD(1:7) NOT = "TOTALS|"
               MOVE SPACES TO WS-AUDIT-TS-FIELD WS-AUDIT-REQID-FIELD
                              WS-AUDIT-MODEL-FIELD
               UNSTRING AUDIT-LOG-RECORD DELIMITED BY '|'
                   INTO WS-AUDIT-TS-FIELD WS-AUDIT-REQID-FIELD
                        WS-AUDIT-MODEL-FIELD
               END-UNSTRING
               MOVE SPACES TO WS-PARSE-JUNK WS-PARSE-REMAINDER
               UNSTRING AUDIT-LOG-RECORD DELIMITED BY '|pc='
                   INTO WS-PARSE-JUNK WS-PARSE-REMAINDER
               END-UNSTRING
               IF WS-PARSE-REMAINDER NOT = SPACES
                   MOVE SPACES TO WS-SLA-LINE-CLASS WS-SLA-LINE-MS
                                  WS-SLA-LINE-RTY WS-SLA-LINE-CALLS
                   UNSTRING WS-PARSE-REMAINDER
                       DELIMITED BY '|ms=' OR '|rty=' OR '|calls='
                       INTO WS-SLA-LINE-CLASS WS-SLA-LINE-MS
                            WS-SLA-LINE-RTY WS-SLA-LINE-CALLS
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-SLA-LINE-CALLS) NOT = SPACES
                       AND FUNCTION NUMVAL(WS-SLA-LINE-CALLS) > ZERO
                       MOVE WS-AUDIT-TS-FIELD(1:8) TO SS-DAY
                       MOVE WS-AUDIT-MODEL-FIELD TO SS-MODEL
                       MOVE WS-SLA-LINE-CLASS(1:1) TO SS-CLASS
                       MOVE FUNCTION NUMVAL(WS-SLA-LINE-MS)
                           TO SS-ELAPSED-MS
                       MOVE FUNCTION NUMVAL(WS-SLA-LINE-RTY)
                           TO SS-RETRIES
                       RELEASE SLA-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       DRAIN-SLA-TIMINGS.
           DISPLAY " ".
           DISPLAY "=== Response Time by Day, Model and Priority Class ===".
           DISPLAY "(seconds; p95 is nearest-rank; class - is unclassed)".
           MOVE 'N' TO WS-SLA-SORT-EOF.
           MOVE ZERO TO WS-SLA-CALLS.
           PERFORM UNTIL END-OF-SLA-SORT
               RETURN SLA-SORT-FILE
                   AT END
                       SET END-OF-SLA-SORT TO TRUE
                   NOT AT END
                       IF WS-SLA-CALLS > ZERO
                           AND (SS-DAY NOT = WS-SLA-GROUP-DAY
                             OR SS-MODEL NOT = WS-SLA-GROUP-MODEL
                             OR SS-CLASS NOT = WS-SLA-GROUP-CLASS)
                           PERFORM FINISH-SLA-GROUP
                       END-IF
                       PERFORM ADD-SLA-TIMING
               END-RETURN
           END-PERFORM.
           IF WS-SLA-CALLS > ZERO
               PERFORM FINISH-SLA-GROUP
           END-IF.

       ADD-SLA-TIMING.
           IF WS-SLA-CALLS = ZERO
               MOVE SS-DAY TO WS-SLA-GROUP-DAY
               MOVE SS-MODEL TO WS-SLA-GROUP-MODEL
               MOVE SS-CLASS TO WS-SLA-GROUP-CLASS
               MOVE ZERO TO WS-SLA-SUM-MS WS-SLA-MAX-MS WS-SLA-RETRIES
                            WS-SLA-UNBUFFERED
           END-IF.
           ADD 1 TO WS-SLA-CALLS.
           IF WS-SLA-CALLS <= 20000
               MOVE SS-ELAPSED-MS TO WS-SLA-MS(WS-SLA-CALLS)
           ELSE
               ADD 1 TO WS-SLA-UNBUFFERED
           END-IF.
           ADD SS-ELAPSED-MS TO WS-SLA-SUM-MS.
           ADD SS-RETRIES TO WS-SLA-RETRIES.
      *> Sorted ascending within the group, so the last one read is
      *> the worst.
           MOVE SS-ELAPSED-MS TO WS-SLA-MAX-MS.

      *> A truncated group is reported on its exact figures only - a
      *> percentile or verdict taken from the first 20000 ascending
      *> timings would understate the latency.
       FINISH-SLA-GROUP.
           ADD 1 TO WS-SLA-GROUP-COUNT.
           COMPUTE WS-SLA-AVG-MS ROUNDED = WS-SLA-SUM-MS / WS-SLA-CALLS.
           MOVE SPACES TO WS-SLA-VERDICT.
           MOVE ZERO TO WS-SLA-TARGET-MS.
           IF WS-SLA-UNBUFFERED > ZERO
               ADD 1 TO WS-SLA-TRUNCATED-COUNT
               PERFORM DISPLAY-SLA-TRUNCATED-GROUP
           ELSE
               PERFORM JUDGE-SLA-GROUP
           END-IF.
           MOVE ZERO TO WS-SLA-CALLS.

       JUDGE-SLA-GROUP.
           COMPUTE WS-SLA-P95-RANK = (WS-SLA-CALLS * 95 + 99) / 100.
           MOVE WS-SLA-MS(WS-SLA-P95-RANK) TO WS-SLA-P95-MS.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > WS-SLA-TARGET-COUNT
                   OR WS-SLA-TARGET-CLASS(SLT-IDX) = WS-SLA-GROUP-CLASS
               CONTINUE
           END-PERFORM.
           IF SLT-IDX <= WS-SLA-TARGET-COUNT
               AND WS-SLA-GROUP-CLASS NOT = SPACE
               COMPUTE WS-SLA-TARGET-MS =
                   WS-SLA-TARGET-SECS(SLT-IDX) * 1000
               PERFORM COUNT-SLA-OVER-TARGET
               IF WS-SLA-P95-MS > WS-SLA-TARGET-MS
                   MOVE "MISSED" TO WS-SLA-VERDICT
                   ADD 1 TO WS-SLA-MISSED-COUNT
               ELSE
                   MOVE "met" TO WS-SLA-VERDICT
               END-IF
           END-IF.
           PERFORM DISPLAY-SLA-GROUP.

      *> How many of the group's calls took longer than the target -
      *> the buffer is in ascending order, so count down from the top.
       COUNT-SLA-OVER-TARGET.
           MOVE ZERO TO WS-SLA-OVER-COUNT.
           MOVE WS-SLA-CALLS TO WS-SLA-P95-RANK.
           PERFORM UNTIL WS-SLA-P95-RANK = ZERO
                   OR WS-SLA-MS(WS-SLA-P95-RANK) <= WS-SLA-TARGET-MS
               ADD 1 TO WS-SLA-OVER-COUNT
               SUBTRACT 1 FROM WS-SLA-P95-RANK
           END-PERFORM.

       DISPLAY-SLA-GROUP.
           MOVE WS-SLA-CALLS TO WS-SLA-COUNT-DISPLAY.
           MOVE WS-SLA-RETRIES TO WS-SLA-RTY-DISPLAY.
           COMPUTE WS-SLA-AVG-DISPLAY = WS-SLA-AVG-MS / 1000.
           COMPUTE WS-SLA-P95-DISPLAY = WS-SLA-P95-MS / 1000.
           COMPUTE WS-SLA-MAX-DISPLAY = WS-SLA-MAX-MS / 1000.
           IF WS-SLA-GROUP-CLASS = SPACE
               MOVE "-" TO WS-SLA-GROUP-CLASS
           END-IF.
           DISPLAY WS-SLA-GROUP-DAY " "
                   FUNCTION TRIM(WS-SLA-GROUP-MODEL)
                   " class=" WS-SLA-GROUP-CLASS
                   " calls=" FUNCTION TRIM(WS-SLA-COUNT-DISPLAY)
                   " avg=" FUNCTION TRIM(WS-SLA-AVG-DISPLAY)
                   " p95=" FUNCTION TRIM(WS-SLA-P95-DISPLAY)
                   " max=" FUNCTION TRIM(WS-SLA-MAX-DISPLAY)
                   " retries=" FUNCTION TRIM(WS-SLA-RTY-DISPLAY)
                   WITH NO ADVANCING.
           IF WS-SLA-TARGET-MS > ZERO
               COMPUTE WS-SLA-SECS-DISPLAY = WS-SLA-TARGET-MS / 1000
               MOVE WS-SLA-OVER-COUNT TO WS-SLA-COUNT-DISPLAY
               DISPLAY " target=" FUNCTION TRIM(WS-SLA-SECS-DISPLAY)
                       " over=" FUNCTION TRIM(WS-SLA-COUNT-DISPLAY)
                       " " FUNCTION TRIM(WS-SLA-VERDICT)
           ELSE
               DISPLAY " (no target)"
           END-IF.

       DISPLAY-SLA-TRUNCATED-GROUP.
           MOVE WS-SLA-CALLS TO WS-SLA-COUNT-DISPLAY.
           MOVE WS-SLA-RETRIES TO WS-SLA-RTY-DISPLAY.
           COMPUTE WS-SLA-AVG-DISPLAY = WS-SLA-AVG-MS / 1000.
           COMPUTE WS-SLA-MAX-DISPLAY = WS-SLA-MAX-MS / 1000.
           IF WS-SLA-GROUP-CLASS = SPACE
               MOVE "-" TO WS-SLA-GROUP-CLASS
           END-IF.
           DISPLAY WS-SLA-GROUP-DAY " "
                   FUNCTION TRIM(WS-SLA-GROUP-MODEL)
                   " class=" WS-SLA-GROUP-CLASS
                   " calls=" FUNCTION TRIM(WS-SLA-COUNT-DISPLAY)
                   " avg=" FUNCTION TRIM(WS-SLA-AVG-DISPLAY)
                   " p95=-"
                   " max=" FUNCTION TRIM(WS-SLA-MAX-DISPLAY)
                   " retries=" FUNCTION TRIM(WS-SLA-RTY-DISPLAY).
           MOVE WS-SLA-UNBUFFERED TO WS-SLA-COUNT-DISPLAY.
           DISPLAY "    TRUNCATED - " FUNCTION TRIM(WS-SLA-COUNT-DISPLAY)
                   " call(s) past the 20000 held; p95 not taken,"
                   " target not judged".

      *> Loads price_master.txt into WS-PRICE-TABLE. Unlike the route
      *> table, a missing rate card is worth shouting about: every call
      *> would then price at zero and the daily cap could not hold.
       LOAD-PRICE-MASTER.
           MOVE ZERO TO WS-PRICE-COUNT.
           OPEN INPUT PRICE-MASTER-FILE.
           IF WS-PRICE-STATUS = "00"
               SET WS-PRICE-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-PRICES
                   READ PRICE-MASTER-FILE
                       AT END
                           SET END-OF-PRICES TO TRUE
                       NOT AT END
                           PERFORM APPLY-PRICE-LINE
                   END-READ
               END-PERFORM
               CLOSE PRICE-MASTER-FILE
               DISPLAY "Price master loaded: " WS-PRICE-COUNT
                       " rate line(s)."
           ELSE
               DISPLAY "WARNING: price_master.txt not found - calls"
                       " will be priced at zero."
           END-IF.

      *> Blank lines and '*' comment lines are skipped; an undated line
      *> is in force from the beginning of time.
       APPLY-PRICE-LINE.
           IF PRICE-MASTER-RECORD NOT = SPACES
               AND PRICE-MASTER-RECORD(1:1) NOT = '*'
               IF WS-PRICE-COUNT < 200
                   MOVE SPACES TO WS-PRICE-FIELDS
                   UNSTRING PRICE-MASTER-RECORD DELIMITED BY '|'
                       INTO WS-PRICE-F-MODEL WS-PRICE-F-DATE
                            WS-PRICE-F-IN WS-PRICE-F-OUT
                            WS-PRICE-F-CACHE WS-PRICE-F-BATCH-IN
                            WS-PRICE-F-BATCH-OUT
                   END-UNSTRING
                   ADD 1 TO WS-PRICE-COUNT
                   SET PRC-IDX TO WS-PRICE-COUNT
                   MOVE FUNCTION TRIM(WS-PRICE-F-MODEL)
                       TO WS-PRICE-MODEL(PRC-IDX)
                   IF FUNCTION TRIM(WS-PRICE-F-DATE) = SPACES
                       MOVE "00000000" TO WS-PRICE-EFF-DATE(PRC-IDX)
                   ELSE
                       MOVE FUNCTION TRIM(WS-PRICE-F-DATE)
                           TO WS-PRICE-EFF-DATE(PRC-IDX)
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PRICE-F-IN))
                       TO WS-PRICE-IN-PER-MTOK(PRC-IDX)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PRICE-F-OUT))
                       TO WS-PRICE-OUT-PER-MTOK(PRC-IDX)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PRICE-F-CACHE))
                       TO WS-PRICE-CACHE-IN(PRC-IDX)
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PRICE-F-BATCH-IN))
                       TO WS-PRICE-BATCH-IN(PRC-IDX)
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PRICE-F-BATCH-OUT))
                       TO WS-PRICE-BATCH-OUT(PRC-IDX)
               ELSE
                   DISPLAY "Price table full - price_master.txt line"
                           " ignored."
               END-IF
           END-IF.

      *> Splits one "ts|reqid|model|rc=n|in=n|out=n|err=x" audit line
      *> apart and folds it into the matching day/model accumulator row,
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARSE-FIELD))
               TO WS-AUDIT-OUT-TOKENS.
           PERFORM PRICE-AUDIT-LINE.

           PERFORM FIND-REPORT-ENTRY.
           IF REPORT-ENTRY-FOUND
               ADD 1 TO WS-REPORT-CALLS(RPT-IDX)
               ADD WS-AUDIT-IN-TOKENS TO WS-REPORT-IN-TOKENS(RPT-IDX)
               ADD WS-AUDIT-OUT-TOKENS TO WS-REPORT-OUT-TOKENS(RPT-IDX)
               ADD WS-CALL-COST TO WS-REPORT-COST(RPT-IDX)
           ELSE
               IF WS-REPORT-COUNT < 200
                   ADD 1 TO WS-REPORT-COUNT
                       TO WS-REPORT-IN-TOKENS(WS-REPORT-COUNT)
                   MOVE WS-AUDIT-OUT-TOKENS
                       TO WS-REPORT-OUT-TOKENS(WS-REPORT-COUNT)
                   MOVE WS-CALL-COST TO WS-REPORT-COST(WS-REPORT-COUNT)
               ELSE
                   DISPLAY "Report table full - some audit entries omitted."
               END-IF
               MOVE 'N' TO WS-REPORT-FOUND
           END-IF.

      *> Finds the rate-card line in force for WS-PRICE-LOOKUP-MODEL on
      *> WS-PRICE-LOOKUP-DATE - the line with the latest effective date
      *> not after it - and leaves PRC-IDX on it and its rates for
      *> WS-PRICE-LOOKUP-BASIS in WS-PRICE-RATE-IN/OUT. A model with no
      *> line in force prices at the DEFAULT line in force, if the card
      *> has one, else at zero, with PRICE-ROW-FOUND off either way so
      *> an audit-line caller can list it. Callers load the model, date
      *> and basis first - the usage report, the ESTIMATE mode and the
      *> daily-cap check all price against the same card this way.
       FIND-PRICE-FOR-MODEL.
           MOVE 'N' TO WS-PRICE-FOUND.
           MOVE ZERO TO WS-PRICE-PICK WS-PRICE-DEFAULT-PICK.
           MOVE SPACES TO WS-PRICE-PICK-DATE WS-PRICE-DEFAULT-DATE.
           PERFORM VARYING PRC-IDX FROM 1 BY 1
                   UNTIL PRC-IDX > WS-PRICE-COUNT
               IF WS-PRICE-EFF-DATE(PRC-IDX) <= WS-PRICE-LOOKUP-DATE
                   IF WS-PRICE-MODEL(PRC-IDX) = WS-PRICE-LOOKUP-MODEL
                       AND WS-PRICE-EFF-DATE(PRC-IDX)
                           >= WS-PRICE-PICK-DATE
                       SET WS-PRICE-PICK TO PRC-IDX
                       MOVE WS-PRICE-EFF-DATE(PRC-IDX)
                           TO WS-PRICE-PICK-DATE
                   END-IF
                   IF WS-PRICE-MODEL(PRC-IDX) = "DEFAULT"
                       AND WS-PRICE-EFF-DATE(PRC-IDX)
                           >= WS-PRICE-DEFAULT-DATE
                       SET WS-PRICE-DEFAULT-PICK TO PRC-IDX
                       MOVE WS-PRICE-EFF-DATE(PRC-IDX)
                           TO WS-PRICE-DEFAULT-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRICE-PICK > ZERO
               SET PRICE-ROW-FOUND TO TRUE
           ELSE
               MOVE WS-PRICE-DEFAULT-PICK TO WS-PRICE-PICK
           END-IF.
           MOVE ZERO TO WS-PRICE-RATE-IN WS-PRICE-RATE-OUT.
           IF WS-PRICE-PICK > ZERO
               SET PRC-IDX TO WS-PRICE-PICK
               MOVE WS-PRICE-IN-PER-MTOK(PRC-IDX) TO WS-PRICE-RATE-IN
               MOVE WS-PRICE-OUT-PER-MTOK(PRC-IDX) TO WS-PRICE-RATE-OUT
               EVALUATE WS-PRICE-LOOKUP-BASIS
                   WHEN 'B'
                       IF WS-PRICE-BATCH-IN(PRC-IDX) > ZERO
                           MOVE WS-PRICE-BATCH-IN(PRC-IDX)
                               TO WS-PRICE-RATE-IN
                       END-IF
                       IF WS-PRICE-BATCH-OUT(PRC-IDX) > ZERO
                           MOVE WS-PRICE-BATCH-OUT(PRC-IDX)
                               TO WS-PRICE-RATE-OUT
                       END-IF
                   WHEN 'C'
                       IF WS-PRICE-CACHE-IN(PRC-IDX) > ZERO
                           MOVE WS-PRICE-CACHE-IN(PRC-IDX)
                               TO WS-PRICE-RATE-IN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Report rows are priced line by line as they accumulate (one
      *> day/model row can mix standard and batch-rate calls), so the
      *> row already carries its cost.
       COMPUTE-ENTRY-COST.
           MOVE WS-REPORT-COST(RPT-IDX) TO WS-ESTIMATED-COST.

      *> Prices the audit line just split into WS-AUDIT-PARSE (tokens
      *> already in WS-AUDIT-IN/OUT-TOKENS) at the rate in force on the
      *> line's own date, on the batch rate when the line says bat=Y and
      *> the cache rate when it says cache=Y, leaving the dollars in
      *> WS-CALL-COST. Shared by every pass that re-prices the log.
       PRICE-AUDIT-LINE.
           MOVE WS-AUDIT-MODEL-FIELD TO WS-PRICE-LOOKUP-MODEL.
           MOVE WS-AUDIT-TS-FIELD(1:8) TO WS-PRICE-LOOKUP-DATE.
           MOVE 'S' TO WS-PRICE-LOOKUP-BASIS.
           MOVE ZERO TO WS-PRICE-LINE-TALLY.
           INSPECT AUDIT-LOG-RECORD TALLYING WS-PRICE-LINE-TALLY
               FOR ALL '|cache=Y'.
           IF WS-PRICE-LINE-TALLY > ZERO
               MOVE 'C' TO WS-PRICE-LOOKUP-BASIS
           END-IF.
           MOVE ZERO TO WS-PRICE-LINE-TALLY.
           INSPECT AUDIT-LOG-RECORD TALLYING WS-PRICE-LINE-TALLY
               FOR ALL '|bat=Y'.
           IF WS-PRICE-LINE-TALLY > ZERO
               MOVE 'B' TO WS-PRICE-LOOKUP-BASIS
           END-IF.
           PERFORM FIND-PRICE-FOR-MODEL.
           COMPUTE WS-CALL-COST ROUNDED =
               ((WS-AUDIT-IN-TOKENS * WS-PRICE-RATE-IN)
                + (WS-AUDIT-OUT-TOKENS * WS-PRICE-RATE-OUT))
               / 1000000
           END-COMPUTE.
           IF NOT PRICE-ROW-FOUND
               PERFORM WRITE-PRICE-EXCEPTION
           END-IF.

      *> The pricing passes open the exception list fresh and close it
      *> when they finish; a pass that never opened it (the startup
      *> spend seed) just notes the line on the console.
       OPEN-PRICE-EXCEPTIONS.
           MOVE ZERO TO WS-PRICE-EXC-COUNT.
           OPEN OUTPUT PRICE-EXCEPTION-FILE.
           MOVE 'Y' TO WS-PRICE-EXC-OPEN.

       CLOSE-PRICE-EXCEPTIONS.
           CLOSE PRICE-EXCEPTION-FILE.
           MOVE 'N' TO WS-PRICE-EXC-OPEN.
           IF WS-PRICE-EXC-COUNT > ZERO
               MOVE WS-PRICE-EXC-COUNT TO WS-PRICE-EXC-DISPLAY
               DISPLAY FUNCTION TRIM(WS-PRICE-EXC-DISPLAY)
                       " audit line(s) had no rate-card line for their"
                       " model and date - see price_exceptions.txt."
           END-IF.

       WRITE-PRICE-EXCEPTION.
           ADD 1 TO WS-PRICE-EXC-COUNT.
           IF WS-PRICE-EXC-OPEN = 'Y'
               MOVE SPACES TO PRICE-EXCEPTION-RECORD
               IF WS-PRICE-PICK > ZERO
                   STRING
                       WS-PRICE-LOOKUP-DATE
                       '|' FUNCTION TRIM(WS-PRICE-LOOKUP-MODEL)
                       '|DEFAULT|' FUNCTION TRIM(AUDIT-LOG-RECORD)
                       DELIMITED BY SIZE
                       INTO PRICE-EXCEPTION-RECORD
                   END-STRING
               ELSE
                   STRING
                       WS-PRICE-LOOKUP-DATE
                       '|' FUNCTION TRIM(WS-PRICE-LOOKUP-MODEL)
                       '|ZERO|' FUNCTION TRIM(AUDIT-LOG-RECORD)
                       DELIMITED BY SIZE
                       INTO PRICE-EXCEPTION-RECORD
                   END-STRING
               END-IF
               WRITE PRICE-EXCEPTION-RECORD
           ELSE
               DISPLAY "No rate-card line for "
                       FUNCTION TRIM(WS-PRICE-LOOKUP-MODEL)
                       " on " WS-PRICE-LOOKUP-DATE
                       " (" FUNCTION TRIM(WS-AUDIT-REQID-FIELD) ")."
           END-IF.

      *> Invoked via "cobthropic CHARGEBACK". Reads the audit log end to
      *> end like the usage report, but buckets by the cc= field each
               DISPLAY "Charging back from archive "
                       FUNCTION TRIM(WS-AUDIT-FILE-NAME)
           END-IF.
           PERFORM LOAD-PRICE-MASTER.
           MOVE ZERO TO WS-CHARGE-COUNT.
           MOVE ZERO TO WS-GRAND-TOTAL-CALLS WS-GRAND-TOTAL-IN
                        WS-GRAND-TOTAL-OUT WS-GRAND-TOTAL-COST.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No audit log found - nothing to charge back yet."
           ELSE
               PERFORM OPEN-PRICE-EXCEPTIONS
               SET WS-AUDIT-EOF-FLAG TO 'N'
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-LOG-FILE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               PERFORM CLOSE-PRICE-EXCEPTIONS

               DISPLAY " "
               DISPLAY "=== Cost-center Chargeback Summary ==="
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARSE-FIELD))
               TO WS-AUDIT-OUT-TOKENS.

           PERFORM PRICE-AUDIT-LINE.

           PERFORM FIND-CHARGE-ENTRY.
           IF CHG-IDX <= WS-CHARGE-COUNT
               MOVE WS-CONVO-NEXT-TURN TO CM-TURN-NO
               MOVE WS-TODAY-DATE TO CM-TURN-DATE
               MOVE "user" TO CM-ROLE
               MOVE WS-CURRENT-REQUEST-ID TO CM-REQUEST-ID
               MOVE WS-CURRENT-PROMPT TO CM-CONTENT
               WRITE CONVERSATION-MASTER-RECORD
                   INVALID KEY
               COMPUTE CM-TURN-NO = WS-CONVO-NEXT-TURN + 1
               MOVE WS-TODAY-DATE TO CM-TURN-DATE
               MOVE "assistant" TO CM-ROLE
               MOVE WS-CURRENT-REQUEST-ID TO CM-REQUEST-ID
      *> A stitched answer longer than CM-CONTENT is MOVE-truncated
      *> here on purpose - see the WS-CONVO-HISTORY-TABLE comment on
      *> why history turns cap at 800 characters. When this request
