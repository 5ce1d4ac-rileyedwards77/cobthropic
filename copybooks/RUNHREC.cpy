      *> RUNHREC - one run_history.txt record: what a single invocation
      *> of COBTHROPIC, PROMPTVAL, CONVMAINT, RESPMAINT, ANSREVIEW,
      *> ANSFEED or SCHEDGEN did, appended as the program ends. Shared
      *> by every writer and by RUNHIST (the trend report) so none of
      *> them can disagree about the layout. The file is line
      *> sequential and append-only, like spend_ledger.txt: each run
      *> writes its one line whole, so concurrent partition workers
      *> cannot interleave.
      *> Counts, by program:
      *>   COBTHROPIC - RH-READ is the input records the mode read
      *>                (prompts, requeue entries, batch results, or
      *>                master records folded in by MERGE); answered,
      *>                errored, requeued and cached are the outcomes
      *>                written this run. MERGE counts what it folded in
      *>                under RH-APPLIED only - the workers already
      *>                reported those outcomes on their own lines.
      *>   PROMPTVAL  - read; clean records in RH-APPLIED, rejects in
      *>                RH-ERRORED.
      *>   CONVMAINT, RESPMAINT, ANSREVIEW - records read, and in
      *>                RH-APPLIED the records the mode acted on
      *>                (archived, migrated, extracted, reviewed,
      *>                released).
      *>   ANSFEED    - feedback lines (LOAD) or answers (SCORECARD)
      *>                read; feedback loaded in RH-APPLIED, exceptions
      *>                in RH-ERRORED.
      *>   SCHEDGEN   - schedule master lines read; records generated in
      *>                RH-APPLIED, bad schedule lines in RH-ERRORED.
      *> RH-PAUSE-REASON is WINDOW (batch window end reached), CAP
      *> (daily cost cap reached), TRANSPORT (gave up on the API after
      *> the last retry) or spaces for a run that went to its end.
      *> Any change to these fields changes the line length, and the
      *> existing run_history.txt must be converted to match.
       01 RUN-HISTORY-RECORD.
           05 RH-PROGRAM         PIC X(10).
           05 RH-MODE            PIC X(10).
           05 RH-PARAM           PIC X(20).
           05 RH-START-TS        PIC X(15).
           05 RH-END-TS          PIC X(15).
           05 RH-READ            PIC 9(7).
           05 RH-ANSWERED        PIC 9(7).
           05 RH-ERRORED         PIC 9(7).
           05 RH-REQUEUED        PIC 9(7).
           05 RH-CACHED          PIC 9(7).
           05 RH-APPLIED         PIC 9(7).
           05 RH-SPEND           PIC 9(7)V99.
           05 RH-PAUSE-REASON    PIC X(10).
           05 RH-RETURN-CODE     PIC 9(3).
