      *> REQSTREC - one request_status.dat record: a single stage event
      *> in one request-id's life. Shared by PROMPTVAL, COBTHROPIC and
      *> ANSREVIEW (which post the events) and REQSTAT (the inquiry and
      *> aging utility) so none of them can disagree about the layout.
      *> Keyed request-id + event sequence, the same shape as the
      *> conversation master's conversation-id + turn number, so a
      *> START at a request-id and READ NEXT until the id changes
      *> yields its full trail in the order it happened, and the last
      *> event read is where the request stands now.
      *> Status codes, and who posts them:
      *>   ACCEPTED  - passed the PROMPTVAL pre-edit
      *>   REJECTED  - failed the pre-edit (reason code in RS-DETAIL),
      *>               or its answer was rejected in review
      *>   QUEUED    - loaded for a live run, or dealt to a stream
      *>   SUBMITTED - sent in a Message Batches submission (batch id
      *>               in RS-DETAIL)
      *>   ANSWERED  - good answer on the response master, or one a
      *>               reviewer approved or corrected (ANSREVIEW)
      *>   CACHED    - answered from the answer cache, no call made
      *>   VALFAIL   - answer failed its answer_rules.txt rule
      *>   REQUEUED  - put on requeue_input.txt; RS-ATTEMPT is the
      *>               attempt count the requeue record carries
      *>   PERMREJ   - past REQUEUE_LIMIT, moved to permanent_rejects
      *>   HELD      - chained request left waiting on its predecessor
      *>               (which one in RS-DETAIL), or held out of a
      *>               partition deal for the next live run
      *> Any change to these fields changes the indexed record length,
      *> and an existing request_status.dat must be rebuilt to match.
       01 REQUEST-STATUS-RECORD.
           05 RS-KEY.
               10 RS-REQUEST-ID  PIC X(10).
               10 RS-EVENT-SEQ   PIC 9(4).
           05 RS-STATUS-CODE     PIC X(10).
               88 RS-FINAL-STATUS VALUE "ANSWERED" "CACHED"
                                        "PERMREJ" "REJECTED".
           05 RS-EVENT-TS        PIC X(15).
           05 RS-ATTEMPT         PIC 9(2).
      *> The program or run mode that posted the event (PROMPTVAL,
      *> LIVE, SUBMIT, POLL, REQUEUE, PARTITION, WORKER n).
           05 RS-SOURCE          PIC X(10).
           05 RS-DETAIL          PIC X(60).
