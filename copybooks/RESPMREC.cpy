      *> than a live call - the zero token counts on such a record are
      *> real, not a parse failure.
           05 RM-CACHE-FLAG      PIC X.
      *> Answer review state. COBTHROPIC queues an answer for a human
      *> look (RM-REVIEW-STATUS 'P', with why in RM-REVIEW-REASON:
      *> RULE_FAILED, MAX_TOKENS or TEMPLATE) when it failed its
      *> answer_rules.txt rule, stopped on max_tokens, or came from a
      *> template flagged review-required; ANSREVIEW records the
      *> decision - 'A' approved, 'R' rejected, 'C' corrected (the
      *> reviewer's text replaces RM-ANSWER) - with who and when.
      *> Blank status means no review was needed.
           05 RM-REVIEW-STATUS   PIC X.
           05 RM-REVIEW-REASON   PIC X(12).
           05 RM-REVIEWER-ID     PIC X(8).
           05 RM-REVIEW-TS       PIC X(15).
      *> Which answer this is for the request-id: 1 for its first, one
      *> higher each time a re-run or a reviewer's correction replaces
      *> it. The record on the master is always the current generation;
      *> the ones it replaced are kept on response_generations.dat
      *> (RGENREC.cpy) under their own numbers.
           05 RM-GENERATION      PIC 9(3).
      *> What the answer came from, for the ANSFEED quality scorecard:
      *> the template-id of a "@TMPLID|..." prompt (spaces for a raw
      *> prompt), the request's priority class, and 'Y' when the first
      *> answer failed its rule and a re-ask was sent.
           05 RM-TEMPLATE-ID     PIC X(10).
           05 RM-PRIORITY-CLASS  PIC X.
           05 RM-REASK-FLAG      PIC X.
      *> Carries the stitched answer, continuations included, up to the
      *> 64K-record ceiling indexed files allow. An answer longer than
      *> this (possible only at the full continuation limit) is MOVE-
