      *> PROMPTVAL rejects whenever an approved-list file
      *> (cost_centers.txt) is in place, so new work can't slip through
      *> unbilled while old files still read cleanly.
      *> PI-PREDECESSOR-ID, appended last by the same rule, names an
      *> earlier request whose answer this one consumes: the token
      *> {ANSWER} anywhere in the prompt text or template values is
      *> replaced with that request's answer off the response master,
      *> and COBTHROPIC holds the record until the answer is there and
      *> releasable. Spaces - every older record - is no dependency.
       01 PROMPT-INPUT-RECORD.
           05 PI-REQUEST-ID      PIC X(10).
           05 PI-PROMPT-TEXT     PIC X(489).
           05 PI-CONVERSATION-ID PIC X(10).
           05 PI-PRIORITY-CLASS  PIC X(1).
           05 PI-COST-CENTER     PIC X(6).
           05 PI-PREDECESSOR-ID  PIC X(10).
