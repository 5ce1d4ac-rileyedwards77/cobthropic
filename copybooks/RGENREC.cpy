      *> RGENREC - one response_generations.dat record: an answer that
      *> was current on response_master.dat until a re-run of its
      *> request-id, or a reviewer's correction, replaced it. Shared by
      *> COBTHROPIC (which keeps a generation on every re-run and lists
      *> them on INQUIRE), ANSREVIEW (which keeps one on every
      *> correction) and RESPMAINT (which archives them with their
      *> request-id). Keyed request-id + generation number, so a START
      *> at a request-id and READ NEXT until the id changes yields its
      *> superseded answers oldest first; the current one is the
      *> master record, one number higher than the last found here.
      *> RG-MASTER-IMAGE is the whole response master record as it
      *> stood - RESPMREC.cpy's layout, 64226 bytes - so nothing about
      *> the old answer is lost. RG-SUPERSEDED-BY says what replaced
      *> it: RERUN (a new answer from the batch) or CORRECTION (the
      *> reviewer's text). Any change to the master layout changes
      *> this record's length too, and both files must be rebuilt.
       01 RESPONSE-GENERATION-RECORD.
           05 RG-KEY.
               10 RG-REQUEST-ID      PIC X(10).
               10 RG-GENERATION      PIC 9(3).
           05 RG-SUPERSEDED-TS       PIC X(15).
           05 RG-SUPERSEDED-BY       PIC X(10).
           05 RG-MASTER-IMAGE        PIC X(64226).
