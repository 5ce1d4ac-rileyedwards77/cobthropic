      *> CONVMREC - one conversation_master.dat record: a single turn
      *> of one conversation. Shared by COBTHROPIC (which appends and
      *> replays turns), CONVMAINT (census, archive, migrate, print) and
      *> RESPMAINT (which follows a held conversation to its answers),
      *> so none of them can disagree about the layout. Keyed
      *> conversation-id + turn number. CM-REQUEST-ID is the request
      *> whose call wrote the turn - both the user and the assistant
      *> turn of one call carry it - and ties the turn to its
      *> response_master.dat record; turns carried forward by MIGRATE
      *> predate it and hold spaces. Any change to these fields changes
      *> the indexed record length, and an existing master must be
      *> rebuilt to match.
       01 CONVERSATION-MASTER-RECORD.
           05 CM-KEY.
               10 CM-CONV-ID    PIC X(10).
               10 CM-TURN-NO    PIC 9(4).
           05 CM-TURN-DATE      PIC X(8).
           05 CM-ROLE           PIC X(10).
           05 CM-REQUEST-ID     PIC X(10).
           05 CM-CONTENT        PIC X(800).
