      *> LHOLDTBL - the legal hold register, legal_hold.txt, as loaded
      *> into storage by CONVMAINT and RESPMAINT before an ARCHIVE
      *> decides what may leave the live masters. Compliance keeps the
      *> register by hand, one pipe-delimited line per hold:
      *>   kind|item-id|matter-no|placed-by|placed-yyyymmdd|release-yyyymmdd
      *> kind C holds a conversation-id, kind R a request-id. A blank
      *> release date holds until further notice; a dated one holds
      *> through the day before it, so a released item is eligible for
      *> the first ARCHIVE on or after its release date. Lines starting
      *> '*' are comments. Holds are never deleted from the register -
      *> a released hold keeps its line as the record that it existed.
      *> LH-VIA-CONV is filled only by RESPMAINT, for the request-ids it
      *> derives from a held conversation's turns.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY HLD-IDX.
               10 LH-KIND            PIC X.
               10 LH-ITEM-ID         PIC X(10).
               10 LH-MATTER-NO       PIC X(12).
               10 LH-PLACED-BY       PIC X(8).
               10 LH-PLACED-DATE     PIC X(8).
               10 LH-RELEASE-DATE    PIC X(8).
               10 LH-VIA-CONV        PIC X(10).
       01 WS-HOLD-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-HOLD-FOUND-FLAG     PIC X VALUE 'N'.
           88 HOLD-FOUND         VALUE 'Y'.
