      *> Reject-feedback sent-state record (TRUNCFBSTATE), keyed by
      *> record key and reject reason: what the upstream sender was
      *> last told about the reject, so TRUNCFDBK sends an open
      *> reject once and again only when something about it changed
      *> -- record type, source length, limit, or a new episode on
      *> the aging ledger (a different first-seen date).  A reject
      *> reported resolved stays on file as "R" for the rest of the
      *> day it was sent, so a same-day rerun of TRUNCFDBK rebuilds
      *> an identical file, and is dropped the next night.
           05  FS-RECORD-KEY           PIC X(10).
           05  FS-REJECT-REASON        PIC X(2).
           05  FS-RECORD-TYPE          PIC X(1).
           05  FS-SOURCE-LENGTH        PIC 9(4).
           05  FS-LIMIT-VALUE          PIC 9(4).
           05  FS-FIRST-SEEN           PIC 9(8).
           05  FS-SENT-STATUS          PIC X(1).
               88  FS-SENT-OPEN         VALUE "O".
               88  FS-SENT-RESOLVED     VALUE "R".
           05  FS-SENT-DATE            PIC 9(8).
      *> How the last line for it went out (NEW, CHANGED, or the
      *> RESOLVED disposition), so a rerun repeats it exactly.
           05  FS-SENT-AS              PIC X(8).
