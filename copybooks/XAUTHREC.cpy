      *> Rerun-override authority record (XMITAUTH).  One row per
      *> user id allowed to push a transmission already on the
      *> TRUNCXMIT register through a second time with RERUN=userid.
      *> Optional file; when absent nobody holds the authority and
      *> every duplicate stops.
           05  XA-USER-ID              PIC X(8).
           05  XA-USER-NAME            PIC X(30).
