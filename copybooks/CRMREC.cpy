      *> CRM customer extract record (CRMCUST) -- the CRM system of
      *> record's full nightly list of customer accounts, one row per
      *> account in ascending customer-key order.  Closed accounts
      *> stay on the extract with status "C" until the CRM purges
      *> them; an account dropped from the extract altogether is
      *> treated the same as a closed one by CUSTSYNC.
           05  CX-CUSTOMER-KEY         PIC X(10).
           05  CX-CUSTOMER-NAME        PIC X(30).
           05  CX-ACCOUNT-STATUS       PIC X(1).
               88  CX-ACCOUNT-ACTIVE    VALUE "A".
               88  CX-ACCOUNT-CLOSED    VALUE "C".
