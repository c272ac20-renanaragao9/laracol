      *    Customer notification (database/notifications.db), one
      *    record per message notify:send has raised. The key is
      *    what the message is about - its type and the order,
      *    shipment, invoice or dunning letter it reports - so the
      *    same event seen twice (a re-run, a replayed feed, a merge
      *    repointing an order) never mails the customer twice.
           05 NTF-ID.
      *    ORDER, SHIPMENT, INVOICE or DUNNING; the lower-cased type
      *    names the template the message is written from.
               10 NTF-TYPE           PIC X(8).
      *    ORDER: order key + status; SHIPMENT: shipment key;
      *    INVOICE: invoice number; DUNNING: customer key + level +
      *    letter date.
               10 NTF-REFERENCE      PIC X(32).
           05 NTF-CUSTOMER-KEY   PIC X(20).
      *    MSG-nnnnnnnnn: the spool file name and the Message-ID the
      *    mail relay quotes back when it reports a bounce.
           05 NTF-MESSAGE-ID     PIC X(13).
      *    The address the message went to, as it stood then.
           05 NTF-EMAIL          PIC X(60).
      *    SENT once the message is on the outbound spool; FAILED if
      *    it could not be written (no address, no template, spool
      *    trouble) and will be tried again; BOUNCED when the relay
      *    reports it undeliverable; SKIPPED when a retry finds the
      *    customer has since opted out, been erased or merged away.
           05 NTF-STATUS         PIC X(8).
               88 NTF-IS-SENT        VALUE "SENT".
               88 NTF-IS-FAILED      VALUE "FAILED".
               88 NTF-IS-BOUNCED     VALUE "BOUNCED".
               88 NTF-IS-SKIPPED     VALUE "SKIPPED".
           05 NTF-ATTEMPTS       PIC 9(2).
           05 NTF-CREATED-AT     PIC X(19).
      *    The last attempt, bounce or skip.
           05 NTF-UPDATED-AT     PIC X(19).
      *    Why the message is FAILED, BOUNCED or SKIPPED.
           05 NTF-REASON         PIC X(40).
      *    What the template's placeholders are filled from, kept so
      *    a retry writes the same message the first attempt would
      *    have.
           05 NTF-DETAIL.
               10 NTF-ORDER-KEY      PIC X(20).
               10 NTF-ORDER-STATUS   PIC X(12).
               10 NTF-INVOICE-NUMBER PIC X(9).
               10 NTF-CURRENCY       PIC X(3).
               10 NTF-AMOUNT         PIC 9(11)V99.
               10 NTF-EVENT-DATE     PIC X(10).
               10 NTF-CARRIER        PIC X(20).
               10 NTF-TRACKING       PIC X(30).
               10 NTF-DUNNING-LEVEL  PIC X(1).
               10 FILLER             PIC X(12).
           05 FILLER             PIC X(20).
