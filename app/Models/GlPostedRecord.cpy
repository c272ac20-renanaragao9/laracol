      *    Posted-document marks (database/glposted.db): one record
      *    per source document gl:post has released to the ledger,
      *    keyed by the document id as it appears on the interface
      *    file - the 9-digit invoice number, TAX-<invoice>, the
      *    PAY- or CRM- key, or that key with /V for the reversal
      *    of a voided memo or deleted payment; a memo's tax part
      *    carries /T, and /TV when voided. A document with a mark
      *    is never posted again.
           05 GLP-DOC-ID        PIC X(24).
           05 GLP-PERIOD        PIC X(6).
           05 GLP-BATCH         PIC X(14).
           05 GLP-POSTED-AT     PIC X(19).
           05 FILLER            PIC X(17).
