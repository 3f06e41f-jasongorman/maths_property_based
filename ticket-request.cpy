      *    One row per request to the enterprise incident system,
      *    appended to MATHTKTO by DEFECT-TRACK: OPEN a ticket for a
      *    newly open defect, UPDATE it while the consecutive-failure
      *    count climbs, CLOSE it when the defect is FIXED. The
      *    incident system's transfer takes the file and empties it.
      *    Suite, test and first-seen date are the reference the
      *    acknowledgement on MATHTKTA must echo; the ticket number
      *    is blank until one has been acknowledged.
           01  TICKET-REQUEST-RECORD.
               05  TQ-ACTION         PIC X(06).
                   88  TQ-OPEN           VALUE 'OPEN'.
                   88  TQ-UPDATE         VALUE 'UPDATE'.
                   88  TQ-CLOSE          VALUE 'CLOSE'.
               05  TQ-SUITE-NAME     PIC X(30).
               05  TQ-TEST-NAME      PIC X(30).
               05  TQ-FIRST-SEEN     PIC X(10).
               05  TQ-LAST-SEEN      PIC X(10).
               05  TQ-CONSEC-FAILS   PIC 9(5).
               05  TQ-TICKET-NUMBER  PIC X(12).
               05  TQ-REQUEST-DATE   PIC X(10).
