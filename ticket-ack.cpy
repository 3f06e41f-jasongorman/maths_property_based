      *    One row per acknowledgement from the enterprise incident
      *    system, dropped on MATHTKTA and applied to MATHDFCT by
      *    DEFECT-TRACK at the start of each night: OPENED carries
      *    the ticket number raised for an OPEN request, CLOSED
      *    confirms a CLOSE. Suite, test and first-seen date echo the
      *    request; an acknowledgement for an earlier break of the
      *    same test no longer matches and is passed over, so the
      *    file may be re-applied safely.
           01  TICKET-ACK-RECORD.
               05  TA-ACTION         PIC X(06).
                   88  TA-OPENED         VALUE 'OPENED'.
                   88  TA-CLOSED         VALUE 'CLOSED'.
               05  TA-SUITE-NAME     PIC X(30).
               05  TA-TEST-NAME      PIC X(30).
               05  TA-FIRST-SEEN     PIC X(10).
               05  TA-TICKET-NUMBER  PIC X(12).
               05  TA-ACK-DATE       PIC X(10).
