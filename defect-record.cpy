               05  DF-STATUS         PIC X(5).
                   88  DF-OPEN           VALUE 'OPEN '.
                   88  DF-FIXED          VALUE 'FIXED'.
      *    The incident ticket for the current break (suite, test
      *    and first-seen date identify the break to the incident
      *    system). DEFECT-TRACK requests one through MATHTKTO the
      *    first night a break is open without one, and stores the
      *    number when the incident system acknowledges it on
      *    MATHTKTA; REQUESTED means asked for and not yet
      *    acknowledged, so no second request goes out. A re-break
      *    after FIXED starts with no ticket. DF-TICKET-FAILS-SENT is
      *    the consecutive-failure count last reported on the
      *    ticket, so an update goes out only when it climbs.
               05  DF-TICKET-NUMBER  PIC X(12).
               05  DF-TICKET-STATE   PIC X(01).
                   88  DF-NO-TICKET          VALUE SPACE.
                   88  DF-TICKET-REQUESTED   VALUE 'R'.
                   88  DF-TICKET-RAISED      VALUE 'T'.
                   88  DF-CLOSE-REQUESTED    VALUE 'C'.
                   88  DF-TICKET-CLOSED      VALUE 'X'.
               05  DF-TICKET-FAILS-SENT PIC 9(5).
