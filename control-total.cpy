      *    One control record per master file per night on the keyed
      *    MATHCTRL, written by the job's serial writers through
      *    CONTROL-TOTALS: RUN-CLEANUP opens the night's records from
      *    the masters as it leaves them, and every COLLECT step adds
      *    what it appended. The readers recount the master and
      *    compare before they report. The flag hash is the passing
      *    assertions for MATHXTRC and the sum of the trial indexes
      *    for MATHTRLS and MATHTIME, which carry no pass flag; the
      *    amount hash sums expected + actual + margin, the two drawn
      *    inputs, or the elapsed centiseconds. MATHTIME is
      *    cumulative, so only its rows dated CTL-DATE are counted.
           01  CONTROL-TOTAL-RECORD.
               05  CTL-KEY.
                   10  CTL-DATE          PIC X(10).
                   10  CTL-FILE-NAME     PIC X(08).
               05  CTL-RECORD-COUNT  PIC 9(9).
               05  CTL-FLAG-HASH     PIC 9(15).
               05  CTL-AMOUNT-HASH   PIC S9(15)V9(8)
                   SIGN IS TRAILING SEPARATE CHARACTER.
