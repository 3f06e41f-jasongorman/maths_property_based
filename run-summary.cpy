               05  RS-PASSES         PIC 9(9).
               05  RS-FAILURES       PIC 9(9).
               05  RS-RETURN-CODE    PIC 9(4).
      *    How many of RS-FAILURES matched an unexpired MATHWAIV row.
      *    They are still failures; RS-RETURN-CODE only stays 0 when
      *    every failure was waived.
               05  RS-WAIVED-FAILURES PIC 9(9).
      *    The build the night tested, off MATHNBLD.
               05  RS-BUILD-ID       PIC X(12).
               05  RS-LINK-DATE      PIC X(10).
               05  RS-CHANGE-REF     PIC X(12).
