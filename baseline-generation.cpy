               05  BG-SUITE-NAME     PIC X(30).
               05  BG-TEST-NAME      PIC X(30).
               05  BG-ACTUAL         PIC S9(4)V9(8).
      *    The build whose run was blessed, off MATHNBLD.
               05  BG-BUILD-ID       PIC X(12).
