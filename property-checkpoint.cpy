               05  CKPT-TESTS-RUN    PIC 9(9).
               05  CKPT-PASSES       PIC 9(9).
               05  CKPT-FAILURES     PIC 9(9).
      *    Grid points walked before the slice the checkpoint was
      *    taken in, so a boundary-grid run walked in slices resumes
      *    in the right slice; zero for a random or unsliced run.
               05  CKPT-GRID-BASE    PIC 9(9).
