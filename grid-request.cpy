      *    Request area for BOUNDARY-GRID. Mode S sizes the boundary
      *    grid the PROPERTY-CONFIG ranges and grid shape describe,
      *    returning the point count and whether it can be counted at
      *    all; mode P returns grid point PC-GRID-BASE plus
      *    GR-POINT-IDX (1-based) as one or two operands, and points
      *    PC-RANGE-LOW/HIGH at the generation range the point came
      *    from, so a shrink search bisects inside the same range as
      *    a random trial.
           01  GRID-REQUEST.
               05  GR-MODE              PIC X(01).
                   88  GR-SIZE-MODE         VALUE 'S'.
                   88  GR-POINT-MODE        VALUE 'P'.
               05  GR-POINT-IDX         PIC 9(9).
               05  GR-POINT-COUNT       PIC 9(9).
               05  GR-FIT-FLAG          PIC X(01).
                   88  GR-GRID-FITS         VALUE 'Y'.
                   88  GR-GRID-TOO-LARGE    VALUE 'N'.
               05  GR-INPUT             PIC S9(4)V9(3).
               05  GR-INPUT-2           PIC S9(4)V9(3).
