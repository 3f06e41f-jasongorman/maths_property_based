      *    One row per business application that calls the maths
      *    library, in MATHCONS: the application ID, its name, who to
      *    tell when a routine it depends on breaks, and the CALL
      *    names of the maths functions it uses, as spelt in
      *    MATHS-FUNCTION-REGISTRY (unused slots blank). Maintained
      *    alongside the function registry: when a function is added
      *    or renamed there, the applications calling it are updated
      *    here. CONSUMER-IMPACT joins it to the night's findings.
           01  CONSUMER-RECORD.
               05  CA-APPLICATION    PIC X(08).
               05  CA-APP-NAME       PIC X(30).
               05  CA-OWNER-CONTACT  PIC X(40).
               05  CA-FUNCTION-NAME  PIC X(10) OCCURS 10 TIMES.
