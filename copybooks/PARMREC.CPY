      *                  INTEGER DIGIT MEANS NO EXTENDED REFERENCE
      *                  HAS BEEN LOADED.  RECORD EXTENDED TO 233
      *                  BYTES.
      *  2026-10-15 RLH  ADDED THE COST CENTRE THE PROFILE'S RUNS ARE
      *                  CHARGED TO BY THE MONTH-END CHARGEBACK,
      *                  PICHGBK (CC FIELD CODE ON PICALCM), FROM THE
      *                  SPARE FILLER.  BLANK MEANS UNASSIGNED; SUCH
      *                  RUNS ARE CHARGED TO SUSPENSE.  RECORD LENGTH
      *                  UNCHANGED.
      ******************************************************************
       01  PARM-REC.
           05  PARM-ITERATIONS             PIC 9(09).
           05  PARM-PRECISION              PIC X(01).
               88  PARM-PREC-STANDARD          VALUE 'S' ' '.
               88  PARM-PREC-EXTENDED          VALUE 'E'.
           05  PARM-COST-CENTRE            PIC X(08).
           05  FILLER                      PIC X(27).
           05  PARM-EP-REFERENCE.
               10  PARM-EP-REF-INT         PIC 9(01).
               10  PARM-EP-REF-FRAC.
