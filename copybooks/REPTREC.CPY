      *  2026-08-21 RLH  ADDED THE PRECISION BYTE AND THE EXTENDED
      *                  72-DECIMAL CONVERGENCE IMAGE; RECORD
      *                  EXTENDED TO 199 BYTES.
      *  2026-10-15 RLH  'C' LINES NOW CARRY THE RUN'S START DATE, START
      *                  TIME AND ALGORITHM IN THE MESSAGE AREA
      *                  (RPT-CONV-STAMP) SO PICONVR CAN TELL ONE RUN'S
      *                  CURVE FROM THE NEXT.  OLDER 'C' LINES CARRY
      *                  SPACES THERE.
      ******************************************************************
       01  RPT-REC.
           05  RPT-LINE-TYPE               PIC X(01).
           05  RPT-ITER-COUNT              PIC 9(09).
           05  RPT-PAJ                     PIC S9(1)V9(37).
           05  RPT-MESSAGE                 PIC X(60).
           05  RPT-CONV-STAMP REDEFINES RPT-MESSAGE.
               10  RPT-CONV-START-DATE     PIC X(08).
               10  RPT-CONV-START-TIME     PIC X(08).
               10  RPT-CONV-ALGORITHM      PIC X(12).
               10  FILLER                  PIC X(32).
           05  RPT-RUN-DATE                PIC 9(08).
           05  RPT-PRECISION               PIC X(01).
           05  RPT-EP-PAJ.
