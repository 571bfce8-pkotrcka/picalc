      *                  STOPPING MODE, AND THE NEW-MODE VALUE BYTE.
      *  2026-08-21 RLH  ADDED THE EP FIELD CODE FOR THE PRECISION
      *                  SELECT ('S' OR 'E' IN THE NEW-MODE BYTE).
      *  2026-10-15 RLH  ADDED THE CC FIELD CODE AND THE NEW COST
      *                  CENTRE VALUE FOR THE MONTH-END CHARGEBACK.
      ******************************************************************
       01  PTRN-REC.
           05  PTRN-FIELD-CODE             PIC X(02).
               88  PTRN-STABLE-DIGITS          VALUE 'SD'.
               88  PTRN-MAX-ITERS              VALUE 'MX'.
               88  PTRN-EXT-PRECISION          VALUE 'EP'.
               88  PTRN-COST-CENTRE            VALUE 'CC'.
           05  PTRN-NEW-INTEGER            PIC 9(09).
           05  PTRN-NEW-DECIMAL            PIC S9(1)V9(37).
           05  PTRN-NEW-ALGORITHM          PIC X(01).
           05  PTRN-NEW-MODE               PIC X(01).
           05  PTRN-NEW-COST-CENTRE        PIC X(08).
           05  FILLER                      PIC X(11).
