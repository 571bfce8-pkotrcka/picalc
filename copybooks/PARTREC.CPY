      *                  72-DECIMAL PARTIAL SUM IMAGE; RECORD
      *                  EXTENDED TO 161 BYTES.  PART-SUM STILL
      *                  CARRIES THE FIRST 37 DECIMALS (SIGNED).
      *  2026-10-15 RLH  ADDED PART-REC-TYPE.  A WORKER NOW ALSO
      *                  WRITES AN INTERIM SAMPLE ('S') AT EACH
      *                  REPORT-INTERVAL BOUNDARY INSIDE ITS RANGE,
      *                  WITH PART-END-ITER HOLDING THE BOUNDARY AND
      *                  THE SUMS HOLDING THE RUNNING PARTIAL SUM TO
      *                  THAT TERM.  THE FINAL PARTIAL SUM KEEPS A
      *                  BLANK TYPE, AS OLDER RECORDS ALREADY DO.
      ******************************************************************
       01  PART-REC.
           05  PART-PARTITION-ID           PIC 9(02).
           05  PART-END-ITER               PIC 9(09).
           05  PART-ALGORITHM              PIC X(12).
           05  PART-SUM                    PIC S9(1)V9(37).
           05  PART-REC-TYPE               PIC X(01).
               88  PART-SAMPLE                 VALUE 'S'.
               88  PART-FINAL                  VALUE SPACE.
           05  FILLER                      PIC X(07).
           05  PART-PRECISION              PIC X(01).
           05  PART-EP-SUM.
               10  PART-EP-SUM-SIGN        PIC X(01).
