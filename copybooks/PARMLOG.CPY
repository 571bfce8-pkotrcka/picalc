      *                  PI.PARM.FILE.  RECORDS FROM BEFORE DUAL
      *                  CONTROL CARRY SPACES/ZEROS IN THE APPROVER
      *                  FIELDS.  RECORD EXTENDED TO 156 BYTES.
      *  2026-10-15 RLH  A CC (COST CENTRE) CHANGE CARRIES ITS OLD AND
      *                  NEW VALUES IN THE OLD/NEW INTEGER FIELDS,
      *                  REDEFINED AS TEXT.  RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  PLOG-REC.
           05  PLOG-RUN-DATE               PIC 9(08).
           05  PLOG-OPERATOR-ID            PIC X(08).
           05  PLOG-FIELD-CODE             PIC X(02).
           05  PLOG-OLD-INTEGER            PIC 9(09).
           05  PLOG-OLD-COST-CENTRE-X REDEFINES PLOG-OLD-INTEGER.
               10  PLOG-OLD-COST-CENTRE    PIC X(08).
               10  FILLER                  PIC X(01).
           05  PLOG-NEW-INTEGER            PIC 9(09).
           05  PLOG-NEW-COST-CENTRE-X REDEFINES PLOG-NEW-INTEGER.
               10  PLOG-NEW-COST-CENTRE    PIC X(08).
               10  FILLER                  PIC X(01).
           05  PLOG-OLD-DECIMAL            PIC S9(1)V9(37).
           05  PLOG-NEW-DECIMAL            PIC S9(1)V9(37).
           05  PLOG-OLD-ALGORITHM          PIC X(01).
