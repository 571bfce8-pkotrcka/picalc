      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-09-01 RLH  ORIGINAL.
      *  2026-10-15 RLH  ADDED THE NEW COST CENTRE VALUE FOR THE CC
      *                  FIELD CODE, FROM THE SPARE FILLER.
      ******************************************************************
       01  PEND-REC.
           05  PEND-STATUS                 PIC X(01).
           05  PEND-NEW-DECIMAL            PIC S9(1)V9(37).
           05  PEND-NEW-ALGORITHM          PIC X(01).
           05  PEND-NEW-MODE               PIC X(01).
           05  PEND-NEW-COST-CENTRE        PIC X(08).
           05  FILLER                      PIC X(08).
