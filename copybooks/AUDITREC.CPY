      *                  OPERATOR RAN AN EXPLICIT PROFILE AGAINST THE
      *                  CALENDAR'S SELECTION, WHICH AUDIT-DETAIL
      *                  CARRIES.
      *  2026-10-15 RLH  ADDED THE RESULT SEAL (SEE SEALWRK.CPY): ON A
      *                  RUN RECORD WRITTEN BY PICALC OR PICALCMG IT IS
      *                  THE CHECK VALUE OF THE PI.RESULT.KSDS RECORD
      *                  THE RUN WROTE, VERIFIED BY PISEALV AND
      *                  PICERT.  REFUSAL AND OVERRIDE RECORDS, AND ALL
      *                  RECORDS WRITTEN BEFORE THE SEAL EXISTED,
      *                  CARRY SPACES (UNSEALED).  RECORD EXTENDED TO
      *                  107 BYTES.
      ******************************************************************
       01  AUDIT-REC.
           05  AUDIT-RUN-DATE              PIC 9(08).
               88  AUDIT-ACTION-REFUSED        VALUE 'V'.
               88  AUDIT-ACTION-OVERRIDE       VALUE 'O'.
           05  AUDIT-DETAIL                PIC X(08).
           05  AUDIT-SEAL                  PIC X(10).
               88  AUDIT-UNSEALED              VALUE SPACES.
           05  AUDIT-SEAL-VALUE REDEFINES AUDIT-SEAL
                                           PIC 9(10).
