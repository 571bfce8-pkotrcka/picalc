      ******************************************************************
      *  OPERTRN.CPY
      *  PI.OPER.TRANS TRANSACTION RECORD -- ONE MAINTENANCE CHANGE TO
      *  PI.OPER.MASTER, STAGED BY A PIOPERM SUBMIT RUN.  THE ACTION
      *  CODE SAYS WHAT IS DONE TO THE NAMED OPERATOR:
      *    A  ADD A NEW OPERATOR WITH THE PRIVILEGE BYTES GIVEN
      *    C  CHANGE AN EXISTING OPERATOR'S PRIVILEGE BYTES TO THOSE
      *       GIVEN (ALL SIX BYTES ARE REPLACED)
      *    S  SUSPEND AN EXISTING OPERATOR (PRIVILEGES KEPT ON FILE)
      *    I  REINSTATE A SUSPENDED OPERATOR
      *    R  REMOVE AN OPERATOR FROM THE MASTER FILE
      *  THE PRIVILEGE BYTES ARE IN OPERREC ORDER AND ARE 'Y' OR 'N'
      *  (A BLANK IS TAKEN AS 'N'); THEY ARE IGNORED FOR S, I AND R.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  OTRN-REC.
           05  OTRN-ACTION                 PIC X(01).
               88  OTRN-ADD                    VALUE 'A'.
               88  OTRN-CHANGE                 VALUE 'C'.
               88  OTRN-SUSPEND                VALUE 'S'.
               88  OTRN-REINSTATE              VALUE 'I'.
               88  OTRN-REMOVE                 VALUE 'R'.
           05  OTRN-OPERATOR-ID            PIC X(08).
           05  OTRN-PRIVILEGES.
               10  OTRN-PRIV-BYTE          PIC X(01) OCCURS 6 TIMES.
           05  FILLER                      PIC X(65).
