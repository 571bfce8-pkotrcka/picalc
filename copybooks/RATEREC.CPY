      ******************************************************************
      *  RATEREC.CPY
      *  PI.RATE.CARD RECORD -- ONE 80-BYTE CARD OF THE CHARGEBACK RATE
      *  CARD READ BY PICHGBK.  THREE CARD TYPES:
      *    'R'  A RATE ENTRY FOR ONE ALGORITHM (PARM-ALGORITHM CODE N,
      *         L OR M) AND PRECISION (S OR E): A FIXED CHARGE PER RUN
      *         PLUS A CHARGE PER SECOND OF ELAPSED TIME PLUS A CHARGE
      *         PER MILLION TERMS SUMMED.
      *    'G'  THE GENERAL LEDGER CONTROL CARD: THE EXPENSE ACCOUNT
      *         EACH COST CENTRE IS DEBITED, THE COST CENTRE AND
      *         ACCOUNT THE TOTAL IS CREDITED BACK TO, AND THE SUSPENSE
      *         COST CENTRE FOR RUNS ON A PROFILE WITH NO COST CENTRE.
      *    '*'  A COMMENT CARD, IGNORED.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  RATE-REC.
           05  RATE-REC-TYPE               PIC X(01).
               88  RATE-TYPE-RATE              VALUE 'R'.
               88  RATE-TYPE-GL-CONTROL        VALUE 'G'.
               88  RATE-TYPE-COMMENT           VALUE '*'.
           05  RATE-BODY                   PIC X(79).
           05  RATE-ENTRY REDEFINES RATE-BODY.
               10  RATE-ALGORITHM          PIC X(01).
               10  RATE-PRECISION          PIC X(01).
               10  RATE-PER-RUN            PIC 9(05)V99.
               10  RATE-PER-SECOND         PIC 9(03)V9(04).
               10  RATE-PER-MILLION        PIC 9(03)V9(04).
               10  FILLER                  PIC X(56).
           05  RATE-GL-CONTROL REDEFINES RATE-BODY.
               10  RATE-EXPENSE-ACCT       PIC X(10).
               10  RATE-RECOVERY-CC        PIC X(08).
               10  RATE-RECOVERY-ACCT      PIC X(10).
               10  RATE-SUSPENSE-CC        PIC X(08).
               10  FILLER                  PIC X(43).
