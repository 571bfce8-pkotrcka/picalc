      ******************************************************************
      *  GLFEED.CPY
      *  PI.GL.CHARGEBK RECORD -- THE FIXED-FORMAT GENERAL LEDGER FEED
      *  WRITTEN BY PICHGBK, ONE GENERATION PER MONTH-END PERIOD.
      *  RECORD TYPES:
      *    'H'  HEADER -- PERIOD, CREATION DATE AND TIME.
      *    'D'  DEBIT POSTING -- ONE PER COST CENTRE CHARGED, TO THE
      *         EXPENSE ACCOUNT.  GLF-SUSPENSE-FLAG 'S' MARKS THE
      *         POSTING OF RUNS ON A PROFILE WITH NO COST CENTRE, MADE
      *         TO THE SUSPENSE COST CENTRE AND TO BE CLEARED BEFORE
      *         THE PERIOD CLOSES.
      *    'C'  CREDIT POSTING -- THE PERIOD TOTAL, NEGATIVE, TO THE
      *         RECOVERY COST CENTRE AND ACCOUNT.
      *    'T'  TRAILER -- POSTING COUNT AND DEBIT AND CREDIT CONTROL
      *         TOTALS, WHICH SUM TO ZERO ON A BALANCED FEED.
      *  A FEED FOR A PERIOD WITH UNPRICED RUNS CARRIES THE HEADER AND
      *  TRAILER ONLY.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  GLF-REC.
           05  GLF-REC-TYPE                PIC X(01).
               88  GLF-TYPE-HEADER             VALUE 'H'.
               88  GLF-TYPE-DEBIT              VALUE 'D'.
               88  GLF-TYPE-CREDIT             VALUE 'C'.
               88  GLF-TYPE-TRAILER            VALUE 'T'.
           05  GLF-PERIOD                  PIC 9(06).
           05  GLF-POSTING.
               10  GLF-COST-CENTRE         PIC X(08).
               10  GLF-ACCOUNT             PIC X(10).
               10  GLF-AMOUNT              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  GLF-RUN-COUNT           PIC 9(07).
               10  GLF-SUSPENSE-FLAG       PIC X(01).
                   88  GLF-SUSPENSE            VALUE 'S'.
               10  GLF-DESCRIPTION         PIC X(30).
           05  GLF-CONTROL REDEFINES GLF-POSTING.
               10  GLF-CREATED-DATE        PIC 9(08).
               10  GLF-CREATED-TIME        PIC 9(08).
               10  GLF-RECORD-COUNT        PIC 9(07).
               10  GLF-DEBIT-TOTAL         PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  GLF-CREDIT-TOTAL        PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(05).
           05  GLF-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(15).
