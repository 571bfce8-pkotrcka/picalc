      ******************************************************************
      *  EVNTREC.CPY
      *  PI.EVENT.OUT RECORD -- THE COMMON OPERATIONAL EVENT.  EACH
      *  PROGRAM APPENDS ONE RECORD AT THE MOMENT A SIGNIFICANT
      *  CONDITION ARISES, SO OPERATIONS NO LONGER HAS TO READ EACH
      *  JOB'S SYSOUT TO LEARN OF IT:
      *    PICALC   RECONWRN  RECONCILIATION WARNING POSTED
      *             CEILING   ITERATION CEILING REACHED UNCONVERGED
      *             LOCKREFU  SUBMISSION REFUSED ON A LIVE RUN LOCK
      *             LOCKOVRD  LIVE RUN LOCK OVERRIDDEN
      *             AUTHREFU  OPERATOR AUTHORIZATION REFUSED
      *    PICALCMG RECONWRN  RECONCILIATION WARNING POSTED
      *    PICALCM  AUTHREFU  OPERATOR AUTHORIZATION REFUSED
      *    PIHSKP   AUTHREFU  OPERATOR AUTHORIZATION REFUSED
      *             HSKPRESM  SWEEP RESUMED FROM PI.HSKP.JOURNAL
      *    PIREFLD  AUTHREFU  OPERATOR AUTHORIZATION REFUSED
      *             REFCHG    REFERENCE VALUE CHANGED
      *    PICERT   CERTNEW   NEW DIGIT REGISTERED ON PI.CERT.DIGITS
      *  THE RUN KEY IS THE RUN THE EVENT CONCERNS WHEN THERE IS ONE
      *  (FOR PICALC, ITS START DATE AND TIME AS CARRIED ON THE RUN
      *  LOCK AND THE 'C' LINES), ELSE THE EMITTING JOB'S OWN START.
      *
      *  THE FORWARDING FIELDS ARE BLANK WHEN WRITTEN AND ARE OWNED BY
      *  PIEVFWD:
      *    ' '  NOT YET FORWARDED.
      *    'P'  SENT IN THE CONSOLE BATCH STAMPED EVT-FWD-STAMP, NOT
      *         YET CONFIRMED DELIVERED.
      *    'F'  FORWARDED -- NEVER SENT AGAIN.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  EVT-REC.
           05  EVT-SOURCE-PGM              PIC X(08).
           05  EVT-SEVERITY                PIC X(01).
               88  EVT-SEV-INFO                VALUE 'I'.
               88  EVT-SEV-WARNING             VALUE 'W'.
               88  EVT-SEV-ERROR               VALUE 'E'.
           05  EVT-CODE                    PIC X(08).
           05  EVT-EVENT-DATE              PIC 9(08).
           05  EVT-EVENT-TIME              PIC 9(08).
           05  EVT-RUN-KEY.
               10  EVT-RUN-DATE            PIC 9(08).
               10  EVT-RUN-TIME            PIC 9(08).
           05  EVT-OPERATOR-ID             PIC X(08).
           05  EVT-PROFILE                 PIC X(08).
           05  EVT-MESSAGE                 PIC X(80).
           05  EVT-FWD-STATUS              PIC X(01).
               88  EVT-NOT-FORWARDED           VALUE ' '.
               88  EVT-FWD-PENDING             VALUE 'P'.
               88  EVT-FORWARDED               VALUE 'F'.
           05  EVT-FWD-STAMP.
               10  EVT-FWD-DATE            PIC 9(08).
               10  EVT-FWD-TIME            PIC 9(08).
           05  FILLER                      PIC X(18).
