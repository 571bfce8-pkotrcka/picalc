      ******************************************************************
      *  RUNREQ.CPY
      *  PI.RUN.REQUEST RECORD -- ONE AD HOC (OFF-CYCLE) RUN REQUEST,
      *  NUMBERED IN ARRIVAL ORDER.  THE LIFE OF A REQUEST:
      *    'O'  OPEN      RECORDED BY PIRUNRQ (FUNCTION 'N') WITH THE
      *                   PROFILE, NEEDED-BY DATE, REASON AND
      *                   REQUESTER ID
      *    'A'  ACCEPTED  AN AUTHORIZED OPERATOR, NOT THE REQUESTER,
      *                   ACCEPTED IT (PIRUNRQ FUNCTION 'D').  FROM
      *                   THE DECISION DATE THROUGH THE NEEDED-BY
      *                   DATE PICALDRV TREATS A SUBMISSION OF THE
      *                   PROFILE AS A LEGITIMATE SELECTION, NOT AN
      *                   OVERRIDE, AND STAMPS THE SELECTION HERE
      *    'R'  REJECTED  AS ABOVE, BUT REJECTED
      *    'C'  COMPLETED CLOSED BY PIRUNRQ (FUNCTION 'C') WITH THE
      *                   PI.RESULT.KSDS KEY OF THE RUN IT PRODUCED
      *  RSRQ-SELECT-DATE/TIME ARE ZERO UNTIL PICALDRV SELECTS THE
      *  REQUEST; A LATER SELECTION (A RERUN) REPLACES THEM.  THE
      *  DECISION NOTE CARRIES THE DECIDING OPERATOR'S REASON.  THE
      *  RECORD IS 200 BYTES.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  RSRQ-REC.
           05  RSRQ-REQUEST-ID             PIC 9(06).
           05  RSRQ-STATUS                 PIC X(01).
               88  RSRQ-OPEN                   VALUE 'O'.
               88  RSRQ-ACCEPTED               VALUE 'A'.
               88  RSRQ-REJECTED               VALUE 'R'.
               88  RSRQ-COMPLETED              VALUE 'C'.
           05  RSRQ-PROFILE                PIC X(08).
           05  RSRQ-NEEDED-BY              PIC 9(08).
           05  RSRQ-REQUESTER              PIC X(08).
           05  RSRQ-REQUEST-DATE           PIC 9(08).
           05  RSRQ-REQUEST-TIME           PIC 9(08).
           05  RSRQ-REASON                 PIC X(40).
           05  RSRQ-DECIDED-BY             PIC X(08).
           05  RSRQ-DECIDED-DATE           PIC 9(08).
           05  RSRQ-DECIDED-TIME           PIC 9(08).
           05  RSRQ-SELECT-DATE            PIC 9(08).
           05  RSRQ-SELECT-TIME            PIC 9(08).
           05  RSRQ-RESULT-KEY.
               10  RSRQ-RESULT-DATE        PIC 9(08).
               10  RSRQ-RESULT-TIME        PIC 9(08).
           05  RSRQ-CLOSED-DATE            PIC 9(08).
           05  RSRQ-DECISION-NOTE          PIC X(40).
           05  FILLER                      PIC X(09).
