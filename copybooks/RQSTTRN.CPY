      ******************************************************************
      *  RQSTTRN.CPY
      *  PI.RUN.REQUEST TRANSACTION CARD -- READ BY PIRUNRQ.
      *    'N'  NEW REQUEST: PROFILE, NEEDED-BY DATE (YYYYMMDD),
      *         REQUESTER ID AND REASON; THE REQUEST NUMBER IS
      *         ASSIGNED BY PIRUNRQ AND LEFT ZERO ON THE CARD
      *    'A'  ACCEPT THE OPEN REQUEST NUMBERED ON THE CARD
      *    'R'  REJECT THE OPEN REQUEST NUMBERED ON THE CARD
      *  ON AN 'A' OR 'R' CARD THE REASON FIELD IS THE DECIDING
      *  OPERATOR'S NOTE, KEPT ON THE REQUEST SO THE LISTING SHOWS WHY.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  RQTR-REC.
           05  RQTR-ACTION                 PIC X(01).
               88  RQTR-NEW                    VALUE 'N'.
               88  RQTR-ACCEPT                 VALUE 'A'.
               88  RQTR-REJECT                 VALUE 'R'.
           05  RQTR-REQUEST-ID             PIC 9(06).
           05  RQTR-PROFILE                PIC X(08).
           05  RQTR-NEEDED-BY              PIC 9(08).
           05  RQTR-REQUESTER              PIC X(08).
           05  RQTR-REASON                 PIC X(40).
           05  FILLER                      PIC X(09).
