      *  PI.OPER.MASTER RECORD -- ONE RECORD PER AUTHORIZED OPERATOR,
      *  KEYED ON OPERATOR ID, WITH ONE PRIVILEGE BYTE PER PROTECTED
      *  ACTION ('Y' GRANTS IT; ANYTHING ELSE DENIES IT).  CHECKED IN
      *  THE 1000-INITIALIZE OF PICALC, PICALCM, PIHSKP, PIREFLD, AND
      *  PIOPERM BEFORE ANY WORK STARTS; A SUBMISSION BY AN UNKNOWN
      *  OPERATOR, A SUSPENDED ONE, OR ONE WITHOUT THE PRIVILEGE THE
      *  RUN NEEDS, IS REFUSED WITH RC=8 AND A REFUSAL RECORD ON
      *  PI.AUDIT.LOG NAMING WHO TRIED WHAT.  A MISSING MASTER FILE
      *  REFUSES EVERYBODY -- AUTHORIZATION FAILS CLOSED.
      *
      *  THE FILE IS MAINTAINED ONLY BY PIOPERM, UNDER DUAL CONTROL;
      *  EVERY CHANGE IS RECORDED ON PI.OPER.HIST (SEE OPERHST.CPY).
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-09-01 RLH  ORIGINAL.
      *  2026-10-15 RLH  PRIVILEGE BYTES GROUPED AS OPER-PRIVILEGES SO
      *                  THE HISTORY RECORD CAN CARRY THEM WHOLE.
      *                  ADDED THE OPERATOR-MAINTENANCE PRIVILEGE
      *                  (PIOPERM) AND THE STATUS BYTE -- A SUSPENDED
      *                  OPERATOR KEEPS THE RECORD BUT IS REFUSED BY
      *                  EVERY PROGRAM AS IF UNKNOWN.  A BLANK STATUS
      *                  (EVERY RECORD KEYED BEFORE THIS CHANGE) IS
      *                  ACTIVE.  FIELD POSITIONS ARE UNCHANGED.
      ******************************************************************
       01  OPER-REC.
           05  OPER-OPERATOR-ID            PIC X(08).
           05  OPER-PRIVILEGES.
               10  OPER-RUN-CALC           PIC X(01).
                   88  OPER-MAY-RUN-CALC       VALUE 'Y'.
               10  OPER-LOCK-OVERRIDE      PIC X(01).
                   88  OPER-MAY-OVERRIDE-LOCK  VALUE 'Y'.
               10  OPER-EXT-PRECISION      PIC X(01).
                   88  OPER-MAY-RUN-EXTENDED   VALUE 'Y'.
               10  OPER-PARM-MAINT         PIC X(01).
                   88  OPER-MAY-MAINT-PARMS    VALUE 'Y'.
               10  OPER-HOUSEKEEPING       PIC X(01).
                   88  OPER-MAY-RUN-HSKP       VALUE 'Y'.
               10  OPER-OPER-MAINT         PIC X(01).
                   88  OPER-MAY-MAINT-OPERS    VALUE 'Y'.
           05  OPER-STATUS                 PIC X(01).
               88  OPER-ACTIVE                 VALUE ' ' 'A'.
               88  OPER-SUSPENDED              VALUE 'S'.
           05  FILLER                      PIC X(65).
