      ******************************************************************
      *  OPERPND.CPY
      *  PI.OPER.PEND RECORD -- ONE PI.OPER.MASTER CHANGE STAGED BY A
      *  PIOPERM SUBMIT RUN AND AWAITING APPROVAL BY A SECOND,
      *  DIFFERENT OPERATOR (FUNCTION 'A').  THE SAME DUAL CONTROL
      *  PICALCM APPLIES TO PI.PARM.FILE THROUGH PENDREC.CPY.  THE
      *  TRANSACTION IMAGE MIRRORS OPERTRN.CPY.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  OPND-REC.
           05  OPND-STATUS                 PIC X(01).
               88  OPND-PENDING                VALUE 'P'.
           05  OPND-REQUEST-OPER           PIC X(08).
           05  OPND-REQUEST-DATE           PIC 9(08).
           05  OPND-REQUEST-TIME           PIC 9(08).
           05  OPND-ACTION                 PIC X(01).
           05  OPND-OPERATOR-ID            PIC X(08).
           05  OPND-PRIVILEGES             PIC X(06).
           05  FILLER                      PIC X(60).
