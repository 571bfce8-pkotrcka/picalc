      ******************************************************************
      *  OPERHST.CPY
      *  PI.OPER.HIST RECORD -- ONE RECORD APPENDED BY PIOPERM FOR
      *  EVERY CHANGE APPROVED ONTO PI.OPER.MASTER.  THE FILE IS
      *  PERMANENT (PIHSKP DOES NOT SWEEP IT) AND SHOWS, FOR EACH
      *  CHANGE, THE OPERATOR'S PRIVILEGE BYTES AND STATUS BEFORE AND
      *  AFTER, WHO KEYED THE CHANGE AND WHEN, AND WHO APPROVED IT
      *  AND WHEN IT LANDED.  THE STATUS BYTES CARRY THE OPERREC
      *  VALUES, PLUS 'X' FOR "NOT ON FILE" (BEFORE AN ADD, AFTER A
      *  REMOVE); THE MATCHING PRIVILEGE BYTES ARE THEN SPACES.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  OHST-REC.
           05  OHST-ACTION                 PIC X(01).
           05  OHST-OPERATOR-ID            PIC X(08).
           05  OHST-OLD-PRIVILEGES         PIC X(06).
           05  OHST-OLD-STATUS             PIC X(01).
           05  OHST-NEW-PRIVILEGES         PIC X(06).
           05  OHST-NEW-STATUS             PIC X(01).
           05  OHST-REQUEST-OPER           PIC X(08).
           05  OHST-REQUEST-DATE           PIC 9(08).
           05  OHST-REQUEST-TIME           PIC 9(08).
           05  OHST-APPROVER-ID            PIC X(08).
           05  OHST-APPROVE-DATE           PIC 9(08).
           05  OHST-APPROVE-TIME           PIC 9(08).
           05  FILLER                      PIC X(29).
