      ******************************************************************
      *  BKUPWRK.CPY
      *  BACKUP SET WORK AREA, SHARED BY PIBKUP AND PIBKRST.
      *
      *  THE DATASET TABLE FIXES THE MEMBERSHIP AND ORDER OF THE
      *  BACKUP SET: FILE CODE, DATASET NAME AND RECORD LENGTH.  A
      *  DATASET ADDED TO THE SET IS ADDED HERE, AHEAD OF PI.RUNLOCK,
      *  AND TO BOTH PROGRAMS.  PI.RUNLOCK MUST STAY LAST -- PIBKRST
      *  HOLDS THE RUN LOCK WHILE IT RESTORES AND PUTS THE SAVED LOCK
      *  BACK ONLY AFTER EVERY OTHER DATASET IS IN PLACE.
      *
      *  THE CHECK VALUE OF ONE RECORD IS THE SAME TWO-SUM
      *  (POSITION-SENSITIVE) CHECKSUM MODULO 65521 AS THE RESULT
      *  SEAL (SEE SEALWRK), TAKEN OVER THE RECORD'S OWN LENGTH:
      *  BKCK-VALUE = SUM-B * 65536 + SUM-A.  EACH PROGRAM MOVES THE
      *  RECORD TO BKCK-IMAGE, SETS BKCK-LENGTH AND PERFORMS ITS OWN
      *  COPY OF THE SAME TWO PARAGRAPHS (SEE 7000-COMPUTE-CHECK IN
      *  PIBKUP); THE PARAGRAPHS MUST BE KEPT IDENTICAL.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  BKDS-TABLE-VALUES.
           05  FILLER  PIC X(26) VALUE 'PFPI.PARM.FILE        0233'.
           05  FILLER  PIC X(26) VALUE 'PPPI.PARM.PEND        0100'.
           05  FILLER  PIC X(26) VALUE 'PLPI.PARM.LOG         0156'.
           05  FILLER  PIC X(26) VALUE 'RSPI.RESULT.KSDS      0166'.
           05  FILLER  PIC X(26) VALUE 'AUPI.AUDIT.LOG        0107'.
           05  FILLER  PIC X(26) VALUE 'RPPI.REPORT           0199'.
           05  FILLER  PIC X(26) VALUE 'CKPI.CHECKPT          0485'.
           05  FILLER  PIC X(26) VALUE 'CGPI.CERT.DIGITS      0080'.
           05  FILLER  PIC X(26) VALUE 'CLPI.RUN.CALENDAR     0080'.
           05  FILLER  PIC X(26) VALUE 'OMPI.OPER.MASTER      0080'.
           05  FILLER  PIC X(26) VALUE 'HJPI.HSKP.JOURNAL     0080'.
           05  FILLER  PIC X(26) VALUE 'OPPI.OPER.PEND        0100'.
           05  FILLER  PIC X(26) VALUE 'OHPI.OPER.HIST        0100'.
           05  FILLER  PIC X(26) VALUE 'RQPI.RUN.REQUEST      0200'.
           05  FILLER  PIC X(26) VALUE 'RCPI.RATE.CARD        0080'.
           05  FILLER  PIC X(26) VALUE 'RLPI.RUNLOCK          0040'.
       01  BKDS-TABLE REDEFINES BKDS-TABLE-VALUES.
           05  BKDS-ENTRY OCCURS 16 TIMES.
               10  BKDS-CODE               PIC X(02).
               10  BKDS-DSNAME             PIC X(20).
               10  BKDS-REC-LENGTH         PIC 9(04).
       01  BKDS-COUNT                      PIC 9(04) COMP VALUE 16.
       01  BKCK-WORK.
           05  BKCK-IMAGE                  PIC X(485).
           05  BKCK-IMAGE-BYTES REDEFINES BKCK-IMAGE.
               10  BKCK-BYTE               PIC X(01) OCCURS 485 TIMES.
           05  BKCK-BYTE-VIEW.
               10  BKCK-BYTE-HIGH          PIC X(01).
               10  BKCK-BYTE-LOW           PIC X(01).
           05  BKCK-BYTE-VALUE REDEFINES BKCK-BYTE-VIEW
                                           PIC 9(04) COMP.
           05  BKCK-LENGTH                 PIC 9(04) COMP.
           05  BKCK-SUM-A                  PIC 9(09) COMP.
           05  BKCK-SUM-B                  PIC 9(09) COMP.
           05  BKCK-SUM-WORK               PIC 9(09) COMP.
           05  BKCK-QUOTIENT               PIC 9(09) COMP.
           05  BKCK-IDX                    PIC 9(04) COMP.
           05  BKCK-VALUE                  PIC 9(10).
