      ******************************************************************
      *  SEALWRK.CPY
      *  RESULT SEAL WORK AREA -- THE CHECK VALUE THAT TIES EACH
      *  PI.RESULT.KSDS RECORD TO THE PI.AUDIT.LOG RECORD OF THE RUN
      *  THAT WROTE IT.  PICALC AND PICALCMG COMPUTE IT OVER THE
      *  RESULT RECORD AS WRITTEN AND STORE IT IN AUDIT-SEAL; PISEALV
      *  AND PICERT RECOMPUTE IT FROM THE ARCHIVED RECORD AND COMPARE.
      *  A RESULT REWRITTEN AFTER THE RUN NO LONGER MATCHES ITS SEAL.
      *
      *  THE IMAGE IS THE WHOLE RESULT RECORD -- RUN KEY, TERM COUNT,
      *  ALGORITHM, RSLT-PAJ, RUN MODE, PRECISION AND THE EXTENDED
      *  IMAGE -- WITH ITS UNUSED FILLER BLANKED, SO A FUTURE USE OF
      *  THE FILLER DOES NOT DISTURB EXISTING SEALS.  THE CHECK VALUE
      *  IS A TWO-SUM (POSITION-SENSITIVE) CHECKSUM MODULO 65521 OVER
      *  THE IMAGE'S 166 BYTES: SEAL-VALUE = SUM-B * 65536 + SUM-A.
      *  EVERY PROGRAM USING THIS AREA MOVES THE RESULT RECORD TO
      *  SEAL-IMAGE AND PERFORMS ITS OWN COPY OF THE SAME TWO
      *  PARAGRAPHS (SEE 9300-COMPUTE-SEAL IN PICALC); THE
      *  PARAGRAPHS MUST BE KEPT IDENTICAL.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  SEAL-WORK.
           05  SEAL-IMAGE.
               10  SEAL-KEY-THRU-MODE      PIC X(76).
               10  SEAL-UNUSED             PIC X(07).
               10  SEAL-PREC-THRU-EP       PIC X(83).
           05  SEAL-IMAGE-BYTES REDEFINES SEAL-IMAGE.
               10  SEAL-BYTE               PIC X(01) OCCURS 166 TIMES.
           05  SEAL-BYTE-VIEW.
               10  SEAL-BYTE-HIGH          PIC X(01).
               10  SEAL-BYTE-LOW           PIC X(01).
           05  SEAL-BYTE-VALUE REDEFINES SEAL-BYTE-VIEW
                                           PIC 9(04) COMP.
           05  SEAL-SUM-A                  PIC 9(09) COMP.
           05  SEAL-SUM-B                  PIC 9(09) COMP.
           05  SEAL-SUM-WORK               PIC 9(09) COMP.
           05  SEAL-QUOTIENT               PIC 9(09) COMP.
           05  SEAL-IDX                    PIC 9(04) COMP.
           05  SEAL-VALUE                  PIC 9(10).
