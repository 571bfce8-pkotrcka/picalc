      ******************************************************************
      *  BKUPREC.CPY
      *  PI.BACKUP.SET RECORD -- ONE GENERATION OF THE GDG IS ONE
      *  NUMBERED POINT-IN-TIME BACKUP OF THE WHOLE PI DATASET SET,
      *  WRITTEN BY PIBKUP AND VERIFIED/RESTORED BY PIBKRST.  EACH
      *  DATA RECORD CARRIES ONE RECORD OF ONE DATASET, UNCHANGED, IN
      *  BKUP-DATA (LEFT-JUSTIFIED, BLANK PADDED), TAGGED WITH THE
      *  DATASET'S FILE CODE AND ITS ORDINAL WITHIN THAT DATASET.
      *  THE DATASETS FOLLOW ONE ANOTHER IN THE ORDER OF THE BKUPWRK
      *  DATASET TABLE, EACH IN ITS OWN RECORD ORDER (KEY ORDER FOR
      *  THE TWO CLUSTERS), BETWEEN A SET HEADER ('HD') AND A SET
      *  TRAILER ('TR') THAT BOTH CARRY THE SET NUMBER AND STAMP OF
      *  THE MATCHING PI.BACKUP.MANIFEST GENERATION (SEE BKMANF).  ON
      *  THE TRAILER, BKUP-REC-SEQ IS THE NUMBER OF DATA RECORDS.
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  BKUP-REC.
           05  BKUP-FILE-CODE              PIC X(02).
               88  BKUP-SET-HEADER             VALUE 'HD'.
               88  BKUP-SET-TRAILER            VALUE 'TR'.
           05  BKUP-REC-SEQ                PIC 9(09).
           05  BKUP-DATA                   PIC X(485).
           05  BKUP-SET-DATA REDEFINES BKUP-DATA.
               10  BKUP-SET-NUMBER         PIC 9(06).
               10  BKUP-SET-DATE           PIC 9(08).
               10  BKUP-SET-TIME           PIC 9(08).
               10  BKUP-OPERATOR-ID        PIC X(08).
               10  FILLER                  PIC X(455).
           05  FILLER                      PIC X(04).
