      ******************************************************************
      *  BKMANF.CPY
      *  PI.BACKUP.MANIFEST RECORD -- THE MANIFEST OF ONE
      *  PI.BACKUP.SET GENERATION (SEE BKUPREC), WRITTEN BY PIBKUP AND
      *  CHECKED BY PIBKRST BEFORE ANYTHING IS RESTORED:
      *    'H'  SET HEADER -- SET NUMBER, BACKUP DATE AND TIME, THE
      *         OPERATOR, AND MANF-STATUS 'C' (SET TAKEN) OR 'R'
      *         (REFUSED: THE RUN LOCK WAS HELD OR A HOUSEKEEPING
      *         SWEEP WAS MID-JOURNAL, SO NO DATA WAS COPIED).
      *         MANF-REC-COUNT IS THE NUMBER OF DATASETS.
      *    'D'  ONE PER DATASET, IN SET ORDER -- FILE CODE, DATASET
      *         NAME, RECORD LENGTH, MANF-STATUS 'Y' (PRESENT) OR 'N'
      *         (NOT FOUND WHEN THE SET WAS TAKEN; RESTORED EMPTY),
      *         RECORD COUNT, LOWEST AND HIGHEST KEY, AND CONTROL
      *         TOTAL.
      *    'T'  SET TRAILER -- TOTAL DATA RECORDS AND THE SUM OF THE
      *         DATASET CONTROL TOTALS.  A MANIFEST WITHOUT ITS
      *         TRAILER IS INCOMPLETE AND THE SET IS NOT USABLE.
      *  THE KEY OF EACH DATASET IS ITS NATURAL IDENTIFIER (PROFILE
      *  NAME, RUN OR REQUEST DATE AND TIME, DIGIT POSITION, OPERATOR
      *  ID ...; SEE 3100-COPY-DATASET IN PIBKUP), COMPARED AS
      *  CHARACTERS.  THE CONTROL TOTAL IS THE SUM, OVER THE DATASET'S
      *  RECORDS, OF EACH RECORD'S TWO-SUM CHECK VALUE (SEE BKUPWRK).
      *
      *  MOD LOG
      *  DATE       INIT DESCRIPTION
      *  2026-10-15 RLH  ORIGINAL.
      ******************************************************************
       01  MANF-REC.
           05  MANF-REC-TYPE               PIC X(01).
               88  MANF-TYPE-HEADER            VALUE 'H'.
               88  MANF-TYPE-DATASET           VALUE 'D'.
               88  MANF-TYPE-TRAILER           VALUE 'T'.
           05  MANF-SET-NUMBER             PIC 9(06).
           05  MANF-SET-DATE               PIC 9(08).
           05  MANF-SET-TIME               PIC 9(08).
           05  MANF-FILE-CODE              PIC X(02).
           05  MANF-DSNAME                 PIC X(20).
           05  MANF-STATUS                 PIC X(01).
               88  MANF-SET-TAKEN              VALUE 'C'.
               88  MANF-SET-REFUSED            VALUE 'R'.
               88  MANF-DS-PRESENT             VALUE 'Y'.
               88  MANF-DS-ABSENT              VALUE 'N'.
           05  MANF-REC-LENGTH             PIC 9(04).
           05  MANF-REC-COUNT              PIC 9(09).
           05  MANF-LOW-KEY                PIC X(16).
           05  MANF-HIGH-KEY               PIC X(16).
           05  MANF-CONTROL-TOTAL          PIC 9(15).
           05  MANF-OPERATOR-ID            PIC X(08).
           05  FILLER                      PIC X(06).
