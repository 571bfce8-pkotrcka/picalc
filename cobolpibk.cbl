000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIBKUP                                          *
000040*   FUNCTION     POINT-IN-TIME BACKUP OF THE PI DATASET SET.     *
000050*                THE DATASETS THE SYSTEM DEPENDS ON MUST AGREE   *
000060*                WITH EACH OTHER (EVERY RESULT HAS ITS AUDIT     *
000070*                RECORD, EVERY REGISTERED DIGIT ITS RUN, EVERY   *
000080*                PENDING CHANGE ITS PROFILE), SO THEY ARE COPIED *
000090*                TOGETHER, AT ONE MOMENT, AS ONE NUMBERED        *
000100*                GENERATION OF PI.BACKUP.SET (SEE BKUPREC), WITH *
000110*                A MANIFEST ON PI.BACKUP.MANIFEST (SEE BKMANF)   *
000120*                GIVING EACH DATASET'S RECORD COUNT, KEY RANGE   *
000130*                AND CONTROL TOTAL.  PIBKRST VERIFIES AND        *
000140*                RESTORES A SET.                                 *
000150*                                                                *
000160*                NOTHING IS COPIED UNLESS THE SET IS AT REST:    *
000170*                PI.RUNLOCK MUST BE RELEASED (NO PICALC RUN IN   *
000180*                FLIGHT, NO RESTORE INTERRUPTED) AND NO PIHSKP   *
000190*                SWEEP MAY BE MID-JOURNAL (THE LAST              *
000200*                PI.HSKP.JOURNAL PHASE OF EVERY FILE CODE MUST BE*
000210*                'F').  THE PROC HOLDS EVERY DATASET DISP=OLD    *
000220*                WHILE THE COPY RUNS, SO NOTHING CAN CHANGE      *
000230*                UNDERNEATH IT.                                  *
000240*                                                                *
000250*                PARM FUNCTION 'C' MAKES THE AT-REST CHECK ONLY, *
000260*                SO A JOB CAN SKIP THE BACKUP STEP (AND THE NEW  *
000270*                GENERATIONS) WHEN THE SET IS BUSY; 'B' (THE     *
000280*                DEFAULT) CHECKS AGAIN AND TAKES THE BACKUP.     *
000290*                                                                *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     PIBKUP.
000330 AUTHOR.         R L HENNESSEY.
000340 INSTALLATION.   BATCH SYSTEMS.
000350 DATE-WRITTEN.   2026-10-15.
000360 DATE-COMPILED.
000370******************************************************************
000380*  MOD LOG                                                       *
000390*  DATE       INIT DESCRIPTION                                   *
000400*  2026-10-15 RLH  ORIGINAL.                                     *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480******************************************************************
000490*  THE DATASETS OF THE SET ARE COPIED ONE AT A TIME AND SHARE    *
000500*  ONE FILE STATUS FIELD.                                        *
000510******************************************************************
000520     SELECT PARM-FILE
000530         ASSIGN TO PARMDD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-INPUT-STATUS.
000560     SELECT PEND-FILE
000570         ASSIGN TO PENDDD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-INPUT-STATUS.
000600     SELECT PLOG-FILE
000610         ASSIGN TO PLOGDD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-INPUT-STATUS.
000640     SELECT RESULT-FILE
000650         ASSIGN TO RESULTDD
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS RSLT-RUN-KEY
000690         FILE STATUS IS WS-INPUT-STATUS.
000700     SELECT AUDIT-FILE
000710         ASSIGN TO AUDITDD
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-INPUT-STATUS.
000740     SELECT REPORT-FILE
000750         ASSIGN TO REPTDD
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-INPUT-STATUS.
000780     SELECT CKPT-FILE
000790         ASSIGN TO CKPTDD
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-INPUT-STATUS.
000820     SELECT CREG-FILE
000830         ASSIGN TO CREGDD
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS CREG-POSITION
000870         FILE STATUS IS WS-INPUT-STATUS.
000880     SELECT CAL-FILE
000890         ASSIGN TO CALDD
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-INPUT-STATUS.
000920     SELECT OPER-FILE
000930         ASSIGN TO OPERDD
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-INPUT-STATUS.
000960     SELECT JRNL-FILE
000970         ASSIGN TO JRNLDD
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-INPUT-STATUS.
001000     SELECT OPND-FILE
001010         ASSIGN TO OPNDDD
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-INPUT-STATUS.
001040     SELECT OHST-FILE
001050         ASSIGN TO OHSTDD
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-INPUT-STATUS.
001080     SELECT RQST-FILE
001090         ASSIGN TO RQSTDD
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-INPUT-STATUS.
001120     SELECT RATE-FILE
001130         ASSIGN TO RATEDD
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-INPUT-STATUS.
001160     SELECT LOCK-FILE
001170         ASSIGN TO LOCKDD
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-INPUT-STATUS.
001200     SELECT PRIOR-MANF-FILE
001210         ASSIGN TO MANFPRDD
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-PRIOR-STATUS.
001240     SELECT BKUP-FILE
001250         ASSIGN TO BKUPDD
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-BKUP-STATUS.
001280     SELECT MANF-FILE
001290         ASSIGN TO MANFDD
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-MANF-STATUS.
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  PARM-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY "PARMREC.CPY".
001380 FD  PEND-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY "PENDREC.CPY".
001420 FD  PLOG-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450     COPY "PARMLOG.CPY".
001460 FD  RESULT-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490     COPY "RESLTREC.CPY".
001500 FD  AUDIT-FILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530     COPY "AUDITREC.CPY".
001540 FD  REPORT-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570     COPY "REPTREC.CPY".
001580 FD  CKPT-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610     COPY "CKPTREC.CPY".
001620 FD  CREG-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650     COPY "CREGREC.CPY".
001660 FD  CAL-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690     COPY "CALREC.CPY".
001700 FD  OPER-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730     COPY "OPERREC.CPY".
001740 FD  JRNL-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770     COPY "HSKPJRN.CPY".
001780 FD  OPND-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810     COPY "OPERPND.CPY".
001820 FD  OHST-FILE
001830     RECORDING MODE IS F
001840     LABEL RECORDS ARE STANDARD.
001850     COPY "OPERHST.CPY".
001860 FD  RQST-FILE
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD.
001890     COPY "RUNREQ.CPY".
001900 FD  RATE-FILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930     COPY "RATEREC.CPY".
001940 FD  LOCK-FILE
001950     RECORDING MODE IS F
001960     LABEL RECORDS ARE STANDARD.
001970     COPY "LOCKREC.CPY".
001980 FD  PRIOR-MANF-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010 01  PRIOR-MANF-REC               PIC X(120).
002020 FD  BKUP-FILE
002030     RECORDING MODE IS F
002040     LABEL RECORDS ARE STANDARD.
002050     COPY "BKUPREC.CPY".
002060 FD  MANF-FILE
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD.
002090     COPY "BKMANF.CPY".
002100 WORKING-STORAGE SECTION.
002110******************************************************************
002120*  FILE STATUS AND SWITCHES                                      *
002130******************************************************************
002140 01  WS-INPUT-STATUS             PIC X(02) VALUE SPACES.
002150     88  WS-INPUT-STATUS-OK          VALUE '00' '97'.
002160     88  WS-INPUT-STATUS-NOT-FOUND   VALUE '35'.
002170 01  WS-PRIOR-STATUS             PIC X(02) VALUE SPACES.
002180     88  WS-PRIOR-STATUS-OK          VALUE '00' '97'.
002190 01  WS-BKUP-STATUS              PIC X(02) VALUE SPACES.
002200     88  WS-BKUP-STATUS-OK           VALUE '00' '97'.
002210 01  WS-MANF-STATUS              PIC X(02) VALUE SPACES.
002220     88  WS-MANF-STATUS-OK           VALUE '00' '97'.
002230 01  WS-SWITCHES.
002240     05  WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
002250         88  WS-INPUT-EOF             VALUE 'Y'.
002260     05  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
002270         88  WS-REFUSED               VALUE 'Y'.
002280     05  WS-COPY-FAILED-SW        PIC X(01) VALUE 'N'.
002290         88  WS-COPY-FAILED           VALUE 'Y'.
002300     05  WS-DS-PRESENT-SW         PIC X(01) VALUE 'Y'.
002310         88  WS-DS-PRESENT            VALUE 'Y'.
002320         88  WS-DS-ABSENT             VALUE 'N'.
002330     05  WS-PROF-FOUND-SW         PIC X(01) VALUE 'N'.
002340         88  WS-PROF-FOUND            VALUE 'Y'.
002350******************************************************************
002360*  RUN FUNCTION AND OPERATOR FROM THE EXEC PARM.                 *
002370******************************************************************
002380 01  WS-FUNCTION                  PIC X(01) VALUE 'B'.
002390     88  WS-FUNC-CHECK                VALUE 'C'.
002400     88  WS-FUNC-BACKUP               VALUE 'B' ' '.
002410 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH'.
002420 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002430 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002440 01  WS-SET-NUMBER                PIC 9(06) VALUE ZERO.
002450******************************************************************
002460*  HEADER OF THE PREVIOUS MANIFEST GENERATION -- THE NEW SET     *
002470*  TAKES THE NEXT NUMBER.                                        *
002480******************************************************************
002490 01  WS-PRIOR-HEADER.
002500     05  WS-PRIOR-TYPE            PIC X(01).
002510     05  WS-PRIOR-SET-NUMBER      PIC 9(06).
002520     05  FILLER                   PIC X(113).
002530******************************************************************
002540*  JOURNAL STATE TABLE -- THE LAST PHASE AND DATE SEEN ON        *
002550*  PI.HSKP.JOURNAL FOR EACH FILE CODE, BUILT AS IN PIHSKP        *
002560*  (LATER RECORDS OVERWRITE EARLIER ONES).                       *
002570******************************************************************
002580 01  WS-JST-TABLE.
002590     05  WS-JST-ENTRY OCCURS 4 TIMES.
002600         10  WS-JST-CODE          PIC X(02).
002610         10  WS-JST-PHASE         PIC X(01).
002620         10  WS-JST-DATE          PIC 9(08).
002630******************************************************************
002640*  DATASET TABLE AND RECORD CHECK VALUE WORK AREA.               *
002650******************************************************************
002660     COPY "BKUPWRK.CPY".
002670******************************************************************
002680*  KEY OF THE RECORD IN HAND, AND THE RUNNING FIGURES FOR THE    *
002690*  DATASET BEING COPIED AND FOR THE WHOLE SET.                   *
002700******************************************************************
002710 01  WS-KEY                       PIC X(16) VALUE SPACES.
002720 01  WS-KEY-STAMP REDEFINES WS-KEY.
002730     05  WS-KEY-DATE              PIC 9(08).
002740     05  WS-KEY-TIME              PIC 9(08).
002750 01  WS-DS-LOW-KEY                PIC X(16) VALUE SPACES.
002760 01  WS-DS-HIGH-KEY               PIC X(16) VALUE SPACES.
002770 01  WS-DS-CONTROL-TOTAL          PIC 9(15) COMP VALUE ZERO.
002780 01  WS-SET-CONTROL-TOTAL         PIC 9(15) COMP VALUE ZERO.
002790******************************************************************
002800*  PROFILE NAMES ON PI.PARM.FILE (AT MOST 20, AS IN PICALCM),    *
002810*  AGAINST WHICH EACH PENDING CHANGE'S PROFILE IS CHECKED WHILE  *
002820*  PI.PARM.PEND IS COPIED.                                       *
002830******************************************************************
002840 01  WS-PROF-TABLE.
002850     05  WS-PROF-NAME             PIC X(08) OCCURS 20 TIMES.
002860******************************************************************
002870*  WORK COUNTERS                                                 *
002880******************************************************************
002890 77  WC-JST-COUNT                 PIC 9(04) COMP VALUE ZERO.
002900 77  WC-JST-IDX                   PIC 9(04) COMP VALUE ZERO.
002910 77  WC-JST-FOUND-IDX             PIC 9(04) COMP VALUE ZERO.
002920 77  WC-DS-IDX                    PIC 9(04) COMP VALUE ZERO.
002930 77  WC-DS-REC-COUNT              PIC 9(09) COMP VALUE ZERO.
002940 77  WC-SET-REC-COUNT             PIC 9(09) COMP VALUE ZERO.
002950 77  WC-ABSENT-COUNT              PIC 9(04) COMP VALUE ZERO.
002960 77  WC-PROF-COUNT                PIC 9(04) COMP VALUE ZERO.
002970 77  WC-PROF-IDX                  PIC 9(04) COMP VALUE ZERO.
002980 77  WC-PROF-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
002990 77  WC-ORPHAN-COUNT              PIC 9(07) COMP VALUE ZERO.
003000 77  WC-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
003010 LINKAGE SECTION.
003020******************************************************************
003030*  EXEC PARM -- FUNCTION (C OR B) FOLLOWED BY THE OPERATOR ID,   *
003040*  E.G. PARM='BOPER0001'.                                        *
003050******************************************************************
003060 01  LS-PARM-INFO.
003070     05  LS-PARM-LENGTH           PIC S9(04) COMP.
003080     05  LS-PARM-TEXT.
003090         10  LS-PARM-FUNCTION     PIC X(01).
003100         10  LS-PARM-OPERATOR     PIC X(08).
003110         10  FILLER               PIC X(91).
003120 PROCEDURE DIVISION USING LS-PARM-INFO.
003130******************************************************************
003140*  MAINLINE                                                      *
003150******************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-CHECK-AT-REST THRU 2000-EXIT.
003190     IF WS-FUNC-BACKUP
003200         PERFORM 3000-TAKE-BACKUP THRU 3000-EXIT
003210     END-IF.
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     STOP RUN.
003240******************************************************************
003250*  1000-INITIALIZE -- PICK UP THE FUNCTION AND OPERATOR AND      *
003260*  STAMP THE RUN.                                                *
003270******************************************************************
003280 1000-INITIALIZE.
003290     IF LS-PARM-LENGTH > ZERO
003300         MOVE LS-PARM-FUNCTION TO WS-FUNCTION
003310     END-IF.
003320     IF LS-PARM-LENGTH > 1
003330         AND LS-PARM-OPERATOR NOT = SPACES
003340         MOVE LS-PARM-OPERATOR TO WS-OPERATOR-ID
003350     END-IF.
003360     IF NOT WS-FUNC-CHECK
003370         AND NOT WS-FUNC-BACKUP
003380         DISPLAY 'PIBKUP: FUNCTION ' WS-FUNCTION ' NOT '
003390             'RECOGNIZED; CHECK ONLY, NOTHING COPIED.'
003400         MOVE 'C' TO WS-FUNCTION
003410     END-IF.
003420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003430     ACCEPT WS-RUN-TIME FROM TIME.
003440 1000-EXIT.
003450     EXIT.
003460******************************************************************
003470*  2000-CHECK-AT-REST -- THE SET MAY ONLY BE COPIED WHEN NO RUN  *
003480*  HOLDS PI.RUNLOCK AND NO HOUSEKEEPING SWEEP IS HALF DONE.  A   *
003490*  REFUSAL ENDS THE RUN RC=8.                                    *
003500******************************************************************
003510 2000-CHECK-AT-REST.
003520     PERFORM 2100-CHECK-LOCK THRU 2100-EXIT.
003530     PERFORM 2200-CHECK-JOURNAL THRU 2200-EXIT.
003540     IF WS-REFUSED
003550         DISPLAY 'PIBKUP: THE PI DATASET SET IS NOT AT REST; '
003560             'BACKUP REFUSED.'
003570         MOVE 8 TO RETURN-CODE
003580     ELSE
003590         DISPLAY 'PIBKUP: PI.RUNLOCK RELEASED AND NO SWEEP '
003600             'MID-JOURNAL; THE SET IS AT REST.'
003610     END-IF.
003620 2000-EXIT.
003630     EXIT.
003640******************************************************************
003650*  2100-CHECK-LOCK -- A MISSING OR EMPTY PI.RUNLOCK, OR A LOCK   *
003660*  RECORD NOT ACTIVE, MEANS NO RUN HOLDS THE LOCK.  A LOCK THAT  *
003670*  CANNOT BE READ CANNOT BE CONFIRMED RELEASED.                  *
003680******************************************************************
003690 2100-CHECK-LOCK.
003700     OPEN INPUT LOCK-FILE.
003710     IF WS-INPUT-STATUS-NOT-FOUND
003720         GO TO 2100-EXIT.
003730     IF NOT WS-INPUT-STATUS-OK
003740         DISPLAY 'PIBKUP: LOCKDD OPEN FAILED, STATUS '
003750             WS-INPUT-STATUS '.'
003760         MOVE 'Y' TO WS-REFUSED-SW
003770         GO TO 2100-EXIT.
003780     READ LOCK-FILE
003790         AT END
003800             CONTINUE
003810         NOT AT END
003820             IF LOCK-ACTIVE
003830                 DISPLAY 'PIBKUP: RUN LOCK HELD BY '
003840                     LOCK-OPERATOR-ID ' SINCE ' LOCK-RUN-DATE
003850                     ' ' LOCK-RUN-TIME '.'
003860                 MOVE 'Y' TO WS-REFUSED-SW
003870             END-IF
003880     END-READ.
003890     CLOSE LOCK-FILE.
003900 2100-EXIT.
003910     EXIT.
003920******************************************************************
003930*  2200-CHECK-JOURNAL -- FOLD PI.HSKP.JOURNAL INTO THE STATE     *
003940*  TABLE, THEN REFUSE IF ANY FILE CODE'S LAST PHASE IS THE SPLIT *
003950*  OR THE COPY-BACK.  A MISSING JOURNAL MEANS NO SWEEP HAS RUN.  *
003960******************************************************************
003970 2200-CHECK-JOURNAL.
003980     OPEN INPUT JRNL-FILE.
003990     IF WS-INPUT-STATUS-NOT-FOUND
004000         GO TO 2200-EXIT.
004010     IF NOT WS-INPUT-STATUS-OK
004020         DISPLAY 'PIBKUP: JRNLDD OPEN FAILED, STATUS '
004030             WS-INPUT-STATUS '.'
004040         MOVE 'Y' TO WS-REFUSED-SW
004050         GO TO 2200-EXIT.
004060     MOVE 'N' TO WS-INPUT-EOF-SW.
004070     PERFORM 2210-LOAD-ONE-JRNL THRU 2210-EXIT
004080         UNTIL WS-INPUT-EOF.
004090     CLOSE JRNL-FILE.
004100     PERFORM 2230-CHECK-ONE-CODE THRU 2230-EXIT
004110         VARYING WC-JST-IDX FROM 1 BY 1
004120         UNTIL WC-JST-IDX > WC-JST-COUNT.
004130 2200-EXIT.
004140     EXIT.
004150******************************************************************
004160*  2210-LOAD-ONE-JRNL -- FOLD ONE JOURNAL RECORD INTO THE STATE  *
004170*  TABLE.                                                        *
004180******************************************************************
004190 2210-LOAD-ONE-JRNL.
004200     READ JRNL-FILE
004210         AT END
004220             MOVE 'Y' TO WS-INPUT-EOF-SW
004230     END-READ.
004240     IF WS-INPUT-EOF
004250         GO TO 2210-EXIT.
004260     MOVE ZERO TO WC-JST-FOUND-IDX.
004270     PERFORM 2220-FIND-JST-ENTRY THRU 2220-EXIT
004280         VARYING WC-JST-IDX FROM 1 BY 1
004290         UNTIL WC-JST-IDX > WC-JST-COUNT
004300             OR WC-JST-FOUND-IDX > ZERO.
004310     IF WC-JST-FOUND-IDX = ZERO
004320         AND WC-JST-COUNT < 4
004330         ADD 1 TO WC-JST-COUNT
004340         MOVE WC-JST-COUNT TO WC-JST-FOUND-IDX
004350         MOVE JRNL-FILE-CODE TO WS-JST-CODE (WC-JST-FOUND-IDX)
004360     END-IF.
004370     IF WC-JST-FOUND-IDX > ZERO
004380         MOVE JRNL-PHASE    TO WS-JST-PHASE (WC-JST-FOUND-IDX)
004390         MOVE JRNL-RUN-DATE TO WS-JST-DATE (WC-JST-FOUND-IDX)
004400     END-IF.
004410 2210-EXIT.
004420     EXIT.
004430******************************************************************
004440*  2220-FIND-JST-ENTRY -- LOCATE THE STATE ENTRY FOR THE         *
004450*  JOURNAL RECORD IN HAND.                                       *
004460******************************************************************
004470 2220-FIND-JST-ENTRY.
004480     IF WS-JST-CODE (WC-JST-IDX) = JRNL-FILE-CODE
004490         MOVE WC-JST-IDX TO WC-JST-FOUND-IDX
004500     END-IF.
004510 2220-EXIT.
004520     EXIT.
004530******************************************************************
004540*  2230-CHECK-ONE-CODE -- A SWEEP WHOSE LAST JOURNALED PHASE IS  *
004550*  THE SPLIT OR THE COPY-BACK IS HALF DONE: ITS LIVE DATASET     *
004560*  AND TEMP DATASET DO NOT YET AGREE.                            *
004570******************************************************************
004580 2230-CHECK-ONE-CODE.
004590     IF WS-JST-PHASE (WC-JST-IDX) = 'S'
004600         OR WS-JST-PHASE (WC-JST-IDX) = 'C'
004610         DISPLAY 'PIBKUP: HOUSEKEEPING SWEEP OF FILE CODE '
004620             WS-JST-CODE (WC-JST-IDX) ' IS MID-JOURNAL (PHASE '
004630             WS-JST-PHASE (WC-JST-IDX) ', RUN OF '
004640             WS-JST-DATE (WC-JST-IDX) ').'
004650         MOVE 'Y' TO WS-REFUSED-SW
004660     END-IF.
004670 2230-EXIT.
004680     EXIT.
004690******************************************************************
004700*  3000-TAKE-BACKUP -- NUMBER THE SET, OPEN THE NEW BACKUP AND   *
004710*  MANIFEST GENERATIONS, AND COPY EVERY DATASET IN TABLE ORDER   *
004720*  BETWEEN THE SET HEADER AND TRAILER.  A REFUSED RUN STILL      *
004730*  WRITES A HEADER AND TRAILER, MARKED REFUSED, SO THE NEW       *
004740*  GENERATIONS CANNOT BE MISTAKEN FOR A BACKUP.  A DATASET THAT  *
004750*  CANNOT BE READ ENDS THE RUN RC=12 WITHOUT THE TRAILERS, WHICH *
004760*  LEAVES THE SET INCOMPLETE AND UNUSABLE.                       *
004770******************************************************************
004780 3000-TAKE-BACKUP.
004790     PERFORM 3050-NUMBER-SET THRU 3050-EXIT.
004800     OPEN OUTPUT BKUP-FILE.
004810     IF NOT WS-BKUP-STATUS-OK
004820         DISPLAY 'PIBKUP: BKUPDD OPEN FAILED, STATUS '
004830             WS-BKUP-STATUS '; NOTHING COPIED.'
004840         MOVE 12 TO RETURN-CODE
004850         GO TO 3000-EXIT.
004860     OPEN OUTPUT MANF-FILE.
004870     IF NOT WS-MANF-STATUS-OK
004880         DISPLAY 'PIBKUP: MANFDD OPEN FAILED, STATUS '
004890             WS-MANF-STATUS '; NOTHING COPIED.'
004900         CLOSE BKUP-FILE
004910         MOVE 12 TO RETURN-CODE
004920         GO TO 3000-EXIT.
004930     PERFORM 3060-WRITE-HEADERS THRU 3060-EXIT.
004940     IF NOT WS-REFUSED
004950         PERFORM 3100-COPY-DATASET THRU 3100-EXIT
004960             VARYING WC-DS-IDX FROM 1 BY 1
004970             UNTIL WC-DS-IDX > BKDS-COUNT
004980                 OR WS-COPY-FAILED
004990     END-IF.
005000     IF WS-COPY-FAILED
005010         DISPLAY 'PIBKUP: BACKUP SET ' WS-SET-NUMBER
005020             ' IS INCOMPLETE AND MUST NOT BE USED.'
005030         MOVE 12 TO RETURN-CODE
005040     ELSE
005050         PERFORM 3070-WRITE-TRAILERS THRU 3070-EXIT
005060     END-IF.
005070     CLOSE BKUP-FILE.
005080     CLOSE MANF-FILE.
005090 3000-EXIT.
005100     EXIT.
005110******************************************************************
005120*  3050-NUMBER-SET -- THE NEW SET'S NUMBER IS ONE MORE THAN THE  *
005130*  NUMBER ON THE CURRENT MANIFEST GENERATION.  THE EMPTY FIRST   *
005140*  GENERATION (SEE PIBKUPP) STARTS THE NUMBERING AT 1.           *
005150******************************************************************
005160 3050-NUMBER-SET.
005170     MOVE 1 TO WS-SET-NUMBER.
005180     OPEN INPUT PRIOR-MANF-FILE.
005190     IF NOT WS-PRIOR-STATUS-OK
005200         GO TO 3050-EXIT.
005210     READ PRIOR-MANF-FILE INTO WS-PRIOR-HEADER
005220         AT END
005230             MOVE SPACES TO WS-PRIOR-HEADER
005240     END-READ.
005250     CLOSE PRIOR-MANF-FILE.
005260     IF WS-PRIOR-TYPE = 'H'
005270         AND WS-PRIOR-SET-NUMBER NUMERIC
005280         COMPUTE WS-SET-NUMBER = WS-PRIOR-SET-NUMBER + 1
005290     END-IF.
005300 3050-EXIT.
005310     EXIT.
005320******************************************************************
005330*  3060-WRITE-HEADERS -- MANIFEST AND BACKUP SET HEADERS.        *
005340******************************************************************
005350 3060-WRITE-HEADERS.
005360     MOVE SPACES          TO MANF-REC.
005370     MOVE 'H'             TO MANF-REC-TYPE.
005380     PERFORM 3080-STAMP-MANIFEST THRU 3080-EXIT.
005390     IF WS-REFUSED
005400         MOVE 'R'         TO MANF-STATUS
005410     ELSE
005420         MOVE 'C'         TO MANF-STATUS
005430     END-IF.
005440     MOVE ZERO            TO MANF-REC-LENGTH.
005450     MOVE BKDS-COUNT      TO MANF-REC-COUNT.
005460     MOVE ZERO            TO MANF-CONTROL-TOTAL.
005470     WRITE MANF-REC.
005480     MOVE SPACES          TO BKUP-REC.
005490     MOVE 'HD'            TO BKUP-FILE-CODE.
005500     MOVE ZERO            TO BKUP-REC-SEQ.
005510     PERFORM 3090-STAMP-SET THRU 3090-EXIT.
005520     WRITE BKUP-REC.
005530 3060-EXIT.
005540     EXIT.
005550******************************************************************
005560*  3070-WRITE-TRAILERS -- MANIFEST AND BACKUP SET TRAILERS WITH  *
005570*  THE SET TOTALS.  ONLY A SET WHOSE EVERY DATASET WAS COPIED    *
005580*  GETS THEM.                                                    *
005590******************************************************************
005600 3070-WRITE-TRAILERS.
005610     MOVE SPACES          TO MANF-REC.
005620     MOVE 'T'             TO MANF-REC-TYPE.
005630     PERFORM 3080-STAMP-MANIFEST THRU 3080-EXIT.
005640     MOVE ZERO            TO MANF-REC-LENGTH.
005650     MOVE WC-SET-REC-COUNT TO MANF-REC-COUNT.
005660     MOVE WS-SET-CONTROL-TOTAL TO MANF-CONTROL-TOTAL.
005670     WRITE MANF-REC.
005680     MOVE SPACES          TO BKUP-REC.
005690     MOVE 'TR'            TO BKUP-FILE-CODE.
005700     MOVE WC-SET-REC-COUNT TO BKUP-REC-SEQ.
005710     PERFORM 3090-STAMP-SET THRU 3090-EXIT.
005720     WRITE BKUP-REC.
005730 3070-EXIT.
005740     EXIT.
005750******************************************************************
005760*  3080-STAMP-MANIFEST -- SET NUMBER, STAMP AND OPERATOR ON THE  *
005770*  MANIFEST RECORD BEING BUILT.                                  *
005780******************************************************************
005790 3080-STAMP-MANIFEST.
005800     MOVE WS-SET-NUMBER   TO MANF-SET-NUMBER.
005810     MOVE WS-RUN-DATE     TO MANF-SET-DATE.
005820     MOVE WS-RUN-TIME     TO MANF-SET-TIME.
005830     MOVE WS-OPERATOR-ID  TO MANF-OPERATOR-ID.
005840 3080-EXIT.
005850     EXIT.
005860******************************************************************
005870*  3090-STAMP-SET -- SET NUMBER, STAMP AND OPERATOR ON THE       *
005880*  BACKUP SET HEADER OR TRAILER BEING BUILT.                     *
005890******************************************************************
005900 3090-STAMP-SET.
005910     MOVE WS-SET-NUMBER   TO BKUP-SET-NUMBER.
005920     MOVE WS-RUN-DATE     TO BKUP-SET-DATE.
005930     MOVE WS-RUN-TIME     TO BKUP-SET-TIME.
005940     MOVE WS-OPERATOR-ID  TO BKUP-OPERATOR-ID.
005950 3090-EXIT.
005960     EXIT.
005970******************************************************************
005980*  3100-COPY-DATASET -- COPY THE DATASET AT WC-DS-IDX OF THE     *
005990*  DATASET TABLE AND WRITE ITS MANIFEST RECORD.  THE KEY TAKEN   *
006000*  FROM EACH RECORD FOR THE MANIFEST KEY RANGE IS:               *
006010*    PF PROFILE NAME          PP REQUEST DATE AND TIME           *
006020*    PL CHANGE DATE AND TIME  RS RUN KEY                         *
006030*    AU RUN DATE AND TIME     RP RUN DATE                        *
006040*    CK TERM COUNT            CG DECIMAL POSITION                *
006050*    CL CALENDAR DATE         OM OPERATOR ID                     *
006060*    HJ SWEEP RUN DATE        OP REQUEST DATE AND TIME           *
006070*    OH APPROVAL DATE, TIME   RQ REQUEST NUMBER                  *
006080*    RC CARD'S FIRST 16 BYTES RL LOCK DATE AND TIME              *
006090*  A DATASET NOT FOUND IS RECORDED AS ABSENT WITH NO RECORDS.    *
006100******************************************************************
006110 3100-COPY-DATASET.
006120     MOVE ZERO       TO WC-DS-REC-COUNT.
006130     MOVE ZERO       TO WS-DS-CONTROL-TOTAL.
006140     MOVE HIGH-VALUES TO WS-DS-LOW-KEY.
006150     MOVE LOW-VALUES TO WS-DS-HIGH-KEY.
006160     MOVE 'Y'        TO WS-DS-PRESENT-SW.
006170     MOVE 'N'        TO WS-INPUT-EOF-SW.
006180     EVALUATE BKDS-CODE (WC-DS-IDX)
006190         WHEN 'PF'
006200             PERFORM 3110-COPY-PARM THRU 3110-EXIT
006210         WHEN 'PP'
006220             PERFORM 3120-COPY-PEND THRU 3120-EXIT
006230         WHEN 'PL'
006240             PERFORM 3130-COPY-PLOG THRU 3130-EXIT
006250         WHEN 'RS'
006260             PERFORM 3140-COPY-RESULT THRU 3140-EXIT
006270         WHEN 'AU'
006280             PERFORM 3150-COPY-AUDIT THRU 3150-EXIT
006290         WHEN 'RP'
006300             PERFORM 3160-COPY-REPORT THRU 3160-EXIT
006310         WHEN 'CK'
006320             PERFORM 3170-COPY-CKPT THRU 3170-EXIT
006330         WHEN 'CG'
006340             PERFORM 3180-COPY-CREG THRU 3180-EXIT
006350         WHEN 'CL'
006360             PERFORM 3190-COPY-CAL THRU 3190-EXIT
006370         WHEN 'OM'
006380             PERFORM 3200-COPY-OPER THRU 3200-EXIT
006390         WHEN 'HJ'
006400             PERFORM 3210-COPY-JRNL THRU 3210-EXIT
006410         WHEN 'OP'
006420             PERFORM 3230-COPY-OPND THRU 3230-EXIT
006430         WHEN 'OH'
006440             PERFORM 3240-COPY-OHST THRU 3240-EXIT
006450         WHEN 'RQ'
006460             PERFORM 3250-COPY-RQST THRU 3250-EXIT
006470         WHEN 'RC'
006480             PERFORM 3260-COPY-RATE THRU 3260-EXIT
006490         WHEN 'RL'
006500             PERFORM 3220-COPY-LOCK THRU 3220-EXIT
006510     END-EVALUATE.
006520     IF WS-COPY-FAILED
006530         GO TO 3100-EXIT.
006540     IF WC-DS-REC-COUNT = ZERO
006550         MOVE SPACES TO WS-DS-LOW-KEY
006560         MOVE SPACES TO WS-DS-HIGH-KEY
006570     END-IF.
006580     MOVE SPACES          TO MANF-REC.
006590     MOVE 'D'             TO MANF-REC-TYPE.
006600     PERFORM 3080-STAMP-MANIFEST THRU 3080-EXIT.
006610     MOVE BKDS-CODE (WC-DS-IDX)   TO MANF-FILE-CODE.
006620     MOVE BKDS-DSNAME (WC-DS-IDX) TO MANF-DSNAME.
006630     MOVE WS-DS-PRESENT-SW        TO MANF-STATUS.
006640     MOVE BKDS-REC-LENGTH (WC-DS-IDX) TO MANF-REC-LENGTH.
006650     MOVE WC-DS-REC-COUNT         TO MANF-REC-COUNT.
006660     MOVE WS-DS-LOW-KEY           TO MANF-LOW-KEY.
006670     MOVE WS-DS-HIGH-KEY          TO MANF-HIGH-KEY.
006680     MOVE WS-DS-CONTROL-TOTAL     TO MANF-CONTROL-TOTAL.
006690     WRITE MANF-REC.
006700     ADD WC-DS-REC-COUNT     TO WC-SET-REC-COUNT.
006710     ADD WS-DS-CONTROL-TOTAL TO WS-SET-CONTROL-TOTAL.
006720     IF WS-DS-ABSENT
006730         ADD 1 TO WC-ABSENT-COUNT
006740         DISPLAY 'PIBKUP: ' BKDS-DSNAME (WC-DS-IDX)
006750             ' NOT FOUND; RECORDED AS ABSENT.'
006760     ELSE
006770         DISPLAY 'PIBKUP: ' BKDS-DSNAME (WC-DS-IDX) ' '
006780             WC-DS-REC-COUNT ' RECORD(S) COPIED.'
006790     END-IF.
006800 3100-EXIT.
006810     EXIT.
006820******************************************************************
006830*  3110-COPY-PARM -- PI.PARM.FILE.  THE PROFILE NAMES ARE KEPT   *
006840*  FOR THE PENDING-CHANGE CHECK.                                 *
006850******************************************************************
006860 3110-COPY-PARM.
006870     OPEN INPUT PARM-FILE.
006880     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
006890     IF WS-DS-ABSENT OR WS-COPY-FAILED
006900         GO TO 3110-EXIT.
006910     PERFORM 3111-COPY-ONE-PARM THRU 3111-EXIT
006920         UNTIL WS-INPUT-EOF.
006930     CLOSE PARM-FILE.
006940 3110-EXIT.
006950     EXIT.
006960******************************************************************
006970*  3111-COPY-ONE-PARM -- READ ONE PI.PARM.FILE RECORD, KEEP ITS  *
006980*  PROFILE NAME FOR THE PENDING-CHANGE CHECK AND TAKE IT INTO    *
006990*  THE SET.                                                      *
007000******************************************************************
007010 3111-COPY-ONE-PARM.
007020     READ PARM-FILE
007030         AT END
007040             MOVE 'Y' TO WS-INPUT-EOF-SW
007050     END-READ.
007060     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
007070     IF WS-INPUT-EOF
007080         GO TO 3111-EXIT.
007090     IF WC-PROF-COUNT < 20
007100         ADD 1 TO WC-PROF-COUNT
007110         MOVE PARM-PROFILE-NAME TO WS-PROF-NAME (WC-PROF-COUNT)
007120     ELSE
007130         ADD 1 TO WC-PROF-OVERFLOW
007140     END-IF.
007150     MOVE PARM-REC TO BKUP-DATA.
007160     MOVE PARM-PROFILE-NAME TO WS-KEY.
007170     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
007180 3111-EXIT.
007190     EXIT.
007200******************************************************************
007210*  3120-COPY-PEND -- PI.PARM.PEND.  A PENDING CHANGE NAMING A    *
007220*  PROFILE NOT ON PI.PARM.FILE (A NEW PROFILE WHOSE FIRST        *
007230*  CHANGES AWAIT APPROVAL, OR A PROFILE LOST SINCE) IS COPIED    *
007240*  BUT FLAGGED: PIBKRST WILL NOT RESTORE SUCH A SET, SO THE RUN  *
007250*  ENDS RC=4 TO SAY SO WHILE THE CHANGE CAN STILL BE APPROVED.   *
007260******************************************************************
007270 3120-COPY-PEND.
007280     OPEN INPUT PEND-FILE.
007290     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
007300     IF WS-DS-ABSENT OR WS-COPY-FAILED
007310         GO TO 3120-EXIT.
007320     IF WC-PROF-OVERFLOW > ZERO
007330         DISPLAY 'PIBKUP: MORE THAN 20 PROFILES ON PI.PARM.FILE; '
007340             'PENDING CHANGES NOT CHECKED.'
007350     END-IF.
007360     PERFORM 3121-COPY-ONE-PEND THRU 3121-EXIT
007370         UNTIL WS-INPUT-EOF.
007380     CLOSE PEND-FILE.
007390 3120-EXIT.
007400     EXIT.
007410******************************************************************
007420*  3121-COPY-ONE-PEND -- READ ONE PI.PARM.PEND RECORD, FLAG IT   *
007430*  IF IT IS PENDING AND NAMES A PROFILE NOT KEPT BY 3111, AND    *
007440*  TAKE IT INTO THE SET.                                         *
007450******************************************************************
007460 3121-COPY-ONE-PEND.
007470     READ PEND-FILE
007480         AT END
007490             MOVE 'Y' TO WS-INPUT-EOF-SW
007500     END-READ.
007510     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
007520     IF WS-INPUT-EOF
007530         GO TO 3121-EXIT.
007540     IF PEND-PENDING
007550         AND WC-PROF-OVERFLOW = ZERO
007560         MOVE 'N' TO WS-PROF-FOUND-SW
007570         PERFORM 3122-MATCH-PROFILE THRU 3122-EXIT
007580             VARYING WC-PROF-IDX FROM 1 BY 1
007590             UNTIL WC-PROF-IDX > WC-PROF-COUNT
007600                 OR WS-PROF-FOUND
007610         IF NOT WS-PROF-FOUND
007620             ADD 1 TO WC-ORPHAN-COUNT
007630             DISPLAY 'PIBKUP: PENDING CHANGE ' PEND-FIELD-CODE
007640                 ' OF ' PEND-REQUEST-DATE ' ' PEND-REQUEST-TIME
007650                 ' NAMES PROFILE ' PEND-PROFILE-NAME
007660                 ', NOT ON PI.PARM.FILE.'
007670         END-IF
007680     END-IF.
007690     MOVE PEND-REC TO BKUP-DATA.
007700     MOVE PEND-REQUEST-DATE TO WS-KEY-DATE.
007710     MOVE PEND-REQUEST-TIME TO WS-KEY-TIME.
007720     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
007730 3121-EXIT.
007740     EXIT.
007750******************************************************************
007760*  3122-MATCH-PROFILE -- DOES THE PROFILE KEPT AT WC-PROF-IDX    *
007770*  MATCH THE PENDING CHANGE IN HAND?                             *
007780******************************************************************
007790 3122-MATCH-PROFILE.
007800     IF WS-PROF-NAME (WC-PROF-IDX) = PEND-PROFILE-NAME
007810         MOVE 'Y' TO WS-PROF-FOUND-SW
007820     END-IF.
007830 3122-EXIT.
007840     EXIT.
007850******************************************************************
007860*  3130-COPY-PLOG -- PI.PARM.LOG.                                *
007870******************************************************************
007880 3130-COPY-PLOG.
007890     OPEN INPUT PLOG-FILE.
007900     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
007910     IF WS-DS-ABSENT OR WS-COPY-FAILED
007920         GO TO 3130-EXIT.
007930     PERFORM 3131-COPY-ONE-PLOG THRU 3131-EXIT
007940         UNTIL WS-INPUT-EOF.
007950     CLOSE PLOG-FILE.
007960 3130-EXIT.
007970     EXIT.
007980******************************************************************
007990*  3131-COPY-ONE-PLOG -- READ ONE PI.PARM.LOG RECORD AND TAKE IT *
008000*  INTO THE SET.                                                 *
008010******************************************************************
008020 3131-COPY-ONE-PLOG.
008030     READ PLOG-FILE
008040         AT END
008050             MOVE 'Y' TO WS-INPUT-EOF-SW
008060     END-READ.
008070     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
008080     IF WS-INPUT-EOF
008090         GO TO 3131-EXIT.
008100     MOVE PLOG-REC TO BKUP-DATA.
008110     MOVE PLOG-RUN-DATE TO WS-KEY-DATE.
008120     MOVE PLOG-RUN-TIME TO WS-KEY-TIME.
008130     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
008140 3131-EXIT.
008150     EXIT.
008160******************************************************************
008170*  3140-COPY-RESULT -- PI.RESULT.KSDS, IN KEY ORDER.             *
008180******************************************************************
008190 3140-COPY-RESULT.
008200     OPEN INPUT RESULT-FILE.
008210     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
008220     IF WS-DS-ABSENT OR WS-COPY-FAILED
008230         GO TO 3140-EXIT.
008240     PERFORM 3141-COPY-ONE-RESULT THRU 3141-EXIT
008250         UNTIL WS-INPUT-EOF.
008260     CLOSE RESULT-FILE.
008270 3140-EXIT.
008280     EXIT.
008290******************************************************************
008300*  3141-COPY-ONE-RESULT -- READ ONE PI.RESULT.KSDS RECORD AND    *
008310*  TAKE IT INTO THE SET.                                         *
008320******************************************************************
008330 3141-COPY-ONE-RESULT.
008340     READ RESULT-FILE
008350         AT END
008360             MOVE 'Y' TO WS-INPUT-EOF-SW
008370     END-READ.
008380     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
008390     IF WS-INPUT-EOF
008400         GO TO 3141-EXIT.
008410     MOVE RSLT-REC TO BKUP-DATA.
008420     MOVE RSLT-RUN-KEY TO WS-KEY.
008430     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
008440 3141-EXIT.
008450     EXIT.
008460******************************************************************
008470*  3150-COPY-AUDIT -- PI.AUDIT.LOG.                              *
008480******************************************************************
008490 3150-COPY-AUDIT.
008500     OPEN INPUT AUDIT-FILE.
008510     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
008520     IF WS-DS-ABSENT OR WS-COPY-FAILED
008530         GO TO 3150-EXIT.
008540     PERFORM 3151-COPY-ONE-AUDIT THRU 3151-EXIT
008550         UNTIL WS-INPUT-EOF.
008560     CLOSE AUDIT-FILE.
008570 3150-EXIT.
008580     EXIT.
008590******************************************************************
008600*  3151-COPY-ONE-AUDIT -- READ ONE PI.AUDIT.LOG RECORD AND TAKE  *
008610*  IT INTO THE SET.                                              *
008620******************************************************************
008630 3151-COPY-ONE-AUDIT.
008640     READ AUDIT-FILE
008650         AT END
008660             MOVE 'Y' TO WS-INPUT-EOF-SW
008670     END-READ.
008680     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
008690     IF WS-INPUT-EOF
008700         GO TO 3151-EXIT.
008710     MOVE AUDIT-REC TO BKUP-DATA.
008720     MOVE AUDIT-RUN-DATE TO WS-KEY-DATE.
008730     MOVE AUDIT-RUN-TIME TO WS-KEY-TIME.
008740     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
008750 3151-EXIT.
008760     EXIT.
008770******************************************************************
008780*  3160-COPY-REPORT -- PI.REPORT.                                *
008790******************************************************************
008800 3160-COPY-REPORT.
008810     OPEN INPUT REPORT-FILE.
008820     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
008830     IF WS-DS-ABSENT OR WS-COPY-FAILED
008840         GO TO 3160-EXIT.
008850     PERFORM 3161-COPY-ONE-REPORT THRU 3161-EXIT
008860         UNTIL WS-INPUT-EOF.
008870     CLOSE REPORT-FILE.
008880 3160-EXIT.
008890     EXIT.
008900******************************************************************
008910*  3161-COPY-ONE-REPORT -- READ ONE PI.REPORT RECORD AND TAKE IT *
008920*  INTO THE SET.                                                 *
008930******************************************************************
008940 3161-COPY-ONE-REPORT.
008950     READ REPORT-FILE
008960         AT END
008970             MOVE 'Y' TO WS-INPUT-EOF-SW
008980     END-READ.
008990     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
009000     IF WS-INPUT-EOF
009010         GO TO 3161-EXIT.
009020     MOVE RPT-REC TO BKUP-DATA.
009030     MOVE RPT-RUN-DATE TO WS-KEY.
009040     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
009050 3161-EXIT.
009060     EXIT.
009070******************************************************************
009080*  3170-COPY-CKPT -- PI.CHECKPT.                                 *
009090******************************************************************
009100 3170-COPY-CKPT.
009110     OPEN INPUT CKPT-FILE.
009120     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
009130     IF WS-DS-ABSENT OR WS-COPY-FAILED
009140         GO TO 3170-EXIT.
009150     PERFORM 3171-COPY-ONE-CKPT THRU 3171-EXIT
009160         UNTIL WS-INPUT-EOF.
009170     CLOSE CKPT-FILE.
009180 3170-EXIT.
009190     EXIT.
009200******************************************************************
009210*  3171-COPY-ONE-CKPT -- READ ONE PI.CHECKPT RECORD AND TAKE IT  *
009220*  INTO THE SET.                                                 *
009230******************************************************************
009240 3171-COPY-ONE-CKPT.
009250     READ CKPT-FILE
009260         AT END
009270             MOVE 'Y' TO WS-INPUT-EOF-SW
009280     END-READ.
009290     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
009300     IF WS-INPUT-EOF
009310         GO TO 3171-EXIT.
009320     MOVE CKPT-REC TO BKUP-DATA.
009330     MOVE CKPT-ITER-COUNT TO WS-KEY.
009340     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
009350 3171-EXIT.
009360     EXIT.
009370******************************************************************
009380*  3180-COPY-CREG -- PI.CERT.DIGITS, IN POSITION ORDER.          *
009390******************************************************************
009400 3180-COPY-CREG.
009410     OPEN INPUT CREG-FILE.
009420     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
009430     IF WS-DS-ABSENT OR WS-COPY-FAILED
009440         GO TO 3180-EXIT.
009450     PERFORM 3181-COPY-ONE-CREG THRU 3181-EXIT
009460         UNTIL WS-INPUT-EOF.
009470     CLOSE CREG-FILE.
009480 3180-EXIT.
009490     EXIT.
009500******************************************************************
009510*  3181-COPY-ONE-CREG -- READ ONE PI.CERT.DIGITS RECORD AND TAKE *
009520*  IT INTO THE SET.                                              *
009530******************************************************************
009540 3181-COPY-ONE-CREG.
009550     READ CREG-FILE
009560         AT END
009570             MOVE 'Y' TO WS-INPUT-EOF-SW
009580     END-READ.
009590     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
009600     IF WS-INPUT-EOF
009610         GO TO 3181-EXIT.
009620     MOVE CREG-REC TO BKUP-DATA.
009630     MOVE CREG-POSITION TO WS-KEY.
009640     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
009650 3181-EXIT.
009660     EXIT.
009670******************************************************************
009680*  3190-COPY-CAL -- PI.RUN.CALENDAR.                             *
009690******************************************************************
009700 3190-COPY-CAL.
009710     OPEN INPUT CAL-FILE.
009720     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
009730     IF WS-DS-ABSENT OR WS-COPY-FAILED
009740         GO TO 3190-EXIT.
009750     PERFORM 3191-COPY-ONE-CAL THRU 3191-EXIT
009760         UNTIL WS-INPUT-EOF.
009770     CLOSE CAL-FILE.
009780 3190-EXIT.
009790     EXIT.
009800******************************************************************
009810*  3191-COPY-ONE-CAL -- READ ONE PI.RUN.CALENDAR RECORD AND TAKE *
009820*  IT INTO THE SET.                                              *
009830******************************************************************
009840 3191-COPY-ONE-CAL.
009850     READ CAL-FILE
009860         AT END
009870             MOVE 'Y' TO WS-INPUT-EOF-SW
009880     END-READ.
009890     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
009900     IF WS-INPUT-EOF
009910         GO TO 3191-EXIT.
009920     MOVE CAL-REC TO BKUP-DATA.
009930     MOVE CAL-DATE TO WS-KEY.
009940     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
009950 3191-EXIT.
009960     EXIT.
009970******************************************************************
009980*  3200-COPY-OPER -- PI.OPER.MASTER.                             *
009990******************************************************************
010000 3200-COPY-OPER.
010010     OPEN INPUT OPER-FILE.
010020     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
010030     IF WS-DS-ABSENT OR WS-COPY-FAILED
010040         GO TO 3200-EXIT.
010050     PERFORM 3201-COPY-ONE-OPER THRU 3201-EXIT
010060         UNTIL WS-INPUT-EOF.
010070     CLOSE OPER-FILE.
010080 3200-EXIT.
010090     EXIT.
010100******************************************************************
010110*  3201-COPY-ONE-OPER -- READ ONE PI.OPER.MASTER RECORD AND TAKE *
010120*  IT INTO THE SET.                                              *
010130******************************************************************
010140 3201-COPY-ONE-OPER.
010150     READ OPER-FILE
010160         AT END
010170             MOVE 'Y' TO WS-INPUT-EOF-SW
010180     END-READ.
010190     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
010200     IF WS-INPUT-EOF
010210         GO TO 3201-EXIT.
010220     MOVE OPER-REC TO BKUP-DATA.
010230     MOVE OPER-OPERATOR-ID TO WS-KEY.
010240     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
010250 3201-EXIT.
010260     EXIT.
010270******************************************************************
010280*  3210-COPY-JRNL -- PI.HSKP.JOURNAL.                            *
010290******************************************************************
010300 3210-COPY-JRNL.
010310     OPEN INPUT JRNL-FILE.
010320     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
010330     IF WS-DS-ABSENT OR WS-COPY-FAILED
010340         GO TO 3210-EXIT.
010350     PERFORM 3211-COPY-ONE-JRNL THRU 3211-EXIT
010360         UNTIL WS-INPUT-EOF.
010370     CLOSE JRNL-FILE.
010380 3210-EXIT.
010390     EXIT.
010400******************************************************************
010410*  3211-COPY-ONE-JRNL -- READ ONE PI.HSKP.JOURNAL RECORD AND     *
010420*  TAKE IT INTO THE SET.                                         *
010430******************************************************************
010440 3211-COPY-ONE-JRNL.
010450     READ JRNL-FILE
010460         AT END
010470             MOVE 'Y' TO WS-INPUT-EOF-SW
010480     END-READ.
010490     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
010500     IF WS-INPUT-EOF
010510         GO TO 3211-EXIT.
010520     MOVE JRNL-REC TO BKUP-DATA.
010530     MOVE JRNL-RUN-DATE TO WS-KEY.
010540     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
010550 3211-EXIT.
010560     EXIT.
010570******************************************************************
010580*  3220-COPY-LOCK -- PI.RUNLOCK.                                 *
010590******************************************************************
010600 3220-COPY-LOCK.
010610     OPEN INPUT LOCK-FILE.
010620     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
010630     IF WS-DS-ABSENT OR WS-COPY-FAILED
010640         GO TO 3220-EXIT.
010650     PERFORM 3221-COPY-ONE-LOCK THRU 3221-EXIT
010660         UNTIL WS-INPUT-EOF.
010670     CLOSE LOCK-FILE.
010680 3220-EXIT.
010690     EXIT.
010700******************************************************************
010710*  3221-COPY-ONE-LOCK -- READ ONE PI.RUNLOCK RECORD AND TAKE IT  *
010720*  INTO THE SET.                                                 *
010730******************************************************************
010740 3221-COPY-ONE-LOCK.
010750     READ LOCK-FILE
010760         AT END
010770             MOVE 'Y' TO WS-INPUT-EOF-SW
010780     END-READ.
010790     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
010800     IF WS-INPUT-EOF
010810         GO TO 3221-EXIT.
010820     MOVE LOCK-REC TO BKUP-DATA.
010830     MOVE LOCK-RUN-DATE TO WS-KEY-DATE.
010840     MOVE LOCK-RUN-TIME TO WS-KEY-TIME.
010850     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
010860 3221-EXIT.
010870     EXIT.
010880******************************************************************
010890*  3230-COPY-OPND -- PI.OPER.PEND.                               *
010900******************************************************************
010910 3230-COPY-OPND.
010920     OPEN INPUT OPND-FILE.
010930     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
010940     IF WS-DS-ABSENT OR WS-COPY-FAILED
010950         GO TO 3230-EXIT.
010960     PERFORM 3231-COPY-ONE-OPND THRU 3231-EXIT
010970         UNTIL WS-INPUT-EOF.
010980     CLOSE OPND-FILE.
010990 3230-EXIT.
011000     EXIT.
011010******************************************************************
011020*  3231-COPY-ONE-OPND -- READ ONE PI.OPER.PEND RECORD AND TAKE   *
011030*  IT INTO THE SET.                                              *
011040******************************************************************
011050 3231-COPY-ONE-OPND.
011060     READ OPND-FILE
011070         AT END
011080             MOVE 'Y' TO WS-INPUT-EOF-SW
011090     END-READ.
011100     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
011110     IF WS-INPUT-EOF
011120         GO TO 3231-EXIT.
011130     MOVE OPND-REC TO BKUP-DATA.
011140     MOVE OPND-REQUEST-DATE TO WS-KEY-DATE.
011150     MOVE OPND-REQUEST-TIME TO WS-KEY-TIME.
011160     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
011170 3231-EXIT.
011180     EXIT.
011190******************************************************************
011200*  3240-COPY-OHST -- PI.OPER.HIST.                               *
011210******************************************************************
011220 3240-COPY-OHST.
011230     OPEN INPUT OHST-FILE.
011240     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
011250     IF WS-DS-ABSENT OR WS-COPY-FAILED
011260         GO TO 3240-EXIT.
011270     PERFORM 3241-COPY-ONE-OHST THRU 3241-EXIT
011280         UNTIL WS-INPUT-EOF.
011290     CLOSE OHST-FILE.
011300 3240-EXIT.
011310     EXIT.
011320******************************************************************
011330*  3241-COPY-ONE-OHST -- READ ONE PI.OPER.HIST RECORD AND TAKE   *
011340*  IT INTO THE SET.                                              *
011350******************************************************************
011360 3241-COPY-ONE-OHST.
011370     READ OHST-FILE
011380         AT END
011390             MOVE 'Y' TO WS-INPUT-EOF-SW
011400     END-READ.
011410     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
011420     IF WS-INPUT-EOF
011430         GO TO 3241-EXIT.
011440     MOVE OHST-REC TO BKUP-DATA.
011450     MOVE OHST-APPROVE-DATE TO WS-KEY-DATE.
011460     MOVE OHST-APPROVE-TIME TO WS-KEY-TIME.
011470     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
011480 3241-EXIT.
011490     EXIT.
011500******************************************************************
011510*  3250-COPY-RQST -- PI.RUN.REQUEST.                             *
011520******************************************************************
011530 3250-COPY-RQST.
011540     OPEN INPUT RQST-FILE.
011550     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
011560     IF WS-DS-ABSENT OR WS-COPY-FAILED
011570         GO TO 3250-EXIT.
011580     PERFORM 3251-COPY-ONE-RQST THRU 3251-EXIT
011590         UNTIL WS-INPUT-EOF.
011600     CLOSE RQST-FILE.
011610 3250-EXIT.
011620     EXIT.
011630******************************************************************
011640*  3251-COPY-ONE-RQST -- READ ONE PI.RUN.REQUEST RECORD, COUNT   *
011650*  IT IF CLOSED, AND TAKE IT INTO THE SET.                       *
011660******************************************************************
011670 3251-COPY-ONE-RQST.
011680     READ RQST-FILE
011690         AT END
011700             MOVE 'Y' TO WS-INPUT-EOF-SW
011710     END-READ.
011720     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
011730     IF WS-INPUT-EOF
011740         GO TO 3251-EXIT.
011750     IF RSRQ-COMPLETED
011760         ADD 1 TO WC-CLOSED-COUNT
011770     END-IF.
011780     MOVE RSRQ-REC TO BKUP-DATA.
011790     MOVE RSRQ-REQUEST-ID TO WS-KEY.
011800     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
011810 3251-EXIT.
011820     EXIT.
011830******************************************************************
011840*  3260-COPY-RATE -- PI.RATE.CARD.  A CARD HAS NO KEY OF ITS     *
011850*  OWN; ITS FIRST 16 BYTES STAND IN FOR ONE.                     *
011860******************************************************************
011870 3260-COPY-RATE.
011880     OPEN INPUT RATE-FILE.
011890     PERFORM 3400-CHECK-OPEN THRU 3400-EXIT.
011900     IF WS-DS-ABSENT OR WS-COPY-FAILED
011910         GO TO 3260-EXIT.
011920     PERFORM 3261-COPY-ONE-RATE THRU 3261-EXIT
011930         UNTIL WS-INPUT-EOF.
011940     CLOSE RATE-FILE.
011950 3260-EXIT.
011960     EXIT.
011970******************************************************************
011980*  3261-COPY-ONE-RATE -- READ ONE PI.RATE.CARD RECORD AND TAKE   *
011990*  IT INTO THE SET.                                              *
012000******************************************************************
012010 3261-COPY-ONE-RATE.
012020     READ RATE-FILE
012030         AT END
012040             MOVE 'Y' TO WS-INPUT-EOF-SW
012050     END-READ.
012060     PERFORM 3410-CHECK-READ THRU 3410-EXIT.
012070     IF WS-INPUT-EOF
012080         GO TO 3261-EXIT.
012090     MOVE RATE-REC TO BKUP-DATA.
012100     MOVE RATE-REC TO WS-KEY.
012110     PERFORM 3300-TAKE-RECORD THRU 3300-EXIT.
012120 3261-EXIT.
012130     EXIT.
012140******************************************************************
012150*  3300-TAKE-RECORD -- THE CALLER HAS MOVED THE RECORD TO        *
012160*  BKUP-DATA AND ITS KEY TO WS-KEY.  TAG IT, FOLD IT INTO THE    *
012170*  DATASET'S COUNT, KEY RANGE AND CONTROL TOTAL, AND WRITE IT.   *
012180******************************************************************
012190 3300-TAKE-RECORD.
012200     ADD 1 TO WC-DS-REC-COUNT.
012210     MOVE BKDS-CODE (WC-DS-IDX) TO BKUP-FILE-CODE.
012220     MOVE WC-DS-REC-COUNT       TO BKUP-REC-SEQ.
012230     MOVE BKUP-DATA             TO BKCK-IMAGE.
012240     MOVE BKDS-REC-LENGTH (WC-DS-IDX) TO BKCK-LENGTH.
012250     PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT.
012260     ADD BKCK-VALUE TO WS-DS-CONTROL-TOTAL.
012270     IF WS-KEY < WS-DS-LOW-KEY
012280         MOVE WS-KEY TO WS-DS-LOW-KEY
012290     END-IF.
012300     IF WS-KEY > WS-DS-HIGH-KEY
012310         MOVE WS-KEY TO WS-DS-HIGH-KEY
012320     END-IF.
012330     WRITE BKUP-REC.
012340     IF NOT WS-BKUP-STATUS-OK
012350         DISPLAY 'PIBKUP: BKUPDD WRITE FAILED, STATUS '
012360             WS-BKUP-STATUS '.'
012370         MOVE 'Y' TO WS-COPY-FAILED-SW
012380         MOVE 'Y' TO WS-INPUT-EOF-SW
012390     END-IF.
012400 3300-EXIT.
012410     EXIT.
012420******************************************************************
012430*  3400-CHECK-OPEN -- AFTER OPENING THE DATASET AT WC-DS-IDX:    *
012440*  NOT FOUND MAKES IT ABSENT; ANY OTHER FAILURE STOPS THE COPY.  *
012450******************************************************************
012460 3400-CHECK-OPEN.
012470     IF WS-INPUT-STATUS-NOT-FOUND
012480         MOVE 'N' TO WS-DS-PRESENT-SW
012490         GO TO 3400-EXIT.
012500     IF NOT WS-INPUT-STATUS-OK
012510         DISPLAY 'PIBKUP: ' BKDS-DSNAME (WC-DS-IDX)
012520             ' OPEN FAILED, STATUS ' WS-INPUT-STATUS '.'
012530         MOVE 'Y' TO WS-COPY-FAILED-SW
012540     END-IF.
012550 3400-EXIT.
012560     EXIT.
012570******************************************************************
012580*  3410-CHECK-READ -- A READ ERROR PART WAY THROUGH A DATASET    *
012590*  STOPS THE COPY (THE CALLER'S LOOP ENDS ON THE EOF SWITCH AND  *
012600*  CLOSES THE DATASET).                                          *
012610******************************************************************
012620 3410-CHECK-READ.
012630     IF NOT WS-INPUT-EOF
012640         AND NOT WS-INPUT-STATUS-OK
012650         DISPLAY 'PIBKUP: ' BKDS-DSNAME (WC-DS-IDX)
012660             ' READ FAILED, STATUS ' WS-INPUT-STATUS '.'
012670         MOVE 'Y' TO WS-COPY-FAILED-SW
012680         MOVE 'Y' TO WS-INPUT-EOF-SW
012690     END-IF.
012700 3410-EXIT.
012710     EXIT.
012720******************************************************************
012730*  7000-COMPUTE-CHECK -- TWO-SUM CHECK VALUE OVER THE FIRST      *
012740*  BKCK-LENGTH BYTES OF BKCK-IMAGE (SEE BKUPWRK).  KEEP          *
012750*  IDENTICAL TO THE COPY IN PIBKRST.                             *
012760******************************************************************
012770 7000-COMPUTE-CHECK.
012780     MOVE 1               TO BKCK-SUM-A.
012790     MOVE ZERO            TO BKCK-SUM-B.
012800     PERFORM 7010-CHECK-ONE-BYTE THRU 7010-EXIT
012810         VARYING BKCK-IDX FROM 1 BY 1
012820         UNTIL BKCK-IDX > BKCK-LENGTH.
012830     COMPUTE BKCK-VALUE = BKCK-SUM-B * 65536 + BKCK-SUM-A.
012840 7000-EXIT.
012850     EXIT.
012860******************************************************************
012870*  7010-CHECK-ONE-BYTE -- ADD BYTE BKCK-IDX OF BKCK-IMAGE INTO   *
012880*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
012890******************************************************************
012900 7010-CHECK-ONE-BYTE.
012910     MOVE LOW-VALUE       TO BKCK-BYTE-HIGH.
012920     MOVE BKCK-BYTE (BKCK-IDX) TO BKCK-BYTE-LOW.
012930     COMPUTE BKCK-SUM-WORK = BKCK-SUM-A + BKCK-BYTE-VALUE.
012940     DIVIDE BKCK-SUM-WORK BY 65521
012950         GIVING BKCK-QUOTIENT REMAINDER BKCK-SUM-A.
012960     COMPUTE BKCK-SUM-WORK = BKCK-SUM-B + BKCK-SUM-A.
012970     DIVIDE BKCK-SUM-WORK BY 65521
012980         GIVING BKCK-QUOTIENT REMAINDER BKCK-SUM-B.
012990 7010-EXIT.
013000     EXIT.
013010******************************************************************
013020*  9000-TERMINATE -- REPORT THE RUN AND SET THE CONDITION CODE:  *
013030*  RC=4 WHEN THE SET WAS TAKEN BUT PIBKRST WILL NOT RESTORE IT   *
013040*  (A PENDING CHANGE NAMES A PROFILE NOT ON FILE, OR THERE ARE   *
013050*  MORE PROFILES OR CLOSED RUN REQUESTS THAN PIBKRST CAN CHECK); *
013060*  RC=8 (ALREADY SET) ON A REFUSAL; RC=12 (ALREADY SET) WHEN THE *
013070*  SET COULD NOT BE WRITTEN COMPLETE.                            *
013080******************************************************************
013090 9000-TERMINATE.
013100     IF WS-FUNC-CHECK
013110         GO TO 9000-EXIT.
013120     IF RETURN-CODE = ZERO
013130         DISPLAY 'PIBKUP: BACKUP SET ' WS-SET-NUMBER ' TAKEN '
013140             WS-RUN-DATE ' ' WS-RUN-TIME ' BY ' WS-OPERATOR-ID
013150             ': ' WC-SET-REC-COUNT ' RECORD(S), CONTROL TOTAL '
013160             WS-SET-CONTROL-TOTAL '.'
013170         IF WC-ABSENT-COUNT > ZERO
013180             DISPLAY 'PIBKUP: ' WC-ABSENT-COUNT ' DATASET(S) '
013190                 'ABSENT; A RESTORE LEAVES THEM EMPTY.'
013200         END-IF
013210         IF WC-ORPHAN-COUNT > ZERO
013220             DISPLAY 'PIBKUP: ' WC-ORPHAN-COUNT ' PENDING '
013230                 'CHANGE(S) NAME A PROFILE NOT ON PI.PARM.FILE; '
013240                 'PIBKRST WILL NOT RESTORE THIS SET.'
013250             MOVE 4 TO RETURN-CODE
013260         END-IF
013270         IF WC-PROF-OVERFLOW > ZERO
013280             DISPLAY 'PIBKUP: MORE THAN 20 PROFILES ON '
013290                 'PI.PARM.FILE; PIBKRST WILL NOT RESTORE THIS '
013300                 'SET.'
013310             MOVE 4 TO RETURN-CODE
013320         END-IF
013330         IF WC-CLOSED-COUNT > 500
013340             DISPLAY 'PIBKUP: MORE THAN 500 CLOSED RUN REQUESTS '
013350                 'ON PI.RUN.REQUEST; PIBKRST WILL NOT RESTORE '
013360                 'THIS SET.'
013370             MOVE 4 TO RETURN-CODE
013380         END-IF
013390     END-IF.
013400     IF RETURN-CODE = 8
013410         DISPLAY 'PIBKUP: SET ' WS-SET-NUMBER ' MARKED REFUSED; '
013420             'NO DATA COPIED.'
013430     END-IF.
013440 9000-EXIT.
013450     EXIT.
