000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIBKRST                                         *
000040*   FUNCTION     VERIFY AND RESTORE ONE PI.BACKUP.SET GENERATION *
000050*                TAKEN BY PIBKUP.  NOTHING IS WRITTEN UNTIL THE  *
000060*                WHOLE SET HAS PASSED EVERY CHECK, SO A RESTORE  *
000070*                PUTS BACK ALL SIXTEEN DATASETS OR NONE:         *
000080*                                                                *
000090*                1. THE MANIFEST MUST BE COMPLETE (HEADER, ONE   *
000100*                   DATASET RECORD PER DATASET IN SET ORDER,     *
000110*                   TRAILER) AND MARK THE SET TAKEN, NOT REFUSED.*
000120*                2. THE SET MUST CARRY THE MANIFEST'S NUMBER     *
000130*                   AND STAMP, ITS DATASETS IN ORDER AND EACH    *
000140*                   DATASET'S RECORDS NUMBERED FROM 1 WITHOUT A  *
000150*                   GAP, AND EVERY DATASET'S RECORD COUNT, KEY   *
000160*                   RANGE AND CONTROL TOTAL MUST MATCH THE       *
000170*                   MANIFEST.                                    *
000180*                3. THE DATASETS MUST AGREE WITH EACH OTHER:     *
000190*                   EVERY RESULT HAS ITS AUDIT RUN RECORD, EVERY *
000200*                   REGISTERED DIGIT'S RUN KEY IS A RESULT OR    *
000210*                   AUDIT RUN IN THE SET, EVERY PENDING CHANGE   *
000220*                   NAMES A PROFILE ON THE SET'S PI.PARM.FILE,   *
000230*                   AND EVERY CLOSED RUN REQUEST'S RESULT IS IN  *
000240*                   THE SET.  A RESULT, DIGIT OR REQUEST WHOSE   *
000250*                   RUN IS OLDER THAN ANYTHING LEFT IN THE SET'S *
000260*                   AUDIT LOG (OR RESULTS) WAS AGED OUT BY PIHSKP*
000270*                   RETENTION; IT IS LISTED AS A WARNING, NOT A  *
000280*                   FAILURE.                                     *
000290*                                                                *
000300*                PARM FUNCTION 'V' (THE DEFAULT) VERIFIES ONLY.  *
000310*                'R' VERIFIES AND THEN RESTORES: PI.RUNLOCK IS   *
000320*                FIRST SET ACTIVE IN THE OPERATOR'S NAME, SO NO  *
000330*                PICALC RUN, SWEEP OR BACKUP CAN START AGAINST A *
000340*                PART-RESTORED SET; THE OTHER FIFTEEN DATASETS   *
000350*                ARE REWRITTEN FROM THE SET; AND ONLY THEN IS THE*
000360*                SAVED PI.RUNLOCK PUT BACK, WHICH RELEASES THE   *
000370*                LOCK.  A RESTORE THAT FAILS PART WAY LEAVES THE *
000380*                LOCK HELD; RERUN THE RESTORE.                   *
000390*                                                                *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     PIBKRST.
000430 AUTHOR.         R L HENNESSEY.
000440 INSTALLATION.   BATCH SYSTEMS.
000450 DATE-WRITTEN.   2026-10-15.
000460 DATE-COMPILED.
000470******************************************************************
000480*  MOD LOG                                                       *
000490*  DATE       INIT DESCRIPTION                                   *
000500*  2026-10-15 RLH  ORIGINAL.                                     *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT MANF-FILE
000590         ASSIGN TO MANFDD
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-MANF-STATUS.
000620******************************************************************
000630*  BKUPDD, BKRSDD AND BKAUDD ARE ALL THE SAME SET GENERATION.    *
000640*  BKRSDD AND BKAUDD ARE POSITIONED AT THE RESULT AND AUDIT      *
000650*  SECTIONS FOR THE TWO-FILE BALANCE.                            *
000660******************************************************************
000670     SELECT BKUP-FILE
000680         ASSIGN TO BKUPDD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-BKUP-STATUS.
000710     SELECT BKRS-FILE
000720         ASSIGN TO BKRSDD
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-BKRS-STATUS.
000750     SELECT BKAU-FILE
000760         ASSIGN TO BKAUDD
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-BKAU-STATUS.
000790******************************************************************
000800*  RESTORE TARGETS.  THEY ARE OPEN TOGETHER, ARE ONLY WRITTEN,   *
000810*  AND SHARE ONE FILE STATUS FIELD, CHECKED AFTER EVERY OPEN     *
000820*  AND WRITE.                                                    *
000830******************************************************************
000840     SELECT PARM-FILE
000850         ASSIGN TO PARMDD
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TARGET-STATUS.
000880     SELECT PEND-FILE
000890         ASSIGN TO PENDDD
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-TARGET-STATUS.
000920     SELECT PLOG-FILE
000930         ASSIGN TO PLOGDD
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-TARGET-STATUS.
000960     SELECT RESULT-FILE
000970         ASSIGN TO RESULTDD
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS SEQUENTIAL
001000         RECORD KEY IS RSLT-RUN-KEY
001010         FILE STATUS IS WS-TARGET-STATUS.
001020     SELECT AUDIT-FILE
001030         ASSIGN TO AUDITDD
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-TARGET-STATUS.
001060     SELECT REPORT-FILE
001070         ASSIGN TO REPTDD
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-TARGET-STATUS.
001100     SELECT CKPT-FILE
001110         ASSIGN TO CKPTDD
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-TARGET-STATUS.
001140     SELECT CREG-FILE
001150         ASSIGN TO CREGDD
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS SEQUENTIAL
001180         RECORD KEY IS CREG-POSITION
001190         FILE STATUS IS WS-TARGET-STATUS.
001200     SELECT CAL-FILE
001210         ASSIGN TO CALDD
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-TARGET-STATUS.
001240     SELECT OPER-FILE
001250         ASSIGN TO OPERDD
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-TARGET-STATUS.
001280     SELECT JRNL-FILE
001290         ASSIGN TO JRNLDD
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-TARGET-STATUS.
001320     SELECT OPND-FILE
001330         ASSIGN TO OPNDDD
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-TARGET-STATUS.
001360     SELECT OHST-FILE
001370         ASSIGN TO OHSTDD
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-TARGET-STATUS.
001400     SELECT RQST-FILE
001410         ASSIGN TO RQSTDD
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WS-TARGET-STATUS.
001440     SELECT RATE-FILE
001450         ASSIGN TO RATEDD
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-TARGET-STATUS.
001480     SELECT LOCK-FILE
001490         ASSIGN TO LOCKDD
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-TARGET-STATUS.
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  MANF-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570     COPY "BKMANF.CPY".
001580 FD  BKUP-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610     COPY "BKUPREC.CPY".
001620 FD  BKRS-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650 01  BKRS-REC                     PIC X(500).
001660 FD  BKAU-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  BKAU-REC                     PIC X(500).
001700 FD  PARM-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730     COPY "PARMREC.CPY".
001740 FD  PEND-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770     COPY "PENDREC.CPY".
001780 FD  PLOG-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810     COPY "PARMLOG.CPY".
001820 FD  RESULT-FILE
001830     RECORDING MODE IS F
001840     LABEL RECORDS ARE STANDARD.
001850     COPY "RESLTREC.CPY".
001860 FD  AUDIT-FILE
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD.
001890     COPY "AUDITREC.CPY".
001900 FD  REPORT-FILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930     COPY "REPTREC.CPY".
001940 FD  CKPT-FILE
001950     RECORDING MODE IS F
001960     LABEL RECORDS ARE STANDARD.
001970     COPY "CKPTREC.CPY".
001980 FD  CREG-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010     COPY "CREGREC.CPY".
002020 FD  CAL-FILE
002030     RECORDING MODE IS F
002040     LABEL RECORDS ARE STANDARD.
002050     COPY "CALREC.CPY".
002060 FD  OPER-FILE
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD.
002090     COPY "OPERREC.CPY".
002100 FD  JRNL-FILE
002110     RECORDING MODE IS F
002120     LABEL RECORDS ARE STANDARD.
002130     COPY "HSKPJRN.CPY".
002140 FD  OPND-FILE
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE STANDARD.
002170     COPY "OPERPND.CPY".
002180 FD  OHST-FILE
002190     RECORDING MODE IS F
002200     LABEL RECORDS ARE STANDARD.
002210     COPY "OPERHST.CPY".
002220 FD  RQST-FILE
002230     RECORDING MODE IS F
002240     LABEL RECORDS ARE STANDARD.
002250     COPY "RUNREQ.CPY".
002260 FD  RATE-FILE
002270     RECORDING MODE IS F
002280     LABEL RECORDS ARE STANDARD.
002290     COPY "RATEREC.CPY".
002300 FD  LOCK-FILE
002310     RECORDING MODE IS F
002320     LABEL RECORDS ARE STANDARD.
002330     COPY "LOCKREC.CPY".
002340 WORKING-STORAGE SECTION.
002350******************************************************************
002360*  FILE STATUS AND SWITCHES                                      *
002370******************************************************************
002380 01  WS-MANF-STATUS              PIC X(02) VALUE SPACES.
002390     88  WS-MANF-STATUS-OK           VALUE '00' '97'.
002400 01  WS-BKUP-STATUS              PIC X(02) VALUE SPACES.
002410     88  WS-BKUP-STATUS-OK           VALUE '00' '97'.
002420 01  WS-BKRS-STATUS              PIC X(02) VALUE SPACES.
002430     88  WS-BKRS-STATUS-OK           VALUE '00' '97'.
002440 01  WS-BKAU-STATUS              PIC X(02) VALUE SPACES.
002450     88  WS-BKAU-STATUS-OK           VALUE '00' '97'.
002460 01  WS-TARGET-STATUS            PIC X(02) VALUE SPACES.
002470     88  WS-TARGET-STATUS-OK         VALUE '00' '97'.
002480 01  WS-SWITCHES.
002490     05  WS-MANF-EOF-SW           PIC X(01) VALUE 'N'.
002500         88  WS-MANF-EOF              VALUE 'Y'.
002510     05  WS-BKUP-EOF-SW           PIC X(01) VALUE 'N'.
002520         88  WS-BKUP-EOF              VALUE 'Y'.
002530     05  WS-BKRS-EOF-SW           PIC X(01) VALUE 'N'.
002540         88  WS-BKRS-EOF              VALUE 'Y'.
002550     05  WS-BKAU-EOF-SW           PIC X(01) VALUE 'N'.
002560         88  WS-BKAU-EOF              VALUE 'Y'.
002570     05  WS-BKRS-SEEN-SW          PIC X(01) VALUE 'N'.
002580         88  WS-BKRS-SEEN             VALUE 'Y'.
002590     05  WS-BKAU-SEEN-SW          PIC X(01) VALUE 'N'.
002600         88  WS-BKAU-SEEN             VALUE 'Y'.
002610     05  WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
002620         88  WS-TRAILER-SEEN          VALUE 'Y'.
002630     05  WS-VERIFY-FAILED-SW      PIC X(01) VALUE 'N'.
002640         88  WS-VERIFY-FAILED         VALUE 'Y'.
002650     05  WS-IO-FAILED-SW          PIC X(01) VALUE 'N'.
002660         88  WS-IO-FAILED             VALUE 'Y'.
002670     05  WS-TARGETS-OPEN-SW       PIC X(01) VALUE 'N'.
002680         88  WS-TARGETS-OPEN          VALUE 'Y'.
002690     05  WS-PROF-FOUND-SW         PIC X(01) VALUE 'N'.
002700         88  WS-PROF-FOUND            VALUE 'Y'.
002710******************************************************************
002720*  RUN FUNCTION, OPERATOR AND EXPECTED SET NUMBER FROM THE       *
002730*  EXEC PARM.                                                    *
002740******************************************************************
002750 01  WS-FUNCTION                  PIC X(01) VALUE 'V'.
002760     88  WS-FUNC-VERIFY               VALUE 'V' ' '.
002770     88  WS-FUNC-RESTORE              VALUE 'R'.
002780 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH'.
002790 01  WS-EXPECT-SET                PIC 9(06) VALUE ZERO.
002800 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002810 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002820******************************************************************
002830*  THE SET AS THE MANIFEST DESCRIBES IT -- HEADER STAMP, ONE     *
002840*  ENTRY PER DATASET (IN BKUPWRK TABLE ORDER) AND THE TRAILER    *
002850*  TOTALS.                                                       *
002860******************************************************************
002870 01  WS-SET-NUMBER                PIC 9(06) VALUE ZERO.
002880 01  WS-SET-DATE                  PIC 9(08) VALUE ZERO.
002890 01  WS-SET-TIME                  PIC 9(08) VALUE ZERO.
002900 01  WS-SET-OPERATOR              PIC X(08) VALUE SPACES.
002910 01  WS-SET-REC-COUNT             PIC 9(09) VALUE ZERO.
002920 01  WS-SET-CONTROL-TOTAL         PIC 9(15) VALUE ZERO.
002930 01  WS-MF-CONTROL-SUM            PIC 9(15) VALUE ZERO.
002940 01  WS-MF-TABLE.
002950     05  WS-MF-ENTRY OCCURS 16 TIMES.
002960         10  WS-MF-STATUS         PIC X(01).
002970         10  WS-MF-REC-COUNT      PIC 9(09).
002980         10  WS-MF-LOW-KEY        PIC X(16).
002990         10  WS-MF-HIGH-KEY       PIC X(16).
003000         10  WS-MF-CONTROL-TOTAL  PIC 9(15).
003010******************************************************************
003020*  DATASET TABLE AND RECORD CHECK VALUE WORK AREA.               *
003030******************************************************************
003040     COPY "BKUPWRK.CPY".
003050******************************************************************
003060*  ONE RECORD OF EACH DATASET, AS CARRIED IN THE SET, FOR THE    *
003070*  KEYS AND CROSS-CHECK FIELDS.                                  *
003080******************************************************************
003090     COPY "PARMREC.CPY" REPLACING ==PARM-REC== BY ==WS-PARM-REC==.
003100     COPY "PENDREC.CPY" REPLACING ==PEND-REC== BY ==WS-PEND-REC==.
003110     COPY "PARMLOG.CPY" REPLACING ==PLOG-REC== BY ==WS-PLOG-REC==.
003120     COPY "RESLTREC.CPY"
003130         REPLACING ==RSLT-REC== BY ==WS-RSLT-REC==.
003140     COPY "AUDITREC.CPY"
003150         REPLACING ==AUDIT-REC== BY ==WS-AUDIT-REC==.
003160     COPY "REPTREC.CPY" REPLACING ==RPT-REC== BY ==WS-RPT-REC==.
003170     COPY "CKPTREC.CPY" REPLACING ==CKPT-REC== BY ==WS-CKPT-REC==.
003180     COPY "CREGREC.CPY" REPLACING ==CREG-REC== BY ==WS-CREG-REC==.
003190     COPY "CALREC.CPY" REPLACING ==CAL-REC== BY ==WS-CAL-REC==.
003200     COPY "OPERREC.CPY" REPLACING ==OPER-REC== BY ==WS-OPER-REC==.
003210     COPY "HSKPJRN.CPY" REPLACING ==JRNL-REC== BY ==WS-JRNL-REC==.
003220     COPY "OPERPND.CPY" REPLACING ==OPND-REC== BY ==WS-OPND-REC==.
003230     COPY "OPERHST.CPY" REPLACING ==OHST-REC== BY ==WS-OHST-REC==.
003240     COPY "RUNREQ.CPY" REPLACING ==RSRQ-REC== BY ==WS-RQST-REC==.
003250     COPY "RATEREC.CPY" REPLACING ==RATE-REC== BY ==WS-RATE-REC==.
003260     COPY "LOCKREC.CPY" REPLACING ==LOCK-REC== BY ==WS-LOCK-REC==.
003270******************************************************************
003280*  THE SET RECORDS IN HAND ON BKRSDD AND BKAUDD.                 *
003290******************************************************************
003300 01  WS-BKRS-REC.
003310     05  WS-BKRS-CODE             PIC X(02).
003320     05  WS-BKRS-SEQ              PIC 9(09).
003330     05  WS-BKRS-DATA             PIC X(485).
003340     05  FILLER                   PIC X(04).
003350 01  WS-BKAU-REC.
003360     05  WS-BKAU-CODE             PIC X(02).
003370     05  WS-BKAU-SEQ              PIC 9(09).
003380     05  WS-BKAU-DATA             PIC X(485).
003390     05  FILLER                   PIC X(04).
003400******************************************************************
003410*  KEY OF THE RECORD IN HAND AND THE RUNNING FIGURES FOR THE     *
003420*  DATASET BEING VERIFIED, BUILT EXACTLY AS PIBKUP BUILT THEM.   *
003430******************************************************************
003440 01  WS-KEY                       PIC X(16) VALUE SPACES.
003450 01  WS-KEY-STAMP REDEFINES WS-KEY.
003460     05  WS-KEY-DATE              PIC 9(08).
003470     05  WS-KEY-TIME              PIC 9(08).
003480 01  WS-DS-LOW-KEY                PIC X(16) VALUE HIGH-VALUES.
003490 01  WS-DS-HIGH-KEY               PIC X(16) VALUE LOW-VALUES.
003500 01  WS-DS-CONTROL-TOTAL          PIC 9(15) COMP VALUE ZERO.
003510******************************************************************
003520*  MATCH KEYS FOR THE RESULT / AUDIT BALANCE, AND THE OLDEST     *
003530*  RUN KEY STILL IN THE SET'S AUDIT LOG, IN ITS RESULTS, AND IN  *
003540*  EITHER -- A RUN KEYED AHEAD OF IT HAS BEEN AGED OUT BY PIHSKP *
003550*  RETENTION.                                                    *
003560******************************************************************
003570 01  WS-RSLT-KEY                  PIC X(16) VALUE SPACES.
003580 01  WS-AUDIT-KEY                 PIC X(16) VALUE SPACES.
003590 01  WS-AUDIT-KEY-STAMP REDEFINES WS-AUDIT-KEY.
003600     05  WS-AUDIT-KEY-DATE        PIC 9(08).
003610     05  WS-AUDIT-KEY-TIME        PIC 9(08).
003620 01  WS-AUDIT-OLDEST              PIC X(16) VALUE SPACES.
003630 01  WS-RSLT-OLDEST               PIC X(16) VALUE SPACES.
003640 01  WS-RUN-OLDEST                PIC X(16) VALUE SPACES.
003650******************************************************************
003660*  PROFILE NAMES ON THE SET'S PI.PARM.FILE (AT MOST 20, AS IN    *
003670*  PICALCM).                                                     *
003680******************************************************************
003690 01  WS-PROF-TABLE.
003700     05  WS-PROF-NAME             PIC X(08) OCCURS 20 TIMES.
003710******************************************************************
003720*  REGISTERED DIGITS, BY DECIMAL POSITION: THE RUN KEY THAT      *
003730*  CERTIFIED EACH AND WHETHER THAT RUN HAS BEEN FOUND.           *
003740******************************************************************
003750 01  WS-DIG-TABLE.
003760     05  WS-DIG-ENTRY OCCURS 99 TIMES.
003770         10  WS-DIG-STATE         PIC X(01).
003780             88  WS-DIG-NONE          VALUE ' '.
003790             88  WS-DIG-UNMATCHED     VALUE 'U'.
003800             88  WS-DIG-MATCHED       VALUE 'M'.
003810         10  WS-DIG-RUN-KEY       PIC X(16).
003820******************************************************************
003830*  CLOSED RUN REQUESTS ON THE SET'S PI.RUN.REQUEST (AT MOST 500, *
003840*  AS IN PIRUNRQ): THE RESULT KEY EACH WAS CLOSED WITH AND       *
003850*  WHETHER THAT RESULT HAS BEEN FOUND.                           *
003860******************************************************************
003870 01  WS-CLOSED-TABLE.
003880     05  WS-CLOSED-ENTRY OCCURS 500 TIMES.
003890         10  WS-CLOSED-STATE      PIC X(01).
003900             88  WS-CLOSED-UNMATCHED  VALUE 'U'.
003910             88  WS-CLOSED-MATCHED    VALUE 'M'.
003920         10  WS-CLOSED-ID         PIC 9(06).
003930         10  WS-CLOSED-KEY        PIC X(16).
003940******************************************************************
003950*  WORK COUNTERS                                                 *
003960******************************************************************
003970 77  WC-MANF-RECS                 PIC 9(04) COMP VALUE ZERO.
003980 77  WC-MF-COUNT                  PIC 9(04) COMP VALUE ZERO.
003990 77  WC-DS-IDX                    PIC 9(04) COMP VALUE ZERO.
004000 77  WC-DS-REC-COUNT              PIC 9(09) COMP VALUE ZERO.
004010 77  WC-DATA-RECS                 PIC 9(09) COMP VALUE ZERO.
004020 77  WC-MF-DATA-RECS              PIC 9(09) COMP VALUE ZERO.
004030 77  WC-PROF-COUNT                PIC 9(04) COMP VALUE ZERO.
004040 77  WC-PROF-IDX                  PIC 9(04) COMP VALUE ZERO.
004050 77  WC-DIG-IDX                   PIC 9(04) COMP VALUE ZERO.
004060 77  WC-DIG-COUNT                 PIC 9(04) COMP VALUE ZERO.
004070 77  WC-CLOSED-IDX                PIC 9(04) COMP VALUE ZERO.
004080 77  WC-CLOSED-COUNT              PIC 9(04) COMP VALUE ZERO.
004090 77  WC-FAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
004100 77  WC-AGED-COUNT                PIC 9(07) COMP VALUE ZERO.
004110 77  WC-RESTORED-COUNT            PIC 9(09) COMP VALUE ZERO.
004120 LINKAGE SECTION.
004130******************************************************************
004140*  EXEC PARM -- FUNCTION (V OR R), OPERATOR ID, AND OPTIONALLY   *
004150*  THE SET NUMBER THE OPERATOR EXPECTS THE GENERATION TO HOLD,   *
004160*  E.G. PARM='ROPER0001000042'.                                  *
004170******************************************************************
004180 01  LS-PARM-INFO.
004190     05  LS-PARM-LENGTH           PIC S9(04) COMP.
004200     05  LS-PARM-TEXT.
004210         10  LS-PARM-FUNCTION     PIC X(01).
004220         10  LS-PARM-OPERATOR     PIC X(08).
004230         10  LS-PARM-SET-NUMBER   PIC X(06).
004240         10  FILLER               PIC X(85).
004250 PROCEDURE DIVISION USING LS-PARM-INFO.
004260******************************************************************
004270*  MAINLINE                                                      *
004280******************************************************************
004290 0000-MAINLINE.
004300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004310     PERFORM 2000-READ-MANIFEST THRU 2000-EXIT.
004320     IF NOT WS-VERIFY-FAILED AND NOT WS-IO-FAILED
004330         PERFORM 3000-VERIFY-SET THRU 3000-EXIT
004340     END-IF.
004350     IF NOT WS-VERIFY-FAILED AND NOT WS-IO-FAILED
004360         PERFORM 4000-CROSS-CHECK THRU 4000-EXIT
004370     END-IF.
004380     IF WS-FUNC-RESTORE
004390         AND NOT WS-VERIFY-FAILED AND NOT WS-IO-FAILED
004400         PERFORM 5000-RESTORE-SET THRU 5000-EXIT
004410     END-IF.
004420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004430     STOP RUN.
004440******************************************************************
004450*  1000-INITIALIZE -- PICK UP THE FUNCTION, OPERATOR AND         *
004460*  EXPECTED SET NUMBER AND STAMP THE RUN.                        *
004470******************************************************************
004480 1000-INITIALIZE.
004490     IF LS-PARM-LENGTH > ZERO
004500         MOVE LS-PARM-FUNCTION TO WS-FUNCTION
004510     END-IF.
004520     IF LS-PARM-LENGTH > 1
004530         AND LS-PARM-OPERATOR NOT = SPACES
004540         MOVE LS-PARM-OPERATOR TO WS-OPERATOR-ID
004550     END-IF.
004560     IF LS-PARM-LENGTH > 9
004570         AND LS-PARM-SET-NUMBER NUMERIC
004580         MOVE LS-PARM-SET-NUMBER TO WS-EXPECT-SET
004590     END-IF.
004600     IF NOT WS-FUNC-VERIFY
004610         AND NOT WS-FUNC-RESTORE
004620         DISPLAY 'PIBKRST: FUNCTION ' WS-FUNCTION ' NOT '
004630             'RECOGNIZED; VERIFY ONLY, NOTHING RESTORED.'
004640         MOVE 'V' TO WS-FUNCTION
004650     END-IF.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     ACCEPT WS-RUN-TIME FROM TIME.
004680     MOVE SPACES TO WS-DIG-TABLE.
004690 1000-EXIT.
004700     EXIT.
004710******************************************************************
004720*  2000-READ-MANIFEST -- LOAD THE MANIFEST AND CHECK IT IS       *
004730*  WHOLE: A TAKEN (NOT REFUSED) HEADER, THEN ONE DATASET RECORD  *
004740*  PER DATASET IN SET ORDER, THEN THE TRAILER, ALL FOR ONE SET.  *
004750*  THE TRAILER'S RECORD COUNT AND CONTROL TOTAL MUST BE THE SUMS *
004760*  OF THOSE ON THE DATASET RECORDS.                              *
004770******************************************************************
004780 2000-READ-MANIFEST.
004790     OPEN INPUT MANF-FILE.
004800     IF NOT WS-MANF-STATUS-OK
004810         DISPLAY 'PIBKRST: MANFDD OPEN FAILED, STATUS '
004820             WS-MANF-STATUS '.'
004830         MOVE 'Y' TO WS-IO-FAILED-SW
004840         GO TO 2000-EXIT.
004850     PERFORM 2100-READ-ONE-MANF THRU 2100-EXIT
004860         UNTIL WS-MANF-EOF.
004870     CLOSE MANF-FILE.
004880     IF WS-VERIFY-FAILED OR WS-IO-FAILED
004890         GO TO 2000-EXIT.
004900     IF WC-MANF-RECS = ZERO
004910         DISPLAY 'PIBKRST: THE MANIFEST IS EMPTY; NO SET.'
004920         MOVE 'Y' TO WS-VERIFY-FAILED-SW
004930         GO TO 2000-EXIT.
004940     IF NOT WS-TRAILER-SEEN
004950         OR WC-MF-COUNT NOT = BKDS-COUNT
004960         DISPLAY 'PIBKRST: THE MANIFEST OF SET ' WS-SET-NUMBER
004970             ' IS INCOMPLETE; THE SET IS NOT USABLE.'
004980         MOVE 'Y' TO WS-VERIFY-FAILED-SW
004990         GO TO 2000-EXIT.
005000     IF WC-MF-DATA-RECS NOT = WS-SET-REC-COUNT
005010         OR WS-MF-CONTROL-SUM NOT = WS-SET-CONTROL-TOTAL
005020         DISPLAY 'PIBKRST: THE MANIFEST OF SET ' WS-SET-NUMBER
005030             ' DOES NOT ADD UP TO ITS TRAILER.'
005040         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005050         GO TO 2000-EXIT.
005060     DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER ' TAKEN ' WS-SET-DATE
005070         ' ' WS-SET-TIME ' BY ' WS-SET-OPERATOR ', '
005080         WS-SET-REC-COUNT ' RECORD(S).'.
005090 2000-EXIT.
005100     EXIT.
005110******************************************************************
005120*  2100-READ-ONE-MANF -- READ AND FILE ONE MANIFEST RECORD.      *
005130*  THE FIRST FAULT FOUND ENDS THE READ.                          *
005140******************************************************************
005150 2100-READ-ONE-MANF.
005160     READ MANF-FILE
005170         AT END
005180             MOVE 'Y' TO WS-MANF-EOF-SW
005190     END-READ.
005200     IF WS-MANF-EOF
005210         GO TO 2100-EXIT.
005220     IF NOT WS-MANF-STATUS-OK
005230         DISPLAY 'PIBKRST: MANFDD READ FAILED, STATUS '
005240             WS-MANF-STATUS '.'
005250         MOVE 'Y' TO WS-IO-FAILED-SW
005260         MOVE 'Y' TO WS-MANF-EOF-SW
005270         GO TO 2100-EXIT.
005280     ADD 1 TO WC-MANF-RECS.
005290     IF WC-MANF-RECS = 1
005300         PERFORM 2200-TAKE-MANF-HEADER THRU 2200-EXIT
005310         GO TO 2100-EXIT.
005320     IF MANF-SET-NUMBER NOT = WS-SET-NUMBER
005330         OR WS-TRAILER-SEEN
005340         DISPLAY 'PIBKRST: MANIFEST RECORD ' WC-MANF-RECS
005350             ' DOES NOT BELONG TO SET ' WS-SET-NUMBER '.'
005360         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005370         MOVE 'Y' TO WS-MANF-EOF-SW
005380         GO TO 2100-EXIT.
005390     EVALUATE TRUE
005400         WHEN MANF-TYPE-DATASET
005410             PERFORM 2300-TAKE-MANF-DATASET THRU 2300-EXIT
005420         WHEN MANF-TYPE-TRAILER
005430             MOVE 'Y' TO WS-TRAILER-SEEN-SW
005440             MOVE MANF-REC-COUNT     TO WS-SET-REC-COUNT
005450             MOVE MANF-CONTROL-TOTAL TO WS-SET-CONTROL-TOTAL
005460         WHEN OTHER
005470             DISPLAY 'PIBKRST: MANIFEST RECORD ' WC-MANF-RECS
005480                 ' HAS UNKNOWN TYPE ' MANF-REC-TYPE '.'
005490             MOVE 'Y' TO WS-VERIFY-FAILED-SW
005500             MOVE 'Y' TO WS-MANF-EOF-SW
005510     END-EVALUATE.
005520 2100-EXIT.
005530     EXIT.
005540******************************************************************
005550*  2200-TAKE-MANF-HEADER -- THE SET MUST HAVE BEEN TAKEN (A      *
005560*  REFUSED RUN COPIED NOTHING) AND, WHEN THE OPERATOR NAMED A    *
005570*  SET NUMBER, MUST BE THAT SET.                                 *
005580******************************************************************
005590 2200-TAKE-MANF-HEADER.
005600     IF NOT MANF-TYPE-HEADER
005610         DISPLAY 'PIBKRST: THE MANIFEST HAS NO HEADER.'
005620         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005630         MOVE 'Y' TO WS-MANF-EOF-SW
005640         GO TO 2200-EXIT.
005650     MOVE MANF-SET-NUMBER  TO WS-SET-NUMBER.
005660     MOVE MANF-SET-DATE    TO WS-SET-DATE.
005670     MOVE MANF-SET-TIME    TO WS-SET-TIME.
005680     MOVE MANF-OPERATOR-ID TO WS-SET-OPERATOR.
005690     IF NOT MANF-SET-TAKEN
005700         DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER ' WAS REFUSED '
005710             'WHEN TAKEN AND HOLDS NO DATA.'
005720         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005730         MOVE 'Y' TO WS-MANF-EOF-SW
005740         GO TO 2200-EXIT.
005750     IF WS-EXPECT-SET NOT = ZERO
005760         AND WS-EXPECT-SET NOT = WS-SET-NUMBER
005770         DISPLAY 'PIBKRST: GENERATION HOLDS SET ' WS-SET-NUMBER
005780             ', NOT THE SET ' WS-EXPECT-SET ' REQUESTED.'
005790         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005800         MOVE 'Y' TO WS-MANF-EOF-SW
005810     END-IF.
005820 2200-EXIT.
005830     EXIT.
005840******************************************************************
005850*  2300-TAKE-MANF-DATASET -- FILE ONE DATASET RECORD; IT MUST    *
005860*  BE THE NEXT DATASET OF THE SET.                               *
005870******************************************************************
005880 2300-TAKE-MANF-DATASET.
005890     ADD 1 TO WC-MF-COUNT.
005900     IF WC-MF-COUNT > BKDS-COUNT
005910         DISPLAY 'PIBKRST: THE MANIFEST LISTS MORE THAN '
005920             BKDS-COUNT ' DATASETS.'
005930         MOVE 'Y' TO WS-VERIFY-FAILED-SW
005940         MOVE 'Y' TO WS-MANF-EOF-SW
005950         GO TO 2300-EXIT.
005960     IF MANF-FILE-CODE NOT = BKDS-CODE (WC-MF-COUNT)
005970         DISPLAY 'PIBKRST: THE MANIFEST LISTS ' MANF-DSNAME
005980             ' WHERE ' BKDS-DSNAME (WC-MF-COUNT) ' BELONGS.'
005990         MOVE 'Y' TO WS-VERIFY-FAILED-SW
006000         MOVE 'Y' TO WS-MANF-EOF-SW
006010         GO TO 2300-EXIT.
006020     MOVE MANF-STATUS     TO WS-MF-STATUS (WC-MF-COUNT).
006030     MOVE MANF-REC-COUNT  TO WS-MF-REC-COUNT (WC-MF-COUNT).
006040     MOVE MANF-LOW-KEY    TO WS-MF-LOW-KEY (WC-MF-COUNT).
006050     MOVE MANF-HIGH-KEY   TO WS-MF-HIGH-KEY (WC-MF-COUNT).
006060     MOVE MANF-CONTROL-TOTAL
006070                          TO WS-MF-CONTROL-TOTAL (WC-MF-COUNT).
006080     ADD MANF-REC-COUNT   TO WC-MF-DATA-RECS.
006090     ADD MANF-CONTROL-TOTAL TO WS-MF-CONTROL-SUM.
006100 2300-EXIT.
006110     EXIT.
006120******************************************************************
006130*  3000-VERIFY-SET -- READ THE WHOLE SET, CHECKING ITS HEADER,   *
006140*  DATASET ORDER AND RECORD NUMBERING, RECOMPUTING EACH          *
006150*  DATASET'S FIGURES FOR THE MANIFEST, AND COLLECTING THE        *
006160*  PROFILES, PENDING CHANGES AND DIGITS FOR THE CROSS-CHECKS.    *
006170******************************************************************
006180 3000-VERIFY-SET.
006190     OPEN INPUT BKUP-FILE.
006200     IF NOT WS-BKUP-STATUS-OK
006210         DISPLAY 'PIBKRST: BKUPDD OPEN FAILED, STATUS '
006220             WS-BKUP-STATUS '.'
006230         MOVE 'Y' TO WS-IO-FAILED-SW
006240         GO TO 3000-EXIT.
006250     MOVE 'N' TO WS-BKUP-EOF-SW.
006260     MOVE 'N' TO WS-TRAILER-SEEN-SW.
006270     MOVE ZERO TO WC-DS-IDX.
006280     PERFORM 3100-VERIFY-ONE THRU 3100-EXIT
006290         UNTIL WS-BKUP-EOF.
006300     CLOSE BKUP-FILE.
006310     IF WS-VERIFY-FAILED OR WS-IO-FAILED
006320         GO TO 3000-EXIT.
006330     IF NOT WS-TRAILER-SEEN
006340         DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER ' HAS NO TRAILER;'
006350             ' THE SET IS INCOMPLETE.'
006360         MOVE 'Y' TO WS-VERIFY-FAILED-SW
006370         GO TO 3000-EXIT.
006380     DISPLAY 'PIBKRST: ' WC-DATA-RECS ' RECORD(S) MATCH THE '
006390         'MANIFEST.'.
006400 3000-EXIT.
006410     EXIT.
006420******************************************************************
006430*  3100-VERIFY-ONE -- ONE SET RECORD.  THE FIRST FAULT FOUND     *
006440*  ENDS THE PASS.                                                *
006450******************************************************************
006460 3100-VERIFY-ONE.
006470     READ BKUP-FILE
006480         AT END
006490             MOVE 'Y' TO WS-BKUP-EOF-SW
006500     END-READ.
006510     IF WS-BKUP-EOF
006520         GO TO 3100-EXIT.
006530     IF NOT WS-BKUP-STATUS-OK
006540         DISPLAY 'PIBKRST: BKUPDD READ FAILED, STATUS '
006550             WS-BKUP-STATUS '.'
006560         MOVE 'Y' TO WS-IO-FAILED-SW
006570         MOVE 'Y' TO WS-BKUP-EOF-SW
006580         GO TO 3100-EXIT.
006590     IF WC-DS-IDX = ZERO
006600         PERFORM 3150-CHECK-SET-HEADER THRU 3150-EXIT
006610         GO TO 3100-EXIT.
006620     IF WS-TRAILER-SEEN
006630         DISPLAY 'PIBKRST: RECORDS FOLLOW THE SET TRAILER.'
006640         MOVE 'Y' TO WS-VERIFY-FAILED-SW
006650         MOVE 'Y' TO WS-BKUP-EOF-SW
006660         GO TO 3100-EXIT.
006670     IF BKUP-SET-TRAILER
006680         PERFORM 3160-CHECK-SET-TRAILER THRU 3160-EXIT
006690         GO TO 3100-EXIT.
006700     PERFORM 3200-END-DATASET THRU 3200-EXIT
006710         UNTIL WC-DS-IDX > BKDS-COUNT
006720             OR BKUP-FILE-CODE = BKDS-CODE (WC-DS-IDX)
006730             OR WS-VERIFY-FAILED.
006740     IF WS-VERIFY-FAILED
006750         MOVE 'Y' TO WS-BKUP-EOF-SW
006760         GO TO 3100-EXIT.
006770     IF WC-DS-IDX > BKDS-COUNT
006780         DISPLAY 'PIBKRST: SET RECORD CODE ' BKUP-FILE-CODE
006790             ' IS UNKNOWN OR OUT OF ORDER.'
006800         MOVE 'Y' TO WS-VERIFY-FAILED-SW
006810         MOVE 'Y' TO WS-BKUP-EOF-SW
006820         GO TO 3100-EXIT.
006830     ADD 1 TO WC-DS-REC-COUNT.
006840     ADD 1 TO WC-DATA-RECS.
006850     IF BKUP-REC-SEQ NOT = WC-DS-REC-COUNT
006860         DISPLAY 'PIBKRST: ' BKDS-DSNAME (WC-DS-IDX) ' RECORD '
006870             WC-DS-REC-COUNT ' IS NUMBERED ' BKUP-REC-SEQ '.'
006880         MOVE 'Y' TO WS-VERIFY-FAILED-SW
006890         MOVE 'Y' TO WS-BKUP-EOF-SW
006900         GO TO 3100-EXIT.
006910     PERFORM 3300-TAKE-KEY THRU 3300-EXIT.
006920     MOVE BKUP-DATA             TO BKCK-IMAGE.
006930     MOVE BKDS-REC-LENGTH (WC-DS-IDX) TO BKCK-LENGTH.
006940     PERFORM 7000-COMPUTE-CHECK THRU 7000-EXIT.
006950     ADD BKCK-VALUE TO WS-DS-CONTROL-TOTAL.
006960     IF WS-KEY < WS-DS-LOW-KEY
006970         MOVE WS-KEY TO WS-DS-LOW-KEY
006980     END-IF.
006990     IF WS-KEY > WS-DS-HIGH-KEY
007000         MOVE WS-KEY TO WS-DS-HIGH-KEY
007010     END-IF.
007020     IF WS-VERIFY-FAILED
007030         MOVE 'Y' TO WS-BKUP-EOF-SW
007040     END-IF.
007050 3100-EXIT.
007060     EXIT.
007070******************************************************************
007080*  3150-CHECK-SET-HEADER -- THE SET MUST OPEN WITH A HEADER      *
007090*  CARRYING THE MANIFEST'S SET NUMBER AND STAMP.                 *
007100******************************************************************
007110 3150-CHECK-SET-HEADER.
007120     IF NOT BKUP-SET-HEADER
007130         OR BKUP-SET-NUMBER NOT = WS-SET-NUMBER
007140         OR BKUP-SET-DATE NOT = WS-SET-DATE
007150         OR BKUP-SET-TIME NOT = WS-SET-TIME
007160         DISPLAY 'PIBKRST: THE SET GENERATION DOES NOT MATCH THE '
007170             'MANIFEST OF SET ' WS-SET-NUMBER '.'
007180         MOVE 'Y' TO WS-VERIFY-FAILED-SW
007190         MOVE 'Y' TO WS-BKUP-EOF-SW
007200         GO TO 3150-EXIT.
007210     MOVE 1 TO WC-DS-IDX.
007220     PERFORM 3210-RESET-DATASET THRU 3210-EXIT.
007230 3150-EXIT.
007240     EXIT.
007250******************************************************************
007260*  3160-CHECK-SET-TRAILER -- CLOSE OFF THE DATASET IN HAND AND   *
007270*  ANY LEFT EMPTY AFTER IT; THE TRAILER MUST CARRY THE SET'S     *
007280*  NUMBER AND DATA RECORD COUNT.                                 *
007290******************************************************************
007300 3160-CHECK-SET-TRAILER.
007310     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
007320     PERFORM 3200-END-DATASET THRU 3200-EXIT
007330         UNTIL WC-DS-IDX > BKDS-COUNT
007340             OR WS-VERIFY-FAILED.
007350     IF WS-VERIFY-FAILED
007360         MOVE 'Y' TO WS-BKUP-EOF-SW
007370         GO TO 3160-EXIT.
007380     IF BKUP-SET-NUMBER NOT = WS-SET-NUMBER
007390         OR BKUP-REC-SEQ NOT = WC-DATA-RECS
007400         OR WC-DATA-RECS NOT = WS-SET-REC-COUNT
007410         DISPLAY 'PIBKRST: THE SET TRAILER DOES NOT MATCH THE '
007420             'MANIFEST: ' BKUP-REC-SEQ ' RECORD(S) CLAIMED, '
007430             WC-DATA-RECS ' READ, ' WS-SET-REC-COUNT ' LISTED.'
007440         MOVE 'Y' TO WS-VERIFY-FAILED-SW
007450         MOVE 'Y' TO WS-BKUP-EOF-SW
007460     END-IF.
007470 3160-EXIT.
007480     EXIT.
007490******************************************************************
007500*  3200-END-DATASET -- THE DATASET AT WC-DS-IDX IS FINISHED:     *
007510*  ITS RECOMPUTED FIGURES MUST MATCH ITS MANIFEST RECORD.  THEN  *
007520*  MOVE ON TO THE NEXT DATASET.                                  *
007530******************************************************************
007540 3200-END-DATASET.
007550     IF WC-DS-REC-COUNT = ZERO
007560         MOVE SPACES TO WS-DS-LOW-KEY
007570         MOVE SPACES TO WS-DS-HIGH-KEY
007580     END-IF.
007590     IF WC-DS-REC-COUNT NOT = WS-MF-REC-COUNT (WC-DS-IDX)
007600         OR WS-DS-LOW-KEY NOT = WS-MF-LOW-KEY (WC-DS-IDX)
007610         OR WS-DS-HIGH-KEY NOT = WS-MF-HIGH-KEY (WC-DS-IDX)
007620         OR WS-DS-CONTROL-TOTAL
007630             NOT = WS-MF-CONTROL-TOTAL (WC-DS-IDX)
007640         DISPLAY 'PIBKRST: ' BKDS-DSNAME (WC-DS-IDX)
007650             ' DOES NOT MATCH ITS RECORD COUNT, KEY RANGE OR '
007660             'CONTROL TOTAL ON THE MANIFEST.'
007670         DISPLAY 'PIBKRST:   ' WC-DS-REC-COUNT ' RECORD(S) READ, '
007680             WS-MF-REC-COUNT (WC-DS-IDX) ' LISTED.'
007690         MOVE 'Y' TO WS-VERIFY-FAILED-SW
007700         GO TO 3200-EXIT.
007710     ADD 1 TO WC-DS-IDX.
007720     PERFORM 3210-RESET-DATASET THRU 3210-EXIT.
007730 3200-EXIT.
007740     EXIT.
007750******************************************************************
007760*  3210-RESET-DATASET -- START THE RECOMPUTED FIGURES OF THE     *
007770*  DATASET AT WC-DS-IDX: NO RECORDS, A ZERO CONTROL TOTAL AND AN *
007780*  EMPTY KEY RANGE.                                              *
007790******************************************************************
007800 3210-RESET-DATASET.
007810     MOVE ZERO        TO WC-DS-REC-COUNT.
007820     MOVE ZERO        TO WS-DS-CONTROL-TOTAL.
007830     MOVE HIGH-VALUES TO WS-DS-LOW-KEY.
007840     MOVE LOW-VALUES  TO WS-DS-HIGH-KEY.
007850 3210-EXIT.
007860     EXIT.
007870******************************************************************
007880*  3300-TAKE-KEY -- BUILD THE KEY OF THE SET RECORD IN HAND      *
007890*  THE WAY PIBKUP DID (SEE 3100-COPY-DATASET THERE), AND FILE    *
007900*  WHAT THE CROSS-CHECKS NEED: THE PROFILE NAMES, EACH PENDING   *
007910*  CHANGE'S PROFILE (PI.PARM.FILE PRECEDES PI.PARM.PEND IN THE   *
007920*  SET), EACH REGISTERED DIGIT'S RUN KEY AND EACH CLOSED RUN     *
007930*  REQUEST'S RESULT KEY.                                         *
007940******************************************************************
007950 3300-TAKE-KEY.
007960     MOVE SPACES TO WS-KEY.
007970     EVALUATE BKDS-CODE (WC-DS-IDX)
007980         WHEN 'PF'
007990             MOVE BKUP-DATA TO WS-PARM-REC
008000             MOVE PARM-PROFILE-NAME OF WS-PARM-REC TO WS-KEY
008010             PERFORM 3310-FILE-PROFILE THRU 3310-EXIT
008020         WHEN 'PP'
008030             MOVE BKUP-DATA TO WS-PEND-REC
008040             MOVE PEND-REQUEST-DATE OF WS-PEND-REC TO WS-KEY-DATE
008050             MOVE PEND-REQUEST-TIME OF WS-PEND-REC TO WS-KEY-TIME
008060             PERFORM 3320-CHECK-PENDING THRU 3320-EXIT
008070         WHEN 'PL'
008080             MOVE BKUP-DATA TO WS-PLOG-REC
008090             MOVE PLOG-RUN-DATE OF WS-PLOG-REC TO WS-KEY-DATE
008100             MOVE PLOG-RUN-TIME OF WS-PLOG-REC TO WS-KEY-TIME
008110         WHEN 'RS'
008120             MOVE BKUP-DATA TO WS-RSLT-REC
008130             MOVE RSLT-RUN-KEY OF WS-RSLT-REC TO WS-KEY
008140         WHEN 'AU'
008150             MOVE BKUP-DATA TO WS-AUDIT-REC
008160             MOVE AUDIT-RUN-DATE OF WS-AUDIT-REC TO WS-KEY-DATE
008170             MOVE AUDIT-RUN-TIME OF WS-AUDIT-REC TO WS-KEY-TIME
008180         WHEN 'RP'
008190             MOVE BKUP-DATA TO WS-RPT-REC
008200             MOVE RPT-RUN-DATE OF WS-RPT-REC TO WS-KEY
008210         WHEN 'CK'
008220             MOVE BKUP-DATA TO WS-CKPT-REC
008230             MOVE CKPT-ITER-COUNT OF WS-CKPT-REC TO WS-KEY
008240         WHEN 'CG'
008250             MOVE BKUP-DATA TO WS-CREG-REC
008260             MOVE CREG-POSITION OF WS-CREG-REC TO WS-KEY
008270             PERFORM 3330-FILE-DIGIT THRU 3330-EXIT
008280         WHEN 'CL'
008290             MOVE BKUP-DATA TO WS-CAL-REC
008300             MOVE CAL-DATE OF WS-CAL-REC TO WS-KEY
008310         WHEN 'OM'
008320             MOVE BKUP-DATA TO WS-OPER-REC
008330             MOVE OPER-OPERATOR-ID OF WS-OPER-REC TO WS-KEY
008340         WHEN 'HJ'
008350             MOVE BKUP-DATA TO WS-JRNL-REC
008360             MOVE JRNL-RUN-DATE OF WS-JRNL-REC TO WS-KEY
008370         WHEN 'OP'
008380             MOVE BKUP-DATA TO WS-OPND-REC
008390             MOVE OPND-REQUEST-DATE OF WS-OPND-REC TO WS-KEY-DATE
008400             MOVE OPND-REQUEST-TIME OF WS-OPND-REC TO WS-KEY-TIME
008410         WHEN 'OH'
008420             MOVE BKUP-DATA TO WS-OHST-REC
008430             MOVE OHST-APPROVE-DATE OF WS-OHST-REC TO WS-KEY-DATE
008440             MOVE OHST-APPROVE-TIME OF WS-OHST-REC TO WS-KEY-TIME
008450         WHEN 'RQ'
008460             MOVE BKUP-DATA TO WS-RQST-REC
008470             MOVE RSRQ-REQUEST-ID OF WS-RQST-REC TO WS-KEY
008480             PERFORM 3340-FILE-REQUEST THRU 3340-EXIT
008490         WHEN 'RC'
008500             MOVE BKUP-DATA TO WS-RATE-REC
008510             MOVE WS-RATE-REC TO WS-KEY
008520         WHEN 'RL'
008530             MOVE BKUP-DATA TO WS-LOCK-REC
008540             MOVE LOCK-RUN-DATE OF WS-LOCK-REC TO WS-KEY-DATE
008550             MOVE LOCK-RUN-TIME OF WS-LOCK-REC TO WS-KEY-TIME
008560     END-EVALUATE.
008570 3300-EXIT.
008580     EXIT.
008590******************************************************************
008600*  3310-FILE-PROFILE -- KEEP ONE PROFILE NAME.  MORE PROFILES    *
008610*  THAN PICALCM CAN HOLD CANNOT BE CHECKED AND FAIL THE SET.     *
008620******************************************************************
008630 3310-FILE-PROFILE.
008640     IF WC-PROF-COUNT < 20
008650         ADD 1 TO WC-PROF-COUNT
008660         MOVE PARM-PROFILE-NAME OF WS-PARM-REC
008670             TO WS-PROF-NAME (WC-PROF-COUNT)
008680     ELSE
008690         DISPLAY 'PIBKRST: MORE THAN 20 PROFILES ON PI.PARM.FILE;'
008700             ' THE PENDING CHANGES CANNOT BE CHECKED.'
008710         ADD 1 TO WC-FAIL-COUNT
008720         MOVE 'Y' TO WS-VERIFY-FAILED-SW
008730     END-IF.
008740 3310-EXIT.
008750     EXIT.
008760******************************************************************
008770*  3320-CHECK-PENDING -- A PENDING CHANGE MUST NAME A PROFILE    *
008780*  ON THE SET'S PI.PARM.FILE; OTHERWISE PICALCMG WOULD APPLY IT  *
008790*  TO A PROFILE THE RESTORED FILE DOES NOT HOLD.  EVERY SUCH     *
008800*  CHANGE IS LISTED BEFORE THE SET IS FAILED.                    *
008810******************************************************************
008820 3320-CHECK-PENDING.
008830     IF NOT PEND-PENDING OF WS-PEND-REC
008840         GO TO 3320-EXIT.
008850     MOVE 'N' TO WS-PROF-FOUND-SW.
008860     PERFORM 3321-MATCH-PROFILE THRU 3321-EXIT
008870         VARYING WC-PROF-IDX FROM 1 BY 1
008880         UNTIL WC-PROF-IDX > WC-PROF-COUNT
008890             OR WS-PROF-FOUND.
008900     IF NOT WS-PROF-FOUND
008910         DISPLAY 'PIBKRST: PENDING CHANGE '
008920             PEND-FIELD-CODE OF WS-PEND-REC ' OF '
008930             PEND-REQUEST-DATE OF WS-PEND-REC ' '
008940             PEND-REQUEST-TIME OF WS-PEND-REC ' NAMES PROFILE '
008950             PEND-PROFILE-NAME OF WS-PEND-REC
008960             ', NOT ON PI.PARM.FILE.'
008970         ADD 1 TO WC-FAIL-COUNT
008980     END-IF.
008990 3320-EXIT.
009000     EXIT.
009010******************************************************************
009020*  3321-MATCH-PROFILE -- DOES THE PROFILE NAME AT WC-PROF-IDX    *
009030*  MATCH THE PENDING CHANGE IN HAND?                             *
009040******************************************************************
009050 3321-MATCH-PROFILE.
009060     IF WS-PROF-NAME (WC-PROF-IDX)
009070         = PEND-PROFILE-NAME OF WS-PEND-REC
009080         MOVE 'Y' TO WS-PROF-FOUND-SW
009090     END-IF.
009100 3321-EXIT.
009110     EXIT.
009120******************************************************************
009130*  3330-FILE-DIGIT -- NOTE THE RUN THAT CERTIFIED ONE DIGIT.     *
009140******************************************************************
009150 3330-FILE-DIGIT.
009160     IF CREG-POSITION OF WS-CREG-REC = ZERO
009170         DISPLAY 'PIBKRST: PI.CERT.DIGITS HOLDS A RECORD FOR '
009180             'POSITION ZERO.'
009190         ADD 1 TO WC-FAIL-COUNT
009200         GO TO 3330-EXIT.
009210     MOVE CREG-POSITION OF WS-CREG-REC TO WC-DIG-IDX.
009220     MOVE 'U' TO WS-DIG-STATE (WC-DIG-IDX).
009230     MOVE CREG-RUN-KEY OF WS-CREG-REC
009240         TO WS-DIG-RUN-KEY (WC-DIG-IDX).
009250     ADD 1 TO WC-DIG-COUNT.
009260 3330-EXIT.
009270     EXIT.
009280******************************************************************
009290*  3340-FILE-REQUEST -- KEEP THE RESULT KEY OF ONE CLOSED RUN    *
009300*  REQUEST.  MORE CLOSED REQUESTS THAN PIRUNRQ CAN HOLD CANNOT   *
009310*  BE CHECKED AND FAIL THE SET.                                  *
009320******************************************************************
009330 3340-FILE-REQUEST.
009340     IF NOT RSRQ-COMPLETED OF WS-RQST-REC
009350         GO TO 3340-EXIT.
009360     IF WC-CLOSED-COUNT < 500
009370         ADD 1 TO WC-CLOSED-COUNT
009380         MOVE 'U' TO WS-CLOSED-STATE (WC-CLOSED-COUNT)
009390         MOVE RSRQ-REQUEST-ID OF WS-RQST-REC
009400             TO WS-CLOSED-ID (WC-CLOSED-COUNT)
009410         MOVE RSRQ-RESULT-KEY OF WS-RQST-REC
009420             TO WS-CLOSED-KEY (WC-CLOSED-COUNT)
009430     ELSE
009440         DISPLAY 'PIBKRST: MORE THAN 500 CLOSED REQUESTS ON '
009450             'PI.RUN.REQUEST; THEIR RESULTS CANNOT BE CHECKED.'
009460         ADD 1 TO WC-FAIL-COUNT
009470         MOVE 'Y' TO WS-VERIFY-FAILED-SW
009480     END-IF.
009490 3340-EXIT.
009500     EXIT.
009510******************************************************************
009520*  4000-CROSS-CHECK -- BALANCE THE SET'S RESULTS AGAINST ITS     *
009530*  AUDIT RUN RECORDS ON RUN DATE AND TIME, AS IN PISEALV, MARKING*
009540*  EVERY REGISTERED DIGIT WHOSE RUN TURNS UP ON EITHER SIDE AND  *
009550*  EVERY CLOSED RUN REQUEST WHOSE RESULT TURNS UP, THEN CHECK THE*
009560*  DIGITS AND REQUESTS LEFT UNMARKED.  THE PENDING CHANGES WERE  *
009570*  CHECKED AS THE SET WAS READ.  ANY FAILURE FAILS THE SET.      *
009580******************************************************************
009590 4000-CROSS-CHECK.
009600     PERFORM 4050-FIND-OLDEST THRU 4050-EXIT.
009610     OPEN INPUT BKRS-FILE.
009620     IF NOT WS-BKRS-STATUS-OK
009630         DISPLAY 'PIBKRST: BKRSDD OPEN FAILED, STATUS '
009640             WS-BKRS-STATUS '.'
009650         MOVE 'Y' TO WS-IO-FAILED-SW
009660         GO TO 4000-EXIT.
009670     OPEN INPUT BKAU-FILE.
009680     IF NOT WS-BKAU-STATUS-OK
009690         DISPLAY 'PIBKRST: BKAUDD OPEN FAILED, STATUS '
009700             WS-BKAU-STATUS '.'
009710         MOVE 'Y' TO WS-IO-FAILED-SW
009720         CLOSE BKRS-FILE
009730         GO TO 4000-EXIT.
009740     PERFORM 4100-READ-RESULT THRU 4100-EXIT.
009750     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
009760     PERFORM 4300-BALANCE-ONE THRU 4300-EXIT
009770         UNTIL WS-BKRS-EOF AND WS-BKAU-EOF.
009780     CLOSE BKRS-FILE.
009790     CLOSE BKAU-FILE.
009800     IF WS-IO-FAILED
009810         GO TO 4000-EXIT.
009820     PERFORM 4500-CHECK-ONE-DIGIT THRU 4500-EXIT
009830         VARYING WC-DIG-IDX FROM 1 BY 1
009840         UNTIL WC-DIG-IDX > 99.
009850     PERFORM 4600-CHECK-ONE-REQUEST THRU 4600-EXIT
009860         VARYING WC-CLOSED-IDX FROM 1 BY 1
009870         UNTIL WC-CLOSED-IDX > WC-CLOSED-COUNT.
009880     IF WC-FAIL-COUNT > ZERO
009890         DISPLAY 'PIBKRST: ' WC-FAIL-COUNT ' CROSS-FILE '
009900             'FAILURE(S); THE SET DOES NOT AGREE WITH ITSELF.'
009910         MOVE 'Y' TO WS-VERIFY-FAILED-SW
009920     ELSE
009930         DISPLAY 'PIBKRST: RESULTS, AUDIT LOG, DIGIT REGISTRY, '
009940             'PENDING CHANGES AND RUN REQUESTS AGREE.'
009950     END-IF.
009960 4000-EXIT.
009970     EXIT.
009980******************************************************************
009990*  4050-FIND-OLDEST -- THE OLDEST AUDIT RUN AND THE OLDEST       *
010000*  RESULT IN THE SET, AND THE OLDEST RUN IN EITHER, FROM THE     *
010010*  MANIFEST KEY RANGES (AN EMPTY DATASET HAS NO LOW KEY).        *
010020******************************************************************
010030 4050-FIND-OLDEST.
010040     MOVE HIGH-VALUES TO WS-AUDIT-OLDEST.
010050     MOVE HIGH-VALUES TO WS-RSLT-OLDEST.
010060     MOVE HIGH-VALUES TO WS-RUN-OLDEST.
010070     PERFORM 4060-OLDEST-OF-ONE THRU 4060-EXIT
010080         VARYING WC-DS-IDX FROM 1 BY 1
010090         UNTIL WC-DS-IDX > BKDS-COUNT.
010100 4050-EXIT.
010110     EXIT.
010120******************************************************************
010130*  4060-OLDEST-OF-ONE -- FOLD THE LOW KEY OF THE DATASET AT      *
010140*  WC-DS-IDX INTO THE OLDEST KEYS, IF IT IS THE AUDIT LOG OR THE *
010150*  RESULTS AND NOT EMPTY.                                        *
010160******************************************************************
010170 4060-OLDEST-OF-ONE.
010180     IF WS-MF-REC-COUNT (WC-DS-IDX) = ZERO
010190         GO TO 4060-EXIT.
010200     IF BKDS-CODE (WC-DS-IDX) = 'AU'
010210         MOVE WS-MF-LOW-KEY (WC-DS-IDX) TO WS-AUDIT-OLDEST
010220     END-IF.
010230     IF BKDS-CODE (WC-DS-IDX) = 'RS'
010240         MOVE WS-MF-LOW-KEY (WC-DS-IDX) TO WS-RSLT-OLDEST
010250     END-IF.
010260     IF BKDS-CODE (WC-DS-IDX) = 'AU'
010270         OR BKDS-CODE (WC-DS-IDX) = 'RS'
010280         IF WS-MF-LOW-KEY (WC-DS-IDX) < WS-RUN-OLDEST
010290             MOVE WS-MF-LOW-KEY (WC-DS-IDX) TO WS-RUN-OLDEST
010300         END-IF
010310     END-IF.
010320 4060-EXIT.
010330     EXIT.
010340******************************************************************
010350*  4100-READ-RESULT -- NEXT RESULT RECORD OF THE SET AND ITS     *
010360*  MATCH KEY.  RECORDS AHEAD OF THE RESULT SECTION ARE SKIPPED;  *
010370*  THE FIRST RECORD AFTER IT ENDS THE SIDE.                      *
010380******************************************************************
010390 4100-READ-RESULT.
010400     READ BKRS-FILE INTO WS-BKRS-REC
010410         AT END
010420             MOVE 'Y' TO WS-BKRS-EOF-SW
010430     END-READ.
010440     IF WS-BKRS-EOF
010450         GO TO 4100-EXIT.
010460     IF NOT WS-BKRS-STATUS-OK
010470         DISPLAY 'PIBKRST: BKRSDD READ FAILED, STATUS '
010480             WS-BKRS-STATUS '.'
010490         MOVE 'Y' TO WS-IO-FAILED-SW
010500         MOVE 'Y' TO WS-BKRS-EOF-SW
010510         GO TO 4100-EXIT.
010520     IF WS-BKRS-CODE NOT = 'RS'
010530         IF WS-BKRS-SEEN
010540             MOVE 'Y' TO WS-BKRS-EOF-SW
010550             GO TO 4100-EXIT
010560         ELSE
010570             GO TO 4100-READ-RESULT
010580         END-IF
010590     END-IF.
010600     MOVE 'Y' TO WS-BKRS-SEEN-SW.
010610     MOVE WS-BKRS-DATA TO WS-RSLT-REC.
010620     MOVE RSLT-RUN-KEY OF WS-RSLT-REC TO WS-RSLT-KEY.
010630 4100-EXIT.
010640     EXIT.
010650******************************************************************
010660*  4200-READ-AUDIT -- NEXT AUDIT RUN RECORD OF THE SET AND ITS   *
010670*  MATCH KEY, SKIPPING AS 4100 DOES.  'V' REFUSAL AND 'O'        *
010680*  OVERRIDE RECORDS HAVE NO RESULT BEHIND THEM AND ARE SKIPPED.  *
010690******************************************************************
010700 4200-READ-AUDIT.
010710     READ BKAU-FILE INTO WS-BKAU-REC
010720         AT END
010730             MOVE 'Y' TO WS-BKAU-EOF-SW
010740     END-READ.
010750     IF WS-BKAU-EOF
010760         GO TO 4200-EXIT.
010770     IF NOT WS-BKAU-STATUS-OK
010780         DISPLAY 'PIBKRST: BKAUDD READ FAILED, STATUS '
010790             WS-BKAU-STATUS '.'
010800         MOVE 'Y' TO WS-IO-FAILED-SW
010810         MOVE 'Y' TO WS-BKAU-EOF-SW
010820         GO TO 4200-EXIT.
010830     IF WS-BKAU-CODE NOT = 'AU'
010840         IF WS-BKAU-SEEN
010850             MOVE 'Y' TO WS-BKAU-EOF-SW
010860             GO TO 4200-EXIT
010870         ELSE
010880             GO TO 4200-READ-AUDIT
010890         END-IF
010900     END-IF.
010910     MOVE 'Y' TO WS-BKAU-SEEN-SW.
010920     MOVE WS-BKAU-DATA TO WS-AUDIT-REC.
010930     IF NOT AUDIT-ACTION-RUN OF WS-AUDIT-REC
010940         GO TO 4200-READ-AUDIT.
010950     MOVE AUDIT-RUN-DATE OF WS-AUDIT-REC TO WS-AUDIT-KEY-DATE.
010960     MOVE AUDIT-RUN-TIME OF WS-AUDIT-REC TO WS-AUDIT-KEY-TIME.
010970 4200-EXIT.
010980     EXIT.
010990******************************************************************
011000*  4300-BALANCE-ONE -- DISPOSE OF THE LOWER-KEYED RECORD (OR THE *
011010*  MATCHED PAIR) IN HAND, THEN ADVANCE WHICHEVER SIDE WAS        *
011020*  CONSUMED.  AN AUDIT RUN WITH NO RESULT IS NOT A FAULT (THE    *
011030*  RESULT MAY HAVE BEEN AGED OUT) BUT STILL VOUCHES FOR A DIGIT. *
011040******************************************************************
011050 4300-BALANCE-ONE.
011060     EVALUATE TRUE
011070         WHEN WS-BKRS-EOF
011080             MOVE WS-AUDIT-KEY TO WS-KEY
011090             PERFORM 4400-MARK-DIGITS THRU 4400-EXIT
011100             PERFORM 4200-READ-AUDIT THRU 4200-EXIT
011110         WHEN WS-BKAU-EOF
011120             PERFORM 4310-RESULT-ONLY THRU 4310-EXIT
011130             PERFORM 4100-READ-RESULT THRU 4100-EXIT
011140         WHEN WS-RSLT-KEY = WS-AUDIT-KEY
011150             MOVE WS-RSLT-KEY TO WS-KEY
011160             PERFORM 4400-MARK-DIGITS THRU 4400-EXIT
011170             PERFORM 4420-MARK-REQUESTS THRU 4420-EXIT
011180             PERFORM 4100-READ-RESULT THRU 4100-EXIT
011190             PERFORM 4200-READ-AUDIT THRU 4200-EXIT
011200         WHEN WS-RSLT-KEY < WS-AUDIT-KEY
011210             PERFORM 4310-RESULT-ONLY THRU 4310-EXIT
011220             PERFORM 4100-READ-RESULT THRU 4100-EXIT
011230         WHEN OTHER
011240             MOVE WS-AUDIT-KEY TO WS-KEY
011250             PERFORM 4400-MARK-DIGITS THRU 4400-EXIT
011260             PERFORM 4200-READ-AUDIT THRU 4200-EXIT
011270     END-EVALUATE.
011280 4300-EXIT.
011290     EXIT.
011300******************************************************************
011310*  4310-RESULT-ONLY -- A RESULT WITH NO AUDIT RUN RECORD.  ONE   *
011320*  OLDER THAN THE OLDEST AUDIT RECORD IN THE SET HAD ITS AUDIT   *
011330*  RECORD AGED OUT; ANY OTHER IS A FAILURE.                      *
011340******************************************************************
011350 4310-RESULT-ONLY.
011360     MOVE WS-RSLT-KEY TO WS-KEY.
011370     PERFORM 4400-MARK-DIGITS THRU 4400-EXIT.
011380     PERFORM 4420-MARK-REQUESTS THRU 4420-EXIT.
011390     IF WS-RSLT-KEY < WS-AUDIT-OLDEST
011400         ADD 1 TO WC-AGED-COUNT
011410         GO TO 4310-EXIT.
011420     DISPLAY 'PIBKRST: RESULT ' WS-KEY-DATE ' ' WS-KEY-TIME
011430         ' HAS NO AUDIT RECORD.'.
011440     ADD 1 TO WC-FAIL-COUNT.
011450 4310-EXIT.
011460     EXIT.
011470******************************************************************
011480*  4400-MARK-DIGITS -- MARK EVERY DIGIT CERTIFIED BY THE RUN     *
011490*  KEYED WS-KEY.                                                 *
011500******************************************************************
011510 4400-MARK-DIGITS.
011520     IF WC-DIG-COUNT = ZERO
011530         GO TO 4400-EXIT.
011540     PERFORM 4410-MARK-ONE-DIGIT THRU 4410-EXIT
011550         VARYING WC-DIG-IDX FROM 1 BY 1
011560         UNTIL WC-DIG-IDX > 99.
011570 4400-EXIT.
011580     EXIT.
011590******************************************************************
011600*  4410-MARK-ONE-DIGIT -- MARK THE DIGIT AT WC-DIG-IDX IF IT IS  *
011610*  UNMATCHED AND WAS CERTIFIED BY THE RUN KEYED WS-KEY.          *
011620******************************************************************
011630 4410-MARK-ONE-DIGIT.
011640     IF WS-DIG-UNMATCHED (WC-DIG-IDX)
011650         AND WS-DIG-RUN-KEY (WC-DIG-IDX) = WS-KEY
011660         MOVE 'M' TO WS-DIG-STATE (WC-DIG-IDX)
011670     END-IF.
011680 4410-EXIT.
011690     EXIT.
011700******************************************************************
011710*  4420-MARK-REQUESTS -- MARK EVERY CLOSED RUN REQUEST CLOSED    *
011720*  WITH THE RESULT KEYED WS-RSLT-KEY.                            *
011730******************************************************************
011740 4420-MARK-REQUESTS.
011750     IF WC-CLOSED-COUNT = ZERO
011760         GO TO 4420-EXIT.
011770     PERFORM 4430-MARK-ONE-REQUEST THRU 4430-EXIT
011780         VARYING WC-CLOSED-IDX FROM 1 BY 1
011790         UNTIL WC-CLOSED-IDX > WC-CLOSED-COUNT.
011800 4420-EXIT.
011810     EXIT.
011820******************************************************************
011830*  4430-MARK-ONE-REQUEST -- MARK THE CLOSED REQUEST AT           *
011840*  WC-CLOSED-IDX IF IT IS UNMATCHED AND WAS CLOSED WITH THE      *
011850*  RESULT KEYED WS-RSLT-KEY.                                     *
011860******************************************************************
011870 4430-MARK-ONE-REQUEST.
011880     IF WS-CLOSED-UNMATCHED (WC-CLOSED-IDX)
011890         AND WS-CLOSED-KEY (WC-CLOSED-IDX) = WS-RSLT-KEY
011900         MOVE 'M' TO WS-CLOSED-STATE (WC-CLOSED-IDX)
011910     END-IF.
011920 4430-EXIT.
011930     EXIT.
011940******************************************************************
011950*  4500-CHECK-ONE-DIGIT -- A DIGIT WHOSE RUN IS IN NEITHER THE   *
011960*  RESULTS NOR THE AUDIT LOG WAS CERTIFIED BY A RUN SINCE AGED   *
011970*  OUT IF IT IS OLDER THAN BOTH; OTHERWISE ITS RUN IS MISSING.   *
011980******************************************************************
011990 4500-CHECK-ONE-DIGIT.
012000     IF NOT WS-DIG-UNMATCHED (WC-DIG-IDX)
012010         GO TO 4500-EXIT.
012020     IF WS-DIG-RUN-KEY (WC-DIG-IDX) < WS-RUN-OLDEST
012030         ADD 1 TO WC-AGED-COUNT
012040         GO TO 4500-EXIT.
012050     MOVE WS-DIG-RUN-KEY (WC-DIG-IDX) TO WS-KEY.
012060     DISPLAY 'PIBKRST: DIGIT AT POSITION ' WC-DIG-IDX
012070         ' WAS CERTIFIED BY RUN ' WS-KEY-DATE ' ' WS-KEY-TIME
012080         ', WHICH IS NOT IN THE SET.'.
012090     ADD 1 TO WC-FAIL-COUNT.
012100 4500-EXIT.
012110     EXIT.
012120******************************************************************
012130*  4600-CHECK-ONE-REQUEST -- A CLOSED RUN REQUEST WHOSE RESULT   *
012140*  IS NOT IN THE SET HAD ITS RESULT AGED OUT IF IT IS OLDER THAN *
012150*  THE SET'S OLDEST RESULT; OTHERWISE THE RESULT IS MISSING.     *
012160******************************************************************
012170 4600-CHECK-ONE-REQUEST.
012180     IF NOT WS-CLOSED-UNMATCHED (WC-CLOSED-IDX)
012190         GO TO 4600-EXIT.
012200     IF WS-CLOSED-KEY (WC-CLOSED-IDX) < WS-RSLT-OLDEST
012210         ADD 1 TO WC-AGED-COUNT
012220         GO TO 4600-EXIT.
012230     MOVE WS-CLOSED-KEY (WC-CLOSED-IDX) TO WS-KEY.
012240     DISPLAY 'PIBKRST: RUN REQUEST ' WS-CLOSED-ID (WC-CLOSED-IDX)
012250         ' WAS CLOSED WITH RESULT ' WS-KEY-DATE ' ' WS-KEY-TIME
012260         ', WHICH IS NOT IN THE SET.'.
012270     ADD 1 TO WC-FAIL-COUNT.
012280 4600-EXIT.
012290     EXIT.
012300******************************************************************
012310*  5000-RESTORE-SET -- THE SET HAS PASSED EVERY CHECK.  HOLD     *
012320*  PI.RUNLOCK IN THE OPERATOR'S NAME, REWRITE THE OTHER FIFTEEN  *
012330*  DATASETS FROM THE SET (A DATASET ABSENT WHEN THE SET WAS      *
012340*  TAKEN IS LEFT EMPTY), THEN PUT THE SAVED PI.RUNLOCK BACK.     *
012350*  THE TWO CLUSTERS ARE RELOADED IN KEY ORDER, AS PIRSLTLD       *
012360*  LOADS PI.RESULT.KSDS.                                         *
012370******************************************************************
012380 5000-RESTORE-SET.
012390     OPEN OUTPUT LOCK-FILE.
012400     IF NOT WS-TARGET-STATUS-OK
012410         DISPLAY 'PIBKRST: LOCKDD OPEN FAILED, STATUS '
012420             WS-TARGET-STATUS '; NOTHING RESTORED.'
012430         MOVE 'Y' TO WS-IO-FAILED-SW
012440         GO TO 5000-EXIT.
012450     MOVE SPACES         TO LOCK-REC.
012460     MOVE 'A'            TO LOCK-STATUS OF LOCK-REC.
012470     MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID OF LOCK-REC.
012480     MOVE WS-RUN-DATE    TO LOCK-RUN-DATE OF LOCK-REC.
012490     MOVE WS-RUN-TIME    TO LOCK-RUN-TIME OF LOCK-REC.
012500     MOVE ZERO           TO LOCK-TARGET-ITERS OF LOCK-REC.
012510     WRITE LOCK-REC.
012520     IF NOT WS-TARGET-STATUS-OK
012530         DISPLAY 'PIBKRST: LOCKDD WRITE FAILED, STATUS '
012540             WS-TARGET-STATUS '; NOTHING RESTORED.'
012550         MOVE 'Y' TO WS-IO-FAILED-SW
012560         CLOSE LOCK-FILE
012570         GO TO 5000-EXIT.
012580     CLOSE LOCK-FILE.
012590     DISPLAY 'PIBKRST: PI.RUNLOCK HELD BY ' WS-OPERATOR-ID
012600         ' FOR THE RESTORE OF SET ' WS-SET-NUMBER '.'.
012610     PERFORM 5100-OPEN-TARGETS THRU 5100-EXIT.
012620     IF WS-IO-FAILED
012630         GO TO 5900-RESTORE-FAILED.
012640     OPEN INPUT BKUP-FILE.
012650     IF NOT WS-BKUP-STATUS-OK
012660         DISPLAY 'PIBKRST: BKUPDD OPEN FAILED, STATUS '
012670             WS-BKUP-STATUS '.'
012680         MOVE 'Y' TO WS-IO-FAILED-SW
012690         GO TO 5900-RESTORE-FAILED.
012700     MOVE 'N' TO WS-BKUP-EOF-SW.
012710     PERFORM 5200-RESTORE-ONE THRU 5200-EXIT
012720         UNTIL WS-BKUP-EOF.
012730     CLOSE BKUP-FILE.
012740     IF WS-IO-FAILED
012750         GO TO 5900-RESTORE-FAILED.
012760     IF WS-TARGETS-OPEN
012770         PERFORM 5300-RELEASE-TARGETS THRU 5300-EXIT
012780     END-IF.
012790     CLOSE LOCK-FILE.
012800     IF WS-IO-FAILED
012810         GO TO 5900-RESTORE-FAILED.
012820     DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER ' RESTORED: '
012830         WC-RESTORED-COUNT ' RECORD(S); PI.RUNLOCK PUT BACK.'.
012840     GO TO 5000-EXIT.
012850******************************************************************
012860*  5900-RESTORE-FAILED -- THE RESTORE STOPPED PART WAY. CLOSE    *
012870*  ANY TARGETS STILL OPEN AND LEAVE PI.RUNLOCK HELD BY THE       *
012880*  OPERATOR FOR THE RERUN.                                       *
012890******************************************************************
012900 5900-RESTORE-FAILED.
012910     IF WS-TARGETS-OPEN
012920         PERFORM 5400-CLOSE-TARGETS THRU 5400-EXIT
012930     END-IF.
012940     DISPLAY 'PIBKRST: RESTORE OF SET ' WS-SET-NUMBER
012950         ' DID NOT COMPLETE.  PI.RUNLOCK STAYS HELD BY '
012960         WS-OPERATOR-ID '; CORRECT THE FAULT AND RERUN THE '
012970         'RESTORE.'.
012980 5000-EXIT.
012990     EXIT.
013000******************************************************************
013010*  5100-OPEN-TARGETS -- OPEN THE FIFTEEN DATASETS FOR OUTPUT.    *
013020*  THE FIRST THAT WILL NOT OPEN STOPS THE RESTORE.               *
013030******************************************************************
013040 5100-OPEN-TARGETS.
013050     MOVE 'Y' TO WS-TARGETS-OPEN-SW.
013060     OPEN OUTPUT PARM-FILE.
013070     IF NOT WS-TARGET-STATUS-OK
013080         MOVE 1 TO WC-DS-IDX
013090         GO TO 5190-OPEN-FAILED.
013100     OPEN OUTPUT PEND-FILE.
013110     IF NOT WS-TARGET-STATUS-OK
013120         MOVE 2 TO WC-DS-IDX
013130         GO TO 5190-OPEN-FAILED.
013140     OPEN OUTPUT PLOG-FILE.
013150     IF NOT WS-TARGET-STATUS-OK
013160         MOVE 3 TO WC-DS-IDX
013170         GO TO 5190-OPEN-FAILED.
013180     OPEN OUTPUT RESULT-FILE.
013190     IF NOT WS-TARGET-STATUS-OK
013200         MOVE 4 TO WC-DS-IDX
013210         GO TO 5190-OPEN-FAILED.
013220     OPEN OUTPUT AUDIT-FILE.
013230     IF NOT WS-TARGET-STATUS-OK
013240         MOVE 5 TO WC-DS-IDX
013250         GO TO 5190-OPEN-FAILED.
013260     OPEN OUTPUT REPORT-FILE.
013270     IF NOT WS-TARGET-STATUS-OK
013280         MOVE 6 TO WC-DS-IDX
013290         GO TO 5190-OPEN-FAILED.
013300     OPEN OUTPUT CKPT-FILE.
013310     IF NOT WS-TARGET-STATUS-OK
013320         MOVE 7 TO WC-DS-IDX
013330         GO TO 5190-OPEN-FAILED.
013340     OPEN OUTPUT CREG-FILE.
013350     IF NOT WS-TARGET-STATUS-OK
013360         MOVE 8 TO WC-DS-IDX
013370         GO TO 5190-OPEN-FAILED.
013380     OPEN OUTPUT CAL-FILE.
013390     IF NOT WS-TARGET-STATUS-OK
013400         MOVE 9 TO WC-DS-IDX
013410         GO TO 5190-OPEN-FAILED.
013420     OPEN OUTPUT OPER-FILE.
013430     IF NOT WS-TARGET-STATUS-OK
013440         MOVE 10 TO WC-DS-IDX
013450         GO TO 5190-OPEN-FAILED.
013460     OPEN OUTPUT JRNL-FILE.
013470     IF NOT WS-TARGET-STATUS-OK
013480         MOVE 11 TO WC-DS-IDX
013490         GO TO 5190-OPEN-FAILED.
013500     OPEN OUTPUT OPND-FILE.
013510     IF NOT WS-TARGET-STATUS-OK
013520         MOVE 12 TO WC-DS-IDX
013530         GO TO 5190-OPEN-FAILED.
013540     OPEN OUTPUT OHST-FILE.
013550     IF NOT WS-TARGET-STATUS-OK
013560         MOVE 13 TO WC-DS-IDX
013570         GO TO 5190-OPEN-FAILED.
013580     OPEN OUTPUT RQST-FILE.
013590     IF NOT WS-TARGET-STATUS-OK
013600         MOVE 14 TO WC-DS-IDX
013610         GO TO 5190-OPEN-FAILED.
013620     OPEN OUTPUT RATE-FILE.
013630     IF NOT WS-TARGET-STATUS-OK
013640         MOVE 15 TO WC-DS-IDX
013650         GO TO 5190-OPEN-FAILED.
013660     GO TO 5100-EXIT.
013670******************************************************************
013680*  5190-OPEN-FAILED -- THE TARGET AT WC-DS-IDX WOULD NOT OPEN;   *
013690*  NAME IT AND FAIL THE RESTORE.                                 *
013700******************************************************************
013710 5190-OPEN-FAILED.
013720     DISPLAY 'PIBKRST: ' BKDS-DSNAME (WC-DS-IDX)
013730         ' OPEN FAILED, STATUS ' WS-TARGET-STATUS '.'.
013740     MOVE 'Y' TO WS-IO-FAILED-SW.
013750 5100-EXIT.
013760     EXIT.
013770******************************************************************
013780*  5200-RESTORE-ONE -- WRITE ONE SET RECORD BACK TO ITS          *
013790*  DATASET.  THE FIRST PI.RUNLOCK RECORD (THE LAST DATASET OF    *
013800*  THE SET) RELEASES THE OTHER FIFTEEN AND REOPENS PI.RUNLOCK.   *
013810******************************************************************
013820 5200-RESTORE-ONE.
013830     READ BKUP-FILE
013840         AT END
013850             MOVE 'Y' TO WS-BKUP-EOF-SW
013860     END-READ.
013870     IF WS-BKUP-EOF
013880         GO TO 5200-EXIT.
013890     IF NOT WS-BKUP-STATUS-OK
013900         DISPLAY 'PIBKRST: BKUPDD READ FAILED, STATUS '
013910             WS-BKUP-STATUS '.'
013920         MOVE 'Y' TO WS-IO-FAILED-SW
013930         MOVE 'Y' TO WS-BKUP-EOF-SW
013940         GO TO 5200-EXIT.
013950     IF BKUP-SET-HEADER OR BKUP-SET-TRAILER
013960         GO TO 5200-EXIT.
013970     IF BKUP-FILE-CODE = 'RL'
013980         AND WS-TARGETS-OPEN
013990         PERFORM 5300-RELEASE-TARGETS THRU 5300-EXIT
014000         IF WS-IO-FAILED
014010             MOVE 'Y' TO WS-BKUP-EOF-SW
014020             GO TO 5200-EXIT
014030         END-IF
014040     END-IF.
014050     EVALUATE BKUP-FILE-CODE
014060         WHEN 'PF'
014070             WRITE PARM-REC FROM BKUP-DATA
014080         WHEN 'PP'
014090             WRITE PEND-REC FROM BKUP-DATA
014100         WHEN 'PL'
014110             WRITE PLOG-REC FROM BKUP-DATA
014120         WHEN 'RS'
014130             WRITE RSLT-REC FROM BKUP-DATA
014140         WHEN 'AU'
014150             WRITE AUDIT-REC FROM BKUP-DATA
014160         WHEN 'RP'
014170             WRITE RPT-REC FROM BKUP-DATA
014180         WHEN 'CK'
014190             WRITE CKPT-REC FROM BKUP-DATA
014200         WHEN 'CG'
014210             WRITE CREG-REC FROM BKUP-DATA
014220         WHEN 'CL'
014230             WRITE CAL-REC FROM BKUP-DATA
014240         WHEN 'OM'
014250             WRITE OPER-REC FROM BKUP-DATA
014260         WHEN 'HJ'
014270             WRITE JRNL-REC FROM BKUP-DATA
014280         WHEN 'OP'
014290             WRITE OPND-REC FROM BKUP-DATA
014300         WHEN 'OH'
014310             WRITE OHST-REC FROM BKUP-DATA
014320         WHEN 'RQ'
014330             WRITE RSRQ-REC FROM BKUP-DATA
014340         WHEN 'RC'
014350             WRITE RATE-REC FROM BKUP-DATA
014360         WHEN 'RL'
014370             WRITE LOCK-REC FROM BKUP-DATA
014380     END-EVALUATE.
014390     IF NOT WS-TARGET-STATUS-OK
014400         DISPLAY 'PIBKRST: WRITE TO DATASET CODE ' BKUP-FILE-CODE
014410             ' FAILED, STATUS ' WS-TARGET-STATUS ', SET RECORD '
014420             BKUP-REC-SEQ '.'
014430         MOVE 'Y' TO WS-IO-FAILED-SW
014440         MOVE 'Y' TO WS-BKUP-EOF-SW
014450         GO TO 5200-EXIT.
014460     ADD 1 TO WC-RESTORED-COUNT.
014470 5200-EXIT.
014480     EXIT.
014490******************************************************************
014500*  5300-RELEASE-TARGETS -- EVERY DATASET BUT PI.RUNLOCK IS IN    *
014510*  PLACE: CLOSE THEM AND OPEN PI.RUNLOCK FOR THE SAVED LOCK      *
014520*  (LEFT EMPTY, AND SO RELEASED, IF THE SET HELD NONE).          *
014530******************************************************************
014540 5300-RELEASE-TARGETS.
014550     PERFORM 5400-CLOSE-TARGETS THRU 5400-EXIT.
014560     OPEN OUTPUT LOCK-FILE.
014570     IF NOT WS-TARGET-STATUS-OK
014580         DISPLAY 'PIBKRST: LOCKDD OPEN FAILED, STATUS '
014590             WS-TARGET-STATUS '.'
014600         MOVE 'Y' TO WS-IO-FAILED-SW
014610     END-IF.
014620 5300-EXIT.
014630     EXIT.
014640******************************************************************
014650*  5400-CLOSE-TARGETS -- CLOSE EVERY TARGET BUT PI.RUNLOCK.      *
014660******************************************************************
014670 5400-CLOSE-TARGETS.
014680     CLOSE PARM-FILE.
014690     CLOSE PEND-FILE.
014700     CLOSE PLOG-FILE.
014710     CLOSE RESULT-FILE.
014720     CLOSE AUDIT-FILE.
014730     CLOSE REPORT-FILE.
014740     CLOSE CKPT-FILE.
014750     CLOSE CREG-FILE.
014760     CLOSE CAL-FILE.
014770     CLOSE OPER-FILE.
014780     CLOSE JRNL-FILE.
014790     CLOSE OPND-FILE.
014800     CLOSE OHST-FILE.
014810     CLOSE RQST-FILE.
014820     CLOSE RATE-FILE.
014830     MOVE 'N' TO WS-TARGETS-OPEN-SW.
014840 5400-EXIT.
014850     EXIT.
014860******************************************************************
014870*  7000-COMPUTE-CHECK -- TWO-SUM CHECK VALUE OVER THE FIRST      *
014880*  BKCK-LENGTH BYTES OF BKCK-IMAGE (SEE BKUPWRK).  KEEP          *
014890*  IDENTICAL TO THE COPY IN PIBKUP.                              *
014900******************************************************************
014910 7000-COMPUTE-CHECK.
014920     MOVE 1               TO BKCK-SUM-A.
014930     MOVE ZERO            TO BKCK-SUM-B.
014940     PERFORM 7010-CHECK-ONE-BYTE THRU 7010-EXIT
014950         VARYING BKCK-IDX FROM 1 BY 1
014960         UNTIL BKCK-IDX > BKCK-LENGTH.
014970     COMPUTE BKCK-VALUE = BKCK-SUM-B * 65536 + BKCK-SUM-A.
014980 7000-EXIT.
014990     EXIT.
015000******************************************************************
015010*  7010-CHECK-ONE-BYTE -- ADD BYTE BKCK-IDX OF BKCK-IMAGE INTO   *
015020*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
015030******************************************************************
015040 7010-CHECK-ONE-BYTE.
015050     MOVE LOW-VALUE       TO BKCK-BYTE-HIGH.
015060     MOVE BKCK-BYTE (BKCK-IDX) TO BKCK-BYTE-LOW.
015070     COMPUTE BKCK-SUM-WORK = BKCK-SUM-A + BKCK-BYTE-VALUE.
015080     DIVIDE BKCK-SUM-WORK BY 65521
015090         GIVING BKCK-QUOTIENT REMAINDER BKCK-SUM-A.
015100     COMPUTE BKCK-SUM-WORK = BKCK-SUM-B + BKCK-SUM-A.
015110     DIVIDE BKCK-SUM-WORK BY 65521
015120         GIVING BKCK-QUOTIENT REMAINDER BKCK-SUM-B.
015130 7010-EXIT.
015140     EXIT.
015150******************************************************************
015160*  9000-TERMINATE -- SET THE CONDITION CODE:                     *
015170*    RC=0   SET VERIFIED (AND, FOR 'R', RESTORED).               *
015180*    RC=4   AS RC=0, BUT SOME RESULTS, DIGITS OR CLOSED REQUESTS*
015190*           RELY ON RUNS AGED OUT OF THE SET BY RETENTION --    *
015200*           SEE THE COUNT.                                       *
015210*    RC=8   THE SET FAILED VERIFICATION; NOTHING RESTORED.       *
015220*    RC=12  A DATASET COULD NOT BE READ OR WRITTEN.  IF THE      *
015230*           RESTORE HAD BEGUN, PI.RUNLOCK STAYS HELD.            *
015240******************************************************************
015250 9000-TERMINATE.
015260     EVALUATE TRUE
015270         WHEN WS-IO-FAILED
015280             MOVE 12 TO RETURN-CODE
015290         WHEN WS-VERIFY-FAILED
015300             DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER ' FAILED '
015310                 'VERIFICATION; NOTHING RESTORED.'
015320             MOVE 8 TO RETURN-CODE
015330         WHEN OTHER
015340             IF WC-AGED-COUNT > ZERO
015350                 DISPLAY 'PIBKRST: ' WC-AGED-COUNT ' RESULT(S)'
015360                     ', DIGIT(S) OR REQUEST(S) RELY ON RUNS AGED '
015370                     'OUT BY RETENTION.'
015380                 MOVE 4 TO RETURN-CODE
015390             END-IF
015400             IF WS-FUNC-VERIFY
015410                 DISPLAY 'PIBKRST: SET ' WS-SET-NUMBER
015420                     ' VERIFIED; NOTHING RESTORED (VERIFY ONLY).'
015430             END-IF
015440     END-EVALUATE.
015450 9000-EXIT.
015460     EXIT.
