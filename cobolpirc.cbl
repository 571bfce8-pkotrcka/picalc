000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIRECON                                         *
000040*   FUNCTION     RE-RECONCILIATION SWEEP OF RUN HISTORY.  WHEN   *
000050*                PIREFLD (OR AN RV TRANSACTION THROUGH PICALCM)  *
000060*                REPLACES THE CERTIFIED REFERENCE VALUE, EVERY   *
000070*                RUN ALREADY ON PI.RESULT.KSDS WAS RECONCILED BY *
000080*                4000-RECONCILE AGAINST THE OLD VALUE.  THIS     *
000090*                SWEEP RECONCILES THE WHOLE ARCHIVE, OR A        *
000100*                RUN-DATE RANGE, AGAIN: ONCE AGAINST THE VALUE   *
000110*                THAT WAS IN FORCE FOR THE RUN'S PROFILE WHEN IT *
000120*                RAN, AND ONCE AGAINST THE VALUE NOW ON          *
000130*                PI.PARM.FILE, BOTH UNDER THE PROFILE'S CURRENT  *
000140*                TOLERANCE AND STABLE-DIGIT TARGET.  EVERY RUN   *
000150*                WHOSE PASS/FAIL OUTCOME OR FIRST DIVERGENT DIGIT*
000160*                CHANGES IS LISTED WITH BOTH OUTCOMES.  IT THEN  *
000170*                CHECKS EVERY PI.CERT.DIGITS POSITION AGAINST THE*
000180*                NEW 72-DIGIT REFERENCE AND LISTS ANY THAT       *
000190*                DISAGREE.                                       *
000200*                                                                *
000210*                THE RUN'S PROFILE COMES FROM ITS PI.AUDIT.LOG   *
000220*                RUN RECORD, MATCHED AS A TWO-FILE BALANCE ON RUN*
000230*                DATE AND TIME AS IN PIHIST; A BLANK PROFILE IS  *
000240*                THE FIRST RECORD ON PI.PARM.FILE, AS IN PICALC. *
000250*                THE REFERENCE IN FORCE WHEN IT RAN IS REPLAYED  *
000260*                FROM THE RV RECORDS ON PI.PARM.LOG: THE OLD     *
000270*                VALUE OF THE EARLIEST RV CHANGE TO THE PROFILE  *
000280*                THAT LANDED AFTER THE RUN, OR THE CURRENT VALUE *
000290*                WHEN NONE DID.  PI.PARM.LOG CARRIES ONLY THE    *
000300*                37-DECIMAL VALUE, SO FOR THE EXTENDED COMPARE   *
000310*                THE OLD IMAGE IS THOSE 37 DECIMALS FOLLOWED BY  *
000320*                DECIMALS 38 THROUGH 72 OF THE CURRENT IMAGE.    *
000330*                                                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     PIRECON.
000370 AUTHOR.         R L HENNESSEY.
000380 INSTALLATION.   BATCH SYSTEMS.
000390 DATE-WRITTEN.   2026-10-15.
000400 DATE-COMPILED.
000410******************************************************************
000420*  MOD LOG                                                       *
000430*  DATE       INIT DESCRIPTION                                   *
000440*  2026-10-15 RLH  ORIGINAL.                                     *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RESULT-FILE
000530         ASSIGN TO RESULTDD
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS RSLT-RUN-KEY
000570         FILE STATUS IS WS-RESULT-STATUS.
000580     SELECT AUDIT-FILE
000590         ASSIGN TO AUDITDD
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-STATUS.
000620     SELECT PARM-FILE
000630         ASSIGN TO PARMDD
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-PARM-STATUS.
000660     SELECT PLOG-FILE
000670         ASSIGN TO PLOGDD
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PLOG-STATUS.
000700     SELECT CREG-FILE
000710         ASSIGN TO CREGDD
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS CREG-POSITION
000750         FILE STATUS IS WS-CREG-STATUS.
000760     SELECT PRINT-FILE
000770         ASSIGN TO PRINTDD
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-PRINT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  RESULT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY "RESLTREC.CPY".
000860 FD  AUDIT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY "AUDITREC.CPY".
000900 FD  PARM-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY "PARMREC.CPY".
000940 FD  PLOG-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "PARMLOG.CPY".
000980 FD  CREG-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY "CREGREC.CPY".
001020 FD  PRINT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  PRNT-REC                     PIC X(132).
001060 WORKING-STORAGE SECTION.
001070******************************************************************
001080*  WORKING COPY OF THE PARAMETER RECORD FOR THE PROFILE IN HAND  *
001090******************************************************************
001100     COPY "PARMREC.CPY" REPLACING ==PARM-REC== BY ==WS-PARM-REC==.
001110******************************************************************
001120*  FILE STATUS AND SWITCHES                                      *
001130******************************************************************
001140 01  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001150     88  WS-RESULT-STATUS-OK         VALUE '00' '97'.
001160 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001170     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
001180 01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001190     88  WS-PARM-STATUS-NOT-FOUND    VALUE '35'.
001200 01  WS-PLOG-STATUS              PIC X(02) VALUE SPACES.
001210     88  WS-PLOG-STATUS-NOT-FOUND    VALUE '35'.
001220 01  WS-CREG-STATUS              PIC X(02) VALUE SPACES.
001230     88  WS-CREG-STATUS-OK           VALUE '00' '97'.
001240     88  WS-CREG-STATUS-NOT-FOUND    VALUE '35'.
001250 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
001260 01  WS-SWITCHES.
001270     05  WS-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
001280         88  WS-RESULT-EOF            VALUE 'Y'.
001290     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001300         88  WS-AUDIT-EOF             VALUE 'Y'.
001310     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
001320         88  WS-PARM-EOF              VALUE 'Y'.
001330     05  WS-PLOG-EOF-SW           PIC X(01) VALUE 'N'.
001340         88  WS-PLOG-EOF              VALUE 'Y'.
001350     05  WS-CREG-EOF-SW           PIC X(01) VALUE 'N'.
001360         88  WS-CREG-EOF              VALUE 'Y'.
001370     05  WS-RUN-REFUSED-SW        PIC X(01) VALUE 'N'.
001380         88  WS-RUN-REFUSED           VALUE 'Y'.
001390     05  WS-PROF-FOUND-SW         PIC X(01) VALUE 'N'.
001400         88  WS-PROF-FOUND            VALUE 'Y'.
001410     05  WS-REG-REF-SW            PIC X(01) VALUE 'N'.
001420         88  WS-REG-REF-FOUND         VALUE 'Y'.
001430     05  WS-RECON-SW              PIC X(01) VALUE 'N'.
001440         88  WS-DIVERGE-FOUND         VALUE 'Y'.
001450     05  WS-EP-RECON-SW           PIC X(01) VALUE 'N'.
001460         88  WS-EP-DIVERGE-FOUND      VALUE 'Y'.
001470     05  WS-REGISTRY-PHASE-SW     PIC X(01) VALUE 'N'.
001480         88  WS-REGISTRY-PHASE        VALUE 'Y'.
001490******************************************************************
001500*  RUN-DATE RANGE OF THE SWEEP, AS IN PIARCRT: A ZERO FROM DATE  *
001510*  STARTS AT THE BEGINNING OF THE ARCHIVE AND A ZERO TO DATE     *
001520*  RUNS TO THE END.                                              *
001530******************************************************************
001540 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001550 01  WS-TO-DATE                   PIC 9(08) VALUE 99999999.
001560******************************************************************
001570*  MATCH KEYS -- RUN DATE PLUS RUN TIME FROM EACH FILE, COMPARED *
001580*  AS A SINGLE GROUP SO THE TWO-FILE BALANCE CAN TELL WHICH SIDE *
001590*  IS BEHIND.                                                    *
001600******************************************************************
001610 01  WS-RSLT-KEY.
001620     05  WS-RSLT-KEY-DATE         PIC 9(08) VALUE ZERO.
001630     05  WS-RSLT-KEY-TIME         PIC 9(08) VALUE ZERO.
001640 01  WS-AUDIT-KEY.
001650     05  WS-AUDIT-KEY-DATE        PIC 9(08) VALUE ZERO.
001660     05  WS-AUDIT-KEY-TIME        PIC 9(08) VALUE ZERO.
001670******************************************************************
001680*  PROFILE TABLE -- EVERY RECORD ON PI.PARM.FILE, HELD WHOLE AS  *
001690*  IN PICALCM.  THE FIRST PROFILE STANDS IN FOR A BLANK PROFILE  *
001700*  NAME, AND THE FIRST EXTENDED REFERENCE IMAGE FOUND IS THE ONE *
001710*  THE CERTIFIED-DIGIT REGISTRY IS CHECKED AGAINST (PIREFLD      *
001720*  LOADS THE SAME IMAGE ON EVERY PROFILE).                       *
001730******************************************************************
001740 01  WS-PROF-TABLE.
001750     05  WS-PROF-REC OCCURS 20 TIMES
001760                                  PIC X(233).
001770 01  WS-FIRST-PROFILE             PIC X(08) VALUE SPACES.
001780 01  WS-REG-REFERENCE.
001790     05  WS-REG-REF-INT           PIC 9(01) VALUE ZERO.
001800     05  WS-REG-REF-DIGIT         PIC 9(01) OCCURS 72
001810                                  VALUE ZERO.
001820******************************************************************
001830*  REFERENCE HISTORY -- ONE ENTRY PER RV RECORD ON PI.PARM.LOG:  *
001840*  THE PROFILE, WHEN THE CHANGE LANDED ON PI.PARM.FILE (THE      *
001850*  APPROVAL TIMESTAMP, OR THE LOG TIMESTAMP ON RECORDS FROM      *
001860*  BEFORE DUAL CONTROL), AND THE VALUE IT REPLACED.              *
001870******************************************************************
001880 01  WS-RV-TABLE.
001890     05  WS-RV-ENTRY OCCURS 1000 TIMES.
001900         10  WS-RV-PROFILE        PIC X(08).
001910         10  WS-RV-EFFECTIVE.
001920             15  WS-RV-EFF-DATE   PIC 9(08).
001930             15  WS-RV-EFF-TIME   PIC 9(08).
001940         10  WS-RV-OLD-VALUE      PIC S9(1)V9(37).
001950 01  WS-BEST-EFFECTIVE            PIC X(16) VALUE HIGH-VALUES.
001960******************************************************************
001970*  THE RUN IN HAND -- ITS PROFILE, THE REFERENCE IT IS BEING     *
001980*  RECONCILED AGAINST ON THIS PASS (OLD OR NEW) IN BOTH SHAPES,  *
001990*  AND THE OUTCOME OF EACH PASS.  AN OUTCOME IS PASS, FAIL, OR   *
002000*  NOT RECONCILED (NO REFERENCE VALUE), WITH THE FIRST DIVERGENT *
002010*  DIGIT COUNTED AS IN 4000-RECONCILE: POSITION 1 IS THE         *
002020*  INTEGER DIGIT.                                                *
002030******************************************************************
002040 01  WS-RUN-PROFILE               PIC X(08) VALUE SPACES.
002050 01  WS-OLD-REF-VALUE             PIC S9(1)V9(37) VALUE ZERO.
002060 01  WS-CHK-REF-VALUE             PIC S9(1)V9(37) VALUE ZERO.
002070 01  WS-CHK-EP-REFERENCE.
002080     05  WS-CHK-EP-REF-INT        PIC 9(01) VALUE ZERO.
002090     05  WS-CHK-EP-REF-DIGIT      PIC 9(01) OCCURS 72
002100                                  VALUE ZERO.
002110 01  WS-PAJ-UNSIGNED              PIC 9(1)V9(37) VALUE ZERO.
002120 01  WS-PAJ-DIGITS REDEFINES WS-PAJ-UNSIGNED
002130                                  PIC 9 OCCURS 38.
002140 01  WS-REF-UNSIGNED              PIC 9(1)V9(37) VALUE ZERO.
002150 01  WS-REF-DIGITS REDEFINES WS-REF-UNSIGNED
002160                                  PIC 9 OCCURS 38.
002170 01  WS-DRIFT                     PIC S9(1)V9(37) VALUE ZERO.
002180 01  WS-EP-PAJ.
002190     05  WS-EP-PAJ-SIGN           PIC X(01).
002200     05  WS-EP-PAJ-INT            PIC 9(09).
002210     05  WS-EP-PAJ-DIGIT          PIC 9(01) OCCURS 72.
002220 01  WS-DIVERGE-POS               PIC 9(02) VALUE ZERO.
002230 01  WS-CHK-OUTCOME               PIC X(01) VALUE SPACE.
002240     88  WS-CHK-PASS                  VALUE 'P'.
002250     88  WS-CHK-FAIL                  VALUE 'F'.
002260     88  WS-CHK-NONE                  VALUE 'N'.
002270 01  WS-OLD-RESULT.
002280     05  WS-OLD-OUTCOME           PIC X(01) VALUE SPACE.
002290         88  WS-OLD-PASS              VALUE 'P'.
002300         88  WS-OLD-FAIL              VALUE 'F'.
002310         88  WS-OLD-NONE              VALUE 'N'.
002320     05  WS-OLD-DIVERGE-POS       PIC 9(02) VALUE ZERO.
002330 01  WS-NEW-RESULT.
002340     05  WS-NEW-OUTCOME           PIC X(01) VALUE SPACE.
002350         88  WS-NEW-PASS              VALUE 'P'.
002360         88  WS-NEW-FAIL              VALUE 'F'.
002370         88  WS-NEW-NONE              VALUE 'N'.
002380     05  WS-NEW-DIVERGE-POS       PIC 9(02) VALUE ZERO.
002390 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
002400******************************************************************
002410*  EDITED DATE, TIME AND OUTCOME -- BUILT BY 6200, 6300 AND 6100 *
002420*  FOR WHICHEVER DETAIL LINE IS BEING PRINTED.                   *
002430******************************************************************
002440 01  WS-EDIT-DATE.
002450     05  WS-EDIT-YYYY             PIC 9(04).
002460     05  FILLER                   PIC X(01) VALUE '-'.
002470     05  WS-EDIT-MM               PIC 9(02).
002480     05  FILLER                   PIC X(01) VALUE '-'.
002490     05  WS-EDIT-DD               PIC 9(02).
002500 01  WS-EDIT-TIME.
002510     05  WS-EDIT-HH               PIC 9(02).
002520     05  FILLER                   PIC X(01) VALUE '.'.
002530     05  WS-EDIT-MI               PIC 9(02).
002540     05  FILLER                   PIC X(01) VALUE '.'.
002550     05  WS-EDIT-SS               PIC 9(02).
002560 01  WS-EDIT-OUTCOME.
002570     05  WS-EDIT-OUT-TEXT         PIC X(05).
002580     05  WS-EDIT-OUT-LIT          PIC X(06).
002590     05  WS-EDIT-OUT-POS          PIC Z9.
002600******************************************************************
002610*  HEADING AND DETAIL LINES -- ONE DETAIL LINE PER RUN WHOSE     *
002620*  OUTCOME CHANGED, THEN ONE PER REGISTRY POSITION THAT DISAGREES*
002630*  WITH THE NEW REFERENCE; EVERYTHING ELSE IS ONLY COUNTED.      *
002640******************************************************************
002650 01  WS-HEAD1.
002660     05  FILLER                   PIC X(07) VALUE 'PIRECON'.
002670     05  FILLER                   PIC X(23) VALUE SPACES.
002680     05  FILLER                   PIC X(34)
002690         VALUE 'PI RE-RECONCILIATION SWEEP'.
002700     05  FILLER                   PIC X(24) VALUE SPACES.
002710     05  FILLER                   PIC X(08) VALUE 'RUN DATE'.
002720     05  FILLER                   PIC X(01) VALUE SPACE.
002730     05  WS-HEAD1-DATE            PIC X(10).
002740     05  FILLER                   PIC X(03) VALUE SPACES.
002750     05  FILLER                   PIC X(05) VALUE 'PAGE '.
002760     05  WS-HEAD1-PAGE            PIC ZZZZ9.
002770 01  WS-HEAD2.
002780     05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
002790     05  FILLER                   PIC X(01) VALUE SPACE.
002800     05  FILLER                   PIC X(08) VALUE 'RUN TIME'.
002810     05  FILLER                   PIC X(02) VALUE SPACES.
002820     05  FILLER                   PIC X(08) VALUE 'PROFILE'.
002830     05  FILLER                   PIC X(02) VALUE SPACES.
002840     05  FILLER                   PIC X(12) VALUE 'ALGORITHM'.
002850     05  FILLER                   PIC X(02) VALUE SPACES.
002860     05  FILLER                   PIC X(04) VALUE 'PREC'.
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  FILLER                   PIC X(13) VALUE 'OLD OUTCOME'.
002890     05  FILLER                   PIC X(02) VALUE SPACES.
002900     05  FILLER                   PIC X(13) VALUE 'NEW OUTCOME'.
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  FILLER                   PIC X(20) VALUE 'CHANGE'.
002930     05  FILLER                   PIC X(31) VALUE SPACES.
002940 01  WS-DETAIL.
002950     05  WS-DET-DATE              PIC X(10).
002960     05  FILLER                   PIC X(01) VALUE SPACE.
002970     05  WS-DET-TIME              PIC X(08).
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  WS-DET-PROFILE           PIC X(08).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  WS-DET-ALGORITHM         PIC X(12).
003020     05  FILLER                   PIC X(03) VALUE SPACES.
003030     05  WS-DET-PRECISION         PIC X(01).
003040     05  FILLER                   PIC X(04) VALUE SPACES.
003050     05  WS-DET-OLD               PIC X(13).
003060     05  FILLER                   PIC X(02) VALUE SPACES.
003070     05  WS-DET-NEW               PIC X(13).
003080     05  FILLER                   PIC X(02) VALUE SPACES.
003090     05  WS-DET-CHANGE            PIC X(20).
003100     05  FILLER                   PIC X(31) VALUE SPACES.
003110 01  WS-HEAD2-REG.
003120     05  FILLER                   PIC X(08) VALUE 'POSITION'.
003130     05  FILLER                   PIC X(02) VALUE SPACES.
003140     05  FILLER                   PIC X(10) VALUE 'REGISTERED'.
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  FILLER                   PIC X(09) VALUE 'REFERENCE'.
003170     05  FILLER                   PIC X(02) VALUE SPACES.
003180     05  FILLER                   PIC X(10) VALUE 'CERT RUN'.
003190     05  FILLER                   PIC X(01) VALUE SPACE.
003200     05  FILLER                   PIC X(08) VALUE SPACES.
003210     05  FILLER                   PIC X(02) VALUE SPACES.
003220     05  FILLER                   PIC X(12) VALUE 'ALGORITHM'.
003230     05  FILLER                   PIC X(02) VALUE SPACES.
003240     05  FILLER                   PIC X(10) VALUE 'CERTIFIED'.
003250     05  FILLER                   PIC X(02) VALUE SPACES.
003260     05  FILLER                   PIC X(28) VALUE 'STATUS'.
003270     05  FILLER                   PIC X(24) VALUE SPACES.
003280 01  WS-REG-DETAIL.
003290     05  FILLER                   PIC X(03) VALUE SPACES.
003300     05  WS-REG-POSITION          PIC Z9.
003310     05  FILLER                   PIC X(09) VALUE SPACES.
003320     05  WS-REG-DIGIT             PIC 9(01).
003330     05  FILLER                   PIC X(10) VALUE SPACES.
003340     05  WS-REG-REF               PIC 9(01).
003350     05  FILLER                   PIC X(05) VALUE SPACES.
003360     05  WS-REG-RUN-DATE          PIC X(10).
003370     05  FILLER                   PIC X(01) VALUE SPACE.
003380     05  WS-REG-RUN-TIME          PIC X(08).
003390     05  FILLER                   PIC X(02) VALUE SPACES.
003400     05  WS-REG-ALGORITHM         PIC X(12).
003410     05  FILLER                   PIC X(02) VALUE SPACES.
003420     05  WS-REG-CERT-DATE         PIC X(10).
003430     05  FILLER                   PIC X(02) VALUE SPACES.
003440     05  WS-REG-STATUS            PIC X(28)
003450         VALUE 'DISAGREES WITH NEW REFERENCE'.
003460     05  FILLER                   PIC X(24) VALUE SPACES.
003470 01  WS-TOT-LINE.
003480     05  WS-TOT-LABEL             PIC X(30).
003490     05  WS-TOT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003500     05  FILLER                   PIC X(91) VALUE SPACES.
003510 01  WS-RANGE-LINE.
003520     05  FILLER                   PIC X(30)
003530         VALUE 'RUN DATES SWEPT . . . . . . . '.
003540     05  WS-RANGE-FROM            PIC 9(08).
003550     05  FILLER                   PIC X(04) VALUE ' TO '.
003560     05  WS-RANGE-TO              PIC 9(08).
003570     05  FILLER                   PIC X(82) VALUE SPACES.
003580******************************************************************
003590*  WORK COUNTERS                                                 *
003600******************************************************************
003610 77  WC-PAGE-COUNT                PIC 9(05) COMP VALUE ZERO.
003620 77  WC-LINE-COUNT                PIC 9(03) COMP VALUE 99.
003630 77  WC-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
003640 77  WC-PROF-COUNT                PIC 9(02) COMP VALUE ZERO.
003650 77  WC-PROF-IDX                  PIC 9(02) COMP VALUE ZERO.
003660 77  WC-RV-COUNT                  PIC 9(04) COMP VALUE ZERO.
003670 77  WC-RV-IDX                    PIC 9(04) COMP VALUE ZERO.
003680 77  WC-DIGIT-IDX                 PIC 9(02) COMP VALUE ZERO.
003690 77  WC-EP-IDX                    PIC 9(02) COMP VALUE ZERO.
003700 77  WC-EP-CHECK-DEPTH            PIC 9(02) COMP VALUE ZERO.
003710 77  WC-RUN-COUNT                 PIC 9(09) COMP VALUE ZERO.
003720 77  WC-RECONCILED-COUNT          PIC 9(09) COMP VALUE ZERO.
003730 77  WC-NO-REF-COUNT              PIC 9(09) COMP VALUE ZERO.
003740 77  WC-NO-PROFILE-COUNT          PIC 9(09) COMP VALUE ZERO.
003750 77  WC-CHANGED-COUNT             PIC 9(09) COMP VALUE ZERO.
003760 77  WC-NOW-FAIL-COUNT            PIC 9(09) COMP VALUE ZERO.
003770 77  WC-NOW-PASS-COUNT            PIC 9(09) COMP VALUE ZERO.
003780 77  WC-MOVED-COUNT               PIC 9(09) COMP VALUE ZERO.
003790 77  WC-CREG-COUNT                PIC 9(09) COMP VALUE ZERO.
003800 77  WC-DISAGREE-COUNT            PIC 9(09) COMP VALUE ZERO.
003810 77  WC-TIME-WORK                 PIC 9(08) VALUE ZERO.
003820 LINKAGE SECTION.
003830******************************************************************
003840*  EXEC PARM -- OPTIONAL RUN-DATE RANGE, FROM DATE THEN TO DATE, *
003850*  EACH YYYYMMDD, E.G. PARM='2026080120260930'.  NO PARM, OR     *
003860*  ZEROS, SWEEPS THE WHOLE ARCHIVE.                              *
003870******************************************************************
003880 01  LS-PARM-INFO.
003890     05  LS-PARM-LENGTH           PIC S9(04) COMP.
003900     05  LS-PARM-TEXT.
003910         10  LS-PARM-FROM-DATE    PIC X(08).
003920         10  LS-PARM-TO-DATE      PIC X(08).
003930         10  FILLER               PIC X(84).
003940 PROCEDURE DIVISION USING LS-PARM-INFO.
003950******************************************************************
003960*  MAINLINE                                                      *
003970******************************************************************
003980 0000-MAINLINE.
003990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004000     IF NOT WS-RUN-REFUSED
004010         PERFORM 2000-PROCESS-RUNS THRU 2000-EXIT
004020         PERFORM 5000-CHECK-REGISTRY THRU 5000-EXIT
004030     END-IF.
004040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004050     STOP RUN.
004060******************************************************************
004070*  1000-INITIALIZE -- PICK UP AND VALIDATE THE DATE RANGE, OPEN  *
004080*  THE REPORT, AND LOAD THE PROFILES AND THE REFERENCE HISTORY.  *
004090*  A MALFORMED RANGE REFUSES THE RUN RC=8; NO PROFILES TO        *
004100*  RECONCILE AGAINST REFUSES IT RC=12.                           *
004110******************************************************************
004120 1000-INITIALIZE.
004130     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004140     MOVE WS-TODAY TO WC-TIME-WORK.
004150     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
004160     MOVE WS-EDIT-DATE TO WS-HEAD1-DATE.
004170     OPEN OUTPUT PRINT-FILE.
004180     IF LS-PARM-LENGTH >= 8
004190         IF LS-PARM-FROM-DATE NOT NUMERIC
004200             DISPLAY 'PIRECON: FROM DATE ' LS-PARM-FROM-DATE
004210                 ' NOT NUMERIC; RUN REFUSED.'
004220             MOVE 8 TO RETURN-CODE
004230             MOVE 'Y' TO WS-RUN-REFUSED-SW
004240             GO TO 1000-EXIT
004250         END-IF
004260         MOVE LS-PARM-FROM-DATE TO WS-FROM-DATE
004270     END-IF.
004280     IF LS-PARM-LENGTH >= 16
004290         IF LS-PARM-TO-DATE NOT NUMERIC
004300             DISPLAY 'PIRECON: TO DATE ' LS-PARM-TO-DATE
004310                 ' NOT NUMERIC; RUN REFUSED.'
004320             MOVE 8 TO RETURN-CODE
004330             MOVE 'Y' TO WS-RUN-REFUSED-SW
004340             GO TO 1000-EXIT
004350         END-IF
004360         IF LS-PARM-TO-DATE NOT = '00000000'
004370             MOVE LS-PARM-TO-DATE TO WS-TO-DATE
004380         END-IF
004390     END-IF.
004400     IF WS-FROM-DATE > WS-TO-DATE
004410         DISPLAY 'PIRECON: FROM DATE ' WS-FROM-DATE ' IS AFTER '
004420             'TO DATE ' WS-TO-DATE '; RUN REFUSED.'
004430         MOVE 8 TO RETURN-CODE
004440         MOVE 'Y' TO WS-RUN-REFUSED-SW
004450         GO TO 1000-EXIT.
004460     PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT.
004470     IF WS-RUN-REFUSED
004480         MOVE 12 TO RETURN-CODE
004490         GO TO 1000-EXIT.
004500     PERFORM 1200-LOAD-REF-HISTORY THRU 1200-EXIT.
004510     IF WS-RUN-REFUSED
004520         MOVE 12 TO RETURN-CODE
004530     END-IF.
004540 1000-EXIT.
004550     EXIT.
004560******************************************************************
004570*  1100-LOAD-PROFILES -- FILE EVERY PI.PARM.FILE RECORD IN THE   *
004580*  PROFILE TABLE, AS IN PICALCM, NOTING THE FIRST PROFILE AND    *
004590*  THE FIRST EXTENDED REFERENCE IMAGE.                           *
004600******************************************************************
004610 1100-LOAD-PROFILES.
004620     OPEN INPUT PARM-FILE.
004630     IF WS-PARM-STATUS-NOT-FOUND
004640         DISPLAY 'PIRECON: PARMDD NOT FOUND; NO REFERENCE TO '
004650             'RECONCILE AGAINST.'
004660         MOVE 'Y' TO WS-RUN-REFUSED-SW
004670         GO TO 1100-EXIT.
004680     PERFORM 1110-LOAD-ONE-PROFILE THRU 1110-EXIT
004690         UNTIL WS-PARM-EOF OR WS-RUN-REFUSED.
004700     CLOSE PARM-FILE.
004710     IF WC-PROF-COUNT = ZERO
004720         AND NOT WS-RUN-REFUSED
004730         DISPLAY 'PIRECON: PI.PARM.FILE IS EMPTY; NO REFERENCE '
004740             'TO RECONCILE AGAINST.'
004750         MOVE 'Y' TO WS-RUN-REFUSED-SW
004760     END-IF.
004770 1100-EXIT.
004780     EXIT.
004790******************************************************************
004800*  1110-LOAD-ONE-PROFILE -- FILE ONE PROFILE RECORD.             *
004810******************************************************************
004820 1110-LOAD-ONE-PROFILE.
004830     READ PARM-FILE INTO WS-PARM-REC
004840         AT END
004850             MOVE 'Y' TO WS-PARM-EOF-SW
004860             GO TO 1110-EXIT
004870     END-READ.
004880     IF WC-PROF-COUNT NOT < 20
004890         DISPLAY 'PIRECON: MORE THAN 20 PROFILES ON '
004900             'PI.PARM.FILE; RUN REFUSED.'
004910         MOVE 'Y' TO WS-RUN-REFUSED-SW
004920         GO TO 1110-EXIT.
004930     ADD 1 TO WC-PROF-COUNT.
004940     MOVE WS-PARM-REC TO WS-PROF-REC (WC-PROF-COUNT).
004950     IF WC-PROF-COUNT = 1
004960         MOVE PARM-PROFILE-NAME OF WS-PARM-REC
004970             TO WS-FIRST-PROFILE
004980     END-IF.
004990     IF NOT WS-REG-REF-FOUND
005000         AND PARM-EP-REF-INT OF WS-PARM-REC > ZERO
005010         MOVE PARM-EP-REFERENCE OF WS-PARM-REC
005020             TO WS-REG-REFERENCE
005030         MOVE 'Y' TO WS-REG-REF-SW
005040     END-IF.
005050 1110-EXIT.
005060     EXIT.
005070******************************************************************
005080*  1200-LOAD-REF-HISTORY -- FILE EVERY RV RECORD ON PI.PARM.LOG  *
005090*  IN THE REFERENCE HISTORY TABLE.  WITH NO LOG EVERY RUN IS     *
005100*  TAKEN TO HAVE RUN AGAINST TODAY'S VALUE, SO NOTHING CAN SHOW  *
005110*  AS CHANGED; THAT IS SAID ON SYSOUT.  A HISTORY TOO LONG FOR   *
005120*  THE TABLE REFUSES THE RUN RATHER THAN REPORT OLD OUTCOMES     *
005130*  FROM A PARTIAL HISTORY.                                       *
005140******************************************************************
005150 1200-LOAD-REF-HISTORY.
005160     OPEN INPUT PLOG-FILE.
005170     IF WS-PLOG-STATUS-NOT-FOUND
005180         DISPLAY 'PIRECON: PLOGDD NOT FOUND; EVERY RUN IS TAKEN '
005190             'AS RECONCILED AGAINST THE CURRENT VALUE.'
005200         GO TO 1200-EXIT.
005210     PERFORM 1210-LOAD-ONE-CHANGE THRU 1210-EXIT
005220         UNTIL WS-PLOG-EOF OR WS-RUN-REFUSED.
005230     CLOSE PLOG-FILE.
005240 1200-EXIT.
005250     EXIT.
005260******************************************************************
005270*  1210-LOAD-ONE-CHANGE -- FILE ONE RV RECORD; OTHER FIELD CODES *
005280*  ARE PASSED OVER.  A BLANK PROFILE ON THE LOG PREDATES NAMED   *
005290*  PROFILES AND BELONGS TO THE FIRST ONE.                        *
005300******************************************************************
005310 1210-LOAD-ONE-CHANGE.
005320     READ PLOG-FILE
005330         AT END
005340             MOVE 'Y' TO WS-PLOG-EOF-SW
005350             GO TO 1210-EXIT
005360     END-READ.
005370     IF PLOG-FIELD-CODE NOT = 'RV'
005380         GO TO 1210-EXIT.
005390     IF WC-RV-COUNT NOT < 1000
005400         DISPLAY 'PIRECON: MORE THAN 1000 REFERENCE CHANGES ON '
005410             'PI.PARM.LOG; RUN REFUSED.'
005420         MOVE 'Y' TO WS-RUN-REFUSED-SW
005430         GO TO 1210-EXIT.
005440     ADD 1 TO WC-RV-COUNT.
005450     IF PLOG-PROFILE-NAME = SPACES
005460         MOVE WS-FIRST-PROFILE TO WS-RV-PROFILE (WC-RV-COUNT)
005470     ELSE
005480         MOVE PLOG-PROFILE-NAME TO WS-RV-PROFILE (WC-RV-COUNT)
005490     END-IF.
005500     IF PLOG-APPROVE-DATE > ZERO
005510         MOVE PLOG-APPROVE-DATE TO WS-RV-EFF-DATE (WC-RV-COUNT)
005520         MOVE PLOG-APPROVE-TIME TO WS-RV-EFF-TIME (WC-RV-COUNT)
005530     ELSE
005540         MOVE PLOG-RUN-DATE TO WS-RV-EFF-DATE (WC-RV-COUNT)
005550         MOVE PLOG-RUN-TIME TO WS-RV-EFF-TIME (WC-RV-COUNT)
005560     END-IF.
005570     MOVE PLOG-OLD-DECIMAL TO WS-RV-OLD-VALUE (WC-RV-COUNT).
005580 1210-EXIT.
005590     EXIT.
005600******************************************************************
005610*  2000-PROCESS-RUNS -- OPEN THE RESULT ARCHIVE AND THE AUDIT    *
005620*  LOG AND RUN THE TWO-FILE BALANCE ON RUN DATE AND TIME.  AN    *
005630*  UNREADABLE RESULT ARCHIVE IS NOT A CLEAN SWEEP OF NOTHING: IT *
005640*  ENDS THE RUN RC=12.  A MISSING AUDIT LOG IS READ AS EMPTY,    *
005650*  WHICH LEAVES EVERY RUN WITHOUT A PROFILE.                     *
005660******************************************************************
005670 2000-PROCESS-RUNS.
005680     OPEN INPUT RESULT-FILE.
005690     IF NOT WS-RESULT-STATUS-OK
005700         DISPLAY 'PIRECON: RESULTDD OPEN FAILED, STATUS '
005710             WS-RESULT-STATUS '; NO RUNS RECONCILED.'
005720         MOVE 12 TO RETURN-CODE
005730         GO TO 2000-EXIT
005740     END-IF.
005750     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
005760     OPEN INPUT AUDIT-FILE.
005770     IF WS-AUDIT-STATUS-NOT-FOUND
005780         DISPLAY 'PIRECON: AUDITDD NOT FOUND, AUDIT SIDE '
005790             'READ AS EMPTY.'
005800         MOVE 'Y' TO WS-AUDIT-EOF-SW
005810     ELSE
005820         PERFORM 2200-READ-AUDIT THRU 2200-EXIT
005830     END-IF.
005840     PERFORM 2300-BALANCE-ONE THRU 2300-EXIT
005850         UNTIL WS-RESULT-EOF AND WS-AUDIT-EOF.
005860 2000-EXIT.
005870     EXIT.
005880******************************************************************
005890*  2100-READ-RESULT -- READ THE NEXT RESULT RECORD IN THE DATE   *
005900*  RANGE AND REFRESH ITS MATCH KEY; THE FILE IS CLOSED AT END.   *
005910*  A READ ERROR PART WAY THROUGH LEAVES THE REST OF THE ARCHIVE  *
005920*  UNSWEPT, SO IT FAILS THE RUN.                                 *
005930******************************************************************
005940 2100-READ-RESULT.
005950     READ RESULT-FILE
005960         AT END
005970             MOVE 'Y' TO WS-RESULT-EOF-SW
005980             CLOSE RESULT-FILE
005990         NOT AT END
006000             MOVE RSLT-RUN-DATE TO WS-RSLT-KEY-DATE
006010             MOVE RSLT-RUN-TIME TO WS-RSLT-KEY-TIME
006020     END-READ.
006030     IF NOT WS-RESULT-EOF
006040         AND NOT WS-RESULT-STATUS-OK
006050         DISPLAY 'PIRECON: RESULT READ FAILED, STATUS '
006060             WS-RESULT-STATUS '; REST OF ARCHIVE NOT SWEPT.'
006070         MOVE 12 TO RETURN-CODE
006080         MOVE 'Y' TO WS-RESULT-EOF-SW
006090         CLOSE RESULT-FILE
006100     END-IF.
006110     IF NOT WS-RESULT-EOF
006120         AND RSLT-RUN-DATE < WS-FROM-DATE
006130         GO TO 2100-READ-RESULT.
006140     IF NOT WS-RESULT-EOF
006150         AND RSLT-RUN-DATE > WS-TO-DATE
006160         MOVE 'Y' TO WS-RESULT-EOF-SW
006170         CLOSE RESULT-FILE
006180     END-IF.
006190 2100-EXIT.
006200     EXIT.
006210******************************************************************
006220*  2200-READ-AUDIT -- READ ONE AUDIT RUN RECORD AND REFRESH ITS  *
006230*  MATCH KEY.  'V' REFUSAL AND 'O' OVERRIDE RECORDS HAVE NO      *
006240*  RESULT BEHIND THEM AND ARE SKIPPED.                           *
006250******************************************************************
006260 2200-READ-AUDIT.
006270     READ AUDIT-FILE
006280         AT END
006290             MOVE 'Y' TO WS-AUDIT-EOF-SW
006300             CLOSE AUDIT-FILE
006310         NOT AT END
006320             MOVE AUDIT-RUN-DATE TO WS-AUDIT-KEY-DATE
006330             MOVE AUDIT-RUN-TIME TO WS-AUDIT-KEY-TIME
006340     END-READ.
006350     IF NOT WS-AUDIT-EOF
006360         AND NOT AUDIT-ACTION-RUN
006370         GO TO 2200-READ-AUDIT.
006380 2200-EXIT.
006390     EXIT.
006400******************************************************************
006410*  2300-BALANCE-ONE -- DISPOSE OF THE LOWER-KEYED RECORD (OR THE *
006420*  MATCHED PAIR) CURRENTLY IN HAND, THEN ADVANCE WHICHEVER SIDE  *
006430*  WAS CONSUMED.  AUDIT RECORDS WITH NO RESULT IN RANGE ARE      *
006440*  PASSED OVER.                                                  *
006450******************************************************************
006460 2300-BALANCE-ONE.
006470     EVALUATE TRUE
006480         WHEN WS-RESULT-EOF
006490             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
006500         WHEN WS-AUDIT-EOF
006510             PERFORM 2500-RESULT-ONLY THRU 2500-EXIT
006520             PERFORM 2100-READ-RESULT THRU 2100-EXIT
006530         WHEN WS-RSLT-KEY = WS-AUDIT-KEY
006540             PERFORM 2400-MATCHED-RUN THRU 2400-EXIT
006550             PERFORM 2100-READ-RESULT THRU 2100-EXIT
006560             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
006570         WHEN WS-RSLT-KEY < WS-AUDIT-KEY
006580             PERFORM 2500-RESULT-ONLY THRU 2500-EXIT
006590             PERFORM 2100-READ-RESULT THRU 2100-EXIT
006600         WHEN OTHER
006610             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
006620     END-EVALUATE.
006630 2300-EXIT.
006640     EXIT.
006650******************************************************************
006660*  2400-MATCHED-RUN -- RESULT AND ITS AUDIT RECORD: THE PROFILE  *
006670*  THE RUN USED IS KNOWN, SO IT CAN BE RECONCILED.               *
006680******************************************************************
006690 2400-MATCHED-RUN.
006700     ADD 1 TO WC-RUN-COUNT.
006710     IF AUDIT-PROFILE = SPACES
006720         MOVE WS-FIRST-PROFILE TO WS-RUN-PROFILE
006730     ELSE
006740         MOVE AUDIT-PROFILE TO WS-RUN-PROFILE
006750     END-IF.
006760     PERFORM 3000-SWEEP-ONE-RUN THRU 3000-EXIT.
006770 2400-EXIT.
006780     EXIT.
006790******************************************************************
006800*  2500-RESULT-ONLY -- A RESULT WITH NO AUDIT RUN RECORD BEHIND  *
006810*  IT.  WITHOUT ITS PROFILE THERE IS NO TOLERANCE OR REFERENCE   *
006820*  HISTORY TO APPLY, SO IT IS COUNTED AND NOT RECONCILED.        *
006830******************************************************************
006840 2500-RESULT-ONLY.
006850     ADD 1 TO WC-RUN-COUNT.
006860     ADD 1 TO WC-NO-PROFILE-COUNT.
006870 2500-EXIT.
006880     EXIT.
006890******************************************************************
006900*  3000-SWEEP-ONE-RUN -- FIND THE RUN'S PROFILE, RECONCILE IT    *
006910*  AGAINST THE REFERENCE IN FORCE WHEN IT RAN AND AGAINST THE    *
006920*  CURRENT ONE, AND LIST IT WHEN THE TWO OUTCOMES DIFFER.        *
006930******************************************************************
006940 3000-SWEEP-ONE-RUN.
006950     MOVE 'N' TO WS-PROF-FOUND-SW.
006960     PERFORM 3100-FIND-PROFILE THRU 3100-EXIT
006970         VARYING WC-PROF-IDX FROM 1 BY 1
006980         UNTIL WC-PROF-IDX > WC-PROF-COUNT
006990             OR WS-PROF-FOUND.
007000     IF NOT WS-PROF-FOUND
007010         ADD 1 TO WC-NO-PROFILE-COUNT
007020         GO TO 3000-EXIT.
007030     PERFORM 3200-FIND-OLD-REFERENCE THRU 3200-EXIT.
007040     MOVE WS-OLD-REF-VALUE TO WS-CHK-REF-VALUE.
007050     PERFORM 3300-BUILD-OLD-IMAGE THRU 3300-EXIT.
007060     PERFORM 4000-RECONCILE THRU 4000-EXIT.
007070     MOVE WS-CHK-OUTCOME TO WS-OLD-OUTCOME.
007080     MOVE WS-DIVERGE-POS TO WS-OLD-DIVERGE-POS.
007090     MOVE PARM-REFERENCE-VALUE OF WS-PARM-REC
007100         TO WS-CHK-REF-VALUE.
007110     MOVE PARM-EP-REFERENCE OF WS-PARM-REC
007120         TO WS-CHK-EP-REFERENCE.
007130     PERFORM 4000-RECONCILE THRU 4000-EXIT.
007140     MOVE WS-CHK-OUTCOME TO WS-NEW-OUTCOME.
007150     MOVE WS-DIVERGE-POS TO WS-NEW-DIVERGE-POS.
007160     IF WS-NEW-NONE
007170         ADD 1 TO WC-NO-REF-COUNT
007180     ELSE
007190         ADD 1 TO WC-RECONCILED-COUNT
007200     END-IF.
007210     IF WS-OLD-RESULT = WS-NEW-RESULT
007220         GO TO 3000-EXIT.
007230     ADD 1 TO WC-CHANGED-COUNT.
007240     EVALUATE TRUE
007250         WHEN WS-OLD-OUTCOME = WS-NEW-OUTCOME
007260             MOVE 'DIVERGENCE MOVED' TO WS-DET-CHANGE
007270             ADD 1 TO WC-MOVED-COUNT
007280         WHEN WS-NEW-FAIL
007290             MOVE 'NOW FAILS' TO WS-DET-CHANGE
007300             ADD 1 TO WC-NOW-FAIL-COUNT
007310         WHEN WS-NEW-PASS
007320             MOVE 'NOW PASSES' TO WS-DET-CHANGE
007330             ADD 1 TO WC-NOW-PASS-COUNT
007340         WHEN OTHER
007350             MOVE 'NO LONGER RECONCILED' TO WS-DET-CHANGE
007360     END-EVALUATE.
007370     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
007380 3000-EXIT.
007390     EXIT.
007400******************************************************************
007410*  3100-FIND-PROFILE -- ONE ENTRY OF THE PROFILE TABLE.          *
007420******************************************************************
007430 3100-FIND-PROFILE.
007440     MOVE WS-PROF-REC (WC-PROF-IDX) TO WS-PARM-REC.
007450     IF PARM-PROFILE-NAME OF WS-PARM-REC = WS-RUN-PROFILE
007460         MOVE 'Y' TO WS-PROF-FOUND-SW
007470     END-IF.
007480 3100-EXIT.
007490     EXIT.
007500******************************************************************
007510*  3200-FIND-OLD-REFERENCE -- THE REFERENCE IN FORCE WHEN THE    *
007520*  RUN RAN: THE OLD VALUE OF THE EARLIEST RV CHANGE TO ITS       *
007530*  PROFILE THAT LANDED AFTER THE RUN STARTED, OR THE CURRENT     *
007540*  VALUE WHEN NO CHANGE HAS LANDED SINCE.                        *
007550******************************************************************
007560 3200-FIND-OLD-REFERENCE.
007570     MOVE PARM-REFERENCE-VALUE OF WS-PARM-REC
007580         TO WS-OLD-REF-VALUE.
007590     MOVE HIGH-VALUES TO WS-BEST-EFFECTIVE.
007600     PERFORM 3210-CHECK-ONE-CHANGE THRU 3210-EXIT
007610         VARYING WC-RV-IDX FROM 1 BY 1
007620         UNTIL WC-RV-IDX > WC-RV-COUNT.
007630 3200-EXIT.
007640     EXIT.
007650******************************************************************
007660*  3210-CHECK-ONE-CHANGE -- ONE ENTRY OF THE REFERENCE HISTORY.  *
007670******************************************************************
007680 3210-CHECK-ONE-CHANGE.
007690     IF WS-RV-PROFILE (WC-RV-IDX) = WS-RUN-PROFILE
007700         AND WS-RV-EFFECTIVE (WC-RV-IDX) > WS-RSLT-KEY
007710         AND WS-RV-EFFECTIVE (WC-RV-IDX) < WS-BEST-EFFECTIVE
007720         MOVE WS-RV-EFFECTIVE (WC-RV-IDX) TO WS-BEST-EFFECTIVE
007730         MOVE WS-RV-OLD-VALUE (WC-RV-IDX) TO WS-OLD-REF-VALUE
007740     END-IF.
007750 3210-EXIT.
007760     EXIT.
007770******************************************************************
007780*  3300-BUILD-OLD-IMAGE -- THE EXTENDED IMAGE FOR THE OLD PASS:  *
007790*  THE PROFILE'S CURRENT IMAGE WITH ITS INTEGER DIGIT AND FIRST  *
007800*  37 DECIMALS TAKEN FROM THE OLD 37-DECIMAL VALUE.  A PROFILE   *
007810*  WITH NO IMAGE NOW GETS NONE ON THE OLD PASS EITHER.           *
007820******************************************************************
007830 3300-BUILD-OLD-IMAGE.
007840     MOVE PARM-EP-REFERENCE OF WS-PARM-REC
007850         TO WS-CHK-EP-REFERENCE.
007860     IF WS-CHK-EP-REF-INT = ZERO
007870         GO TO 3300-EXIT.
007880     MOVE WS-OLD-REF-VALUE TO WS-REF-UNSIGNED.
007890     MOVE WS-REF-DIGITS (1) TO WS-CHK-EP-REF-INT.
007900     PERFORM 3310-COPY-ONE-DIGIT THRU 3310-EXIT
007910         VARYING WC-DIGIT-IDX FROM 1 BY 1
007920         UNTIL WC-DIGIT-IDX > 37.
007930 3300-EXIT.
007940     EXIT.
007950******************************************************************
007960*  3310-COPY-ONE-DIGIT -- COPY OLD DECIMAL WC-DIGIT-IDX INTO THE *
007970*  OLD PASS'S EXTENDED IMAGE.                                    *
007980******************************************************************
007990 3310-COPY-ONE-DIGIT.
008000     MOVE WS-REF-DIGITS (WC-DIGIT-IDX + 1)
008010         TO WS-CHK-EP-REF-DIGIT (WC-DIGIT-IDX).
008020 3310-EXIT.
008030     EXIT.
008040******************************************************************
008050*  4000-RECONCILE -- THE TEST PICALC'S 4000-RECONCILE APPLIES,   *
008060*  AGAINST THE REFERENCE IN WS-CHK-REF-VALUE AND                 *
008070*  WS-CHK-EP-REFERENCE UNDER THE PROFILE'S TOLERANCE: FIRST      *
008080*  DIVERGENT DIGIT OF THE 38-DIGIT COMPARE, REPLACED BY THE      *
008090*  EXTENDED COMPARE'S WHEN AN EXTENDED RUN DIVERGES INSIDE ITS   *
008100*  STABLE-DIGIT DEPTH; FAIL WHEN THE DRIFT EXCEEDS TOLERANCE OR  *
008110*  THAT EXTENDED DIVERGENCE WAS FOUND.  NO REFERENCE VALUE       *
008120*  MEANS THE RUN WAS NOT RECONCILED.  KEEP IN STEP WITH PICALC.  *
008130******************************************************************
008140 4000-RECONCILE.
008150     MOVE ZERO TO WS-DIVERGE-POS.
008160     IF WS-CHK-REF-VALUE NOT > ZERO
008170         MOVE 'N' TO WS-CHK-OUTCOME
008180         GO TO 4000-EXIT.
008190     MOVE RSLT-PAJ TO WS-PAJ-UNSIGNED.
008200     MOVE WS-CHK-REF-VALUE TO WS-REF-UNSIGNED.
008210     MOVE 'N' TO WS-RECON-SW.
008220     MOVE 'N' TO WS-EP-RECON-SW.
008230     PERFORM 4100-FIND-DIVERGENCE THRU 4100-EXIT
008240         VARYING WC-DIGIT-IDX FROM 1 BY 1
008250         UNTIL WC-DIGIT-IDX > 38
008260             OR WS-DIVERGE-FOUND.
008270     IF RSLT-PRECISION = 'E'
008280         AND WS-CHK-EP-REF-INT > ZERO
008290         PERFORM 4300-FIND-EP-DIVERGENCE THRU 4300-EXIT
008300     END-IF.
008310     COMPUTE WS-DRIFT = RSLT-PAJ - WS-CHK-REF-VALUE.
008320     IF WS-DRIFT < ZERO
008330         COMPUTE WS-DRIFT = WS-DRIFT * -1
008340     END-IF.
008350     MOVE 'P' TO WS-CHK-OUTCOME.
008360     IF WS-DRIFT > PARM-TOLERANCE OF WS-PARM-REC
008370         OR WS-EP-DIVERGE-FOUND
008380         MOVE 'F' TO WS-CHK-OUTCOME
008390     END-IF.
008400 4000-EXIT.
008410     EXIT.
008420******************************************************************
008430*  4100-FIND-DIVERGENCE -- COMPARE ONE DIGIT POSITION OF THE     *
008440*  RESULT AGAINST THE REFERENCE VALUE; THE FIRST MISMATCH FOUND  *
008450*  IS THE DIVERGENCE POSITION.                                   *
008460******************************************************************
008470 4100-FIND-DIVERGENCE.
008480     IF WS-PAJ-DIGITS (WC-DIGIT-IDX) NOT =
008490             WS-REF-DIGITS (WC-DIGIT-IDX)
008500         MOVE WC-DIGIT-IDX TO WS-DIVERGE-POS
008510         MOVE 'Y' TO WS-RECON-SW
008520     END-IF.
008530 4100-EXIT.
008540     EXIT.
008550******************************************************************
008560*  4300-FIND-EP-DIVERGENCE -- THE EXTENDED COMPARE, AS DEEP AS   *
008570*  THE PROFILE'S TARGET STABLE DIGITS (ALL 72 WHEN NONE ARE      *
008580*  SET), COUNTED SO THAT DECIMAL PLACE N IS POSITION N+1.        *
008590******************************************************************
008600 4300-FIND-EP-DIVERGENCE.
008610     IF PARM-STABLE-DIGITS OF WS-PARM-REC > ZERO
008620         AND PARM-STABLE-DIGITS OF WS-PARM-REC < 72
008630         MOVE PARM-STABLE-DIGITS OF WS-PARM-REC
008640             TO WC-EP-CHECK-DEPTH
008650     ELSE
008660         MOVE 72 TO WC-EP-CHECK-DEPTH
008670     END-IF.
008680     MOVE RSLT-EP-PAJ TO WS-EP-PAJ.
008690     IF WS-EP-PAJ-INT NOT = WS-CHK-EP-REF-INT
008700         MOVE 1 TO WS-DIVERGE-POS
008710         MOVE 'Y' TO WS-EP-RECON-SW
008720         GO TO 4300-EXIT.
008730     PERFORM 4310-COMPARE-EP-DIGIT THRU 4310-EXIT
008740         VARYING WC-EP-IDX FROM 1 BY 1
008750         UNTIL WC-EP-IDX > WC-EP-CHECK-DEPTH
008760             OR WS-EP-DIVERGE-FOUND.
008770 4300-EXIT.
008780     EXIT.
008790******************************************************************
008800*  4310-COMPARE-EP-DIGIT -- COMPARE DECIMAL WC-EP-IDX OF THE     *
008810*  RUN'S EXTENDED VALUE WITH THE REFERENCE, NOTING THE POSITION  *
008820*  OF THE FIRST THAT DIFFERS.                                    *
008830******************************************************************
008840 4310-COMPARE-EP-DIGIT.
008850     IF WS-EP-PAJ-DIGIT (WC-EP-IDX) NOT =
008860             WS-CHK-EP-REF-DIGIT (WC-EP-IDX)
008870         COMPUTE WS-DIVERGE-POS = WC-EP-IDX + 1
008880         MOVE 'Y' TO WS-EP-RECON-SW
008890     END-IF.
008900 4310-EXIT.
008910     EXIT.
008920******************************************************************
008930*  5000-CHECK-REGISTRY -- EVERY PI.CERT.DIGITS POSITION AGAINST  *
008940*  THE NEW 72-DIGIT REFERENCE.  A REGISTRY NOT YET DEFINED HAS   *
008950*  NOTHING CERTIFIED TO CHECK; ONE THAT CANNOT BE READ FAILS THE *
008960*  RUN RC=12.  WITH NO EXTENDED IMAGE ON ANY PROFILE THERE IS    *
008970*  NOTHING TO CHECK AGAINST, WHICH IS SAID ON SYSOUT.            *
008980******************************************************************
008990 5000-CHECK-REGISTRY.
009000     IF NOT WS-REG-REF-FOUND
009010         DISPLAY 'PIRECON: NO PROFILE CARRIES AN EXTENDED '
009020             'REFERENCE IMAGE; REGISTRY NOT CHECKED.'
009030         GO TO 5000-EXIT.
009040     OPEN INPUT CREG-FILE.
009050     IF WS-CREG-STATUS-NOT-FOUND
009060         DISPLAY 'PIRECON: CREGDD NOT FOUND; NO CERTIFIED '
009070             'DIGITS TO CHECK.'
009080         GO TO 5000-EXIT.
009090     IF NOT WS-CREG-STATUS-OK
009100         DISPLAY 'PIRECON: CREGDD OPEN FAILED, STATUS '
009110             WS-CREG-STATUS '; REGISTRY NOT CHECKED.'
009120         MOVE 12 TO RETURN-CODE
009130         GO TO 5000-EXIT.
009140     MOVE 'Y' TO WS-REGISTRY-PHASE-SW.
009150     MOVE 99 TO WC-LINE-COUNT.
009160     PERFORM 5100-CHECK-ONE-POSITION THRU 5100-EXIT
009170         UNTIL WS-CREG-EOF.
009180     CLOSE CREG-FILE.
009190 5000-EXIT.
009200     EXIT.
009210******************************************************************
009220*  5100-CHECK-ONE-POSITION -- ONE REGISTRY RECORD; A POSITION    *
009230*  WHOSE DIGIT DIFFERS FROM THE NEW REFERENCE IS LISTED.         *
009240******************************************************************
009250 5100-CHECK-ONE-POSITION.
009260     READ CREG-FILE
009270         AT END
009280             MOVE 'Y' TO WS-CREG-EOF-SW
009290             GO TO 5100-EXIT
009300     END-READ.
009310     IF NOT WS-CREG-STATUS-OK
009320         DISPLAY 'PIRECON: REGISTRY READ FAILED, STATUS '
009330             WS-CREG-STATUS '; REST OF REGISTRY NOT CHECKED.'
009340         MOVE 12 TO RETURN-CODE
009350         MOVE 'Y' TO WS-CREG-EOF-SW
009360         GO TO 5100-EXIT.
009370     IF CREG-POSITION < 1 OR CREG-POSITION > 72
009380         GO TO 5100-EXIT.
009390     ADD 1 TO WC-CREG-COUNT.
009400     IF CREG-DIGIT = WS-REG-REF-DIGIT (CREG-POSITION)
009410         GO TO 5100-EXIT.
009420     ADD 1 TO WC-DISAGREE-COUNT.
009430     MOVE CREG-POSITION TO WS-REG-POSITION.
009440     MOVE CREG-DIGIT TO WS-REG-DIGIT.
009450     MOVE WS-REG-REF-DIGIT (CREG-POSITION) TO WS-REG-REF.
009460     MOVE CREG-RUN-DATE TO WC-TIME-WORK.
009470     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
009480     MOVE WS-EDIT-DATE TO WS-REG-RUN-DATE.
009490     MOVE CREG-RUN-TIME TO WC-TIME-WORK.
009500     PERFORM 6300-EDIT-TIME THRU 6300-EXIT.
009510     MOVE WS-EDIT-TIME TO WS-REG-RUN-TIME.
009520     MOVE CREG-ALGORITHM TO WS-REG-ALGORITHM.
009530     MOVE CREG-CERT-DATE TO WC-TIME-WORK.
009540     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
009550     MOVE WS-EDIT-DATE TO WS-REG-CERT-DATE.
009560     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
009570         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
009580     END-IF.
009590     WRITE PRNT-REC FROM WS-REG-DETAIL
009600         AFTER ADVANCING 1 LINE.
009610     ADD 1 TO WC-LINE-COUNT.
009620 5100-EXIT.
009630     EXIT.
009640******************************************************************
009650*  6000-PRINT-DETAIL -- EDIT THE RUN KEY, PROFILE AND BOTH       *
009660*  OUTCOMES INTO THE DETAIL LINE (THE CALLER HAS SET THE CHANGE  *
009670*  TEXT) AND WRITE IT, WITH A FRESH PAGE HEADING WHENEVER THE    *
009680*  CURRENT PAGE IS FULL.                                         *
009690******************************************************************
009700 6000-PRINT-DETAIL.
009710     MOVE WS-RSLT-KEY-DATE TO WC-TIME-WORK.
009720     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
009730     MOVE WS-EDIT-DATE TO WS-DET-DATE.
009740     MOVE WS-RSLT-KEY-TIME TO WC-TIME-WORK.
009750     PERFORM 6300-EDIT-TIME THRU 6300-EXIT.
009760     MOVE WS-EDIT-TIME TO WS-DET-TIME.
009770     MOVE WS-RUN-PROFILE TO WS-DET-PROFILE.
009780     MOVE RSLT-ALGORITHM TO WS-DET-ALGORITHM.
009790     MOVE RSLT-PRECISION TO WS-DET-PRECISION.
009800     MOVE WS-OLD-OUTCOME TO WS-CHK-OUTCOME.
009810     MOVE WS-OLD-DIVERGE-POS TO WS-DIVERGE-POS.
009820     PERFORM 6100-EDIT-OUTCOME THRU 6100-EXIT.
009830     MOVE WS-EDIT-OUTCOME TO WS-DET-OLD.
009840     MOVE WS-NEW-OUTCOME TO WS-CHK-OUTCOME.
009850     MOVE WS-NEW-DIVERGE-POS TO WS-DIVERGE-POS.
009860     PERFORM 6100-EDIT-OUTCOME THRU 6100-EXIT.
009870     MOVE WS-EDIT-OUTCOME TO WS-DET-NEW.
009880     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
009890         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
009900     END-IF.
009910     WRITE PRNT-REC FROM WS-DETAIL
009920         AFTER ADVANCING 1 LINE.
009930     ADD 1 TO WC-LINE-COUNT.
009940 6000-EXIT.
009950     EXIT.
009960******************************************************************
009970*  6100-EDIT-OUTCOME -- ONE OUTCOME AS PRINTED, E.G. 'FAIL DIGIT *
009980*  12'.  A RESULT THAT MATCHES ALL 38 DIGITS HAS NO DIVERGENT    *
009990*  DIGIT TO SHOW.                                                *
010000******************************************************************
010010 6100-EDIT-OUTCOME.
010020     MOVE SPACES TO WS-EDIT-OUTCOME.
010030     EVALUATE TRUE
010040         WHEN WS-CHK-PASS
010050             MOVE 'PASS' TO WS-EDIT-OUT-TEXT
010060         WHEN WS-CHK-FAIL
010070             MOVE 'FAIL' TO WS-EDIT-OUT-TEXT
010080         WHEN OTHER
010090             MOVE 'NO REFERENCE' TO WS-EDIT-OUTCOME
010100             GO TO 6100-EXIT
010110     END-EVALUATE.
010120     IF WS-DIVERGE-POS > ZERO
010130         MOVE 'DIGIT' TO WS-EDIT-OUT-LIT
010140         MOVE WS-DIVERGE-POS TO WS-EDIT-OUT-POS
010150     END-IF.
010160 6100-EXIT.
010170     EXIT.
010180******************************************************************
010190*  6200-EDIT-DATE -- YYYYMMDD IN WC-TIME-WORK AS YYYY-MM-DD.     *
010200******************************************************************
010210 6200-EDIT-DATE.
010220     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-EDIT-YYYY
010230         REMAINDER WC-TIME-WORK.
010240     DIVIDE WC-TIME-WORK BY 100 GIVING WS-EDIT-MM
010250         REMAINDER WC-TIME-WORK.
010260     MOVE WC-TIME-WORK TO WS-EDIT-DD.
010270 6200-EXIT.
010280     EXIT.
010290******************************************************************
010300*  6300-EDIT-TIME -- HHMMSSHH IN WC-TIME-WORK AS HH.MI.SS.       *
010310******************************************************************
010320 6300-EDIT-TIME.
010330     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-EDIT-HH
010340         REMAINDER WC-TIME-WORK.
010350     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-EDIT-MI
010360         REMAINDER WC-TIME-WORK.
010370     DIVIDE WC-TIME-WORK BY 100 GIVING WS-EDIT-SS
010380         REMAINDER WC-TIME-WORK.
010390 6300-EXIT.
010400     EXIT.
010410******************************************************************
010420*  6500-PRINT-HEADINGS -- START A NEW PAGE, WITH THE COLUMN      *
010430*  HEADINGS OF WHICHEVER SECTION IS BEING PRINTED.               *
010440******************************************************************
010450 6500-PRINT-HEADINGS.
010460     ADD 1 TO WC-PAGE-COUNT.
010470     MOVE WC-PAGE-COUNT TO WS-HEAD1-PAGE.
010480     WRITE PRNT-REC FROM WS-HEAD1
010490         AFTER ADVANCING PAGE.
010500     IF WS-REGISTRY-PHASE
010510         WRITE PRNT-REC FROM WS-HEAD2-REG
010520             AFTER ADVANCING 2 LINES
010530     ELSE
010540         WRITE PRNT-REC FROM WS-HEAD2
010550             AFTER ADVANCING 2 LINES
010560     END-IF.
010570     MOVE SPACES TO PRNT-REC.
010580     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
010590     MOVE 4 TO WC-LINE-COUNT.
010600 6500-EXIT.
010610     EXIT.
010620******************************************************************
010630*  9000-TERMINATE -- PRINT THE TOTALS, CLOSE THE REPORT AND SET  *
010640*  THE CONDITION CODE: RC=8 WHEN A CERTIFIED DIGIT DISAGREES     *
010650*  WITH THE NEW REFERENCE, RC=4 WHEN ANY RUN'S OUTCOME CHANGED;  *
010660*  RC=8 OR 12 ALREADY SET FOR A REFUSED OR INCOMPLETE SWEEP.     *
010670******************************************************************
010680 9000-TERMINATE.
010690     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
010700         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
010710     END-IF.
010720     MOVE WS-FROM-DATE TO WS-RANGE-FROM.
010730     MOVE WS-TO-DATE TO WS-RANGE-TO.
010740     WRITE PRNT-REC FROM WS-RANGE-LINE
010750         AFTER ADVANCING 2 LINES.
010760     MOVE 'RUNS IN RANGE . . . . . . . . ' TO WS-TOT-LABEL.
010770     MOVE WC-RUN-COUNT TO WS-TOT-COUNT.
010780     WRITE PRNT-REC FROM WS-TOT-LINE
010790         AFTER ADVANCING 1 LINE.
010800     MOVE 'RUNS RECONCILED . . . . . . . ' TO WS-TOT-LABEL.
010810     MOVE WC-RECONCILED-COUNT TO WS-TOT-COUNT.
010820     WRITE PRNT-REC FROM WS-TOT-LINE
010830         AFTER ADVANCING 1 LINE.
010840     MOVE 'NO REFERENCE ON PROFILE . . . ' TO WS-TOT-LABEL.
010850     MOVE WC-NO-REF-COUNT TO WS-TOT-COUNT.
010860     WRITE PRNT-REC FROM WS-TOT-LINE
010870         AFTER ADVANCING 1 LINE.
010880     MOVE 'NO AUDIT RECORD OR PROFILE  . ' TO WS-TOT-LABEL.
010890     MOVE WC-NO-PROFILE-COUNT TO WS-TOT-COUNT.
010900     WRITE PRNT-REC FROM WS-TOT-LINE
010910         AFTER ADVANCING 1 LINE.
010920     MOVE 'OUTCOMES CHANGED  . . . . . . ' TO WS-TOT-LABEL.
010930     MOVE WC-CHANGED-COUNT TO WS-TOT-COUNT.
010940     WRITE PRNT-REC FROM WS-TOT-LINE
010950         AFTER ADVANCING 1 LINE.
010960     MOVE '  NOW FAILING . . . . . . . . ' TO WS-TOT-LABEL.
010970     MOVE WC-NOW-FAIL-COUNT TO WS-TOT-COUNT.
010980     WRITE PRNT-REC FROM WS-TOT-LINE
010990         AFTER ADVANCING 1 LINE.
011000     MOVE '  NOW PASSING . . . . . . . . ' TO WS-TOT-LABEL.
011010     MOVE WC-NOW-PASS-COUNT TO WS-TOT-COUNT.
011020     WRITE PRNT-REC FROM WS-TOT-LINE
011030         AFTER ADVANCING 1 LINE.
011040     MOVE '  DIVERGENT DIGIT MOVED . . . ' TO WS-TOT-LABEL.
011050     MOVE WC-MOVED-COUNT TO WS-TOT-COUNT.
011060     WRITE PRNT-REC FROM WS-TOT-LINE
011070         AFTER ADVANCING 1 LINE.
011080     MOVE 'CERTIFIED DIGITS CHECKED  . . ' TO WS-TOT-LABEL.
011090     MOVE WC-CREG-COUNT TO WS-TOT-COUNT.
011100     WRITE PRNT-REC FROM WS-TOT-LINE
011110         AFTER ADVANCING 1 LINE.
011120     MOVE 'CERTIFIED DIGITS DISAGREEING  ' TO WS-TOT-LABEL.
011130     MOVE WC-DISAGREE-COUNT TO WS-TOT-COUNT.
011140     WRITE PRNT-REC FROM WS-TOT-LINE
011150         AFTER ADVANCING 1 LINE.
011160     CLOSE PRINT-FILE.
011170     IF RETURN-CODE = ZERO
011180         AND WC-DISAGREE-COUNT > ZERO
011190         MOVE 8 TO RETURN-CODE
011200     END-IF.
011210     IF RETURN-CODE = ZERO
011220         AND WC-CHANGED-COUNT > ZERO
011230         MOVE 4 TO RETURN-CODE
011240     END-IF.
011250     DISPLAY 'PIRECON: ' WC-RUN-COUNT ' RUN(S) SWEPT, '
011260         WC-CHANGED-COUNT ' OUTCOME(S) CHANGED, '
011270         WC-DISAGREE-COUNT ' CERTIFIED DIGIT(S) DISAGREEING.'.
011280 9000-EXIT.
011290     EXIT.
