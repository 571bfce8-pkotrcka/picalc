000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIPRFIQ                                         *
000040*   FUNCTION     AS-OF PROFILE RECONSTRUCTION INQUIRY.  GIVEN THE*
000050*                RUN KEY (RUN DATE AND TIME) OF ONE RUN, FINDS   *
000060*                THE RUN'S PI.AUDIT.LOG RECORD AND THE PROFILE IT*
000070*                RAN UNDER, AND PRINTS THAT PROFILE'S COMPLETE   *
000080*                PI.PARM.FILE RECORD AS IT STOOD WHEN THE RUN    *
000090*                STARTED.  THE RECORD IS REBUILT BY REPLAYING    *
000100*                PI.PARM.LOG BACKWARDS FROM THE CURRENT RECORD:  *
000110*                FOR EACH FIELD, THE OLD VALUE OF THE EARLIEST   *
000120*                CHANGE TO THE PROFILE THAT LANDED AFTER THE RUN *
000130*                STARTED IS THE VALUE THAT WAS IN FORCE, AND A   *
000140*                FIELD WITH NO SUCH CHANGE STOOD AS IT STANDS    *
000150*                NOW (THE RULE PIRECON APPLIES TO THE REFERENCE  *
000160*                VALUE).  A CHANGE LANDS AT ITS APPROVAL TIME, OR*
000170*                AT ITS REQUEST TIME WHEN IT WAS APPLIED WITHOUT *
000180*                A SEPARATE APPROVAL.                            *
000190*                                                                *
000200*                THE RUN STARTED AT ITS RUN KEY LESS THE ELAPSED *
000210*                TIME ON THE AUDIT RECORD; A CHANGE THAT LANDED  *
000220*                WHILE THE RUN WAS IN FLIGHT DID NOT GOVERN IT.  *
000230*                A RUN THAT SPANNED MIDNIGHT IS TAKEN AS OF ITS  *
000240*                RUN KEY.                                        *
000250*                                                                *
000260*                EVERY FIELD THE RUN'S OWN RECORDS CONTRADICT IS *
000270*                MARKED: THE RUN MODE AND TERM COUNT FROM THE    *
000280*                AUDIT RECORD, AND THE ALGORITHM AND PRECISION   *
000290*                FROM THE RUN'S PI.RESULT.KSDS RECORD WHEN IT IS *
000300*                STILL ON THE ARCHIVE.  A CONTRADICTION MEANS THE*
000310*                PARAMETER HISTORY ON PI.PARM.LOG DOES NOT       *
000320*                ACCOUNT FOR HOW THE RUN WAS MADE (AN EXEC PARM  *
000330*                OVERRIDE, OR A LOG GENERATION MISSING FROM      *
000340*                PLOGDD).                                        *
000350*                                                                *
000360*                PLOGDD TAKES THE LIVE PI.PARM.LOG, THE PIARCRT  *
000370*                FC=PL RETRIEVAL OUTPUT (ARCHIVED GENERATIONS AND*
000380*                THE LIVE LOG TOGETHER), OR ANY CONCATENATION OF *
000390*                THEM; THE REPLAY IS INDEPENDENT OF RECORD ORDER.*
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     PIPRFIQ.
000440 AUTHOR.         R L HENNESSEY.
000450 INSTALLATION.   BATCH SYSTEMS.
000460 DATE-WRITTEN.   2026-10-15.
000470 DATE-COMPILED.
000480******************************************************************
000490*  MOD LOG                                                       *
000500*  DATE       INIT DESCRIPTION                                   *
000510*  2026-10-15 RLH  ORIGINAL.                                     *
000520*  2026-10-15 RLH  ADDED THE CC (COST CENTRE) FIELD.             *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDIT-FILE
000610         ASSIGN TO AUDITDD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640     SELECT RESULT-FILE
000650         ASSIGN TO RESULTDD
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS RSLT-RUN-KEY
000690         FILE STATUS IS WS-RESULT-STATUS.
000700     SELECT PARM-FILE
000710         ASSIGN TO PARMDD
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PARM-STATUS.
000740     SELECT PLOG-FILE
000750         ASSIGN TO PLOGDD
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PLOG-STATUS.
000780     SELECT PRINT-FILE
000790         ASSIGN TO PRINTDD
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PRINT-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  AUDIT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY "AUDITREC.CPY".
000880 FD  RESULT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "RESLTREC.CPY".
000920 FD  PARM-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY "PARMREC.CPY".
000960 FD  PLOG-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY "PARMLOG.CPY".
001000 FD  PRINT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRNT-REC                     PIC X(132).
001040 WORKING-STORAGE SECTION.
001050******************************************************************
001060*  FILE STATUS AND SWITCHES                                      *
001070******************************************************************
001080 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001090     88  WS-AUDIT-STATUS-OK          VALUE '00' '97'.
001100     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
001110 01  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001120     88  WS-RESULT-STATUS-OK         VALUE '00' '97'.
001130     88  WS-RESULT-STATUS-NOT-FOUND  VALUE '35'.
001140 01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001150     88  WS-PARM-STATUS-OK           VALUE '00' '97'.
001160     88  WS-PARM-STATUS-NOT-FOUND    VALUE '35'.
001170 01  WS-PLOG-STATUS              PIC X(02) VALUE SPACES.
001180     88  WS-PLOG-STATUS-OK           VALUE '00' '97'.
001190     88  WS-PLOG-STATUS-NOT-FOUND    VALUE '35'.
001200 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
001210 01  WS-SWITCHES.
001220     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001230         88  WS-AUDIT-EOF             VALUE 'Y'.
001240     05  WS-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
001250         88  WS-RUN-FOUND             VALUE 'Y'.
001260     05  WS-RESULT-FOUND-SW       PIC X(01) VALUE 'N'.
001270         88  WS-RESULT-FOUND          VALUE 'Y'.
001280     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
001290         88  WS-PARM-EOF              VALUE 'Y'.
001300     05  WS-PROFILE-FOUND-SW      PIC X(01) VALUE 'N'.
001310         88  WS-PROFILE-FOUND         VALUE 'Y'.
001320     05  WS-PLOG-EOF-SW           PIC X(01) VALUE 'N'.
001330         88  WS-PLOG-EOF              VALUE 'Y'.
001340     05  WS-PLOG-PRESENT-SW       PIC X(01) VALUE 'N'.
001350         88  WS-PLOG-PRESENT          VALUE 'Y'.
001360     05  WS-INQUIRY-ENDED-SW      PIC X(01) VALUE 'N'.
001370         88  WS-INQUIRY-ENDED         VALUE 'Y'.
001380     05  WS-FIELD-KNOWN-SW        PIC X(01) VALUE 'N'.
001390         88  WS-FIELD-KNOWN           VALUE 'Y'.
001400     05  WS-ASOF-AT-KEY-SW        PIC X(01) VALUE 'N'.
001410         88  WS-ASOF-AT-KEY           VALUE 'Y'.
001420******************************************************************
001430*  THE RUN, ITS START, AND THE PROFILE IT RAN UNDER.  KEYS ARE   *
001440*  COMPARED AS 16-BYTE DATE-AND-TIME STRINGS, AS IN PIRECON.     *
001450******************************************************************
001460 01  WS-RUN-KEY.
001470     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001480     05  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
001490 01  WS-ASOF-KEY.
001500     05  WS-ASOF-DATE             PIC 9(08) VALUE ZERO.
001510     05  WS-ASOF-TIME             PIC 9(08) VALUE ZERO.
001520 01  WS-EFF-KEY.
001530     05  WS-EFF-DATE              PIC 9(08) VALUE ZERO.
001540     05  WS-EFF-TIME              PIC 9(08) VALUE ZERO.
001550 01  WS-RUN-PROFILE               PIC X(08) VALUE SPACES.
001560 01  WS-FIRST-PROFILE             PIC X(08) VALUE SPACES.
001570 01  WS-LOG-PROFILE               PIC X(08) VALUE SPACES.
001580     COPY "AUDITREC.CPY"
001590         REPLACING ==AUDIT-REC== BY ==WS-AUDIT-REC==.
001600******************************************************************
001610*  THE PROFILE AS IT STANDS NOW, AND AS IT STOOD AT THE RUN      *
001620******************************************************************
001630     COPY "PARMREC.CPY"
001640         REPLACING ==PARM-REC== BY ==WS-PARM-REC==.
001650     COPY "PARMREC.CPY"
001660         REPLACING ==PARM-REC== BY ==WS-ASOF-REC==.
001670     COPY "PARMREC.CPY"
001680         REPLACING ==PARM-REC== BY ==WS-FMT-PARM==.
001690******************************************************************
001700*  PARAMETER FIELDS BY PI.PARM.LOG FIELD CODE, WITH THE KIND OF  *
001710*  VALUE THE LOG CARRIES FOR EACH (I INTEGER, D DECIMAL, A       *
001720*  ALGORITHM, M RUN MODE, P PRECISION, C COST CENTRE) AND A      *
001730*  DESCRIPTION.                                                  *
001740******************************************************************
001750 01  WS-FIELD-NAMES.
001760     05  FILLER PIC X(21) VALUE 'ITIITERATIONS'.
001770     05  FILLER PIC X(21) VALUE 'CKICHECKPOINT INTVL'.
001780     05  FILLER PIC X(21) VALUE 'RIIREPORT INTERVAL'.
001790     05  FILLER PIC X(21) VALUE 'RVDREFERENCE VALUE'.
001800     05  FILLER PIC X(21) VALUE 'TLDTOLERANCE'.
001810     05  FILLER PIC X(21) VALUE 'ALAALGORITHM'.
001820     05  FILLER PIC X(21) VALUE 'RMMRUN MODE'.
001830     05  FILLER PIC X(21) VALUE 'SDISTABLE DIGITS'.
001840     05  FILLER PIC X(21) VALUE 'MXIPRECISION CEILING'.
001850     05  FILLER PIC X(21) VALUE 'EPPPRECISION'.
001860     05  FILLER PIC X(21) VALUE 'CCCCOST CENTRE'.
001870 01  WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
001880     05  WS-FIELD-ENTRY OCCURS 11.
001890         10  WS-FT-CODE           PIC X(02).
001900         10  WS-FT-KIND           PIC X(01).
001910         10  WS-FT-DESC           PIC X(18).
001920******************************************************************
001930*  REPLAY STATE BY FIELD -- CHANGES LANDED SINCE THE RUN STARTED,*
001940*  THE EARLIEST OF THEM AND ITS OLD VALUE, AND THE CONTRADICTION *
001950*  MARK WITH ITS EVIDENCE.                                       *
001960******************************************************************
001970 01  WS-FIELD-STATE.
001980     05  WS-FS-ENTRY OCCURS 11.
001990         10  WS-FS-CHANGES        PIC 9(03) VALUE ZERO.
002000         10  WS-FS-EARLIEST       PIC X(16) VALUE HIGH-VALUES.
002010         10  WS-FS-OLD-INTEGER    PIC 9(09) VALUE ZERO.
002020         10  WS-FS-OLD-DECIMAL    PIC S9(1)V9(37) VALUE ZERO.
002030         10  WS-FS-OLD-CODE       PIC X(01) VALUE SPACE.
002040         10  WS-FS-OLD-CC         PIC X(08) VALUE SPACES.
002050         10  WS-FS-MARK           PIC X(01) VALUE 'N'.
002060             88  WS-FS-CONTRADICTED   VALUE 'Y'.
002070         10  WS-FS-EVIDENCE       PIC X(70) VALUE SPACES.
002080******************************************************************
002090*  VALUE FORMATTING WORK AREAS                                   *
002100******************************************************************
002110 01  WS-FMT-INTEGER               PIC 9(09) VALUE ZERO.
002120 01  WS-FMT-DECIMAL               PIC S9(1)V9(37) VALUE ZERO.
002130 01  WS-FMT-CODE                  PIC X(01) VALUE SPACE.
002140 01  WS-FMT-COST-CENTRE           PIC X(08) VALUE SPACES.
002150 01  WS-FMT-TEXT                  PIC X(40) VALUE SPACES.
002160 01  WS-FMT-INT-ED                PIC ZZZ,ZZZ,ZZ9.
002170 01  WS-FMT-DEC-ED                PIC -9.9(37).
002180 01  WS-ALG-LABEL                 PIC X(12) VALUE SPACES.
002190 01  WS-EVID-COUNT-ED             PIC ZZZ,ZZZ,ZZ9.
002200 01  WS-EVID-LIMIT-ED             PIC ZZZ,ZZZ,ZZ9.
002210******************************************************************
002220*  DATE AND TIME EDITING                                         *
002230******************************************************************
002240 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
002250 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
002260 01  WS-STAMP-EDIT.
002270     05  WS-STAMP-YYYY            PIC 9(04).
002280     05  FILLER                   PIC X(01) VALUE '-'.
002290     05  WS-STAMP-MM              PIC 9(02).
002300     05  FILLER                   PIC X(01) VALUE '-'.
002310     05  WS-STAMP-DD              PIC 9(02).
002320     05  FILLER                   PIC X(01) VALUE SPACE.
002330     05  WS-STAMP-HH              PIC 9(02).
002340     05  FILLER                   PIC X(01) VALUE '.'.
002350     05  WS-STAMP-MI              PIC 9(02).
002360     05  FILLER                   PIC X(01) VALUE '.'.
002370     05  WS-STAMP-SS              PIC 9(02).
002380     05  FILLER                   PIC X(01) VALUE '.'.
002390     05  WS-STAMP-CC              PIC 9(02).
002400******************************************************************
002410*  HEADING, INFORMATION AND DETAIL LINES                         *
002420******************************************************************
002430 01  WS-HEAD1.
002440     05  FILLER                   PIC X(09) VALUE 'PIPRFIQ'.
002450     05  FILLER                   PIC X(36)
002460         VALUE 'AS-OF PROFILE RECONSTRUCTION -- RUN '.
002470     05  WS-HEAD1-RUN             PIC X(22).
002480     05  FILLER                   PIC X(65) VALUE SPACES.
002490 01  WS-INFO-LINE.
002500     05  WS-INFO-LABEL            PIC X(32).
002510     05  WS-INFO-VALUE            PIC X(60).
002520     05  FILLER                   PIC X(40) VALUE SPACES.
002530 01  WS-HEAD2.
002540     05  FILLER                   PIC X(04) VALUE 'FLD'.
002550     05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
002560     05  FILLER                   PIC X(42) VALUE 'AS OF THE RUN'.
002570     05  FILLER                   PIC X(42) VALUE 'CURRENT'.
002580     05  FILLER                   PIC X(05) VALUE 'CHGS'.
002590     05  FILLER                   PIC X(19) VALUE 'AUDIT'.
002600 01  WS-FIELD-LINE.
002610     05  WS-FL-CODE               PIC X(02).
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  WS-FL-DESC               PIC X(18).
002640     05  FILLER                   PIC X(02) VALUE SPACES.
002650     05  WS-FL-ASOF               PIC X(40).
002660     05  FILLER                   PIC X(02) VALUE SPACES.
002670     05  WS-FL-CURRENT            PIC X(40).
002680     05  FILLER                   PIC X(02) VALUE SPACES.
002690     05  WS-FL-CHANGES            PIC ZZ9.
002700     05  FILLER                   PIC X(02) VALUE SPACES.
002710     05  WS-FL-MARK               PIC X(19).
002720 01  WS-EVID-LINE.
002730     05  FILLER                   PIC X(24) VALUE SPACES.
002740     05  WS-EL-TEXT               PIC X(70).
002750     05  FILLER                   PIC X(38) VALUE SPACES.
002760 01  WS-NOTE-LINE.
002770     05  WS-NOTE-TEXT             PIC X(132).
002780 01  WS-HEAD3.
002790     05  FILLER                   PIC X(04) VALUE 'FLD'.
002800     05  FILLER                   PIC X(24) VALUE 'LANDED'.
002810     05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
002820     05  FILLER                   PIC X(10) VALUE 'APPROVER'.
002830     05  FILLER                   PIC X(42) VALUE 'OLD VALUE'.
002840     05  FILLER                   PIC X(42) VALUE 'NEW VALUE'.
002850 01  WS-CHANGE-LINE.
002860     05  WS-CL-CODE               PIC X(02).
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  WS-CL-LANDED             PIC X(22).
002890     05  FILLER                   PIC X(02) VALUE SPACES.
002900     05  WS-CL-REQUESTER          PIC X(08).
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  WS-CL-APPROVER           PIC X(08).
002930     05  FILLER                   PIC X(02) VALUE SPACES.
002940     05  WS-CL-OLD                PIC X(40).
002950     05  FILLER                   PIC X(02) VALUE SPACES.
002960     05  WS-CL-NEW                PIC X(40).
002970     05  FILLER                   PIC X(02) VALUE SPACES.
002980******************************************************************
002990*  WORK COUNTERS                                                 *
003000******************************************************************
003010 77  WC-FLD-IDX                   PIC 9(02) COMP VALUE ZERO.
003020 77  WC-LOG-READ                  PIC 9(09) COMP VALUE ZERO.
003030 77  WC-LOG-PROFILE               PIC 9(09) COMP VALUE ZERO.
003040 77  WC-LOG-UNWOUND               PIC 9(09) COMP VALUE ZERO.
003050 77  WC-CONTRADICTIONS            PIC 9(02) COMP VALUE ZERO.
003060 77  WC-CEILING                   PIC 9(09) COMP VALUE ZERO.
003070 77  WC-START-TIME                PIC S9(09) COMP VALUE ZERO.
003080 77  WC-TIME-WORK                 PIC 9(08) VALUE ZERO.
003090 LINKAGE SECTION.
003100******************************************************************
003110*  EXEC PARM -- RUN KEY OF THE RUN TO RECONSTRUCT: RUN DATE      *
003120*  YYYYMMDD AND RUN TIME HHMMSSCC AS PRINTED BY PIRSLTIQ OR      *
003130*  PIHIST, E.G. PARM='2026091414302155'.                         *
003140******************************************************************
003150 01  LS-PARM-INFO.
003160     05  LS-PARM-LENGTH           PIC S9(04) COMP.
003170     05  LS-PARM-TEXT.
003180         10  LS-PARM-RUN-DATE     PIC 9(08).
003190         10  LS-PARM-RUN-TIME     PIC 9(08).
003200         10  FILLER               PIC X(84).
003210 PROCEDURE DIVISION USING LS-PARM-INFO.
003220******************************************************************
003230*  MAINLINE                                                      *
003240******************************************************************
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     IF NOT WS-INQUIRY-ENDED
003280         PERFORM 2000-FIND-RUN THRU 2000-EXIT
003290     END-IF.
003300     IF NOT WS-INQUIRY-ENDED
003310         PERFORM 2500-LOAD-PROFILE THRU 2500-EXIT
003320     END-IF.
003330     IF NOT WS-INQUIRY-ENDED
003340         PERFORM 3000-REPLAY-LOG THRU 3000-EXIT
003350         PERFORM 3500-BUILD-ASOF THRU 3500-EXIT
003360         PERFORM 4000-CHECK-RUN THRU 4000-EXIT
003370         PERFORM 5000-PRINT-PROFILE THRU 5000-EXIT
003380         PERFORM 6000-PRINT-CHANGES THRU 6000-EXIT
003390     END-IF.
003400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003410     STOP RUN.
003420******************************************************************
003430*  1000-INITIALIZE -- PICK UP THE RUN KEY AND OPEN THE LISTING.  *
003440*  NO RUN KEY ON THE EXEC PARM IS AN INQUIRY THAT CANNOT BE      *
003450*  ANSWERED.                                                     *
003460******************************************************************
003470 1000-INITIALIZE.
003480     OPEN OUTPUT PRINT-FILE.
003490     IF LS-PARM-LENGTH < 16
003500         OR LS-PARM-RUN-DATE NOT NUMERIC
003510         OR LS-PARM-RUN-TIME NOT NUMERIC
003520         OR LS-PARM-RUN-DATE = ZERO
003530         DISPLAY 'PIPRFIQ: EXEC PARM MUST CARRY THE RUN KEY '
003540             '(RUN DATE YYYYMMDD, RUN TIME HHMMSSCC).'
003550         MOVE 12 TO RETURN-CODE
003560         MOVE 'Y' TO WS-INQUIRY-ENDED-SW
003570         GO TO 1000-EXIT.
003580     MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE.
003590     MOVE LS-PARM-RUN-TIME TO WS-RUN-TIME.
003600     MOVE WS-RUN-DATE TO WS-STAMP-DATE.
003610     MOVE WS-RUN-TIME TO WS-STAMP-TIME.
003620     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
003630     MOVE WS-STAMP-EDIT TO WS-HEAD1-RUN.
003640     WRITE PRNT-REC FROM WS-HEAD1
003650         AFTER ADVANCING PAGE.
003660     MOVE SPACES TO PRNT-REC.
003670     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
003680 1000-EXIT.
003690     EXIT.
003700******************************************************************
003710*  2000-FIND-RUN -- READ PI.AUDIT.LOG (OR THE ARCHIVE GENERATIONS*
003720*  CONCATENATED AHEAD OF IT) FOR THE RUN RECORD CARRYING THE RUN *
003730*  KEY.  REFUSAL AND OVERRIDE RECORDS SHARE THE LOG BUT ARE NOT  *
003740*  RUNS.  THEN LOOK UP THE RUN'S ARCHIVED RESULT, WHICH MAY HAVE *
003750*  BEEN PURGED BY PIHSKP.                                        *
003760******************************************************************
003770 2000-FIND-RUN.
003780     OPEN INPUT AUDIT-FILE.
003790     IF NOT WS-AUDIT-STATUS-OK
003800         DISPLAY 'PIPRFIQ: AUDITDD OPEN FAILED, STATUS '
003810             WS-AUDIT-STATUS '; RUN CANNOT BE FOUND.'
003820         MOVE 12 TO RETURN-CODE
003830         MOVE 'Y' TO WS-INQUIRY-ENDED-SW
003840         GO TO 2000-EXIT.
003850     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
003860         UNTIL WS-AUDIT-EOF
003870         OR WS-RUN-FOUND.
003880     CLOSE AUDIT-FILE.
003890     IF NOT WS-RUN-FOUND
003900         DISPLAY 'PIPRFIQ: NO RUN RECORD ON AUDITDD FOR RUN KEY '
003910             WS-RUN-DATE ' ' WS-RUN-TIME '.'
003920         MOVE 'NO RUN RECORD ON THE AUDIT LOG FOR THIS RUN KEY.'
003930             TO WS-NOTE-TEXT
003940         WRITE PRNT-REC FROM WS-NOTE-LINE
003950             AFTER ADVANCING 1 LINE
003960         MOVE 8 TO RETURN-CODE
003970         MOVE 'Y' TO WS-INQUIRY-ENDED-SW
003980         GO TO 2000-EXIT.
003990     PERFORM 2200-READ-RESULT THRU 2200-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020******************************************************************
004030*  2100-READ-AUDIT -- ONE AUDIT RECORD.                          *
004040******************************************************************
004050 2100-READ-AUDIT.
004060     READ AUDIT-FILE INTO WS-AUDIT-REC
004070         AT END
004080             MOVE 'Y' TO WS-AUDIT-EOF-SW
004090             GO TO 2100-EXIT
004100     END-READ.
004110     IF AUDIT-RUN-DATE OF WS-AUDIT-REC = WS-RUN-DATE
004120         AND AUDIT-RUN-TIME OF WS-AUDIT-REC = WS-RUN-TIME
004130         AND AUDIT-ACTION-RUN OF WS-AUDIT-REC
004140         MOVE 'Y' TO WS-RUN-FOUND-SW
004150     END-IF.
004160 2100-EXIT.
004170     EXIT.
004180******************************************************************
004190*  2200-READ-RESULT -- THE RUN'S RESULT RECORD BY KEY.  AN       *
004200*  UNAVAILABLE ARCHIVE OR A PURGED RESULT ONLY NARROWS THE       *
004210*  CHECKS; THE RECONSTRUCTION ITSELF STILL STANDS.               *
004220******************************************************************
004230 2200-READ-RESULT.
004240     OPEN INPUT RESULT-FILE.
004250     IF NOT WS-RESULT-STATUS-OK
004260         DISPLAY 'PIPRFIQ: RESULTDD OPEN FAILED, STATUS '
004270             WS-RESULT-STATUS '; ALGORITHM AND PRECISION NOT '
004280             'CHECKED.'
004290         GO TO 2200-EXIT.
004300     MOVE WS-RUN-DATE TO RSLT-RUN-DATE.
004310     MOVE WS-RUN-TIME TO RSLT-RUN-TIME.
004320     READ RESULT-FILE
004330         INVALID KEY
004340             DISPLAY 'PIPRFIQ: RUN NO LONGER ON RESULTDD; '
004350                 'ALGORITHM AND PRECISION NOT CHECKED.'
004360         NOT INVALID KEY
004370             MOVE 'Y' TO WS-RESULT-FOUND-SW
004380     END-READ.
004390     CLOSE RESULT-FILE.
004400 2200-EXIT.
004410     EXIT.
004420******************************************************************
004430*  2500-LOAD-PROFILE -- THE RUN'S PROFILE AS IT STANDS NOW.  A   *
004440*  BLANK AUDIT PROFILE IS THE FIRST RECORD ON PI.PARM.FILE, AS IN*
004450*  PICALC.  A PROFILE SINCE DELETED CANNOT BE REPLAYED.          *
004460******************************************************************
004470 2500-LOAD-PROFILE.
004480     MOVE AUDIT-PROFILE OF WS-AUDIT-REC TO WS-RUN-PROFILE.
004490     OPEN INPUT PARM-FILE.
004500     IF NOT WS-PARM-STATUS-OK
004510         DISPLAY 'PIPRFIQ: PARMDD OPEN FAILED, STATUS '
004520             WS-PARM-STATUS '; PROFILE CANNOT BE RECONSTRUCTED.'
004530         MOVE 12 TO RETURN-CODE
004540         MOVE 'Y' TO WS-INQUIRY-ENDED-SW
004550         GO TO 2500-EXIT.
004560     PERFORM 2510-READ-PROFILE THRU 2510-EXIT
004570         UNTIL WS-PARM-EOF
004580         OR WS-PROFILE-FOUND.
004590     CLOSE PARM-FILE.
004600     IF NOT WS-PROFILE-FOUND
004610         DISPLAY 'PIPRFIQ: PROFILE ' WS-RUN-PROFILE
004620             ' IS NOT ON PARMDD; PROFILE CANNOT BE RECONSTRUCTED.'
004630         MOVE 'THE RUN''S PROFILE IS NO LONGER ON PI.PARM.FILE.'
004640             TO WS-NOTE-TEXT
004650         WRITE PRNT-REC FROM WS-NOTE-LINE
004660             AFTER ADVANCING 1 LINE
004670         MOVE 12 TO RETURN-CODE
004680         MOVE 'Y' TO WS-INQUIRY-ENDED-SW
004690     END-IF.
004700 2500-EXIT.
004710     EXIT.
004720******************************************************************
004730*  2510-READ-PROFILE -- ONE PARAMETER PROFILE.                   *
004740******************************************************************
004750 2510-READ-PROFILE.
004760     READ PARM-FILE INTO WS-PARM-REC
004770         AT END
004780             MOVE 'Y' TO WS-PARM-EOF-SW
004790             GO TO 2510-EXIT
004800     END-READ.
004810     IF WS-FIRST-PROFILE = SPACES
004820         MOVE PARM-PROFILE-NAME OF WS-PARM-REC TO WS-FIRST-PROFILE
004830     END-IF.
004840     IF WS-RUN-PROFILE = SPACES
004850         MOVE WS-FIRST-PROFILE TO WS-RUN-PROFILE
004860     END-IF.
004870     IF PARM-PROFILE-NAME OF WS-PARM-REC = WS-RUN-PROFILE
004880         MOVE 'Y' TO WS-PROFILE-FOUND-SW
004890     END-IF.
004900 2510-EXIT.
004910     EXIT.
004920******************************************************************
004930*  3000-REPLAY-LOG -- THE RUN STARTED AT ITS RUN KEY LESS ITS    *
004940*  ELAPSED TIME.  PICALC'S ELAPSED TIME FOR A RUN THAT SPANNED   *
004950*  MIDNIGHT DOES NOT GIVE THE START BACK, SO SUCH A RUN IS TAKEN *
004960*  AS OF ITS RUN KEY, AS PIRECON TAKES EVERY RUN.  ONE PASS      *
004970*  OF PI.PARM.LOG FINDS, FOR EVERY FIELD OF THE RUN'S            *
004980*  PROFILE, THE CHANGES THAT LANDED AFTER THAT MOMENT AND THE    *
004990*  EARLIEST OF THEM.  NO LOG MEANS NO RECORDED CHANGE.           *
005000******************************************************************
005010 3000-REPLAY-LOG.
005020     MOVE WS-RUN-DATE TO WS-ASOF-DATE.
005030     COMPUTE WC-START-TIME =
005040         WS-RUN-TIME - AUDIT-ELAPSED-TIME OF WS-AUDIT-REC.
005050     IF WC-START-TIME < ZERO
005060         MOVE 'Y' TO WS-ASOF-AT-KEY-SW
005070         MOVE WS-RUN-TIME TO WS-ASOF-TIME
005080     ELSE
005090         MOVE WC-START-TIME TO WS-ASOF-TIME
005100     END-IF.
005110     OPEN INPUT PLOG-FILE.
005120     IF WS-PLOG-STATUS-NOT-FOUND
005130         DISPLAY 'PIPRFIQ: NO PARAMETER CHANGE LOG ON PLOGDD; '
005140             'CURRENT VALUES TAKEN AS IN FORCE.'
005150         GO TO 3000-EXIT.
005160     IF NOT WS-PLOG-STATUS-OK
005170         DISPLAY 'PIPRFIQ: PLOGDD OPEN FAILED, STATUS '
005180             WS-PLOG-STATUS '; PROFILE CANNOT BE RECONSTRUCTED.'
005190         MOVE 12 TO RETURN-CODE
005200         GO TO 3000-EXIT.
005210     MOVE 'Y' TO WS-PLOG-PRESENT-SW.
005220     MOVE 'N' TO WS-PLOG-EOF-SW.
005230     PERFORM 3100-REPLAY-ONE THRU 3100-EXIT
005240         UNTIL WS-PLOG-EOF.
005250     CLOSE PLOG-FILE.
005260 3000-EXIT.
005270     EXIT.
005280******************************************************************
005290*  3100-REPLAY-ONE -- ONE PI.PARM.LOG RECORD.  A BLANK PROFILE   *
005300*  ON THE LOG IS THE FIRST PROFILE, AS IN PIRECON.  OF TWO       *
005310*  CHANGES LANDING AT THE SAME MOMENT THE FIRST READ IS KEPT.    *
005320******************************************************************
005330 3100-REPLAY-ONE.
005340     READ PLOG-FILE
005350         AT END
005360             MOVE 'Y' TO WS-PLOG-EOF-SW
005370             GO TO 3100-EXIT
005380     END-READ.
005390     ADD 1 TO WC-LOG-READ.
005400     PERFORM 7000-LOG-KEYS THRU 7000-EXIT.
005410     IF WS-LOG-PROFILE NOT = WS-RUN-PROFILE
005420         OR NOT WS-FIELD-KNOWN
005430         GO TO 3100-EXIT.
005440     ADD 1 TO WC-LOG-PROFILE.
005450     IF WS-EFF-KEY NOT > WS-ASOF-KEY
005460         GO TO 3100-EXIT.
005470     ADD 1 TO WC-LOG-UNWOUND.
005480     ADD 1 TO WS-FS-CHANGES (WC-FLD-IDX).
005490     IF WS-EFF-KEY < WS-FS-EARLIEST (WC-FLD-IDX)
005500         MOVE WS-EFF-KEY TO WS-FS-EARLIEST (WC-FLD-IDX)
005510         MOVE PLOG-OLD-INTEGER TO WS-FS-OLD-INTEGER (WC-FLD-IDX)
005520         MOVE PLOG-OLD-DECIMAL TO WS-FS-OLD-DECIMAL (WC-FLD-IDX)
005530         MOVE PLOG-OLD-COST-CENTRE TO WS-FS-OLD-CC (WC-FLD-IDX)
005540         IF WS-FT-KIND (WC-FLD-IDX) = 'A'
005550             MOVE PLOG-OLD-ALGORITHM
005560                 TO WS-FS-OLD-CODE (WC-FLD-IDX)
005570         ELSE
005580             MOVE PLOG-OLD-MODE TO WS-FS-OLD-CODE (WC-FLD-IDX)
005590         END-IF
005600     END-IF.
005610 3100-EXIT.
005620     EXIT.
005630******************************************************************
005640*  3500-BUILD-ASOF -- THE CURRENT RECORD WITH THE OLD VALUE OF   *
005650*  EVERY UNWOUND FIELD PUT BACK.                                 *
005660******************************************************************
005670 3500-BUILD-ASOF.
005680     MOVE WS-PARM-REC TO WS-ASOF-REC.
005690     PERFORM 3510-UNWIND-FIELD THRU 3510-EXIT
005700         VARYING WC-FLD-IDX FROM 1 BY 1
005710         UNTIL WC-FLD-IDX > 11.
005720 3500-EXIT.
005730     EXIT.
005740******************************************************************
005750*  3510-UNWIND-FIELD -- ONE FIELD.                               *
005760******************************************************************
005770 3510-UNWIND-FIELD.
005780     IF WS-FS-CHANGES (WC-FLD-IDX) = ZERO
005790         GO TO 3510-EXIT.
005800     EVALUATE WS-FT-CODE (WC-FLD-IDX)
005810         WHEN 'IT'
005820             MOVE WS-FS-OLD-INTEGER (WC-FLD-IDX)
005830                 TO PARM-ITERATIONS OF WS-ASOF-REC
005840         WHEN 'CK'
005850             MOVE WS-FS-OLD-INTEGER (WC-FLD-IDX)
005860                 TO PARM-CKPT-INTERVAL OF WS-ASOF-REC
005870         WHEN 'RI'
005880             MOVE WS-FS-OLD-INTEGER (WC-FLD-IDX)
005890                 TO PARM-REPORT-INTERVAL OF WS-ASOF-REC
005900         WHEN 'RV'
005910             MOVE WS-FS-OLD-DECIMAL (WC-FLD-IDX)
005920                 TO PARM-REFERENCE-VALUE OF WS-ASOF-REC
005930         WHEN 'TL'
005940             MOVE WS-FS-OLD-DECIMAL (WC-FLD-IDX)
005950                 TO PARM-TOLERANCE OF WS-ASOF-REC
005960         WHEN 'AL'
005970             MOVE WS-FS-OLD-CODE (WC-FLD-IDX)
005980                 TO PARM-ALGORITHM OF WS-ASOF-REC
005990         WHEN 'RM'
006000             MOVE WS-FS-OLD-CODE (WC-FLD-IDX)
006010                 TO PARM-RUN-MODE OF WS-ASOF-REC
006020         WHEN 'SD'
006030             MOVE WS-FS-OLD-INTEGER (WC-FLD-IDX)
006040                 TO PARM-STABLE-DIGITS OF WS-ASOF-REC
006050         WHEN 'MX'
006060             MOVE WS-FS-OLD-INTEGER (WC-FLD-IDX)
006070                 TO PARM-MAX-ITERS OF WS-ASOF-REC
006080         WHEN 'EP'
006090             MOVE WS-FS-OLD-CODE (WC-FLD-IDX)
006100                 TO PARM-PRECISION OF WS-ASOF-REC
006110         WHEN 'CC'
006120             MOVE WS-FS-OLD-CC (WC-FLD-IDX)
006130                 TO PARM-COST-CENTRE OF WS-ASOF-REC
006140     END-EVALUATE.
006150 3510-EXIT.
006160     EXIT.
006170******************************************************************
006180*  4000-CHECK-RUN -- HOLD THE RECONSTRUCTED PROFILE AGAINST WHAT *
006190*  THE RUN ITSELF RECORDED.  THE TERM COUNT IS CHECKED ONLY WHERE*
006200*  THE PROFILE FIXED IT: A FIXED-COUNT RUN MUST HAVE SUMMED THE  *
006210*  PROFILE'S TERM COUNT, AND A PRECISION RUN CANNOT HAVE SUMMED  *
006220*  MORE THAN ITS CEILING (THE PRECISION CEILING, OR THE TERM     *
006230*  COUNT WHEN NO CEILING IS SET).  A ZERO TERM COUNT ON THE      *
006240*  PROFILE LEAVES THE COUNT TO PICALC'S DEFAULT AND IS NOT HELD. *
006250*  A PRECISION PROFILE WITH NO STABLE-DIGIT TARGET RUNS AT A     *
006260*  FIXED TERM COUNT IN PICALC AND IS HELD AS ONE.                *
006270******************************************************************
006280 4000-CHECK-RUN.
006290     IF AUDIT-RUN-MODE OF WS-AUDIT-REC = 'P'
006300         AND NOT PARM-MODE-PRECISION OF WS-ASOF-REC
006310         OR AUDIT-RUN-MODE OF WS-AUDIT-REC NOT = 'P'
006320         AND PARM-MODE-PRECISION OF WS-ASOF-REC
006330         AND PARM-STABLE-DIGITS OF WS-ASOF-REC > ZERO
006340         MOVE 7 TO WC-FLD-IDX
006350         MOVE SPACES TO WS-FS-EVIDENCE (WC-FLD-IDX)
006360         STRING 'AUDIT RECORD SHOWS THE RUN MADE IN RUN MODE '
006370             DELIMITED BY SIZE
006380             AUDIT-RUN-MODE OF WS-AUDIT-REC DELIMITED BY SIZE
006390             INTO WS-FS-EVIDENCE (WC-FLD-IDX)
006400         END-STRING
006410         PERFORM 4900-MARK-FIELD THRU 4900-EXIT
006420     END-IF.
006430     IF AUDIT-RUN-MODE OF WS-AUDIT-REC NOT = 'P'
006440         AND PARM-ITERATIONS OF WS-ASOF-REC > ZERO
006450         AND AUDIT-ITERATIONS OF WS-AUDIT-REC
006460             NOT = PARM-ITERATIONS OF WS-ASOF-REC
006470         MOVE 1 TO WC-FLD-IDX
006480         MOVE AUDIT-ITERATIONS OF WS-AUDIT-REC TO WS-EVID-COUNT-ED
006490         MOVE SPACES TO WS-FS-EVIDENCE (WC-FLD-IDX)
006500         STRING 'AUDIT RECORD SHOWS ' DELIMITED BY SIZE
006510             WS-EVID-COUNT-ED DELIMITED BY SIZE
006520             ' TERMS SUMMED AT A FIXED TERM COUNT'
006530             DELIMITED BY SIZE
006540             INTO WS-FS-EVIDENCE (WC-FLD-IDX)
006550         END-STRING
006560         PERFORM 4900-MARK-FIELD THRU 4900-EXIT
006570     END-IF.
006580     IF AUDIT-RUN-MODE OF WS-AUDIT-REC = 'P'
006590         PERFORM 4100-CHECK-CEILING THRU 4100-EXIT
006600     END-IF.
006610     IF WS-RESULT-FOUND
006620         PERFORM 4200-CHECK-RESULT THRU 4200-EXIT
006630     END-IF.
006640     IF WC-CONTRADICTIONS > ZERO
006650         AND RETURN-CODE < 4
006660         MOVE 4 TO RETURN-CODE
006670     END-IF.
006680 4000-EXIT.
006690     EXIT.
006700******************************************************************
006710*  4100-CHECK-CEILING -- A PRECISION RUN PAST ITS CEILING.       *
006720******************************************************************
006730 4100-CHECK-CEILING.
006740     IF PARM-MAX-ITERS OF WS-ASOF-REC > ZERO
006750         MOVE PARM-MAX-ITERS OF WS-ASOF-REC TO WC-CEILING
006760         MOVE 9 TO WC-FLD-IDX
006770     ELSE
006780         MOVE PARM-ITERATIONS OF WS-ASOF-REC TO WC-CEILING
006790         MOVE 1 TO WC-FLD-IDX
006800     END-IF.
006810     IF WC-CEILING = ZERO
006820         OR AUDIT-ITERATIONS OF WS-AUDIT-REC NOT > WC-CEILING
006830         GO TO 4100-EXIT.
006840     MOVE AUDIT-ITERATIONS OF WS-AUDIT-REC TO WS-EVID-COUNT-ED.
006850     MOVE WC-CEILING TO WS-EVID-LIMIT-ED.
006860     MOVE SPACES TO WS-FS-EVIDENCE (WC-FLD-IDX).
006870     STRING 'AUDIT RECORD SHOWS ' DELIMITED BY SIZE
006880         WS-EVID-COUNT-ED DELIMITED BY SIZE
006890         ' TERMS, PAST A CEILING OF ' DELIMITED BY SIZE
006900         WS-EVID-LIMIT-ED DELIMITED BY SIZE
006910         INTO WS-FS-EVIDENCE (WC-FLD-IDX)
006920     END-STRING.
006930     PERFORM 4900-MARK-FIELD THRU 4900-EXIT.
006940 4100-EXIT.
006950     EXIT.
006960******************************************************************
006970*  4200-CHECK-RESULT -- ALGORITHM AND PRECISION FROM THE RUN'S   *
006980*  ARCHIVED RESULT.  A BLANK PRECISION ON EITHER SIDE IS         *
006990*  STANDARD, AND A BLANK ALGORITHM CODE IS NILAKANTHA, AS IN     *
007000*  PICALC.                                                       *
007010******************************************************************
007020 4200-CHECK-RESULT.
007030     MOVE PARM-ALGORITHM OF WS-ASOF-REC TO WS-FMT-CODE.
007040     PERFORM 7300-ALG-LABEL THRU 7300-EXIT.
007050     IF RSLT-ALGORITHM NOT = WS-ALG-LABEL
007060         MOVE 6 TO WC-FLD-IDX
007070         MOVE SPACES TO WS-FS-EVIDENCE (WC-FLD-IDX)
007080         STRING 'RESULT RECORD SHOWS THE RUN MADE WITH '
007090             DELIMITED BY SIZE
007100             RSLT-ALGORITHM DELIMITED BY SIZE
007110             INTO WS-FS-EVIDENCE (WC-FLD-IDX)
007120         END-STRING
007130         PERFORM 4900-MARK-FIELD THRU 4900-EXIT
007140     END-IF.
007150     IF RSLT-PRECISION = 'E'
007160         AND NOT PARM-PREC-EXTENDED OF WS-ASOF-REC
007170         OR RSLT-PRECISION NOT = 'E'
007180         AND PARM-PREC-EXTENDED OF WS-ASOF-REC
007190         MOVE 10 TO WC-FLD-IDX
007200         MOVE SPACES TO WS-FS-EVIDENCE (WC-FLD-IDX)
007210         STRING 'RESULT RECORD SHOWS THE RUN MADE AT PRECISION '
007220             DELIMITED BY SIZE
007230             RSLT-PRECISION DELIMITED BY SIZE
007240             INTO WS-FS-EVIDENCE (WC-FLD-IDX)
007250         END-STRING
007260         PERFORM 4900-MARK-FIELD THRU 4900-EXIT
007270     END-IF.
007280 4200-EXIT.
007290     EXIT.
007300******************************************************************
007310*  4900-MARK-FIELD -- MARK THE FIELD IN WC-FLD-IDX CONTRADICTED. *
007320******************************************************************
007330 4900-MARK-FIELD.
007340     IF NOT WS-FS-CONTRADICTED (WC-FLD-IDX)
007350         MOVE 'Y' TO WS-FS-MARK (WC-FLD-IDX)
007360         ADD 1 TO WC-CONTRADICTIONS
007370     END-IF.
007380 4900-EXIT.
007390     EXIT.
007400******************************************************************
007410*  5000-PRINT-PROFILE -- THE RUN, THEN EVERY FIELD AS IT STOOD   *
007420*  AND AS IT STANDS, WITH THE EVIDENCE UNDER EACH FIELD THE RUN  *
007430*  CONTRADICTS.                                                  *
007440******************************************************************
007450 5000-PRINT-PROFILE.
007460     MOVE 'PROFILE . . . . . . . . . . . .' TO WS-INFO-LABEL.
007470     MOVE WS-RUN-PROFILE TO WS-INFO-VALUE.
007480     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007490     MOVE 'OPERATOR  . . . . . . . . . . .' TO WS-INFO-LABEL.
007500     MOVE AUDIT-OPERATOR-ID OF WS-AUDIT-REC TO WS-INFO-VALUE.
007510     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007520     MOVE 'RUN STARTED (PROFILE AS OF) . .' TO WS-INFO-LABEL.
007530     MOVE WS-ASOF-DATE TO WS-STAMP-DATE.
007540     MOVE WS-ASOF-TIME TO WS-STAMP-TIME.
007550     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
007560     MOVE WS-STAMP-EDIT TO WS-INFO-VALUE.
007570     IF WS-ASOF-AT-KEY
007580         MOVE 'SPANNED MIDNIGHT -- AS OF KEY .' TO WS-INFO-LABEL
007590     END-IF.
007600     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007610     MOVE 'TERMS SUMMED  . . . . . . . . .' TO WS-INFO-LABEL.
007620     MOVE AUDIT-ITERATIONS OF WS-AUDIT-REC TO WS-FMT-INT-ED.
007630     MOVE WS-FMT-INT-ED TO WS-INFO-VALUE.
007640     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007650     MOVE 'RUN MODE (AUDIT)  . . . . . . .' TO WS-INFO-LABEL.
007660     MOVE AUDIT-RUN-MODE OF WS-AUDIT-REC TO WS-INFO-VALUE.
007670     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007680     MOVE 'ALGORITHM (RESULT)  . . . . . .' TO WS-INFO-LABEL.
007690     IF WS-RESULT-FOUND
007700         MOVE RSLT-ALGORITHM TO WS-INFO-VALUE
007710     ELSE
007720         MOVE 'RESULT NOT ON THE ARCHIVE -- NOT CHECKED'
007730             TO WS-INFO-VALUE
007740     END-IF.
007750     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007760     MOVE 'PRECISION (RESULT)  . . . . . .' TO WS-INFO-LABEL.
007770     IF WS-RESULT-FOUND
007780         MOVE RSLT-PRECISION TO WS-INFO-VALUE
007790     ELSE
007800         MOVE 'RESULT NOT ON THE ARCHIVE -- NOT CHECKED'
007810             TO WS-INFO-VALUE
007820     END-IF.
007830     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007840     MOVE 'PARAMETER LOG RECORDS READ  . .' TO WS-INFO-LABEL.
007850     IF WS-PLOG-PRESENT
007860         MOVE WC-LOG-READ TO WS-FMT-INT-ED
007870         MOVE WS-FMT-INT-ED TO WS-INFO-VALUE
007880     ELSE
007890         MOVE 'NO LOG ON PLOGDD -- CURRENT VALUES SHOWN'
007900             TO WS-INFO-VALUE
007910     END-IF.
007920     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007930     MOVE 'CHANGES SINCE THE RUN STARTED .' TO WS-INFO-LABEL.
007940     MOVE WC-LOG-UNWOUND TO WS-FMT-INT-ED.
007950     MOVE WS-FMT-INT-ED TO WS-INFO-VALUE.
007960     PERFORM 5900-PRINT-INFO THRU 5900-EXIT.
007970     WRITE PRNT-REC FROM WS-HEAD2
007980         AFTER ADVANCING 2 LINES.
007990     MOVE SPACES TO PRNT-REC.
008000     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
008010     PERFORM 5100-PRINT-FIELD THRU 5100-EXIT
008020         VARYING WC-FLD-IDX FROM 1 BY 1
008030         UNTIL WC-FLD-IDX > 11.
008040     PERFORM 5200-PRINT-EP-IMAGE THRU 5200-EXIT.
008050 5000-EXIT.
008060     EXIT.
008070******************************************************************
008080*  5100-PRINT-FIELD -- ONE FIELD LINE, AND ITS EVIDENCE LINE WHEN*
008090*  THE RUN CONTRADICTS IT.                                       *
008100******************************************************************
008110 5100-PRINT-FIELD.
008120     MOVE WS-FT-CODE (WC-FLD-IDX) TO WS-FL-CODE.
008130     MOVE WS-FT-DESC (WC-FLD-IDX) TO WS-FL-DESC.
008140     MOVE WS-ASOF-REC TO WS-FMT-PARM.
008150     PERFORM 7100-PARM-VALUE THRU 7100-EXIT.
008160     PERFORM 7200-FORMAT-VALUE THRU 7200-EXIT.
008170     MOVE WS-FMT-TEXT TO WS-FL-ASOF.
008180     MOVE WS-PARM-REC TO WS-FMT-PARM.
008190     PERFORM 7100-PARM-VALUE THRU 7100-EXIT.
008200     PERFORM 7200-FORMAT-VALUE THRU 7200-EXIT.
008210     MOVE WS-FMT-TEXT TO WS-FL-CURRENT.
008220     MOVE WS-FS-CHANGES (WC-FLD-IDX) TO WS-FL-CHANGES.
008230     IF WS-FS-CONTRADICTED (WC-FLD-IDX)
008240         MOVE '** CONTRADICTED' TO WS-FL-MARK
008250     ELSE
008260         MOVE SPACES TO WS-FL-MARK
008270     END-IF.
008280     WRITE PRNT-REC FROM WS-FIELD-LINE
008290         AFTER ADVANCING 1 LINE.
008300     IF WS-FS-CONTRADICTED (WC-FLD-IDX)
008310         MOVE WS-FS-EVIDENCE (WC-FLD-IDX) TO WS-EL-TEXT
008320         WRITE PRNT-REC FROM WS-EVID-LINE
008330             AFTER ADVANCING 1 LINE
008340     END-IF.
008350 5100-EXIT.
008360     EXIT.
008370******************************************************************
008380*  5200-PRINT-EP-IMAGE -- PI.PARM.LOG CARRIES THE REFERENCE VALUE*
008390*  TO 37 DECIMALS ONLY.  WHEN AN RV CHANGE WAS UNWOUND THE       *
008400*  72-DIGIT IMAGE THE RUN USED CANNOT BE RECOVERED FROM THE LOG; *
008410*  OTHERWISE IT IS THE IMAGE ON FILE NOW.                        *
008420******************************************************************
008430 5200-PRINT-EP-IMAGE.
008440     MOVE SPACES TO WS-NOTE-TEXT.
008450     IF WS-FS-CHANGES (4) > ZERO
008460         MOVE 'RV UNWOUND -- 72-DIGIT IMAGE NOT RECOVERABLE.'
008470             TO WS-NOTE-TEXT
008480     ELSE
008490         IF PARM-EP-REFERENCE OF WS-PARM-REC NUMERIC
008500             AND PARM-EP-REFERENCE OF WS-PARM-REC NOT = ZERO
008510             MOVE '72-DIGIT REFERENCE IMAGE AS ON FILE NOW.'
008520                 TO WS-NOTE-TEXT
008530         ELSE
008540             MOVE 'NO 72-DIGIT REFERENCE IMAGE ON FILE.'
008550                 TO WS-NOTE-TEXT
008560         END-IF
008570     END-IF.
008580     WRITE PRNT-REC FROM WS-NOTE-LINE
008590         AFTER ADVANCING 2 LINES.
008600 5200-EXIT.
008610     EXIT.
008620******************************************************************
008630*  5900-PRINT-INFO -- ONE LABELLED LINE ABOUT THE RUN.           *
008640******************************************************************
008650 5900-PRINT-INFO.
008660     WRITE PRNT-REC FROM WS-INFO-LINE
008670         AFTER ADVANCING 1 LINE.
008680 5900-EXIT.
008690     EXIT.
008700******************************************************************
008710*  6000-PRINT-CHANGES -- A SECOND PASS OF PI.PARM.LOG LISTS EVERY*
008720*  CHANGE THE RECONSTRUCTION UNWOUND, IN LOG ORDER.              *
008730******************************************************************
008740 6000-PRINT-CHANGES.
008750     IF NOT WS-PLOG-PRESENT
008760         OR WC-LOG-UNWOUND = ZERO
008770         GO TO 6000-EXIT.
008780     OPEN INPUT PLOG-FILE.
008790     IF NOT WS-PLOG-STATUS-OK
008800         DISPLAY 'PIPRFIQ: PLOGDD REOPEN FAILED, STATUS '
008810             WS-PLOG-STATUS '; CHANGE LISTING SKIPPED.'
008820         MOVE 12 TO RETURN-CODE
008830         GO TO 6000-EXIT.
008840     WRITE PRNT-REC FROM WS-HEAD3
008850         AFTER ADVANCING 2 LINES.
008860     MOVE SPACES TO PRNT-REC.
008870     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
008880     MOVE 'N' TO WS-PLOG-EOF-SW.
008890     PERFORM 6100-PRINT-ONE-CHANGE THRU 6100-EXIT
008900         UNTIL WS-PLOG-EOF.
008910     CLOSE PLOG-FILE.
008920 6000-EXIT.
008930     EXIT.
008940******************************************************************
008950*  6100-PRINT-ONE-CHANGE -- ONE LOG RECORD, IF IT WAS UNWOUND.   *
008960******************************************************************
008970 6100-PRINT-ONE-CHANGE.
008980     READ PLOG-FILE
008990         AT END
009000             MOVE 'Y' TO WS-PLOG-EOF-SW
009010             GO TO 6100-EXIT
009020     END-READ.
009030     PERFORM 7000-LOG-KEYS THRU 7000-EXIT.
009040     IF WS-LOG-PROFILE NOT = WS-RUN-PROFILE
009050         OR NOT WS-FIELD-KNOWN
009060         OR WS-EFF-KEY NOT > WS-ASOF-KEY
009070         GO TO 6100-EXIT.
009080     MOVE PLOG-FIELD-CODE TO WS-CL-CODE.
009090     MOVE WS-EFF-DATE TO WS-STAMP-DATE.
009100     MOVE WS-EFF-TIME TO WS-STAMP-TIME.
009110     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
009120     MOVE WS-STAMP-EDIT TO WS-CL-LANDED.
009130     MOVE PLOG-OPERATOR-ID TO WS-CL-REQUESTER.
009140     MOVE PLOG-APPROVER-ID TO WS-CL-APPROVER.
009150     MOVE PLOG-OLD-INTEGER TO WS-FMT-INTEGER.
009160     MOVE PLOG-OLD-DECIMAL TO WS-FMT-DECIMAL.
009170     MOVE PLOG-OLD-COST-CENTRE TO WS-FMT-COST-CENTRE.
009180     IF WS-FT-KIND (WC-FLD-IDX) = 'A'
009190         MOVE PLOG-OLD-ALGORITHM TO WS-FMT-CODE
009200     ELSE
009210         MOVE PLOG-OLD-MODE TO WS-FMT-CODE
009220     END-IF.
009230     PERFORM 7200-FORMAT-VALUE THRU 7200-EXIT.
009240     MOVE WS-FMT-TEXT TO WS-CL-OLD.
009250     MOVE PLOG-NEW-INTEGER TO WS-FMT-INTEGER.
009260     MOVE PLOG-NEW-DECIMAL TO WS-FMT-DECIMAL.
009270     MOVE PLOG-NEW-COST-CENTRE TO WS-FMT-COST-CENTRE.
009280     IF WS-FT-KIND (WC-FLD-IDX) = 'A'
009290         MOVE PLOG-NEW-ALGORITHM TO WS-FMT-CODE
009300     ELSE
009310         MOVE PLOG-NEW-MODE TO WS-FMT-CODE
009320     END-IF.
009330     PERFORM 7200-FORMAT-VALUE THRU 7200-EXIT.
009340     MOVE WS-FMT-TEXT TO WS-CL-NEW.
009350     WRITE PRNT-REC FROM WS-CHANGE-LINE
009360         AFTER ADVANCING 1 LINE.
009370 6100-EXIT.
009380     EXIT.
009390******************************************************************
009400*  7000-LOG-KEYS -- FOR THE LOG RECORD IN HAND: ITS PROFILE      *
009410*  (BLANK IS THE FIRST PROFILE), THE MOMENT IT LANDED (APPROVAL  *
009420*  WHEN THERE WAS ONE, ELSE THE REQUEST), AND ITS FIELD'S SLOT IN*
009430*  THE FIELD TABLE.                                              *
009440******************************************************************
009450 7000-LOG-KEYS.
009460     MOVE PLOG-PROFILE-NAME TO WS-LOG-PROFILE.
009470     IF WS-LOG-PROFILE = SPACES
009480         MOVE WS-FIRST-PROFILE TO WS-LOG-PROFILE
009490     END-IF.
009500     IF PLOG-APPROVE-DATE > ZERO
009510         MOVE PLOG-APPROVE-DATE TO WS-EFF-DATE
009520         MOVE PLOG-APPROVE-TIME TO WS-EFF-TIME
009530     ELSE
009540         MOVE PLOG-RUN-DATE TO WS-EFF-DATE
009550         MOVE PLOG-RUN-TIME TO WS-EFF-TIME
009560     END-IF.
009570     MOVE 'N' TO WS-FIELD-KNOWN-SW.
009580     PERFORM 7010-MATCH-FIELD THRU 7010-EXIT
009590         VARYING WC-FLD-IDX FROM 1 BY 1
009600         UNTIL WC-FLD-IDX > 11
009610         OR WS-FIELD-KNOWN.
009620     IF WS-FIELD-KNOWN
009630         SUBTRACT 1 FROM WC-FLD-IDX
009640     END-IF.
009650 7000-EXIT.
009660     EXIT.
009670******************************************************************
009680*  7010-MATCH-FIELD -- ONE FIELD TABLE ENTRY.                    *
009690******************************************************************
009700 7010-MATCH-FIELD.
009710     IF WS-FT-CODE (WC-FLD-IDX) = PLOG-FIELD-CODE
009720         MOVE 'Y' TO WS-FIELD-KNOWN-SW
009730     END-IF.
009740 7010-EXIT.
009750     EXIT.
009760******************************************************************
009770*  7100-PARM-VALUE -- THE VALUE OF FIELD WC-FLD-IDX IN THE       *
009780*  RECORD IN WS-FMT-PARM, INTO THE FORMATTING WORK AREAS.        *
009790******************************************************************
009800 7100-PARM-VALUE.
009810     MOVE ZERO  TO WS-FMT-INTEGER.
009820     MOVE ZERO  TO WS-FMT-DECIMAL.
009830     MOVE SPACE TO WS-FMT-CODE.
009840     MOVE SPACES TO WS-FMT-COST-CENTRE.
009850     EVALUATE WS-FT-CODE (WC-FLD-IDX)
009860         WHEN 'IT'
009870             MOVE PARM-ITERATIONS OF WS-FMT-PARM TO WS-FMT-INTEGER
009880         WHEN 'CK'
009890             MOVE PARM-CKPT-INTERVAL OF WS-FMT-PARM
009900                 TO WS-FMT-INTEGER
009910         WHEN 'RI'
009920             MOVE PARM-REPORT-INTERVAL OF WS-FMT-PARM
009930                 TO WS-FMT-INTEGER
009940         WHEN 'RV'
009950             MOVE PARM-REFERENCE-VALUE OF WS-FMT-PARM
009960                 TO WS-FMT-DECIMAL
009970         WHEN 'TL'
009980             MOVE PARM-TOLERANCE OF WS-FMT-PARM TO WS-FMT-DECIMAL
009990         WHEN 'AL'
010000             MOVE PARM-ALGORITHM OF WS-FMT-PARM TO WS-FMT-CODE
010010         WHEN 'RM'
010020             MOVE PARM-RUN-MODE OF WS-FMT-PARM TO WS-FMT-CODE
010030         WHEN 'SD'
010040             MOVE PARM-STABLE-DIGITS OF WS-FMT-PARM
010050                 TO WS-FMT-INTEGER
010060         WHEN 'MX'
010070             MOVE PARM-MAX-ITERS OF WS-FMT-PARM TO WS-FMT-INTEGER
010080         WHEN 'EP'
010090             MOVE PARM-PRECISION OF WS-FMT-PARM TO WS-FMT-CODE
010100         WHEN 'CC'
010110             MOVE PARM-COST-CENTRE OF WS-FMT-PARM
010120                 TO WS-FMT-COST-CENTRE
010130     END-EVALUATE.
010140 7100-EXIT.
010150     EXIT.
010160******************************************************************
010170*  7200-FORMAT-VALUE -- PRINTABLE FORM OF THE VALUE IN THE       *
010180*  FORMATTING WORK AREAS, BY THE KIND OF FIELD WC-FLD-IDX.       *
010190******************************************************************
010200 7200-FORMAT-VALUE.
010210     MOVE SPACES TO WS-FMT-TEXT.
010220     EVALUATE WS-FT-KIND (WC-FLD-IDX)
010230         WHEN 'I'
010240             MOVE WS-FMT-INTEGER TO WS-FMT-INT-ED
010250             MOVE WS-FMT-INT-ED TO WS-FMT-TEXT
010260         WHEN 'D'
010270             MOVE WS-FMT-DECIMAL TO WS-FMT-DEC-ED
010280             MOVE WS-FMT-DEC-ED TO WS-FMT-TEXT
010290         WHEN 'A'
010300             PERFORM 7300-ALG-LABEL THRU 7300-EXIT
010310             STRING WS-FMT-CODE DELIMITED BY SIZE
010320                 '  ' DELIMITED BY SIZE
010330                 WS-ALG-LABEL DELIMITED BY SIZE
010340                 INTO WS-FMT-TEXT
010350             END-STRING
010360         WHEN 'M'
010370             IF WS-FMT-CODE = 'P'
010380                 MOVE 'P  TARGET PRECISION' TO WS-FMT-TEXT
010390             ELSE
010400                 STRING WS-FMT-CODE DELIMITED BY SIZE
010410                     '  FIXED TERM COUNT' DELIMITED BY SIZE
010420                     INTO WS-FMT-TEXT
010430                 END-STRING
010440             END-IF
010450         WHEN 'P'
010460             IF WS-FMT-CODE = 'E'
010470                 MOVE 'E  EXTENDED, 72 DECIMALS' TO WS-FMT-TEXT
010480             ELSE
010490                 STRING WS-FMT-CODE DELIMITED BY SIZE
010500                     '  STANDARD, 37 DECIMALS' DELIMITED BY SIZE
010510                     INTO WS-FMT-TEXT
010520                 END-STRING
010530             END-IF
010540         WHEN 'C'
010550             IF WS-FMT-COST-CENTRE = SPACES
010560                 MOVE 'UNASSIGNED -- CHARGED TO SUSPENSE'
010570                     TO WS-FMT-TEXT
010580             ELSE
010590                 MOVE WS-FMT-COST-CENTRE TO WS-FMT-TEXT
010600             END-IF
010610     END-EVALUATE.
010620 7200-EXIT.
010630     EXIT.
010640******************************************************************
010650*  7300-ALG-LABEL -- RESULT-RECORD LABEL FOR THE ALGORITHM CODE  *
010660*  IN WS-FMT-CODE.  BLANK IS PICALC'S DEFAULT, NILAKANTHA.       *
010670******************************************************************
010680 7300-ALG-LABEL.
010690     EVALUATE WS-FMT-CODE
010700         WHEN 'L'
010710             MOVE 'LEIBNIZ'     TO WS-ALG-LABEL
010720         WHEN 'M'
010730             MOVE 'MACHIN-LIKE' TO WS-ALG-LABEL
010740         WHEN OTHER
010750             MOVE 'NILAKANTHA'  TO WS-ALG-LABEL
010760     END-EVALUATE.
010770 7300-EXIT.
010780     EXIT.
010790******************************************************************
010800*  7500-EDIT-STAMP -- WS-STAMP-DATE AND WS-STAMP-TIME AS         *
010810*  YYYY-MM-DD HH.MM.SS.CC.                                       *
010820******************************************************************
010830 7500-EDIT-STAMP.
010840     MOVE WS-STAMP-DATE TO WC-TIME-WORK.
010850     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-STAMP-YYYY
010860         REMAINDER WC-TIME-WORK.
010870     DIVIDE WC-TIME-WORK BY 100 GIVING WS-STAMP-MM
010880         REMAINDER WS-STAMP-DD.
010890     MOVE WS-STAMP-TIME TO WC-TIME-WORK.
010900     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-STAMP-HH
010910         REMAINDER WC-TIME-WORK.
010920     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-STAMP-MI
010930         REMAINDER WC-TIME-WORK.
010940     DIVIDE WC-TIME-WORK BY 100 GIVING WS-STAMP-SS
010950         REMAINDER WS-STAMP-CC.
010960 7500-EXIT.
010970     EXIT.
010980******************************************************************
010990*  9000-TERMINATE -- CLOSE THE LISTING.                          *
011000******************************************************************
011010 9000-TERMINATE.
011020     IF WC-CONTRADICTIONS > ZERO
011030         DISPLAY 'PIPRFIQ: ' WC-CONTRADICTIONS
011040             ' FIELD(S) CONTRADICTED BY THE RUN''S OWN RECORDS.'
011050     END-IF.
011060     CLOSE PRINT-FILE.
011070 9000-EXIT.
011080     EXIT.
