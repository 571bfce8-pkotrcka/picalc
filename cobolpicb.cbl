000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PICHGBK                                         *
000040*   FUNCTION     MONTH-END CHARGEBACK OF PI PROCESSING BY COST   *
000050*                CENTRE.  PRICES EVERY COMPLETED RUN ON          *
000060*                PI.AUDIT.LOG IN THE PERIOD -- PICALC RUNS AND   *
000070*                SPLIT RUNS MERGED BY PICALCMG ALIKE -- AT THE   *
000080*                PI.RATE.CARD RATE FOR ITS ALGORITHM AND         *
000090*                PRECISION: A FIXED CHARGE PER RUN, PLUS A CHARGE*
000100*                PER SECOND OF AUDIT-ELAPSED-TIME, PLUS A CHARGE *
000110*                PER MILLION TERMS (AUDIT-ITERATIONS).  THE      *
000120*                ALGORITHM AND PRECISION ARE THE RUN'S OWN, FROM *
000130*                ITS PI.RESULT.KSDS RECORD; A RUN PURGED FROM THE*
000140*                ARCHIVE IS PRICED ON ITS PROFILE'S CURRENT      *
000150*                SETTINGS AND COUNTED.                           *
000160*                                                                *
000170*                EACH RUN IS CHARGED TO THE COST CENTRE ITS      *
000180*                PROFILE CARRIED WHEN THE RUN WAS MADE: THE OLD  *
000190*                VALUE OF THE EARLIEST PI.PARM.LOG CC CHANGE TO  *
000200*                THE PROFILE THAT LANDED AFTER THE RUN, OR THE   *
000210*                COST CENTRE ON PI.PARM.FILE WHEN THERE IS NONE  *
000220*                (THE RULE PIRECON AND PIPRFIQ APPLY).  A RUN ON *
000230*                A PROFILE WITH NO COST CENTRE, OR ON A PROFILE  *
000240*                NO LONGER ON FILE, GOES TO THE SUSPENSE COST    *
000250*                CENTRE ON THE RATE CARD AND MUST BE CLEARED     *
000260*                BEFORE THE PERIOD CLOSES.  REFUSED ('V') AND    *
000270*                OVERRIDE ('O') RECORDS ARE NEVER BILLED.        *
000280*                                                                *
000290*                PRINTS A CHARGEBACK STATEMENT PER COST CENTRE   *
000300*                (SUSPENSE LAST) AND A SUMMARY PAGE, AND WRITES  *
000310*                THE PERIOD'S PI.GL.CHARGEBK GENERAL LEDGER FEED:*
000320*                A DEBIT TO THE EXPENSE ACCOUNT PER COST CENTRE  *
000330*                AND ONE CREDIT OF THE TOTAL TO THE RECOVERY     *
000340*                ACCOUNT.  A RUN WITH NO RATE CARD ENTRY IS NOT  *
000350*                GUESSED AT: THE FEED IS THEN WRITTEN WITH NO    *
000360*                POSTINGS SO NOTHING PARTIAL REACHES THE LEDGER. *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     PICHGBK.
000410 AUTHOR.         R L HENNESSEY.
000420 INSTALLATION.   BATCH SYSTEMS.
000430 DATE-WRITTEN.   2026-10-15.
000440 DATE-COMPILED.
000450******************************************************************
000460*  MOD LOG                                                       *
000470*  DATE       INIT DESCRIPTION                                   *
000480*  2026-10-15 RLH  ORIGINAL.                                     *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RATE-FILE
000570         ASSIGN TO RATEDD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RATE-STATUS.
000600     SELECT PARM-FILE
000610         ASSIGN TO PARMDD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PARM-STATUS.
000640     SELECT PLOG-FILE
000650         ASSIGN TO PLOGDD
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PLOG-STATUS.
000680     SELECT AUDIT-FILE
000690         ASSIGN TO AUDITDD
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720     SELECT RESULT-FILE
000730         ASSIGN TO RESULTDD
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RSLT-RUN-KEY
000770         FILE STATUS IS WS-RESULT-STATUS.
000780     SELECT GLFEED-FILE
000790         ASSIGN TO GLFEEDDD
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-GLFEED-STATUS.
000820     SELECT PRINT-FILE
000830         ASSIGN TO PRINTDD
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PRINT-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RATE-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "RATEREC.CPY".
000920 FD  PARM-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY "PARMREC.CPY".
000960 FD  PLOG-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY "PARMLOG.CPY".
001000 FD  AUDIT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "AUDITREC.CPY".
001040 FD  RESULT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY "RESLTREC.CPY".
001080 FD  GLFEED-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "GLFEED.CPY".
001120 FD  PRINT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  PRNT-REC                     PIC X(132).
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001180*  FILE STATUS AND SWITCHES                                      *
001190******************************************************************
001200 01  WS-RATE-STATUS              PIC X(02) VALUE SPACES.
001210     88  WS-RATE-STATUS-OK           VALUE '00' '97'.
001220 01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001230     88  WS-PARM-STATUS-OK           VALUE '00' '97'.
001240 01  WS-PLOG-STATUS              PIC X(02) VALUE SPACES.
001250     88  WS-PLOG-STATUS-OK           VALUE '00' '97'.
001260     88  WS-PLOG-STATUS-NOT-FOUND    VALUE '35'.
001270 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001280     88  WS-AUDIT-STATUS-OK          VALUE '00' '97'.
001290 01  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001300     88  WS-RESULT-STATUS-OK         VALUE '00' '97'.
001310 01  WS-GLFEED-STATUS            PIC X(02) VALUE SPACES.
001320     88  WS-GLFEED-STATUS-OK         VALUE '00' '97'.
001330 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
001340 01  WS-SWITCHES.
001350     05  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
001360         88  WS-RATE-EOF              VALUE 'Y'.
001370     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
001380         88  WS-PARM-EOF              VALUE 'Y'.
001390     05  WS-PLOG-EOF-SW           PIC X(01) VALUE 'N'.
001400         88  WS-PLOG-EOF              VALUE 'Y'.
001410     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001420         88  WS-AUDIT-EOF             VALUE 'Y'.
001430     05  WS-RESULT-OPEN-SW        PIC X(01) VALUE 'N'.
001440         88  WS-RESULT-OPEN           VALUE 'Y'.
001450     05  WS-RESULT-FOUND-SW       PIC X(01) VALUE 'N'.
001460         88  WS-RESULT-FOUND          VALUE 'Y'.
001470     05  WS-GL-LOADED-SW          PIC X(01) VALUE 'N'.
001480         88  WS-GL-LOADED             VALUE 'Y'.
001490     05  WS-RUN-FALLBACK-SW       PIC X(01) VALUE 'N'.
001500         88  WS-RUN-FALLBACK          VALUE 'Y'.
001510     05  WS-CHARGEBACK-ENDED-SW   PIC X(01) VALUE 'N'.
001520         88  WS-CHARGEBACK-ENDED      VALUE 'Y'.
001530******************************************************************
001540*  THE PERIOD BEING CHARGED, AND WHEN THE FEED WAS MADE          *
001550******************************************************************
001560 01  WS-PERIOD                    PIC 9(06) VALUE ZERO.
001570 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
001580     05  WS-PERIOD-YYYY           PIC 9(04).
001590     05  WS-PERIOD-MM             PIC 9(02).
001600 01  WS-PERIOD-EDIT.
001610     05  WS-PE-YYYY               PIC 9(04).
001620     05  FILLER                   PIC X(01) VALUE '-'.
001630     05  WS-PE-MM                 PIC 9(02).
001640 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001650 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
001660     05  WS-TODAY-YYYY            PIC 9(04).
001670     05  WS-TODAY-MM              PIC 9(02).
001680     05  WS-TODAY-DD              PIC 9(02).
001690 01  WS-NOW-TIME                  PIC 9(08) VALUE ZERO.
001700 01  WS-RUN-PERIOD                PIC 9(06) VALUE ZERO.
001710******************************************************************
001720*  THE GENERAL LEDGER CONTROL CARD                               *
001730******************************************************************
001740 01  WS-GL-EXPENSE-ACCT           PIC X(10) VALUE SPACES.
001750 01  WS-GL-RECOVERY-CC            PIC X(08) VALUE SPACES.
001760 01  WS-GL-RECOVERY-ACCT          PIC X(10) VALUE SPACES.
001770 01  WS-GL-SUSPENSE-CC            PIC X(08) VALUE SPACES.
001780 01  WS-CARD-REASON               PIC X(40) VALUE SPACES.
001790******************************************************************
001800*  RATE TABLE -- ONE ENTRY PER ALGORITHM AND PRECISION PRICED    *
001810******************************************************************
001820 01  WS-RATE-TABLE.
001830     05  WS-RATE-ENTRY OCCURS 20.
001840         10  WS-RT-ALG            PIC X(01).
001850         10  WS-RT-PREC           PIC X(01).
001860         10  WS-RT-PER-RUN        PIC 9(05)V99.
001870         10  WS-RT-PER-SECOND     PIC 9(03)V9(04).
001880         10  WS-RT-PER-MILLION    PIC 9(03)V9(04).
001890         10  WS-RT-RUNS           PIC 9(07) COMP.
001900******************************************************************
001910*  PROFILE TABLE -- EVERY PI.PARM.FILE PROFILE'S ALGORITHM,      *
001920*  PRECISION AND COST CENTRE AS THEY STAND NOW                   *
001930******************************************************************
001940 01  WS-FIRST-PROFILE             PIC X(08) VALUE SPACES.
001950 01  WS-PROFILE-TABLE.
001960     05  WS-PROFILE-ENTRY OCCURS 50.
001970         10  WS-PF-NAME           PIC X(08).
001980         10  WS-PF-ALG            PIC X(01).
001990         10  WS-PF-PREC           PIC X(01).
002000         10  WS-PF-COST-CENTRE    PIC X(08).
002010******************************************************************
002020*  COST CENTRE CHANGES FROM PI.PARM.LOG -- THE PROFILE, THE KEY  *
002030*  THE CHANGE LANDED AT (APPROVAL TIME, OR REQUEST TIME WHEN     *
002040*  APPLIED WITHOUT A SEPARATE APPROVAL) AND THE COST CENTRE IT   *
002050*  REPLACED.  KEYS ARE COMPARED AS 16-BYTE DATE-AND-TIME STRINGS,*
002060*  AS IN PIRECON.                                                *
002070******************************************************************
002080 01  WS-CHANGE-TABLE.
002090     05  WS-CHANGE-ENTRY OCCURS 500.
002100         10  WS-CH-PROFILE        PIC X(08).
002110         10  WS-CH-EFF-KEY        PIC X(16).
002120         10  WS-CH-OLD-CC         PIC X(08).
002130 01  WS-EFF-KEY.
002140     05  WS-EFF-DATE              PIC 9(08) VALUE ZERO.
002150     05  WS-EFF-TIME              PIC 9(08) VALUE ZERO.
002160******************************************************************
002170*  THE RUN BEING PRICED                                          *
002180******************************************************************
002190 01  WS-RUN-KEY.
002200     05  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
002210     05  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
002220 01  WS-RUN-PROFILE               PIC X(08) VALUE SPACES.
002230 01  WS-RUN-ALG                   PIC X(01) VALUE SPACE.
002240 01  WS-RUN-PREC                  PIC X(01) VALUE SPACE.
002250 01  WS-RUN-GROUP                 PIC X(01) VALUE SPACE.
002260 01  WS-RUN-COST-CENTRE           PIC X(08) VALUE SPACES.
002270 01  WS-CC-EARLIEST               PIC X(16) VALUE HIGH-VALUES.
002280******************************************************************
002290*  ELAPSED TIME DECOMPOSITION -- AUDIT-ELAPSED-TIME CARRIES THE  *
002300*  HHMMSSCC CLOCK DIFFERENCE WRITTEN BY PICALC, CONVERTED TO     *
002310*  SECONDS AS IN PIFCST.                                         *
002320******************************************************************
002330 01  WS-ELAPSED-PARTS.
002340     05  WS-ELAPSED-HH            PIC 9(02) VALUE ZERO.
002350     05  WS-ELAPSED-MM            PIC 9(02) VALUE ZERO.
002360     05  WS-ELAPSED-SS            PIC 9(02) VALUE ZERO.
002370     05  WS-ELAPSED-CC            PIC 9(02) VALUE ZERO.
002380 01  WS-ELAPSED-HUND              PIC 9(09) VALUE ZERO.
002390 01  WS-RUN-SECS                  PIC 9(07)V99 VALUE ZERO.
002400******************************************************************
002410*  CHARGE ARITHMETIC -- EACH PART IS HELD UNROUNDED AND THE RUN'S*
002420*  CHARGE IS ROUNDED TO THE CENT ONCE.                           *
002430******************************************************************
002440 01  WS-CHG-TIME                  PIC 9(10)V9(06) VALUE ZERO.
002450 01  WS-CHG-TERMS                 PIC 9(07)V9(10) VALUE ZERO.
002460 01  WS-CHG-TOTAL                 PIC 9(10)V9(10) VALUE ZERO.
002470 01  WS-RUN-CHARGE                PIC 9(09)V99 VALUE ZERO.
002480******************************************************************
002490*  CHARGE SUMMARY -- ONE ENTRY PER COST CENTRE, PROFILE,         *
002500*  ALGORITHM AND PRECISION.  THE GROUP BYTE ('1' A COST CENTRE,  *
002510*  '9' SUSPENSE) ORDERS THE SUSPENSE STATEMENT LAST.             *
002520******************************************************************
002530 01  WS-SUMMARY-TABLE.
002540     05  WS-SUMMARY-ENTRY OCCURS 200.
002550         10  WS-SM-KEY.
002560             15  WS-SM-CC-KEY.
002570                 20  WS-SM-GROUP  PIC X(01).
002580                 20  WS-SM-CC     PIC X(08).
002590             15  WS-SM-PROFILE    PIC X(08).
002600             15  WS-SM-ALG        PIC X(01).
002610             15  WS-SM-PREC       PIC X(01).
002620         10  WS-SM-RUNS           PIC 9(07) COMP.
002630         10  WS-SM-FALLBACKS      PIC 9(07) COMP.
002640         10  WS-SM-TERMS          PIC 9(15) COMP.
002650         10  WS-SM-SECS           PIC 9(09)V99.
002660         10  WS-SM-AMOUNT         PIC 9(11)V99.
002670 01  WS-SM-SWAP                   PIC X(59).
002680 01  WS-SM-SEARCH.
002690     05  WS-SS-GROUP              PIC X(01).
002700     05  WS-SS-CC                 PIC X(08).
002710     05  WS-SS-PROFILE            PIC X(08).
002720     05  WS-SS-ALG                PIC X(01).
002730     05  WS-SS-PREC               PIC X(01).
002740******************************************************************
002750*  COST CENTRE AND PERIOD TOTALS                                 *
002760******************************************************************
002770 01  WS-PREV-CC-KEY.
002780     05  WS-PREV-GROUP            PIC X(01) VALUE SPACE.
002790     05  WS-PREV-CC               PIC X(08) VALUE SPACES.
002800 01  WS-CC-RUNS                   PIC 9(07) VALUE ZERO.
002810 01  WS-CC-TERMS                  PIC 9(15) VALUE ZERO.
002820 01  WS-CC-SECS                   PIC 9(09)V99 VALUE ZERO.
002830 01  WS-CC-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
002840 01  WS-TOT-CHARGED               PIC 9(11)V99 VALUE ZERO.
002850 01  WS-TOT-SUSPENSE              PIC 9(11)V99 VALUE ZERO.
002860 01  WS-TOT-ALL                   PIC 9(11)V99 VALUE ZERO.
002870 01  WS-GL-DEBITS                 PIC S9(11)V99 VALUE ZERO.
002880 01  WS-GL-CREDITS                PIC S9(11)V99 VALUE ZERO.
002890******************************************************************
002900*  RUNS THAT COULD NOT BE PRICED -- THE FIRST 50 ARE LISTED      *
002910******************************************************************
002920 01  WS-UNPRICED-TABLE.
002930     05  WS-UNPRICED-ENTRY OCCURS 50.
002940         10  WS-UP-DATE           PIC 9(08).
002950         10  WS-UP-TIME           PIC 9(08).
002960         10  WS-UP-PROFILE        PIC X(08).
002970         10  WS-UP-ALG            PIC X(01).
002980         10  WS-UP-PREC           PIC X(01).
002990******************************************************************
003000*  DATE AND TIME EDITING                                         *
003010******************************************************************
003020 01  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
003030 01  WS-STAMP-TIME                PIC 9(08) VALUE ZERO.
003040 01  WS-STAMP-EDIT.
003050     05  WS-STAMP-YYYY            PIC 9(04).
003060     05  FILLER                   PIC X(01) VALUE '-'.
003070     05  WS-STAMP-MM              PIC 9(02).
003080     05  FILLER                   PIC X(01) VALUE '-'.
003090     05  WS-STAMP-DD              PIC 9(02).
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003110     05  WS-STAMP-HH              PIC 9(02).
003120     05  FILLER                   PIC X(01) VALUE '.'.
003130     05  WS-STAMP-MI              PIC 9(02).
003140     05  FILLER                   PIC X(01) VALUE '.'.
003150     05  WS-STAMP-SS              PIC 9(02).
003160     05  FILLER                   PIC X(01) VALUE '.'.
003170     05  WS-STAMP-CC              PIC 9(02).
003180 01  WS-ALG-CODE                  PIC X(01) VALUE SPACE.
003190 01  WS-ALG-LABEL                 PIC X(12) VALUE SPACES.
003200******************************************************************
003210*  HEADING, DETAIL AND TOTAL LINES                               *
003220******************************************************************
003230 01  WS-HEAD1.
003240     05  FILLER                   PIC X(09) VALUE 'PICHGBK'.
003250     05  WS-HEAD1-TITLE           PIC X(31).
003260     05  WS-HEAD1-PERIOD          PIC X(07).
003270     05  FILLER                   PIC X(05) VALUE SPACES.
003280     05  WS-HEAD1-CC-LABEL        PIC X(12).
003290     05  WS-HEAD1-CC              PIC X(08).
003300     05  FILLER                   PIC X(60) VALUE SPACES.
003310 01  WS-HEAD2.
003320     05  FILLER                   PIC X(10) VALUE 'PROFILE'.
003330     05  FILLER                   PIC X(14) VALUE 'ALGORITHM'.
003340     05  FILLER                   PIC X(05) VALUE 'PREC'.
003350     05  FILLER                   PIC X(06) VALUE '  RUNS'.
003360     05  FILLER                   PIC X(02) VALUE SPACES.
003370     05  FILLER                   PIC X(15)
003380         VALUE '    TOTAL TERMS'.
003390     05  FILLER                   PIC X(02) VALUE SPACES.
003400     05  FILLER                   PIC X(13)
003410         VALUE '      SECONDS'.
003420     05  FILLER                   PIC X(02) VALUE SPACES.
003430     05  FILLER                   PIC X(14)
003440         VALUE '        AMOUNT'.
003450     05  FILLER                   PIC X(02) VALUE SPACES.
003460     05  FILLER                   PIC X(30) VALUE 'NOTE'.
003470     05  FILLER                   PIC X(17) VALUE SPACES.
003480 01  WS-DETAIL-LINE.
003490     05  WS-DL-PROFILE            PIC X(08).
003500     05  FILLER                   PIC X(02) VALUE SPACES.
003510     05  WS-DL-ALG                PIC X(12).
003520     05  FILLER                   PIC X(02) VALUE SPACES.
003530     05  WS-DL-PREC               PIC X(01).
003540     05  FILLER                   PIC X(04) VALUE SPACES.
003550     05  WS-DL-RUNS               PIC ZZ,ZZ9.
003560     05  FILLER                   PIC X(02) VALUE SPACES.
003570     05  WS-DL-TERMS              PIC ZZZ,ZZZ,ZZZ,ZZ9.
003580     05  FILLER                   PIC X(02) VALUE SPACES.
003590     05  WS-DL-SECS               PIC ZZ,ZZZ,ZZ9.99.
003600     05  FILLER                   PIC X(02) VALUE SPACES.
003610     05  WS-DL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003620     05  FILLER                   PIC X(02) VALUE SPACES.
003630     05  WS-DL-NOTE               PIC X(30).
003640     05  FILLER                   PIC X(17) VALUE SPACES.
003650 01  WS-TOTAL-LINE.
003660     05  WS-TL-LABEL              PIC X(29).
003670     05  WS-TL-RUNS               PIC ZZ,ZZ9.
003680     05  FILLER                   PIC X(02) VALUE SPACES.
003690     05  WS-TL-TERMS              PIC ZZZ,ZZZ,ZZZ,ZZ9.
003700     05  FILLER                   PIC X(02) VALUE SPACES.
003710     05  WS-TL-SECS               PIC ZZ,ZZZ,ZZ9.99.
003720     05  FILLER                   PIC X(02) VALUE SPACES.
003730     05  WS-TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003740     05  FILLER                   PIC X(49) VALUE SPACES.
003750 01  WS-NOTE-LINE.
003760     05  WS-NOTE-TEXT             PIC X(132).
003770 01  WS-INFO-LINE.
003780     05  WS-INFO-LABEL            PIC X(44).
003790     05  WS-INFO-VALUE            PIC X(30).
003800     05  FILLER                   PIC X(58) VALUE SPACES.
003810 01  WS-INFO-COUNT-ED             PIC ZZZ,ZZZ,ZZ9.
003820 01  WS-INFO-AMOUNT-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003830 01  WS-HEAD3.
003840     05  FILLER                   PIC X(14) VALUE 'ALGORITHM'.
003850     05  FILLER                   PIC X(05) VALUE 'PREC'.
003860     05  FILLER                   PIC X(12) VALUE '     PER RUN'.
003870     05  FILLER                   PIC X(02) VALUE SPACES.
003880     05  FILLER                   PIC X(10) VALUE ' PER SECND'.
003890     05  FILLER                   PIC X(02) VALUE SPACES.
003900     05  FILLER                   PIC X(10) VALUE ' PER MILLN'.
003910     05  FILLER                   PIC X(02) VALUE SPACES.
003920     05  FILLER                   PIC X(06) VALUE '  RUNS'.
003930     05  FILLER                   PIC X(69) VALUE SPACES.
003940 01  WS-RATE-LINE.
003950     05  WS-RL-ALG                PIC X(12).
003960     05  FILLER                   PIC X(02) VALUE SPACES.
003970     05  WS-RL-PREC               PIC X(01).
003980     05  FILLER                   PIC X(04) VALUE SPACES.
003990     05  WS-RL-PER-RUN            PIC ZZ,ZZ9.99.
004000     05  FILLER                   PIC X(05) VALUE SPACES.
004010     05  WS-RL-PER-SECOND         PIC ZZ9.9999.
004020     05  FILLER                   PIC X(04) VALUE SPACES.
004030     05  WS-RL-PER-MILLION        PIC ZZ9.9999.
004040     05  FILLER                   PIC X(04) VALUE SPACES.
004050     05  WS-RL-RUNS               PIC ZZ,ZZ9.
004060     05  FILLER                   PIC X(69) VALUE SPACES.
004070 01  WS-HEAD4.
004080     05  FILLER                   PIC X(24) VALUE 'RUN'.
004090     05  FILLER                   PIC X(10) VALUE 'PROFILE'.
004100     05  FILLER                   PIC X(14) VALUE 'ALGORITHM'.
004110     05  FILLER                   PIC X(05) VALUE 'PREC'.
004120     05  FILLER                   PIC X(79) VALUE SPACES.
004130 01  WS-UNPRICED-LINE.
004140     05  WS-UL-RUN                PIC X(22).
004150     05  FILLER                   PIC X(02) VALUE SPACES.
004160     05  WS-UL-PROFILE            PIC X(08).
004170     05  FILLER                   PIC X(02) VALUE SPACES.
004180     05  WS-UL-ALG                PIC X(12).
004190     05  FILLER                   PIC X(02) VALUE SPACES.
004200     05  WS-UL-PREC               PIC X(01).
004210     05  FILLER                   PIC X(83) VALUE SPACES.
004220******************************************************************
004230*  WORK COUNTERS                                                 *
004240******************************************************************
004250 77  WC-RT-IDX                    PIC 9(02) COMP VALUE ZERO.
004260 77  WC-RT-USED                   PIC 9(02) COMP VALUE ZERO.
004270 77  WC-RT-FOUND-IDX              PIC 9(02) COMP VALUE ZERO.
004280 77  WC-PF-IDX                    PIC 9(02) COMP VALUE ZERO.
004290 77  WC-PF-USED                   PIC 9(02) COMP VALUE ZERO.
004300 77  WC-PF-FOUND-IDX              PIC 9(02) COMP VALUE ZERO.
004310 77  WC-CH-IDX                    PIC 9(04) COMP VALUE ZERO.
004320 77  WC-CH-USED                   PIC 9(04) COMP VALUE ZERO.
004330 77  WC-SM-IDX                    PIC 9(04) COMP VALUE ZERO.
004340 77  WC-SM-JDX                    PIC 9(04) COMP VALUE ZERO.
004350 77  WC-SM-USED                   PIC 9(04) COMP VALUE ZERO.
004360 77  WC-SM-FOUND-IDX              PIC 9(04) COMP VALUE ZERO.
004370 77  WC-SORT-PASS                 PIC 9(04) COMP VALUE ZERO.
004380 77  WC-SORT-LIMIT                PIC 9(04) COMP VALUE ZERO.
004390 77  WC-UP-IDX                    PIC 9(02) COMP VALUE ZERO.
004400 77  WC-UP-USED                   PIC 9(02) COMP VALUE ZERO.
004410 77  WC-CARDS-READ                PIC 9(05) VALUE ZERO.
004420 77  WC-CARD-ERRORS               PIC 9(05) COMP VALUE ZERO.
004430 77  WC-AUDIT-READ                PIC 9(09) COMP VALUE ZERO.
004440 77  WC-OUTSIDE-PERIOD            PIC 9(09) COMP VALUE ZERO.
004450 77  WC-SKIP-REFUSED              PIC 9(09) COMP VALUE ZERO.
004460 77  WC-SKIP-OVERRIDE             PIC 9(09) COMP VALUE ZERO.
004470 77  WC-SKIP-OTHER                PIC 9(09) COMP VALUE ZERO.
004480 77  WC-RUNS-SEEN                 PIC 9(09) COMP VALUE ZERO.
004490 77  WC-RUNS-PRICED               PIC 9(09) COMP VALUE ZERO.
004500 77  WC-RUNS-SUSPENSE             PIC 9(09) COMP VALUE ZERO.
004510 77  WC-RUNS-FALLBACK             PIC 9(09) COMP VALUE ZERO.
004520 77  WC-RUNS-GONE                 PIC 9(09) COMP VALUE ZERO.
004530 77  WC-RUNS-UNPRICED             PIC 9(09) COMP VALUE ZERO.
004540 77  WC-LOG-CHANGES               PIC 9(09) COMP VALUE ZERO.
004550 77  WC-GL-POSTINGS               PIC 9(07) VALUE ZERO.
004560 77  WC-TIME-WORK                 PIC 9(08) VALUE ZERO.
004570 LINKAGE SECTION.
004580******************************************************************
004590*  EXEC PARM -- THE PERIOD TO CHARGE AS YYYYMM, E.G.             *
004600*  PARM='202609'.  000000 (OR NO PARM) CHARGES THE CALENDAR      *
004610*  MONTH BEFORE THE ONE THE JOB RUNS IN, WHICH IS THE NORMAL     *
004620*  MONTH-END SCHEDULE.                                           *
004630******************************************************************
004640 01  LS-PARM-INFO.
004650     05  LS-PARM-LENGTH           PIC S9(04) COMP.
004660     05  LS-PARM-TEXT.
004670         10  LS-PARM-PERIOD       PIC 9(06).
004680         10  FILLER               PIC X(94).
004690 PROCEDURE DIVISION USING LS-PARM-INFO.
004700******************************************************************
004710*  MAINLINE                                                      *
004720******************************************************************
004730 0000-MAINLINE.
004740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004750     IF NOT WS-CHARGEBACK-ENDED
004760         PERFORM 1100-LOAD-RATES THRU 1100-EXIT
004770     END-IF.
004780     IF NOT WS-CHARGEBACK-ENDED
004790         PERFORM 1200-LOAD-PROFILES THRU 1200-EXIT
004800     END-IF.
004810     IF NOT WS-CHARGEBACK-ENDED
004820         PERFORM 1300-LOAD-CC-CHANGES THRU 1300-EXIT
004830     END-IF.
004840     IF NOT WS-CHARGEBACK-ENDED
004850         PERFORM 2000-PRICE-RUNS THRU 2000-EXIT
004860     END-IF.
004870     IF NOT WS-CHARGEBACK-ENDED
004880         PERFORM 3000-SORT-SUMMARY THRU 3000-EXIT
004890         PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT
004900     END-IF.
004910     IF NOT WS-CHARGEBACK-ENDED
004920         PERFORM 6000-CLOSE-FEED THRU 6000-EXIT
004930         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
004940     END-IF.
004950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004960     STOP RUN.
004970******************************************************************
004980*  1000-INITIALIZE -- SETTLE THE PERIOD AND OPEN THE LISTING.  A *
004990*  PERIOD THAT IS NOT A CALENDAR MONTH ENDS THE RUN.             *
005000******************************************************************
005010 1000-INITIALIZE.
005020     OPEN OUTPUT PRINT-FILE.
005030     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005040     ACCEPT WS-NOW-TIME FROM TIME.
005050     IF LS-PARM-LENGTH NOT < 6
005060         AND LS-PARM-PERIOD NUMERIC
005070         AND LS-PARM-PERIOD > ZERO
005080         MOVE LS-PARM-PERIOD TO WS-PERIOD
005090     ELSE
005100         MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
005110         MOVE WS-TODAY-MM TO WS-PERIOD-MM
005120         IF WS-PERIOD-MM = 1
005130             SUBTRACT 1 FROM WS-PERIOD-YYYY
005140             MOVE 12 TO WS-PERIOD-MM
005150         ELSE
005160             SUBTRACT 1 FROM WS-PERIOD-MM
005170         END-IF
005180     END-IF.
005190     IF WS-PERIOD-MM < 1
005200         OR WS-PERIOD-MM > 12
005210         DISPLAY 'PICHGBK: PERIOD ' WS-PERIOD
005220             ' IS NOT A CALENDAR MONTH (YYYYMM); NOTHING CHARGED.'
005230         MOVE 12 TO RETURN-CODE
005240         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
005250         GO TO 1000-EXIT.
005260     MOVE WS-PERIOD-YYYY TO WS-PE-YYYY.
005270     MOVE WS-PERIOD-MM TO WS-PE-MM.
005280 1000-EXIT.
005290     EXIT.
005300******************************************************************
005310*  1100-LOAD-RATES -- READ PI.RATE.CARD.  A CARD THAT CANNOT BE  *
005320*  TRUSTED ENDS THE RUN RATHER THAN MISPRICE A MONTH: AN UNKNOWN *
005330*  ALGORITHM OR PRECISION, A NON-NUMERIC RATE, A SECOND RATE FOR *
005340*  THE SAME PAIR, OR A MISSING OR INCOMPLETE GL CONTROL CARD.    *
005350******************************************************************
005360 1100-LOAD-RATES.
005370     OPEN INPUT RATE-FILE.
005380     IF NOT WS-RATE-STATUS-OK
005390         DISPLAY 'PICHGBK: RATEDD OPEN FAILED, STATUS '
005400             WS-RATE-STATUS '; NOTHING CHARGED.'
005410         MOVE 12 TO RETURN-CODE
005420         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
005430         GO TO 1100-EXIT.
005440     PERFORM 1110-READ-RATE-CARD THRU 1110-EXIT
005450         UNTIL WS-RATE-EOF.
005460     CLOSE RATE-FILE.
005470     IF NOT WS-GL-LOADED
005480         DISPLAY 'PICHGBK: NO GL CONTROL CARD ON RATEDD.'
005490         ADD 1 TO WC-CARD-ERRORS
005500     END-IF.
005510     IF WC-RT-USED = ZERO
005520         DISPLAY 'PICHGBK: NO RATE ENTRIES ON RATEDD.'
005530         ADD 1 TO WC-CARD-ERRORS
005540     END-IF.
005550     IF WC-CARD-ERRORS > ZERO
005560         DISPLAY 'PICHGBK: ' WC-CARD-ERRORS
005570             ' RATE CARD ERROR(S); NOTHING CHARGED.'
005580         MOVE 12 TO RETURN-CODE
005590         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
005600     END-IF.
005610 1100-EXIT.
005620     EXIT.
005630******************************************************************
005640*  1110-READ-RATE-CARD -- ONE CARD.                              *
005650******************************************************************
005660 1110-READ-RATE-CARD.
005670     READ RATE-FILE
005680         AT END
005690             MOVE 'Y' TO WS-RATE-EOF-SW
005700             GO TO 1110-EXIT
005710     END-READ.
005720     ADD 1 TO WC-CARDS-READ.
005730     MOVE SPACES TO WS-CARD-REASON.
005740     EVALUATE TRUE
005750         WHEN RATE-TYPE-COMMENT
005760             CONTINUE
005770         WHEN RATE-TYPE-GL-CONTROL
005780             PERFORM 1130-LOAD-GL-CONTROL THRU 1130-EXIT
005790         WHEN RATE-TYPE-RATE
005800             PERFORM 1120-LOAD-RATE THRU 1120-EXIT
005810         WHEN OTHER
005820             MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-REASON
005830     END-EVALUATE.
005840     IF WS-CARD-REASON NOT = SPACES
005850         DISPLAY 'PICHGBK: RATE CARD ' WC-CARDS-READ
005860             ' REJECTED -- ' WS-CARD-REASON
005870         ADD 1 TO WC-CARD-ERRORS
005880     END-IF.
005890 1110-EXIT.
005900     EXIT.
005910******************************************************************
005920*  1120-LOAD-RATE -- ONE RATE ENTRY.                             *
005930******************************************************************
005940 1120-LOAD-RATE.
005950     IF RATE-ALGORITHM NOT = 'N' AND NOT = 'L' AND NOT = 'M'
005960         MOVE 'ALGORITHM NOT N, L OR M' TO WS-CARD-REASON
005970         GO TO 1120-EXIT.
005980     IF RATE-PRECISION NOT = 'S' AND NOT = 'E'
005990         MOVE 'PRECISION NOT S OR E' TO WS-CARD-REASON
006000         GO TO 1120-EXIT.
006010     IF RATE-PER-RUN NOT NUMERIC
006020         OR RATE-PER-SECOND NOT NUMERIC
006030         OR RATE-PER-MILLION NOT NUMERIC
006040         MOVE 'RATE NOT NUMERIC' TO WS-CARD-REASON
006050         GO TO 1120-EXIT.
006060     MOVE RATE-ALGORITHM TO WS-RUN-ALG.
006070     MOVE RATE-PRECISION TO WS-RUN-PREC.
006080     PERFORM 2500-FIND-RATE THRU 2500-EXIT.
006090     IF WC-RT-FOUND-IDX > ZERO
006100         MOVE 'SECOND RATE FOR THE SAME ALGORITHM/PREC'
006110             TO WS-CARD-REASON
006120         GO TO 1120-EXIT.
006130     IF WC-RT-USED NOT < 20
006140         MOVE 'MORE THAN 20 RATE ENTRIES' TO WS-CARD-REASON
006150         GO TO 1120-EXIT.
006160     ADD 1 TO WC-RT-USED.
006170     MOVE RATE-ALGORITHM   TO WS-RT-ALG (WC-RT-USED).
006180     MOVE RATE-PRECISION   TO WS-RT-PREC (WC-RT-USED).
006190     MOVE RATE-PER-RUN     TO WS-RT-PER-RUN (WC-RT-USED).
006200     MOVE RATE-PER-SECOND  TO WS-RT-PER-SECOND (WC-RT-USED).
006210     MOVE RATE-PER-MILLION TO WS-RT-PER-MILLION (WC-RT-USED).
006220     MOVE ZERO             TO WS-RT-RUNS (WC-RT-USED).
006230 1120-EXIT.
006240     EXIT.
006250******************************************************************
006260*  1130-LOAD-GL-CONTROL -- THE GENERAL LEDGER CONTROL CARD.      *
006270******************************************************************
006280 1130-LOAD-GL-CONTROL.
006290     IF WS-GL-LOADED
006300         MOVE 'SECOND GL CONTROL CARD' TO WS-CARD-REASON
006310         GO TO 1130-EXIT.
006320     IF RATE-EXPENSE-ACCT = SPACES
006330         OR RATE-RECOVERY-CC = SPACES
006340         OR RATE-RECOVERY-ACCT = SPACES
006350         OR RATE-SUSPENSE-CC = SPACES
006360         MOVE 'GL CONTROL CARD INCOMPLETE' TO WS-CARD-REASON
006370         GO TO 1130-EXIT.
006380     MOVE RATE-EXPENSE-ACCT  TO WS-GL-EXPENSE-ACCT.
006390     MOVE RATE-RECOVERY-CC   TO WS-GL-RECOVERY-CC.
006400     MOVE RATE-RECOVERY-ACCT TO WS-GL-RECOVERY-ACCT.
006410     MOVE RATE-SUSPENSE-CC   TO WS-GL-SUSPENSE-CC.
006420     MOVE 'Y' TO WS-GL-LOADED-SW.
006430 1130-EXIT.
006440     EXIT.
006450******************************************************************
006460*  1200-LOAD-PROFILES -- EVERY PROFILE ON PI.PARM.FILE.  A BLANK *
006470*  AUDIT PROFILE IS THE FIRST RECORD, AS IN PICALC.              *
006480******************************************************************
006490 1200-LOAD-PROFILES.
006500     OPEN INPUT PARM-FILE.
006510     IF NOT WS-PARM-STATUS-OK
006520         DISPLAY 'PICHGBK: PARMDD OPEN FAILED, STATUS '
006530             WS-PARM-STATUS '; NOTHING CHARGED.'
006540         MOVE 12 TO RETURN-CODE
006550         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
006560         GO TO 1200-EXIT.
006570     PERFORM 1210-READ-PROFILE THRU 1210-EXIT
006580         UNTIL WS-PARM-EOF
006590         OR WS-CHARGEBACK-ENDED.
006600     CLOSE PARM-FILE.
006610 1200-EXIT.
006620     EXIT.
006630******************************************************************
006640*  1210-READ-PROFILE -- ONE PARAMETER PROFILE.                   *
006650******************************************************************
006660 1210-READ-PROFILE.
006670     READ PARM-FILE
006680         AT END
006690             MOVE 'Y' TO WS-PARM-EOF-SW
006700             GO TO 1210-EXIT
006710     END-READ.
006720     IF WC-PF-USED NOT < 50
006730         DISPLAY 'PICHGBK: MORE THAN 50 PROFILES ON PARMDD; '
006740             'NOTHING CHARGED.'
006750         MOVE 12 TO RETURN-CODE
006760         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
006770         GO TO 1210-EXIT.
006780     IF WS-FIRST-PROFILE = SPACES
006790         MOVE PARM-PROFILE-NAME TO WS-FIRST-PROFILE
006800     END-IF.
006810     ADD 1 TO WC-PF-USED.
006820     MOVE PARM-PROFILE-NAME TO WS-PF-NAME (WC-PF-USED).
006830     EVALUATE TRUE
006840         WHEN PARM-ALG-LEIBNIZ
006850             MOVE 'L' TO WS-PF-ALG (WC-PF-USED)
006860         WHEN PARM-ALG-MACHIN
006870             MOVE 'M' TO WS-PF-ALG (WC-PF-USED)
006880         WHEN OTHER
006890             MOVE 'N' TO WS-PF-ALG (WC-PF-USED)
006900     END-EVALUATE.
006910     IF PARM-PREC-EXTENDED
006920         MOVE 'E' TO WS-PF-PREC (WC-PF-USED)
006930     ELSE
006940         MOVE 'S' TO WS-PF-PREC (WC-PF-USED)
006950     END-IF.
006960     MOVE PARM-COST-CENTRE TO WS-PF-COST-CENTRE (WC-PF-USED).
006970 1210-EXIT.
006980     EXIT.
006990******************************************************************
007000*  1300-LOAD-CC-CHANGES -- THE COST CENTRE CHANGES ON PLOGDD.    *
007010*  PLOGDD TAKES THE LIVE PI.PARM.LOG, THE PIARCRT FC=PL OUTPUT,  *
007020*  OR A CONCATENATION; RECORD ORDER DOES NOT MATTER.  WITH NO    *
007030*  LOG AT ALL, EVERY RUN IS CHARGED TO ITS PROFILE'S COST CENTRE *
007040*  AS IT STANDS NOW.                                             *
007050******************************************************************
007060 1300-LOAD-CC-CHANGES.
007070     OPEN INPUT PLOG-FILE.
007080     IF WS-PLOG-STATUS-NOT-FOUND
007090         DISPLAY 'PICHGBK: NO PLOGDD; RUNS CHARGED TO THE COST '
007100             'CENTRES AS THEY STAND NOW.'
007110         GO TO 1300-EXIT.
007120     IF NOT WS-PLOG-STATUS-OK
007130         DISPLAY 'PICHGBK: PLOGDD OPEN FAILED, STATUS '
007140             WS-PLOG-STATUS '; NOTHING CHARGED.'
007150         MOVE 12 TO RETURN-CODE
007160         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
007170         GO TO 1300-EXIT.
007180     PERFORM 1310-READ-CHANGE THRU 1310-EXIT
007190         UNTIL WS-PLOG-EOF
007200         OR WS-CHARGEBACK-ENDED.
007210     CLOSE PLOG-FILE.
007220 1300-EXIT.
007230     EXIT.
007240******************************************************************
007250*  1310-READ-CHANGE -- ONE PARAMETER LOG RECORD; ONLY COST       *
007260*  CENTRE CHANGES ARE KEPT.                                      *
007270******************************************************************
007280 1310-READ-CHANGE.
007290     READ PLOG-FILE
007300         AT END
007310             MOVE 'Y' TO WS-PLOG-EOF-SW
007320             GO TO 1310-EXIT
007330     END-READ.
007340     IF PLOG-FIELD-CODE NOT = 'CC'
007350         GO TO 1310-EXIT.
007360     IF WC-CH-USED NOT < 500
007370         DISPLAY 'PICHGBK: MORE THAN 500 COST CENTRE CHANGES ON '
007380             'PLOGDD; NOTHING CHARGED.'
007390         MOVE 12 TO RETURN-CODE
007400         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
007410         GO TO 1310-EXIT.
007420     ADD 1 TO WC-CH-USED.
007430     ADD 1 TO WC-LOG-CHANGES.
007440     IF PLOG-PROFILE-NAME = SPACES
007450         MOVE WS-FIRST-PROFILE TO WS-CH-PROFILE (WC-CH-USED)
007460     ELSE
007470         MOVE PLOG-PROFILE-NAME TO WS-CH-PROFILE (WC-CH-USED)
007480     END-IF.
007490     IF PLOG-APPROVE-DATE > ZERO
007500         MOVE PLOG-APPROVE-DATE TO WS-EFF-DATE
007510         MOVE PLOG-APPROVE-TIME TO WS-EFF-TIME
007520     ELSE
007530         MOVE PLOG-RUN-DATE TO WS-EFF-DATE
007540         MOVE PLOG-RUN-TIME TO WS-EFF-TIME
007550     END-IF.
007560     MOVE WS-EFF-KEY TO WS-CH-EFF-KEY (WC-CH-USED).
007570     MOVE PLOG-OLD-COST-CENTRE TO WS-CH-OLD-CC (WC-CH-USED).
007580 1310-EXIT.
007590     EXIT.
007600******************************************************************
007610*  2000-PRICE-RUNS -- ONE PASS OF PI.AUDIT.LOG (OR THE ARCHIVE   *
007620*  GENERATIONS CONCATENATED AHEAD OF IT).  THE RESULT ARCHIVE IS *
007630*  OPTIONAL: WITHOUT IT EVERY RUN IS PRICED ON ITS PROFILE.      *
007640******************************************************************
007650 2000-PRICE-RUNS.
007660     OPEN INPUT AUDIT-FILE.
007670     IF NOT WS-AUDIT-STATUS-OK
007680         DISPLAY 'PICHGBK: AUDITDD OPEN FAILED, STATUS '
007690             WS-AUDIT-STATUS '; NOTHING CHARGED.'
007700         MOVE 12 TO RETURN-CODE
007710         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
007720         GO TO 2000-EXIT.
007730     OPEN INPUT RESULT-FILE.
007740     IF WS-RESULT-STATUS-OK
007750         MOVE 'Y' TO WS-RESULT-OPEN-SW
007760     ELSE
007770         DISPLAY 'PICHGBK: RESULTDD OPEN FAILED, STATUS '
007780             WS-RESULT-STATUS '; RUNS PRICED ON THEIR PROFILES.'
007790     END-IF.
007800     PERFORM 2100-PRICE-ONE THRU 2100-EXIT
007810         UNTIL WS-AUDIT-EOF
007820         OR WS-CHARGEBACK-ENDED.
007830     CLOSE AUDIT-FILE.
007840     IF WS-RESULT-OPEN
007850         CLOSE RESULT-FILE
007860     END-IF.
007870 2000-EXIT.
007880     EXIT.
007890******************************************************************
007900*  2100-PRICE-ONE -- ONE AUDIT RECORD.  ONLY RUN RECORDS IN THE  *
007910*  PERIOD ARE BILLED; REFUSALS AND OVERRIDES ARE COUNTED AND     *
007920*  PASSED BY.                                                    *
007930******************************************************************
007940 2100-PRICE-ONE.
007950     READ AUDIT-FILE
007960         AT END
007970             MOVE 'Y' TO WS-AUDIT-EOF-SW
007980             GO TO 2100-EXIT
007990     END-READ.
008000     ADD 1 TO WC-AUDIT-READ.
008010     DIVIDE AUDIT-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.
008020     IF WS-RUN-PERIOD NOT = WS-PERIOD
008030         ADD 1 TO WC-OUTSIDE-PERIOD
008040         GO TO 2100-EXIT.
008050     IF AUDIT-ACTION-REFUSED
008060         ADD 1 TO WC-SKIP-REFUSED
008070         GO TO 2100-EXIT.
008080     IF AUDIT-ACTION-OVERRIDE
008090         ADD 1 TO WC-SKIP-OVERRIDE
008100         GO TO 2100-EXIT.
008110     IF NOT AUDIT-ACTION-RUN
008120         ADD 1 TO WC-SKIP-OTHER
008130         GO TO 2100-EXIT.
008140     ADD 1 TO WC-RUNS-SEEN.
008150     MOVE AUDIT-RUN-DATE TO WS-RUN-DATE.
008160     MOVE AUDIT-RUN-TIME TO WS-RUN-TIME.
008170     MOVE AUDIT-PROFILE TO WS-RUN-PROFILE.
008180     IF WS-RUN-PROFILE = SPACES
008190         MOVE WS-FIRST-PROFILE TO WS-RUN-PROFILE
008200     END-IF.
008210     MOVE ZERO TO WC-PF-FOUND-IDX.
008220     PERFORM 2200-FIND-PROFILE THRU 2200-EXIT
008230         VARYING WC-PF-IDX FROM 1 BY 1
008240         UNTIL WC-PF-IDX > WC-PF-USED
008250         OR WC-PF-FOUND-IDX > ZERO.
008260     IF WC-PF-FOUND-IDX = ZERO
008270         ADD 1 TO WC-RUNS-GONE
008280     END-IF.
008290     PERFORM 2300-RUN-ALGORITHM THRU 2300-EXIT.
008300     PERFORM 2400-RUN-COST-CENTRE THRU 2400-EXIT.
008310     PERFORM 2500-FIND-RATE THRU 2500-EXIT.
008320     IF WC-RT-FOUND-IDX = ZERO
008330         PERFORM 2600-RECORD-UNPRICED THRU 2600-EXIT
008340         GO TO 2100-EXIT.
008350     PERFORM 2700-CHARGE-RUN THRU 2700-EXIT.
008360     PERFORM 2800-ACCUM-SUMMARY THRU 2800-EXIT.
008370 2100-EXIT.
008380     EXIT.
008390******************************************************************
008400*  2200-FIND-PROFILE -- ONE PROFILE TABLE ENTRY.                 *
008410******************************************************************
008420 2200-FIND-PROFILE.
008430     IF WS-PF-NAME (WC-PF-IDX) = WS-RUN-PROFILE
008440         MOVE WC-PF-IDX TO WC-PF-FOUND-IDX
008450     END-IF.
008460 2200-EXIT.
008470     EXIT.
008480******************************************************************
008490*  2300-RUN-ALGORITHM -- THE ALGORITHM AND PRECISION THE RUN WAS *
008500*  MADE WITH, FROM ITS RESULT RECORD.  A RUN PURGED FROM THE     *
008510*  ARCHIVE FALLS BACK TO ITS PROFILE'S CURRENT SETTINGS; A RUN   *
008520*  WITH NEITHER CANNOT BE PRICED.                                *
008530******************************************************************
008540 2300-RUN-ALGORITHM.
008550     MOVE 'N' TO WS-RESULT-FOUND-SW.
008560     MOVE 'N' TO WS-RUN-FALLBACK-SW.
008570     IF WS-RESULT-OPEN
008580         MOVE WS-RUN-DATE TO RSLT-RUN-DATE
008590         MOVE WS-RUN-TIME TO RSLT-RUN-TIME
008600         READ RESULT-FILE
008610             INVALID KEY
008620                 CONTINUE
008630             NOT INVALID KEY
008640                 MOVE 'Y' TO WS-RESULT-FOUND-SW
008650         END-READ
008660     END-IF.
008670     IF WS-RESULT-FOUND
008680         EVALUATE RSLT-ALGORITHM
008690             WHEN 'NILAKANTHA'
008700                 MOVE 'N' TO WS-RUN-ALG
008710             WHEN 'LEIBNIZ'
008720                 MOVE 'L' TO WS-RUN-ALG
008730             WHEN 'MACHIN-LIKE'
008740                 MOVE 'M' TO WS-RUN-ALG
008750             WHEN OTHER
008760                 MOVE '?' TO WS-RUN-ALG
008770         END-EVALUATE
008780         IF RSLT-PRECISION = 'E'
008790             MOVE 'E' TO WS-RUN-PREC
008800         ELSE
008810             MOVE 'S' TO WS-RUN-PREC
008820         END-IF
008830         GO TO 2300-EXIT.
008840     ADD 1 TO WC-RUNS-FALLBACK.
008850     MOVE 'Y' TO WS-RUN-FALLBACK-SW.
008860     IF WC-PF-FOUND-IDX > ZERO
008870         MOVE WS-PF-ALG (WC-PF-FOUND-IDX) TO WS-RUN-ALG
008880         MOVE WS-PF-PREC (WC-PF-FOUND-IDX) TO WS-RUN-PREC
008890     ELSE
008900         MOVE '?' TO WS-RUN-ALG
008910         MOVE '?' TO WS-RUN-PREC
008920     END-IF.
008930 2300-EXIT.
008940     EXIT.
008950******************************************************************
008960*  2400-RUN-COST-CENTRE -- THE COST CENTRE THE PROFILE CARRIED   *
008970*  WHEN THE RUN WAS MADE: THE OLD VALUE OF THE EARLIEST CHANGE   *
008980*  LANDING AFTER THE RUN KEY, OR THE CURRENT VALUE.  NO COST     *
008990*  CENTRE, OR A PROFILE NO LONGER ON FILE, IS SUSPENSE.          *
009000******************************************************************
009010 2400-RUN-COST-CENTRE.
009020     IF WC-PF-FOUND-IDX > ZERO
009030         MOVE WS-PF-COST-CENTRE (WC-PF-FOUND-IDX)
009040             TO WS-RUN-COST-CENTRE
009050     ELSE
009060         MOVE SPACES TO WS-RUN-COST-CENTRE
009070     END-IF.
009080     MOVE HIGH-VALUES TO WS-CC-EARLIEST.
009090     PERFORM 2410-MATCH-CHANGE THRU 2410-EXIT
009100         VARYING WC-CH-IDX FROM 1 BY 1
009110         UNTIL WC-CH-IDX > WC-CH-USED.
009120     IF WS-RUN-COST-CENTRE = SPACES
009130         MOVE '9' TO WS-RUN-GROUP
009140         MOVE WS-GL-SUSPENSE-CC TO WS-RUN-COST-CENTRE
009150     ELSE
009160         MOVE '1' TO WS-RUN-GROUP
009170     END-IF.
009180 2400-EXIT.
009190     EXIT.
009200******************************************************************
009210*  2410-MATCH-CHANGE -- ONE COST CENTRE CHANGE.                  *
009220******************************************************************
009230 2410-MATCH-CHANGE.
009240     IF WS-CH-PROFILE (WC-CH-IDX) = WS-RUN-PROFILE
009250         AND WS-CH-EFF-KEY (WC-CH-IDX) > WS-RUN-KEY
009260         AND WS-CH-EFF-KEY (WC-CH-IDX) < WS-CC-EARLIEST
009270         MOVE WS-CH-EFF-KEY (WC-CH-IDX) TO WS-CC-EARLIEST
009280         MOVE WS-CH-OLD-CC (WC-CH-IDX) TO WS-RUN-COST-CENTRE
009290     END-IF.
009300 2410-EXIT.
009310     EXIT.
009320******************************************************************
009330*  2500-FIND-RATE -- THE RATE ENTRY FOR WS-RUN-ALG AND           *
009340*  WS-RUN-PREC, OR ZERO IN WC-RT-FOUND-IDX.                      *
009350******************************************************************
009360 2500-FIND-RATE.
009370     MOVE ZERO TO WC-RT-FOUND-IDX.
009380     PERFORM 2510-MATCH-RATE THRU 2510-EXIT
009390         VARYING WC-RT-IDX FROM 1 BY 1
009400         UNTIL WC-RT-IDX > WC-RT-USED
009410         OR WC-RT-FOUND-IDX > ZERO.
009420 2500-EXIT.
009430     EXIT.
009440******************************************************************
009450*  2510-MATCH-RATE -- ONE RATE ENTRY.                            *
009460******************************************************************
009470 2510-MATCH-RATE.
009480     IF WS-RT-ALG (WC-RT-IDX) = WS-RUN-ALG
009490         AND WS-RT-PREC (WC-RT-IDX) = WS-RUN-PREC
009500         MOVE WC-RT-IDX TO WC-RT-FOUND-IDX
009510     END-IF.
009520 2510-EXIT.
009530     EXIT.
009540******************************************************************
009550*  2600-RECORD-UNPRICED -- A RUN WITH NO RATE.  IT IS LISTED,    *
009560*  NOT GUESSED AT, AND IT HOLDS BACK THE LEDGER POSTINGS.        *
009570******************************************************************
009580 2600-RECORD-UNPRICED.
009590     ADD 1 TO WC-RUNS-UNPRICED.
009600     IF WC-UP-USED < 50
009610         ADD 1 TO WC-UP-USED
009620         MOVE WS-RUN-DATE    TO WS-UP-DATE (WC-UP-USED)
009630         MOVE WS-RUN-TIME    TO WS-UP-TIME (WC-UP-USED)
009640         MOVE WS-RUN-PROFILE TO WS-UP-PROFILE (WC-UP-USED)
009650         MOVE WS-RUN-ALG     TO WS-UP-ALG (WC-UP-USED)
009660         MOVE WS-RUN-PREC    TO WS-UP-PREC (WC-UP-USED)
009670     END-IF.
009680 2600-EXIT.
009690     EXIT.
009700******************************************************************
009710*  2700-CHARGE-RUN -- PER-RUN CHARGE, PLUS ELAPSED SECONDS AT    *
009720*  THE PER-SECOND RATE, PLUS TERMS AT THE PER-MILLION RATE,      *
009730*  ROUNDED TO THE CENT.                                          *
009740******************************************************************
009750 2700-CHARGE-RUN.
009760     MOVE AUDIT-ELAPSED-TIME TO WC-TIME-WORK.
009770     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-ELAPSED-HH
009780         REMAINDER WC-TIME-WORK.
009790     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-ELAPSED-MM
009800         REMAINDER WC-TIME-WORK.
009810     DIVIDE WC-TIME-WORK BY 100 GIVING WS-ELAPSED-SS
009820         REMAINDER WS-ELAPSED-CC.
009830     COMPUTE WS-ELAPSED-HUND =
009840         (((WS-ELAPSED-HH * 60) + WS-ELAPSED-MM) * 60
009850             + WS-ELAPSED-SS) * 100 + WS-ELAPSED-CC.
009860     COMPUTE WS-RUN-SECS = WS-ELAPSED-HUND / 100.
009870     COMPUTE WS-CHG-TIME =
009880         WS-RUN-SECS * WS-RT-PER-SECOND (WC-RT-FOUND-IDX).
009890     COMPUTE WS-CHG-TERMS =
009900         AUDIT-ITERATIONS * WS-RT-PER-MILLION (WC-RT-FOUND-IDX)
009910             / 1000000.
009920     MOVE WS-RT-PER-RUN (WC-RT-FOUND-IDX) TO WS-CHG-TOTAL.
009930     ADD WS-CHG-TIME TO WS-CHG-TOTAL.
009940     ADD WS-CHG-TERMS TO WS-CHG-TOTAL.
009950     COMPUTE WS-RUN-CHARGE ROUNDED = WS-CHG-TOTAL.
009960     ADD 1 TO WS-RT-RUNS (WC-RT-FOUND-IDX).
009970     ADD 1 TO WC-RUNS-PRICED.
009980     IF WS-RUN-GROUP = '9'
009990         ADD 1 TO WC-RUNS-SUSPENSE
010000     END-IF.
010010 2700-EXIT.
010020     EXIT.
010030******************************************************************
010040*  2800-ACCUM-SUMMARY -- FOLD THE RUN INTO ITS SUMMARY ENTRY,    *
010050*  OPENING ONE FOR A COMBINATION SEEN FOR THE FIRST TIME.        *
010060******************************************************************
010070 2800-ACCUM-SUMMARY.
010080     MOVE WS-RUN-GROUP       TO WS-SS-GROUP.
010090     MOVE WS-RUN-COST-CENTRE TO WS-SS-CC.
010100     MOVE WS-RUN-PROFILE     TO WS-SS-PROFILE.
010110     MOVE WS-RUN-ALG         TO WS-SS-ALG.
010120     MOVE WS-RUN-PREC        TO WS-SS-PREC.
010130     MOVE ZERO TO WC-SM-FOUND-IDX.
010140     PERFORM 2810-MATCH-SUMMARY THRU 2810-EXIT
010150         VARYING WC-SM-IDX FROM 1 BY 1
010160         UNTIL WC-SM-IDX > WC-SM-USED
010170         OR WC-SM-FOUND-IDX > ZERO.
010180     IF WC-SM-FOUND-IDX = ZERO
010190         IF WC-SM-USED NOT < 200
010200             DISPLAY 'PICHGBK: MORE THAN 200 CHARGE LINES IN THE '
010210                 'PERIOD; NOTHING CHARGED.'
010220             MOVE 12 TO RETURN-CODE
010230             MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
010240             GO TO 2800-EXIT
010250         END-IF
010260         ADD 1 TO WC-SM-USED
010270         MOVE WC-SM-USED TO WC-SM-FOUND-IDX
010280         MOVE WS-SM-SEARCH TO WS-SM-KEY (WC-SM-FOUND-IDX)
010290         MOVE ZERO TO WS-SM-RUNS (WC-SM-FOUND-IDX)
010300         MOVE ZERO TO WS-SM-FALLBACKS (WC-SM-FOUND-IDX)
010310         MOVE ZERO TO WS-SM-TERMS (WC-SM-FOUND-IDX)
010320         MOVE ZERO TO WS-SM-SECS (WC-SM-FOUND-IDX)
010330         MOVE ZERO TO WS-SM-AMOUNT (WC-SM-FOUND-IDX)
010340     END-IF.
010350     ADD 1 TO WS-SM-RUNS (WC-SM-FOUND-IDX).
010360     IF WS-RUN-FALLBACK
010370         ADD 1 TO WS-SM-FALLBACKS (WC-SM-FOUND-IDX)
010380     END-IF.
010390     ADD AUDIT-ITERATIONS TO WS-SM-TERMS (WC-SM-FOUND-IDX).
010400     ADD WS-RUN-SECS TO WS-SM-SECS (WC-SM-FOUND-IDX).
010410     ADD WS-RUN-CHARGE TO WS-SM-AMOUNT (WC-SM-FOUND-IDX).
010420 2800-EXIT.
010430     EXIT.
010440******************************************************************
010450*  2810-MATCH-SUMMARY -- ONE SUMMARY ENTRY.                      *
010460******************************************************************
010470 2810-MATCH-SUMMARY.
010480     IF WS-SM-KEY (WC-SM-IDX) = WS-SM-SEARCH
010490         MOVE WC-SM-IDX TO WC-SM-FOUND-IDX
010500     END-IF.
010510 2810-EXIT.
010520     EXIT.
010530******************************************************************
010540*  3000-SORT-SUMMARY -- ORDER THE SUMMARY BY GROUP, COST CENTRE, *
010550*  PROFILE, ALGORITHM AND PRECISION.  A SIMPLE EXCHANGE SORT, AS *
010560*  IN PICALCMG, IS PLENTY FOR A TABLE THIS SIZE.                 *
010570******************************************************************
010580 3000-SORT-SUMMARY.
010590     PERFORM 3100-SORT-PASS THRU 3100-EXIT
010600         VARYING WC-SORT-PASS FROM 1 BY 1
010610         UNTIL WC-SORT-PASS >= WC-SM-USED.
010620 3000-EXIT.
010630     EXIT.
010640******************************************************************
010650*  3100-SORT-PASS -- ONE EXCHANGE PASS OVER THE UNSETTLED PART   *
010660*  OF THE TABLE.                                                 *
010670******************************************************************
010680 3100-SORT-PASS.
010690     COMPUTE WC-SORT-LIMIT = WC-SM-USED - WC-SORT-PASS.
010700     PERFORM 3200-SORT-COMPARE THRU 3200-EXIT
010710         VARYING WC-SM-JDX FROM 1 BY 1
010720         UNTIL WC-SM-JDX > WC-SORT-LIMIT.
010730 3100-EXIT.
010740     EXIT.
010750******************************************************************
010760*  3200-SORT-COMPARE -- EXCHANGE ADJACENT ENTRIES OUT OF ORDER.  *
010770******************************************************************
010780 3200-SORT-COMPARE.
010790     IF WS-SM-KEY (WC-SM-JDX) > WS-SM-KEY (WC-SM-JDX + 1)
010800         MOVE WS-SUMMARY-ENTRY (WC-SM-JDX) TO WS-SM-SWAP
010810         MOVE WS-SUMMARY-ENTRY (WC-SM-JDX + 1)
010820             TO WS-SUMMARY-ENTRY (WC-SM-JDX)
010830         MOVE WS-SM-SWAP TO WS-SUMMARY-ENTRY (WC-SM-JDX + 1)
010840     END-IF.
010850 3200-EXIT.
010860     EXIT.
010870******************************************************************
010880*  4000-PRINT-STATEMENTS -- OPEN THE LEDGER FEED, THEN A         *
010890*  STATEMENT PER COST CENTRE, EACH ON ITS OWN PAGE, WITH THE     *
010900*  SUSPENSE STATEMENT LAST.  EACH COST CENTRE'S TOTAL IS POSTED  *
010910*  AS IT CLOSES.                                                 *
010920******************************************************************
010930 4000-PRINT-STATEMENTS.
010940     OPEN OUTPUT GLFEED-FILE.
010950     IF NOT WS-GLFEED-STATUS-OK
010960         DISPLAY 'PICHGBK: GLFEEDDD OPEN FAILED, STATUS '
010970             WS-GLFEED-STATUS '; NOTHING CHARGED.'
010980         MOVE 12 TO RETURN-CODE
010990         MOVE 'Y' TO WS-CHARGEBACK-ENDED-SW
011000         GO TO 4000-EXIT.
011010     MOVE SPACES TO GLF-REC.
011020     MOVE 'H' TO GLF-REC-TYPE.
011030     MOVE WS-PERIOD TO GLF-PERIOD.
011040     MOVE WS-TODAY TO GLF-CREATED-DATE.
011050     MOVE WS-NOW-TIME TO GLF-CREATED-TIME.
011060     MOVE ZERO TO GLF-RECORD-COUNT.
011070     MOVE ZERO TO GLF-DEBIT-TOTAL.
011080     MOVE ZERO TO GLF-CREDIT-TOTAL.
011090     MOVE 'PICHGBK' TO GLF-SOURCE.
011100     WRITE GLF-REC.
011110     MOVE SPACES TO WS-PREV-CC-KEY.
011120     PERFORM 4100-PRINT-ENTRY THRU 4100-EXIT
011130         VARYING WC-SM-IDX FROM 1 BY 1
011140         UNTIL WC-SM-IDX > WC-SM-USED.
011150     IF WC-SM-USED > ZERO
011160         PERFORM 4300-CLOSE-COST-CENTRE THRU 4300-EXIT
011170     END-IF.
011180 4000-EXIT.
011190     EXIT.
011200******************************************************************
011210*  4100-PRINT-ENTRY -- ONE SUMMARY ENTRY, STARTING A NEW         *
011220*  STATEMENT ON A CHANGE OF COST CENTRE.                         *
011230******************************************************************
011240 4100-PRINT-ENTRY.
011250     IF WS-SM-CC-KEY (WC-SM-IDX) NOT = WS-PREV-CC-KEY
011260         IF WS-PREV-CC-KEY NOT = SPACES
011270             PERFORM 4300-CLOSE-COST-CENTRE THRU 4300-EXIT
011280         END-IF
011290         PERFORM 4200-OPEN-COST-CENTRE THRU 4200-EXIT
011300     END-IF.
011310     MOVE WS-SM-PROFILE (WC-SM-IDX) TO WS-DL-PROFILE.
011320     MOVE WS-SM-ALG (WC-SM-IDX) TO WS-ALG-CODE.
011330     PERFORM 7300-ALG-LABEL THRU 7300-EXIT.
011340     MOVE WS-ALG-LABEL TO WS-DL-ALG.
011350     MOVE WS-SM-PREC (WC-SM-IDX) TO WS-DL-PREC.
011360     MOVE WS-SM-RUNS (WC-SM-IDX) TO WS-DL-RUNS.
011370     MOVE WS-SM-TERMS (WC-SM-IDX) TO WS-DL-TERMS.
011380     MOVE WS-SM-SECS (WC-SM-IDX) TO WS-DL-SECS.
011390     MOVE WS-SM-AMOUNT (WC-SM-IDX) TO WS-DL-AMOUNT.
011400     MOVE SPACES TO WS-DL-NOTE.
011410     IF WS-SM-FALLBACKS (WC-SM-IDX) > ZERO
011420         MOVE WS-SM-FALLBACKS (WC-SM-IDX) TO WS-INFO-COUNT-ED
011430         STRING WS-INFO-COUNT-ED DELIMITED BY SIZE
011440             ' PRICED ON PROFILE' DELIMITED BY SIZE
011450             INTO WS-DL-NOTE
011460         END-STRING
011470     END-IF.
011480     WRITE PRNT-REC FROM WS-DETAIL-LINE
011490         AFTER ADVANCING 1 LINE.
011500     ADD WS-SM-RUNS (WC-SM-IDX) TO WS-CC-RUNS.
011510     ADD WS-SM-TERMS (WC-SM-IDX) TO WS-CC-TERMS.
011520     ADD WS-SM-SECS (WC-SM-IDX) TO WS-CC-SECS.
011530     ADD WS-SM-AMOUNT (WC-SM-IDX) TO WS-CC-AMOUNT.
011540 4100-EXIT.
011550     EXIT.
011560******************************************************************
011570*  4200-OPEN-COST-CENTRE -- A NEW STATEMENT PAGE.                *
011580******************************************************************
011590 4200-OPEN-COST-CENTRE.
011600     MOVE WS-SM-CC-KEY (WC-SM-IDX) TO WS-PREV-CC-KEY.
011610     MOVE ZERO TO WS-CC-RUNS.
011620     MOVE ZERO TO WS-CC-TERMS.
011630     MOVE ZERO TO WS-CC-SECS.
011640     MOVE ZERO TO WS-CC-AMOUNT.
011650     MOVE 'CHARGEBACK STATEMENT -- PERIOD' TO WS-HEAD1-TITLE.
011660     MOVE WS-PERIOD-EDIT TO WS-HEAD1-PERIOD.
011670     MOVE 'COST CENTRE' TO WS-HEAD1-CC-LABEL.
011680     MOVE WS-SM-CC (WC-SM-IDX) TO WS-HEAD1-CC.
011690     WRITE PRNT-REC FROM WS-HEAD1
011700         AFTER ADVANCING PAGE.
011710     IF WS-SM-GROUP (WC-SM-IDX) = '9'
011720         MOVE SPACES TO WS-NOTE-TEXT
011730         STRING 'SUSPENSE -- RUNS ON A PROFILE WITH NO COST '
011740             DELIMITED BY SIZE
011750             'CENTRE, OR NO LONGER ON PI.PARM.FILE.  UNASSIGNED '
011760             DELIMITED BY SIZE
011770             '-- CLEAR BEFORE CLOSE.' DELIMITED BY SIZE
011780             INTO WS-NOTE-TEXT
011790         END-STRING
011800         WRITE PRNT-REC FROM WS-NOTE-LINE
011810             AFTER ADVANCING 2 LINES
011820     END-IF.
011830     WRITE PRNT-REC FROM WS-HEAD2
011840         AFTER ADVANCING 2 LINES.
011850     MOVE SPACES TO PRNT-REC.
011860     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
011870 4200-EXIT.
011880     EXIT.
011890******************************************************************
011900*  4300-CLOSE-COST-CENTRE -- THE STATEMENT TOTAL, AND THE COST   *
011910*  CENTRE'S DEBIT POSTING.                                       *
011920******************************************************************
011930 4300-CLOSE-COST-CENTRE.
011940     IF WS-PREV-GROUP = '9'
011950         MOVE 'SUSPENSE TOTAL -- UNASSIGNED' TO WS-TL-LABEL
011960         ADD WS-CC-AMOUNT TO WS-TOT-SUSPENSE
011970     ELSE
011980         MOVE 'COST CENTRE TOTAL' TO WS-TL-LABEL
011990         ADD WS-CC-AMOUNT TO WS-TOT-CHARGED
012000     END-IF.
012010     ADD WS-CC-AMOUNT TO WS-TOT-ALL.
012020     MOVE WS-CC-RUNS TO WS-TL-RUNS.
012030     MOVE WS-CC-TERMS TO WS-TL-TERMS.
012040     MOVE WS-CC-SECS TO WS-TL-SECS.
012050     MOVE WS-CC-AMOUNT TO WS-TL-AMOUNT.
012060     WRITE PRNT-REC FROM WS-TOTAL-LINE
012070         AFTER ADVANCING 2 LINES.
012080     PERFORM 6100-WRITE-DEBIT THRU 6100-EXIT.
012090 4300-EXIT.
012100     EXIT.
012110******************************************************************
012120*  5000-PRINT-SUMMARY -- THE PERIOD'S COUNTS, THE RATES APPLIED, *
012130*  AND ANY RUN THAT COULD NOT BE PRICED.                         *
012140******************************************************************
012150 5000-PRINT-SUMMARY.
012160     MOVE 'CHARGEBACK SUMMARY   -- PERIOD' TO WS-HEAD1-TITLE.
012170     MOVE WS-PERIOD-EDIT TO WS-HEAD1-PERIOD.
012180     MOVE SPACES TO WS-HEAD1-CC-LABEL.
012190     MOVE SPACES TO WS-HEAD1-CC.
012200     WRITE PRNT-REC FROM WS-HEAD1
012210         AFTER ADVANCING PAGE.
012220     MOVE SPACES TO PRNT-REC.
012230     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
012240     MOVE 'RUNS IN THE PERIOD  . . . . . . . . . . . .'
012250         TO WS-INFO-LABEL.
012260     MOVE WC-RUNS-SEEN TO WS-INFO-COUNT-ED.
012270     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012280     MOVE 'RUNS PRICED . . . . . . . . . . . . . . . .'
012290         TO WS-INFO-LABEL.
012300     MOVE WC-RUNS-PRICED TO WS-INFO-COUNT-ED.
012310     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012320     MOVE '  OF WHICH TO SUSPENSE  . . . . . . . . . .'
012330         TO WS-INFO-LABEL.
012340     MOVE WC-RUNS-SUSPENSE TO WS-INFO-COUNT-ED.
012350     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012360     MOVE '  OF WHICH PRICED ON CURRENT PROFILE  . . .'
012370         TO WS-INFO-LABEL.
012380     MOVE WC-RUNS-FALLBACK TO WS-INFO-COUNT-ED.
012390     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012400     MOVE 'RUNS ON A PROFILE NO LONGER ON FILE . . . .'
012410         TO WS-INFO-LABEL.
012420     MOVE WC-RUNS-GONE TO WS-INFO-COUNT-ED.
012430     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012440     MOVE 'RUNS NOT PRICED -- NO RATE CARD ENTRY . . .'
012450         TO WS-INFO-LABEL.
012460     MOVE WC-RUNS-UNPRICED TO WS-INFO-COUNT-ED.
012470     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012480     MOVE 'REFUSED RUNS (V) NOT BILLED . . . . . . . .'
012490         TO WS-INFO-LABEL.
012500     MOVE WC-SKIP-REFUSED TO WS-INFO-COUNT-ED.
012510     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012520     MOVE 'OVERRIDE RECORDS (O) NOT BILLED . . . . . .'
012530         TO WS-INFO-LABEL.
012540     MOVE WC-SKIP-OVERRIDE TO WS-INFO-COUNT-ED.
012550     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012560     MOVE 'OTHER AUDIT RECORDS NOT BILLED  . . . . . .'
012570         TO WS-INFO-LABEL.
012580     MOVE WC-SKIP-OTHER TO WS-INFO-COUNT-ED.
012590     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012600     MOVE 'AMOUNT CHARGED TO COST CENTRES  . . . . . .'
012610         TO WS-INFO-LABEL.
012620     MOVE WS-TOT-CHARGED TO WS-INFO-AMOUNT-ED.
012630     PERFORM 5910-PRINT-AMOUNT THRU 5910-EXIT.
012640     MOVE 'AMOUNT IN SUSPENSE  . . . . . . . . . . . .'
012650         TO WS-INFO-LABEL.
012660     MOVE WS-TOT-SUSPENSE TO WS-INFO-AMOUNT-ED.
012670     PERFORM 5910-PRINT-AMOUNT THRU 5910-EXIT.
012680     MOVE 'TOTAL PRICED IN THE PERIOD  . . . . . . . .'
012690         TO WS-INFO-LABEL.
012700     MOVE WS-TOT-ALL TO WS-INFO-AMOUNT-ED.
012710     PERFORM 5910-PRINT-AMOUNT THRU 5910-EXIT.
012720     MOVE 'GL FEED POSTINGS WRITTEN  . . . . . . . . .'
012730         TO WS-INFO-LABEL.
012740     MOVE WC-GL-POSTINGS TO WS-INFO-COUNT-ED.
012750     PERFORM 5900-PRINT-COUNT THRU 5900-EXIT.
012760     IF WC-RUNS-UNPRICED > ZERO
012770         MOVE SPACES TO WS-NOTE-TEXT
012780         STRING 'GL FEED WRITTEN WITH NO POSTINGS -- CORRECT '
012790             DELIMITED BY SIZE
012800             'PI.RATE.CARD AND RERUN THE PERIOD.'
012810             DELIMITED BY SIZE
012820             INTO WS-NOTE-TEXT
012830         END-STRING
012840         WRITE PRNT-REC FROM WS-NOTE-LINE
012850             AFTER ADVANCING 2 LINES
012860     END-IF.
012870     WRITE PRNT-REC FROM WS-HEAD3
012880         AFTER ADVANCING 3 LINES.
012890     MOVE SPACES TO PRNT-REC.
012900     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
012910     PERFORM 5100-PRINT-RATE THRU 5100-EXIT
012920         VARYING WC-RT-IDX FROM 1 BY 1
012930         UNTIL WC-RT-IDX > WC-RT-USED.
012940     IF WC-UP-USED > ZERO
012950         WRITE PRNT-REC FROM WS-HEAD4
012960             AFTER ADVANCING 3 LINES
012970         MOVE SPACES TO PRNT-REC
012980         WRITE PRNT-REC AFTER ADVANCING 1 LINE
012990         PERFORM 5200-PRINT-UNPRICED THRU 5200-EXIT
013000             VARYING WC-UP-IDX FROM 1 BY 1
013010             UNTIL WC-UP-IDX > WC-UP-USED
013020     END-IF.
013030     IF WC-RUNS-UNPRICED > WC-UP-USED
013040         MOVE 'FURTHER UNPRICED RUNS NOT LISTED.' TO WS-NOTE-TEXT
013050         WRITE PRNT-REC FROM WS-NOTE-LINE
013060             AFTER ADVANCING 1 LINE
013070     END-IF.
013080 5000-EXIT.
013090     EXIT.
013100******************************************************************
013110*  5100-PRINT-RATE -- ONE RATE CARD ENTRY.                       *
013120******************************************************************
013130 5100-PRINT-RATE.
013140     MOVE WS-RT-ALG (WC-RT-IDX) TO WS-ALG-CODE.
013150     PERFORM 7300-ALG-LABEL THRU 7300-EXIT.
013160     MOVE WS-ALG-LABEL TO WS-RL-ALG.
013170     MOVE WS-RT-PREC (WC-RT-IDX) TO WS-RL-PREC.
013180     MOVE WS-RT-PER-RUN (WC-RT-IDX) TO WS-RL-PER-RUN.
013190     MOVE WS-RT-PER-SECOND (WC-RT-IDX) TO WS-RL-PER-SECOND.
013200     MOVE WS-RT-PER-MILLION (WC-RT-IDX) TO WS-RL-PER-MILLION.
013210     MOVE WS-RT-RUNS (WC-RT-IDX) TO WS-RL-RUNS.
013220     WRITE PRNT-REC FROM WS-RATE-LINE
013230         AFTER ADVANCING 1 LINE.
013240 5100-EXIT.
013250     EXIT.
013260******************************************************************
013270*  5200-PRINT-UNPRICED -- ONE RUN WITH NO RATE.                  *
013280******************************************************************
013290 5200-PRINT-UNPRICED.
013300     MOVE WS-UP-DATE (WC-UP-IDX) TO WS-STAMP-DATE.
013310     MOVE WS-UP-TIME (WC-UP-IDX) TO WS-STAMP-TIME.
013320     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
013330     MOVE WS-STAMP-EDIT TO WS-UL-RUN.
013340     MOVE WS-UP-PROFILE (WC-UP-IDX) TO WS-UL-PROFILE.
013350     MOVE WS-UP-ALG (WC-UP-IDX) TO WS-ALG-CODE.
013360     PERFORM 7300-ALG-LABEL THRU 7300-EXIT.
013370     MOVE WS-ALG-LABEL TO WS-UL-ALG.
013380     MOVE WS-UP-PREC (WC-UP-IDX) TO WS-UL-PREC.
013390     WRITE PRNT-REC FROM WS-UNPRICED-LINE
013400         AFTER ADVANCING 1 LINE.
013410 5200-EXIT.
013420     EXIT.
013430******************************************************************
013420*  5900-PRINT-COUNT -- ONE SUMMARY LINE CARRYING A COUNT.        *
013450******************************************************************
013460 5900-PRINT-COUNT.
013470     MOVE WS-INFO-COUNT-ED TO WS-INFO-VALUE.
013480     WRITE PRNT-REC FROM WS-INFO-LINE
013490         AFTER ADVANCING 1 LINE.
013500 5900-EXIT.
013510     EXIT.
013520******************************************************************
013530*  5910-PRINT-AMOUNT -- ONE SUMMARY LINE CARRYING AN AMOUNT.     *
013540******************************************************************
013550 5910-PRINT-AMOUNT.
013560     MOVE WS-INFO-AMOUNT-ED TO WS-INFO-VALUE.
013570     WRITE PRNT-REC FROM WS-INFO-LINE
013580         AFTER ADVANCING 1 LINE.
013590 5910-EXIT.
013600     EXIT.
013610******************************************************************
013620*  6000-CLOSE-FEED -- THE CREDIT OF THE PERIOD TOTAL TO THE      *
013630*  RECOVERY ACCOUNT, AND THE TRAILER.  WITH UNPRICED RUNS THERE  *
013640*  ARE NO POSTINGS, ONLY THE HEADER AND A ZERO TRAILER.          *
013650******************************************************************
013660 6000-CLOSE-FEED.
013670     IF WC-RUNS-UNPRICED = ZERO
013680         AND WC-RUNS-PRICED > ZERO
013690         MOVE SPACES TO GLF-REC
013700         MOVE 'C' TO GLF-REC-TYPE
013710         MOVE WS-PERIOD TO GLF-PERIOD
013720         MOVE WS-GL-RECOVERY-CC TO GLF-COST-CENTRE
013730         MOVE WS-GL-RECOVERY-ACCT TO GLF-ACCOUNT
013740         COMPUTE GLF-AMOUNT = ZERO - WS-TOT-ALL
013750         MOVE WC-RUNS-PRICED TO GLF-RUN-COUNT
013760         MOVE 'PI PROCESSING RECOVERY' TO GLF-DESCRIPTION
013770         MOVE 'PICHGBK' TO GLF-SOURCE
013780         WRITE GLF-REC
013790         ADD GLF-AMOUNT TO WS-GL-CREDITS
013800         ADD 1 TO WC-GL-POSTINGS
013810     END-IF.
013820     MOVE SPACES TO GLF-REC.
013830     MOVE 'T' TO GLF-REC-TYPE.
013840     MOVE WS-PERIOD TO GLF-PERIOD.
013850     MOVE WS-TODAY TO GLF-CREATED-DATE.
013860     MOVE WS-NOW-TIME TO GLF-CREATED-TIME.
013870     MOVE WC-GL-POSTINGS TO GLF-RECORD-COUNT.
013880     MOVE WS-GL-DEBITS TO GLF-DEBIT-TOTAL.
013890     MOVE WS-GL-CREDITS TO GLF-CREDIT-TOTAL.
013900     MOVE 'PICHGBK' TO GLF-SOURCE.
013910     WRITE GLF-REC.
013920     CLOSE GLFEED-FILE.
013930 6000-EXIT.
013940     EXIT.
013950******************************************************************
013960*  6100-WRITE-DEBIT -- THE COST CENTRE'S DEBIT TO THE EXPENSE    *
013970*  ACCOUNT; THE SUSPENSE DEBIT IS FLAGGED FOR CLEARING.  HELD    *
013980*  BACK WHILE ANY RUN IS UNPRICED.                               *
013990******************************************************************
014000 6100-WRITE-DEBIT.
014010     IF WC-RUNS-UNPRICED > ZERO
014020         GO TO 6100-EXIT.
014030     MOVE SPACES TO GLF-REC.
014040     MOVE 'D' TO GLF-REC-TYPE.
014050     MOVE WS-PERIOD TO GLF-PERIOD.
014060     MOVE WS-PREV-CC TO GLF-COST-CENTRE.
014070     MOVE WS-GL-EXPENSE-ACCT TO GLF-ACCOUNT.
014080     MOVE WS-CC-AMOUNT TO GLF-AMOUNT.
014090     MOVE WS-CC-RUNS TO GLF-RUN-COUNT.
014100     IF WS-PREV-GROUP = '9'
014110         MOVE 'S' TO GLF-SUSPENSE-FLAG
014120         MOVE 'PI UNASSIGNED -- CLEAR' TO GLF-DESCRIPTION
014130     ELSE
014140         MOVE 'PI PROCESSING CHARGEBACK' TO GLF-DESCRIPTION
014150     END-IF.
014160     MOVE 'PICHGBK' TO GLF-SOURCE.
014170     WRITE GLF-REC.
014180     ADD GLF-AMOUNT TO WS-GL-DEBITS.
014190     ADD 1 TO WC-GL-POSTINGS.
014200 6100-EXIT.
014210     EXIT.
014220******************************************************************
014230*  7300-ALG-LABEL -- WS-ALG-CODE AS THE LABEL PICALC WRITES.     *
014240******************************************************************
014250 7300-ALG-LABEL.
014260     EVALUATE WS-ALG-CODE
014270         WHEN 'N'
014280             MOVE 'NILAKANTHA'  TO WS-ALG-LABEL
014290         WHEN 'L'
014300             MOVE 'LEIBNIZ'     TO WS-ALG-LABEL
014310         WHEN 'M'
014320             MOVE 'MACHIN-LIKE' TO WS-ALG-LABEL
014330         WHEN OTHER
014340             MOVE 'UNKNOWN'     TO WS-ALG-LABEL
014350     END-EVALUATE.
014360 7300-EXIT.
014370     EXIT.
014380******************************************************************
014390*  7500-EDIT-STAMP -- WS-STAMP-DATE AND WS-STAMP-TIME AS         *
014400*  YYYY-MM-DD HH.MM.SS.CC.                                       *
014410******************************************************************
014420 7500-EDIT-STAMP.
014430     MOVE WS-STAMP-DATE TO WC-TIME-WORK.
014440     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-STAMP-YYYY
014450         REMAINDER WC-TIME-WORK.
014460     DIVIDE WC-TIME-WORK BY 100 GIVING WS-STAMP-MM
014470         REMAINDER WS-STAMP-DD.
014480     MOVE WS-STAMP-TIME TO WC-TIME-WORK.
014490     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-STAMP-HH
014500         REMAINDER WC-TIME-WORK.
014510     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-STAMP-MI
014520         REMAINDER WC-TIME-WORK.
014530     DIVIDE WC-TIME-WORK BY 100 GIVING WS-STAMP-SS
014540         REMAINDER WS-STAMP-CC.
014550 7500-EXIT.
014560     EXIT.
014570******************************************************************
014580*  9000-TERMINATE -- SETTLE THE CONDITION CODE AND CLOSE THE     *
014590*  LISTING.  UNPRICED RUNS OUTRANK SUSPENSE.                     *
014600******************************************************************
014610 9000-TERMINATE.
014620     IF NOT WS-CHARGEBACK-ENDED
014630         IF WC-RUNS-UNPRICED > ZERO
014640             DISPLAY 'PICHGBK: ' WC-RUNS-UNPRICED
014650                 ' RUN(S) WITH NO RATE CARD ENTRY; GL FEED HAS '
014660                 'NO POSTINGS.'
014670             MOVE 8 TO RETURN-CODE
014680         ELSE
014690             IF WC-RUNS-SUSPENSE > ZERO
014700                 DISPLAY 'PICHGBK: ' WC-RUNS-SUSPENSE
014710                     ' RUN(S) CHARGED TO SUSPENSE; CLEAR BEFORE '
014720                     'THE PERIOD CLOSES.'
014730                 MOVE 4 TO RETURN-CODE
014740             END-IF
014750         END-IF
014760         DISPLAY 'PICHGBK: ' WC-RUNS-PRICED ' RUN(S) PRICED, '
014770             WC-GL-POSTINGS ' GL POSTING(S) FOR PERIOD '
014780             WS-PERIOD-EDIT '.'
014790     END-IF.
014800     CLOSE PRINT-FILE.
014810 9000-EXIT.
014820     EXIT.
