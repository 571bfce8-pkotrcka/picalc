000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PICONVR                                         *
000040*   FUNCTION     CONVERGENCE-RATE ANALYSIS.  READS THE 'C' LINES *
000050*                ON PI.REPORT, MEASURES AT EACH ONE HOW MANY     *
000060*                DECIMAL PLACES OF THE RUNNING APPROXIMATION ARE *
000070*                CORRECT (MINUS THE LOG10 OF ITS DISTANCE FROM   *
000080*                THE CERTIFIED REFERENCE ON PI.PARM.FILE), AND   *
000090*                FOR EACH RUN WORKS OUT HOW MANY PLACES IT GAINED*
000100*                PER TENFOLD INCREASE IN TERMS.  ONE LINE IS     *
000110*                PRINTED PER RUN, THEN A SUMMARY PER ALGORITHM   *
000120*                AND PRECISION WITH THE MEAN RATE AND THE TERM   *
000130*                COUNT PROJECTED TO REACH THE NUMBER OF CORRECT  *
000140*                PLACES ASKED FOR ON THE EXEC PARM -- A STARTING *
000150*                POINT FOR PARM-MAX-ITERS AND PARM-STABLE-DIGITS *
000160*                WHEN A PROFILE IS SET UP.                       *
000170*                                                                *
000180*                A RUN IS FLAGGED BACKWARDS WHEN ITS DISTANCE    *
000190*                FROM THE REFERENCE GROWS FROM ONE 'C' LINE TO   *
000200*                THE NEXT, AND STALLED WHEN IT DOES NOT SHRINK AT*
000210*                ALL; EVERY SERIES PICALC SUMS CLOSES ON PI      *
000220*                STEADILY, SO EITHER POINTS TO ARITHMETIC        *
000230*                TROUBLE.  LINES AT THE PRECISION FLOOR (WITHIN  *
000240*                ONE PLACE OF THE 37 OR 72 DECIMALS CARRIED) ARE *
000250*                NOT JUDGED AND NOT USED IN THE RATE.            *
000260*                                                                *
000270*                'C' LINES ARE STAMPED WITH THE RUN'S START DATE,*
000280*                START TIME AND ALGORITHM (RPT-CONV-STAMP), WHICH*
000290*                MARKS WHERE ONE RUN'S CURVE ENDS AND THE NEXT   *
000300*                BEGINS.  LINES WRITTEN BEFORE THE STAMP EXISTED *
000310*                ARE SPLIT INTO RUNS WHERE THE TERM COUNT STOPS  *
000320*                RISING OR THE RUN DATE CHANGES, AND ARE REPORTED*
000330*                UNDER ALGORITHM 'NOT RECORDED'.                 *
000340*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     PICONVR.
000380 AUTHOR.         R L HENNESSEY.
000390 INSTALLATION.   BATCH SYSTEMS.
000400 DATE-WRITTEN.   2026-10-15.
000410 DATE-COMPILED.
000420******************************************************************
000430*  MOD LOG                                                       *
000440*  DATE       INIT DESCRIPTION                                   *
000450*  2026-10-15 RLH  ORIGINAL.                                     *
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REPORT-FILE
000540         ASSIGN TO REPTDD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-REPORT-STATUS.
000570     SELECT PARM-FILE
000580         ASSIGN TO PARMDD
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610     SELECT PRINT-FILE
000620         ASSIGN TO PRINTDD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PRINT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  REPORT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "REPTREC.CPY".
000710 FD  PARM-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "PARMREC.CPY".
000750 FD  PRINT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  PRNT-REC                     PIC X(132).
000790 WORKING-STORAGE SECTION.
000800******************************************************************
000810*  FILE STATUS AND SWITCHES                                      *
000820******************************************************************
000830 01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000840     88  WS-REPORT-STATUS-NOT-FOUND  VALUE '35'.
000850 01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000860     88  WS-PARM-STATUS-NOT-FOUND    VALUE '35'.
000870 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
000880 01  WS-SWITCHES.
000890     05  WS-REPORT-EOF-SW         PIC X(01) VALUE 'N'.
000900         88  WS-REPORT-EOF            VALUE 'Y'.
000910     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
000920         88  WS-PARM-EOF              VALUE 'Y'.
000930     05  WS-RUN-REFUSED-SW        PIC X(01) VALUE 'N'.
000940         88  WS-RUN-REFUSED           VALUE 'Y'.
000950     05  WS-EP-REF-SW             PIC X(01) VALUE 'N'.
000960         88  WS-EP-REF-FOUND          VALUE 'Y'.
000970     05  WS-RUN-OPEN-SW           PIC X(01) VALUE 'N'.
000980         88  WS-RUN-OPEN              VALUE 'Y'.
000990     05  WS-SUMMARY-PHASE-SW      PIC X(01) VALUE 'N'.
001000         88  WS-SUMMARY-PHASE         VALUE 'Y'.
001010     05  WS-PT-FLOOR-SW           PIC X(01) VALUE 'N'.
001020         88  WS-PT-AT-FLOOR           VALUE 'Y'.
001030     05  WS-GRP-FOUND-SW          PIC X(01) VALUE 'N'.
001040         88  WS-GRP-FOUND             VALUE 'Y'.
001050******************************************************************
001060*  EXEC PARM VALUES -- THE NUMBER OF CORRECT DECIMAL PLACES TO   *
001070*  PROJECT THE TERM COUNT FOR, AND THE RUN-DATE RANGE OF 'C'     *
001080*  LINES TO ANALYSE, AS IN PIARCRT: A ZERO FROM DATE STARTS AT   *
001090*  THE BEGINNING OF THE REPORT AND A ZERO TO DATE RUNS TO THE    *
001100*  END.                                                          *
001110******************************************************************
001120 01  WS-TARGET-PLACES             PIC 9(02) VALUE 30.
001130 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001140 01  WS-TO-DATE                   PIC 9(08) VALUE 99999999.
001150******************************************************************
001160*  THE CERTIFIED REFERENCE -- THE 37-DECIMAL VALUE FROM THE      *
001170*  FIRST PROFILE ON PI.PARM.FILE, AS IN PICALC, AND THE FIRST    *
001180*  72-DIGIT IMAGE FOUND (PIREFLD LOADS THE SAME IMAGE ON EVERY   *
001190*  PROFILE).  WITH NO IMAGE THE EXTENDED LINES ARE MEASURED TO   *
001200*  37 DECIMALS ONLY.                                             *
001210******************************************************************
001220 01  WS-REF-VALUE                 PIC S9(1)V9(37) VALUE ZERO.
001230 01  WS-EP-REFERENCE.
001240     05  WS-EP-REF-INT            PIC 9(01) VALUE ZERO.
001250     05  WS-EP-REF-DIGIT          PIC 9(01) OCCURS 72
001260                                  VALUE ZERO.
001270 01  WS-REF-UNSIGNED              PIC 9(1)V9(37) VALUE ZERO.
001280 01  WS-REF-DIGITS REDEFINES WS-REF-UNSIGNED.
001290     05  WS-REF-DIGIT-INT         PIC 9(01).
001300     05  WS-REF-DIGIT             PIC 9(01) OCCURS 37.
001310 01  WS-STD-LIMIT                 PIC 9(02) VALUE 37.
001320 01  WS-EP-LIMIT                  PIC 9(02) VALUE 72.
001330******************************************************************
001340*  THE 'C' LINE IN HAND -- ITS EXTENDED IMAGE DIGIT BY DIGIT,    *
001350*  ITS DISTANCE FROM THE REFERENCE, AND THE CORRECT PLACES THAT  *
001360*  DISTANCE IS WORTH.  AN EXTENDED DISTANCE TOO SMALL FOR A      *
001370*  38-DIGIT FIELD IS TAKEN FROM AN 18-DIGIT WINDOW OF BOTH       *
001380*  IMAGES STARTING AT THE FIRST DIGIT THAT DIFFERS.              *
001390******************************************************************
001400 01  WS-EP-PAJ.
001410     05  WS-EP-PAJ-SIGN           PIC X(01).
001420     05  WS-EP-PAJ-INT            PIC 9(09).
001430     05  WS-EP-PAJ-DIGIT          PIC 9(01) OCCURS 72.
001440 01  WS-PT-ERROR                  PIC S9(1)V9(37) VALUE ZERO.
001450 01  WS-PT-PLACES                 PIC S9(03)V9(08) VALUE ZERO.
001460 01  WS-PT-LIMIT                  PIC 9(02) VALUE ZERO.
001470 01  WS-PT-DIFFER-POS             PIC 9(02) VALUE ZERO.
001480 01  WS-WIN-PAJ                   PIC 9(18) VALUE ZERO.
001490 01  WS-WIN-REF                   PIC 9(18) VALUE ZERO.
001500 01  WS-WIN-DIFF                  PIC 9(18) VALUE ZERO.
001510******************************************************************
001520*  THE RUN IN HAND -- ITS STAMP (OR, FOR UNSTAMPED LINES, ITS    *
001530*  RUN DATE), THE FIRST AND LAST POINTS BELOW THE PRECISION      *
001540*  FLOOR, AND THE PREVIOUS POINT FOR THE BACKWARDS AND STALLED   *
001550*  TESTS.                                                        *
001560******************************************************************
001570 01  WS-RUN-STAMP.
001580     05  WS-RUN-START-DATE        PIC X(08) VALUE SPACES.
001590     05  WS-RUN-START-TIME        PIC X(08) VALUE SPACES.
001600     05  WS-RUN-ALGORITHM         PIC X(12) VALUE SPACES.
001610 01  WS-RUN-PRECISION             PIC X(01) VALUE SPACE.
001620 01  WS-RUN-RPT-DATE              PIC 9(08) VALUE ZERO.
001630 01  WS-RUN-PREV-ITER             PIC 9(09) VALUE ZERO.
001640 01  WS-RUN-FIRST-ITER            PIC 9(09) VALUE ZERO.
001650 01  WS-RUN-FIRST-PLACES          PIC S9(03)V9(08) VALUE ZERO.
001660 01  WS-RUN-LAST-ITER             PIC 9(09) VALUE ZERO.
001670 01  WS-RUN-LAST-PLACES           PIC S9(03)V9(08) VALUE ZERO.
001680 01  WS-RUN-PREV-PLACES           PIC S9(03)V9(08) VALUE ZERO.
001690 01  WS-RUN-FINAL-PLACES          PIC S9(03)V9(08) VALUE ZERO.
001700 01  WS-RUN-RATE                  PIC S9(05)V9(08) VALUE ZERO.
001710 01  WS-RUN-FLAGS.
001720     05  WS-RUN-PREV-FLOOR-SW     PIC X(01) VALUE 'N'.
001730         88  WS-RUN-PREV-AT-FLOOR     VALUE 'Y'.
001740     05  WS-RUN-FLOOR-SW          PIC X(01) VALUE 'N'.
001750         88  WS-RUN-REACHED-FLOOR     VALUE 'Y'.
001760     05  WS-RUN-BACKWARDS-SW      PIC X(01) VALUE 'N'.
001770         88  WS-RUN-BACKWARDS         VALUE 'Y'.
001780     05  WS-RUN-STALLED-SW        PIC X(01) VALUE 'N'.
001790         88  WS-RUN-STALLED           VALUE 'Y'.
001800     05  WS-RUN-MEASURED-SW       PIC X(01) VALUE 'N'.
001810         88  WS-RUN-MEASURED          VALUE 'Y'.
001820 01  WS-LOG-FIRST                 PIC S9(03)V9(08) VALUE ZERO.
001830 01  WS-LOG-WORK                  PIC S9(03)V9(08) VALUE ZERO.
001840 01  WS-LOG-LAST                  PIC S9(03)V9(08) VALUE ZERO.
001850******************************************************************
001860*  ALGORITHM AND PRECISION SUMMARY -- ONE ENTRY PER PAIR SEEN.   *
001870*  THE ANCHOR IS THE MEASURED RUN THAT SUMMED THE MOST TERMS     *
001880*  BELOW THE PRECISION FLOOR; THE PROJECTION IS MADE FROM ITS    *
001890*  LAST POINT AT THE PAIR'S MEAN RATE.                           *
001900******************************************************************
001910 01  WS-GRP-TABLE.
001920     05  WS-GRP-ENTRY OCCURS 20 TIMES.
001930         10  WS-GRP-ALGORITHM     PIC X(12).
001940         10  WS-GRP-PRECISION     PIC X(01).
001950         10  WS-GRP-RUNS          PIC 9(07) COMP.
001960         10  WS-GRP-MEASURED      PIC 9(07) COMP.
001970         10  WS-GRP-FLAGGED       PIC 9(07) COMP.
001980         10  WS-GRP-RATE-SUM      PIC S9(09)V9(08).
001990         10  WS-GRP-RATE-MIN      PIC S9(05)V9(08).
002000         10  WS-GRP-RATE-MAX      PIC S9(05)V9(08).
002010         10  WS-GRP-ANCHOR-ITER   PIC 9(09).
002020         10  WS-GRP-ANCHOR-PLACES PIC S9(03)V9(08).
002030 01  WS-GRP-KEY-ALGORITHM         PIC X(12) VALUE SPACES.
002040 01  WS-GRP-KEY-PRECISION         PIC X(01) VALUE SPACE.
002050 01  WS-MEAN-RATE                 PIC S9(05)V9(08) VALUE ZERO.
002060 01  WS-LOG-PROJECTED             PIC S9(05)V9(08) VALUE ZERO.
002070 01  WS-PROJ-TERMS                PIC 9(09) VALUE ZERO.
002080 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
002090******************************************************************
002100*  EDITED DATE AND TIME -- BUILT BY 6200 AND 6300.               *
002110******************************************************************
002120 01  WS-EDIT-DATE.
002130     05  WS-EDIT-YYYY             PIC 9(04).
002140     05  FILLER                   PIC X(01) VALUE '-'.
002150     05  WS-EDIT-MM               PIC 9(02).
002160     05  FILLER                   PIC X(01) VALUE '-'.
002170     05  WS-EDIT-DD               PIC 9(02).
002180 01  WS-EDIT-TIME.
002190     05  WS-EDIT-HH               PIC 9(02).
002200     05  FILLER                   PIC X(01) VALUE '.'.
002210     05  WS-EDIT-MI               PIC 9(02).
002220     05  FILLER                   PIC X(01) VALUE '.'.
002230     05  WS-EDIT-SS               PIC 9(02).
002240******************************************************************
002250*  HEADING AND DETAIL LINES -- ONE DETAIL LINE PER RUN, THEN A   *
002260*  NEW PAGE WITH ONE SUMMARY LINE PER ALGORITHM AND PRECISION.   *
002270******************************************************************
002280 01  WS-HEAD1.
002290     05  FILLER                   PIC X(07) VALUE 'PICONVR'.
002300     05  FILLER                   PIC X(23) VALUE SPACES.
002310     05  FILLER                   PIC X(34)
002320         VALUE 'PI CONVERGENCE-RATE ANALYSIS'.
002330     05  FILLER                   PIC X(24) VALUE SPACES.
002340     05  FILLER                   PIC X(08) VALUE 'RUN DATE'.
002350     05  FILLER                   PIC X(01) VALUE SPACE.
002360     05  WS-HEAD1-DATE            PIC X(10).
002370     05  FILLER                   PIC X(03) VALUE SPACES.
002380     05  FILLER                   PIC X(05) VALUE 'PAGE '.
002390     05  WS-HEAD1-PAGE            PIC ZZZZ9.
002400 01  WS-HEAD2.
002410     05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
002420     05  FILLER                   PIC X(01) VALUE SPACE.
002430     05  FILLER                   PIC X(08) VALUE 'START'.
002440     05  FILLER                   PIC X(02) VALUE SPACES.
002450     05  FILLER                   PIC X(12) VALUE 'ALGORITHM'.
002460     05  FILLER                   PIC X(02) VALUE SPACES.
002470     05  FILLER                   PIC X(04) VALUE 'PREC'.
002480     05  FILLER                   PIC X(01) VALUE SPACE.
002490     05  FILLER                   PIC X(06) VALUE 'POINTS'.
002500     05  FILLER                   PIC X(02) VALUE SPACES.
002510     05  FILLER                   PIC X(11) VALUE 'FIRST TERMS'.
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002530     05  FILLER                   PIC X(11) VALUE ' LAST TERMS'.
002540     05  FILLER                   PIC X(02) VALUE SPACES.
002550     05  FILLER                   PIC X(07) VALUE ' PLACES'.
002560     05  FILLER                   PIC X(02) VALUE SPACES.
002570     05  FILLER                   PIC X(07) VALUE 'PER 10X'.
002580     05  FILLER                   PIC X(02) VALUE SPACES.
002590     05  FILLER                   PIC X(20) VALUE 'CURVE'.
002600     05  FILLER                   PIC X(20) VALUE SPACES.
002610 01  WS-DETAIL.
002620     05  WS-DET-DATE              PIC X(10).
002630     05  FILLER                   PIC X(01) VALUE SPACE.
002640     05  WS-DET-TIME              PIC X(08).
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  WS-DET-ALGORITHM         PIC X(12).
002670     05  FILLER                   PIC X(03) VALUE SPACES.
002680     05  WS-DET-PRECISION         PIC X(01).
002690     05  FILLER                   PIC X(03) VALUE SPACES.
002700     05  WS-DET-POINTS            PIC ZZ,ZZ9.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  WS-DET-FIRST-ITER        PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  WS-DET-LAST-ITER         PIC ZZZ,ZZZ,ZZ9.
002750     05  FILLER                   PIC X(02) VALUE SPACES.
002760     05  WS-DET-PLACES            PIC -ZZ9.99.
002770     05  FILLER                   PIC X(02) VALUE SPACES.
002780     05  WS-DET-RATE-X            PIC X(07).
002790     05  WS-DET-RATE REDEFINES WS-DET-RATE-X
002800                                  PIC -ZZ9.99.
002810     05  FILLER                   PIC X(02) VALUE SPACES.
002820     05  WS-DET-CURVE             PIC X(20).
002830     05  FILLER                   PIC X(20) VALUE SPACES.
002840 01  WS-HEAD2-SUM.
002850     05  FILLER                   PIC X(12) VALUE 'ALGORITHM'.
002860     05  FILLER                   PIC X(02) VALUE SPACES.
002870     05  FILLER                   PIC X(04) VALUE 'PREC'.
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890     05  FILLER                   PIC X(06) VALUE '  RUNS'.
002900     05  FILLER                   PIC X(04) VALUE SPACES.
002910     05  FILLER                   PIC X(08) VALUE 'MEASURED'.
002920     05  FILLER                   PIC X(01) VALUE SPACE.
002930     05  FILLER                   PIC X(07) VALUE 'FLAGGED'.
002940     05  FILLER                   PIC X(01) VALUE SPACE.
002950     05  FILLER                   PIC X(07) VALUE '   MEAN'.
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  FILLER                   PIC X(07) VALUE '    MIN'.
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  FILLER                   PIC X(07) VALUE '    MAX'.
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  FILLER                   PIC X(10) VALUE 'TERMS FOR '.
003020     05  WS-HEAD2-TARGET          PIC Z9.
003030     05  FILLER                   PIC X(07) VALUE ' PLACES'.
003040     05  FILLER                   PIC X(41) VALUE SPACES.
003050 01  WS-SUM-LINE.
003060     05  WS-SUM-ALGORITHM         PIC X(12).
003070     05  FILLER                   PIC X(03) VALUE SPACES.
003080     05  WS-SUM-PRECISION         PIC X(01).
003090     05  FILLER                   PIC X(02) VALUE SPACES.
003100     05  WS-SUM-RUNS              PIC ZZ,ZZ9.
003110     05  FILLER                   PIC X(04) VALUE SPACES.
003120     05  WS-SUM-MEASURED          PIC ZZ,ZZ9.
003130     05  FILLER                   PIC X(03) VALUE SPACES.
003140     05  WS-SUM-FLAGGED           PIC ZZ,ZZ9.
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  WS-SUM-MEAN-X            PIC X(07).
003170     05  WS-SUM-MEAN REDEFINES WS-SUM-MEAN-X
003180                                  PIC -ZZ9.99.
003190     05  FILLER                   PIC X(02) VALUE SPACES.
003200     05  WS-SUM-MIN-X             PIC X(07).
003210     05  WS-SUM-MIN REDEFINES WS-SUM-MIN-X
003220                                  PIC -ZZ9.99.
003230     05  FILLER                   PIC X(02) VALUE SPACES.
003240     05  WS-SUM-MAX-X             PIC X(07).
003250     05  WS-SUM-MAX REDEFINES WS-SUM-MAX-X
003260                                  PIC -ZZ9.99.
003270     05  FILLER                   PIC X(02) VALUE SPACES.
003280     05  WS-SUM-PROJ-X            PIC X(20).
003290     05  WS-SUM-PROJ REDEFINES WS-SUM-PROJ-X
003300                                  PIC ZZZ,ZZZ,ZZ9.
003310     05  FILLER                   PIC X(40) VALUE SPACES.
003320 01  WS-TOT-LINE.
003330     05  WS-TOT-LABEL             PIC X(30).
003340     05  WS-TOT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003350     05  FILLER                   PIC X(91) VALUE SPACES.
003360 01  WS-RANGE-LINE.
003370     05  FILLER                   PIC X(30)
003380         VALUE 'RUN DATES ANALYSED  . . . . . '.
003390     05  WS-RANGE-FROM            PIC 9(08).
003400     05  FILLER                   PIC X(04) VALUE ' TO '.
003410     05  WS-RANGE-TO              PIC 9(08).
003420     05  FILLER                   PIC X(82) VALUE SPACES.
003430******************************************************************
003440*  WORK COUNTERS                                                 *
003450******************************************************************
003460 77  WC-PAGE-COUNT                PIC 9(05) COMP VALUE ZERO.
003470 77  WC-LINE-COUNT                PIC 9(03) COMP VALUE 99.
003480 77  WC-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
003490 77  WC-DIGIT-IDX                 PIC 9(02) COMP VALUE ZERO.
003500 77  WC-WIN-IDX                   PIC 9(02) COMP VALUE ZERO.
003510 77  WC-WIN-POS                   PIC 9(03) COMP VALUE ZERO.
003520 77  WC-GRP-COUNT                 PIC 9(02) COMP VALUE ZERO.
003530 77  WC-GRP-IDX                   PIC 9(02) COMP VALUE ZERO.
003540 77  WC-RUN-POINTS                PIC 9(05) COMP VALUE ZERO.
003550 77  WC-LINE-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
003560 77  WC-LINE-USED-COUNT           PIC 9(09) COMP VALUE ZERO.
003570 77  WC-RUN-COUNT                 PIC 9(09) COMP VALUE ZERO.
003580 77  WC-MEASURED-COUNT            PIC 9(09) COMP VALUE ZERO.
003590 77  WC-UNSTAMPED-COUNT           PIC 9(09) COMP VALUE ZERO.
003600 77  WC-BACKWARDS-COUNT           PIC 9(09) COMP VALUE ZERO.
003610 77  WC-STALLED-COUNT             PIC 9(09) COMP VALUE ZERO.
003620 77  WC-TIME-WORK                 PIC 9(08) VALUE ZERO.
003630 LINKAGE SECTION.
003640******************************************************************
003650*  EXEC PARM -- CORRECT PLACES TO PROJECT FOR (TWO DIGITS), THEN *
003660*  AN OPTIONAL RUN-DATE RANGE, FROM DATE THEN TO DATE, EACH      *
003670*  YYYYMMDD, E.G. PARM='302026080120260930'.  NO PARM PROJECTS   *
003680*  FOR 30 PLACES OVER THE WHOLE REPORT.                          *
003690******************************************************************
003700 01  LS-PARM-INFO.
003710     05  LS-PARM-LENGTH           PIC S9(04) COMP.
003720     05  LS-PARM-TEXT.
003730         10  LS-PARM-TARGET       PIC X(02).
003740         10  LS-PARM-FROM-DATE    PIC X(08).
003750         10  LS-PARM-TO-DATE      PIC X(08).
003760         10  FILLER               PIC X(82).
003770 PROCEDURE DIVISION USING LS-PARM-INFO.
003780******************************************************************
003790*  MAINLINE                                                      *
003800******************************************************************
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     IF NOT WS-RUN-REFUSED
003840         PERFORM 2000-PROCESS-REPORT THRU 2000-EXIT
003850         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
003860     END-IF.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     STOP RUN.
003890******************************************************************
003900*  1000-INITIALIZE -- PICK UP AND VALIDATE THE PARM, OPEN THE    *
003910*  REPORT, AND LOAD THE REFERENCE.  A MALFORMED PARM REFUSES THE *
003920*  RUN RC=8; NO REFERENCE TO MEASURE AGAINST REFUSES IT RC=12.   *
003930******************************************************************
003940 1000-INITIALIZE.
003950     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003960     MOVE WS-TODAY TO WC-TIME-WORK.
003970     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
003980     MOVE WS-EDIT-DATE TO WS-HEAD1-DATE.
003990     OPEN OUTPUT PRINT-FILE.
004000     IF LS-PARM-LENGTH >= 2
004010         IF LS-PARM-TARGET NOT NUMERIC
004020             OR LS-PARM-TARGET = '00'
004030             DISPLAY 'PICONVR: TARGET PLACES ' LS-PARM-TARGET
004040                 ' NOT 01 TO 99; RUN REFUSED.'
004050             MOVE 8 TO RETURN-CODE
004060             MOVE 'Y' TO WS-RUN-REFUSED-SW
004070             GO TO 1000-EXIT
004080         END-IF
004090         MOVE LS-PARM-TARGET TO WS-TARGET-PLACES
004100     END-IF.
004110     IF LS-PARM-LENGTH >= 10
004120         IF LS-PARM-FROM-DATE NOT NUMERIC
004130             DISPLAY 'PICONVR: FROM DATE ' LS-PARM-FROM-DATE
004140                 ' NOT NUMERIC; RUN REFUSED.'
004150             MOVE 8 TO RETURN-CODE
004160             MOVE 'Y' TO WS-RUN-REFUSED-SW
004170             GO TO 1000-EXIT
004180         END-IF
004190         MOVE LS-PARM-FROM-DATE TO WS-FROM-DATE
004200     END-IF.
004210     IF LS-PARM-LENGTH >= 18
004220         IF LS-PARM-TO-DATE NOT NUMERIC
004230             DISPLAY 'PICONVR: TO DATE ' LS-PARM-TO-DATE
004240                 ' NOT NUMERIC; RUN REFUSED.'
004250             MOVE 8 TO RETURN-CODE
004260             MOVE 'Y' TO WS-RUN-REFUSED-SW
004270             GO TO 1000-EXIT
004280         END-IF
004290         IF LS-PARM-TO-DATE NOT = '00000000'
004300             MOVE LS-PARM-TO-DATE TO WS-TO-DATE
004310         END-IF
004320     END-IF.
004330     IF WS-FROM-DATE > WS-TO-DATE
004340         DISPLAY 'PICONVR: FROM DATE ' WS-FROM-DATE ' IS AFTER '
004350             'TO DATE ' WS-TO-DATE '; RUN REFUSED.'
004360         MOVE 8 TO RETURN-CODE
004370         MOVE 'Y' TO WS-RUN-REFUSED-SW
004380         GO TO 1000-EXIT.
004390     MOVE WS-TARGET-PLACES TO WS-HEAD2-TARGET.
004400     PERFORM 1100-LOAD-REFERENCE THRU 1100-EXIT.
004410     IF WS-RUN-REFUSED
004420         MOVE 12 TO RETURN-CODE
004430     END-IF.
004440 1000-EXIT.
004450     EXIT.
004460******************************************************************
004470*  1100-LOAD-REFERENCE -- TAKE THE 37-DECIMAL REFERENCE FROM THE *
004480*  FIRST PROFILE AND THE FIRST EXTENDED IMAGE FROM ANY PROFILE.  *
004490*  WITH NO IMAGE, THE 37 DECIMALS STAND IN FOR IT AND EXTENDED   *
004500*  LINES ARE MEASURED TO 37 PLACES.                              *
004510******************************************************************
004520 1100-LOAD-REFERENCE.
004530     OPEN INPUT PARM-FILE.
004540     IF WS-PARM-STATUS-NOT-FOUND
004550         DISPLAY 'PICONVR: PARMDD NOT FOUND; NO REFERENCE TO '
004560             'MEASURE AGAINST.'
004570         MOVE 'Y' TO WS-RUN-REFUSED-SW
004580         GO TO 1100-EXIT.
004590     PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT
004600         UNTIL WS-PARM-EOF.
004610     CLOSE PARM-FILE.
004620     IF WS-REF-VALUE = ZERO
004630         DISPLAY 'PICONVR: NO REFERENCE VALUE ON THE FIRST '
004640             'PI.PARM.FILE PROFILE; NOTHING TO MEASURE AGAINST.'
004650         MOVE 'Y' TO WS-RUN-REFUSED-SW
004660         GO TO 1100-EXIT.
004670     IF NOT WS-EP-REF-FOUND
004680         MOVE WS-REF-VALUE TO WS-REF-UNSIGNED
004690         MOVE WS-REF-DIGIT-INT TO WS-EP-REF-INT
004700         PERFORM 1120-COPY-REF-DIGIT THRU 1120-EXIT
004710             VARYING WC-DIGIT-IDX FROM 1 BY 1
004720             UNTIL WC-DIGIT-IDX > 37
004730         MOVE 37 TO WS-EP-LIMIT
004740         DISPLAY 'PICONVR: NO 72-DIGIT REFERENCE IMAGE; '
004750             'EXTENDED RUNS ARE MEASURED TO 37 PLACES.'
004760     END-IF.
004770 1100-EXIT.
004780     EXIT.
004790******************************************************************
004800*  1110-READ-ONE-PROFILE -- NOTE THE FIRST PROFILE'S VALUE AND   *
004810*  THE FIRST EXTENDED IMAGE.                                     *
004820******************************************************************
004830 1110-READ-ONE-PROFILE.
004840     READ PARM-FILE
004850         AT END
004860             MOVE 'Y' TO WS-PARM-EOF-SW
004870             GO TO 1110-EXIT
004880     END-READ.
004890     IF WS-REF-VALUE = ZERO
004900         MOVE PARM-REFERENCE-VALUE TO WS-REF-VALUE
004910     END-IF.
004920     IF NOT WS-EP-REF-FOUND
004930         AND PARM-EP-REF-INT > ZERO
004940         MOVE PARM-EP-REFERENCE TO WS-EP-REFERENCE
004950         MOVE 'Y' TO WS-EP-REF-SW
004960     END-IF.
004970 1110-EXIT.
004980     EXIT.
004990******************************************************************
005000*  1120-COPY-REF-DIGIT -- ONE DECIMAL OF THE 37-DECIMAL VALUE    *
005010*  INTO THE EXTENDED IMAGE.                                      *
005020******************************************************************
005030 1120-COPY-REF-DIGIT.
005040     MOVE WS-REF-DIGIT (WC-DIGIT-IDX)
005050         TO WS-EP-REF-DIGIT (WC-DIGIT-IDX).
005060 1120-EXIT.
005070     EXIT.
005080******************************************************************
005090*  2000-PROCESS-REPORT -- READ PI.REPORT THROUGH, FOLLOWING EACH *
005100*  RUN'S CURVE, AND CLOSE THE LAST RUN AT END OF FILE.  WITH NO  *
005110*  REPORT THERE IS NOTHING TO ANALYSE; THAT IS RC=12.            *
005120******************************************************************
005130 2000-PROCESS-REPORT.
005140     OPEN INPUT REPORT-FILE.
005150     IF WS-REPORT-STATUS-NOT-FOUND
005160         DISPLAY 'PICONVR: REPTDD NOT FOUND; NO CONVERGENCE '
005170             'LINES TO ANALYSE.'
005180         MOVE 12 TO RETURN-CODE
005190         GO TO 2000-EXIT.
005200     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
005210         UNTIL WS-REPORT-EOF.
005220     CLOSE REPORT-FILE.
005230     IF WS-RUN-OPEN
005240         PERFORM 3500-CLOSE-RUN THRU 3500-EXIT
005250     END-IF.
005260 2000-EXIT.
005270     EXIT.
005280******************************************************************
005290*  2100-READ-ONE-LINE -- TAKE ONE 'C' LINE IN THE DATE RANGE.  A *
005300*  NEW STAMP OR PRECISION, A TERM COUNT THAT DOES NOT RISE, OR   *
005310*  (UNSTAMPED LINES) A NEW RUN DATE STARTS A NEW RUN.            *
005320******************************************************************
005330 2100-READ-ONE-LINE.
005340     READ REPORT-FILE
005350         AT END
005360             MOVE 'Y' TO WS-REPORT-EOF-SW
005370             GO TO 2100-EXIT
005380     END-READ.
005390     IF NOT RPT-LINE-CONVERGENCE
005400         GO TO 2100-EXIT.
005410     ADD 1 TO WC-LINE-READ-COUNT.
005420     IF RPT-RUN-DATE < WS-FROM-DATE
005430         OR RPT-RUN-DATE > WS-TO-DATE
005440         GO TO 2100-EXIT.
005450     ADD 1 TO WC-LINE-USED-COUNT.
005460     IF WS-RUN-OPEN
005470         IF RPT-CONV-START-DATE NOT = WS-RUN-START-DATE
005480             OR RPT-CONV-START-TIME NOT = WS-RUN-START-TIME
005490             OR RPT-CONV-ALGORITHM NOT = WS-RUN-ALGORITHM
005500             OR RPT-PRECISION NOT = WS-RUN-PRECISION
005510             OR RPT-ITER-COUNT NOT > WS-RUN-PREV-ITER
005520             OR (RPT-CONV-START-DATE = SPACES
005530                 AND RPT-RUN-DATE NOT = WS-RUN-RPT-DATE)
005540             PERFORM 3500-CLOSE-RUN THRU 3500-EXIT
005550         END-IF
005560     END-IF.
005570     IF NOT WS-RUN-OPEN
005580         PERFORM 2200-OPEN-RUN THRU 2200-EXIT
005590     END-IF.
005600     PERFORM 3000-MEASURE-POINT THRU 3000-EXIT.
005610     PERFORM 3200-TRACK-POINT THRU 3200-EXIT.
005620 2100-EXIT.
005630     EXIT.
005640******************************************************************
005650*  2200-OPEN-RUN -- START FOLLOWING A NEW RUN AT THIS LINE.      *
005660******************************************************************
005670 2200-OPEN-RUN.
005680     MOVE RPT-CONV-START-DATE TO WS-RUN-START-DATE.
005690     MOVE RPT-CONV-START-TIME TO WS-RUN-START-TIME.
005700     MOVE RPT-CONV-ALGORITHM TO WS-RUN-ALGORITHM.
005710     MOVE RPT-PRECISION TO WS-RUN-PRECISION.
005720     MOVE RPT-RUN-DATE TO WS-RUN-RPT-DATE.
005730     MOVE ZERO TO WS-RUN-FIRST-ITER WS-RUN-LAST-ITER
005740         WS-RUN-FIRST-PLACES WS-RUN-LAST-PLACES
005750         WS-RUN-PREV-PLACES WS-RUN-FINAL-PLACES WS-RUN-RATE
005760         WC-RUN-POINTS.
005770     MOVE 'NNNNN' TO WS-RUN-FLAGS.
005780     MOVE 'Y' TO WS-RUN-OPEN-SW.
005790 2200-EXIT.
005800     EXIT.
005810******************************************************************
005820*  3000-MEASURE-POINT -- CORRECT DECIMAL PLACES AT THIS LINE,    *
005830*  MINUS THE LOG10 OF ITS DISTANCE FROM THE REFERENCE.  A LINE   *
005840*  WITHIN ONE PLACE OF THE DECIMALS CARRIED IS AT THE PRECISION  *
005850*  FLOOR.  STANDARD LINES ARE MEASURED ON RPT-PAJ; EXTENDED      *
005860*  LINES ON THE 72-DECIMAL IMAGE, UNLESS EVEN THE INTEGER DIGIT  *
005870*  IS WRONG, WHEN RPT-PAJ SAYS ALL THERE IS TO SAY.              *
005880******************************************************************
005890 3000-MEASURE-POINT.
005900     MOVE 'N' TO WS-PT-FLOOR-SW.
005910     IF RPT-PRECISION = 'E'
005920         MOVE WS-EP-LIMIT TO WS-PT-LIMIT
005930         MOVE RPT-EP-PAJ TO WS-EP-PAJ
005940         IF WS-EP-PAJ-INT = WS-EP-REF-INT
005950             PERFORM 3100-MEASURE-EP-POINT THRU 3100-EXIT
005960             GO TO 3000-EXIT
005970         END-IF
005980     ELSE
005990         MOVE WS-STD-LIMIT TO WS-PT-LIMIT
006000     END-IF.
006010     COMPUTE WS-PT-ERROR = RPT-PAJ - WS-REF-VALUE.
006020     IF WS-PT-ERROR < ZERO
006030         COMPUTE WS-PT-ERROR = ZERO - WS-PT-ERROR
006040     END-IF.
006050     IF WS-PT-ERROR = ZERO
006060         MOVE WS-PT-LIMIT TO WS-PT-PLACES
006070     ELSE
006080         COMPUTE WS-LOG-WORK = FUNCTION LOG10 (WS-PT-ERROR)
006090         COMPUTE WS-PT-PLACES = ZERO - WS-LOG-WORK
006100     END-IF.
006110     IF WS-PT-PLACES >= WS-PT-LIMIT - 1
006120         MOVE 'Y' TO WS-PT-FLOOR-SW
006130     END-IF.
006140 3000-EXIT.
006150     EXIT.
006160******************************************************************
006170*  3100-MEASURE-EP-POINT -- FIND THE FIRST DECIMAL THAT DIFFERS  *
006180*  FROM THE IMAGE, THEN TAKE THE DISTANCE FROM THE 18 DIGITS OF  *
006190*  EACH STARTING THERE (DIGITS PAST THE LAST CARRIED COUNT AS    *
006200*  ZERO).  THE DIGITS AHEAD OF THE WINDOW AGREE, SO THE DISTANCE *
006210*  IS THE WINDOW DIFFERENCE TIMES 10 ** -(POSITION + 17).        *
006220******************************************************************
006230 3100-MEASURE-EP-POINT.
006240     MOVE ZERO TO WS-PT-DIFFER-POS.
006250     PERFORM 3110-COMPARE-EP-DIGIT THRU 3110-EXIT
006260         VARYING WC-DIGIT-IDX FROM 1 BY 1
006270         UNTIL WC-DIGIT-IDX > WS-PT-LIMIT
006280             OR WS-PT-DIFFER-POS > ZERO.
006290     IF WS-PT-DIFFER-POS = ZERO
006300         MOVE WS-PT-LIMIT TO WS-PT-PLACES
006310         MOVE 'Y' TO WS-PT-FLOOR-SW
006320         GO TO 3100-EXIT.
006330     MOVE ZERO TO WS-WIN-PAJ WS-WIN-REF.
006340     PERFORM 3120-ADD-WINDOW-DIGIT THRU 3120-EXIT
006350         VARYING WC-WIN-IDX FROM 0 BY 1
006360         UNTIL WC-WIN-IDX > 17.
006370     IF WS-WIN-PAJ > WS-WIN-REF
006380         COMPUTE WS-WIN-DIFF = WS-WIN-PAJ - WS-WIN-REF
006390     ELSE
006400         COMPUTE WS-WIN-DIFF = WS-WIN-REF - WS-WIN-PAJ
006410     END-IF.
006420     COMPUTE WS-LOG-WORK = FUNCTION LOG10 (WS-WIN-DIFF).
006430     COMPUTE WS-PT-PLACES = WS-PT-DIFFER-POS + 17.
006440     SUBTRACT WS-LOG-WORK FROM WS-PT-PLACES.
006450     IF WS-PT-PLACES >= WS-PT-LIMIT - 1
006460         MOVE 'Y' TO WS-PT-FLOOR-SW
006470     END-IF.
006480 3100-EXIT.
006490     EXIT.
006500******************************************************************
006510*  3110-COMPARE-EP-DIGIT -- ONE DECIMAL AGAINST THE IMAGE.       *
006520******************************************************************
006530 3110-COMPARE-EP-DIGIT.
006540     IF WS-EP-PAJ-DIGIT (WC-DIGIT-IDX)
006550         NOT = WS-EP-REF-DIGIT (WC-DIGIT-IDX)
006560         MOVE WC-DIGIT-IDX TO WS-PT-DIFFER-POS
006570     END-IF.
006580 3110-EXIT.
006590     EXIT.
006600******************************************************************
006610*  3120-ADD-WINDOW-DIGIT -- SHIFT ONE MORE DIGIT OF EACH SIDE    *
006620*  INTO THE WINDOWS.                                             *
006630******************************************************************
006640 3120-ADD-WINDOW-DIGIT.
006650     COMPUTE WC-WIN-POS = WS-PT-DIFFER-POS + WC-WIN-IDX.
006660     COMPUTE WS-WIN-PAJ = WS-WIN-PAJ * 10.
006670     COMPUTE WS-WIN-REF = WS-WIN-REF * 10.
006680     IF WC-WIN-POS > WS-PT-LIMIT
006690         GO TO 3120-EXIT.
006700     ADD WS-EP-PAJ-DIGIT (WC-WIN-POS) TO WS-WIN-PAJ.
006710     ADD WS-EP-REF-DIGIT (WC-WIN-POS) TO WS-WIN-REF.
006720 3120-EXIT.
006730     EXIT.
006740******************************************************************
006750*  3200-TRACK-POINT -- JUDGE THIS POINT AGAINST THE LAST ONE AND *
006760*  CARRY IT INTO THE RUN.  POINTS ARE JUDGED ONLY WHILE THE      *
006770*  PREVIOUS ONE WAS CLEAR OF THE FLOOR.                          *
006780******************************************************************
006790 3200-TRACK-POINT.
006800     ADD 1 TO WC-RUN-POINTS.
006810     IF WC-RUN-POINTS > 1
006820         AND NOT WS-RUN-PREV-AT-FLOOR
006830         IF WS-PT-PLACES < WS-RUN-PREV-PLACES
006840             MOVE 'Y' TO WS-RUN-BACKWARDS-SW
006850         ELSE
006860             IF WS-PT-PLACES = WS-RUN-PREV-PLACES
006870                 MOVE 'Y' TO WS-RUN-STALLED-SW
006880             END-IF
006890         END-IF
006900     END-IF.
006910     IF WS-PT-AT-FLOOR
006920         MOVE 'Y' TO WS-RUN-FLOOR-SW
006930     ELSE
006940         IF WS-RUN-FIRST-ITER = ZERO
006950             MOVE RPT-ITER-COUNT TO WS-RUN-FIRST-ITER
006960             MOVE WS-PT-PLACES TO WS-RUN-FIRST-PLACES
006970         END-IF
006980         MOVE RPT-ITER-COUNT TO WS-RUN-LAST-ITER
006990         MOVE WS-PT-PLACES TO WS-RUN-LAST-PLACES
007000     END-IF.
007010     MOVE WS-PT-PLACES TO WS-RUN-PREV-PLACES.
007020     MOVE WS-PT-PLACES TO WS-RUN-FINAL-PLACES.
007030     MOVE WS-PT-FLOOR-SW TO WS-RUN-PREV-FLOOR-SW.
007040     MOVE RPT-ITER-COUNT TO WS-RUN-PREV-ITER.
007050 3200-EXIT.
007060     EXIT.
007070******************************************************************
007080*  3500-CLOSE-RUN -- WORK OUT THE RUN'S RATE, PLACES GAINED PER  *
007090*  TENFOLD INCREASE IN TERMS BETWEEN ITS FIRST AND LAST POINTS   *
007100*  CLEAR OF THE FLOOR, FOLD IT INTO ITS ALGORITHM AND PRECISION, *
007110*  AND PRINT IT.  A RUN WITH FEWER THAN TWO SUCH POINTS HAS NO   *
007120*  RATE.                                                         *
007130******************************************************************
007140 3500-CLOSE-RUN.
007150     MOVE 'N' TO WS-RUN-OPEN-SW.
007160     ADD 1 TO WC-RUN-COUNT.
007170     IF WS-RUN-LAST-ITER > WS-RUN-FIRST-ITER
007180         COMPUTE WS-LOG-FIRST = FUNCTION LOG10 (WS-RUN-FIRST-ITER)
007190         COMPUTE WS-LOG-LAST = FUNCTION LOG10 (WS-RUN-LAST-ITER)
007200         COMPUTE WS-RUN-RATE ROUNDED =
007210             (WS-RUN-LAST-PLACES - WS-RUN-FIRST-PLACES)
007220             / (WS-LOG-LAST - WS-LOG-FIRST)
007230         MOVE 'Y' TO WS-RUN-MEASURED-SW
007240         ADD 1 TO WC-MEASURED-COUNT
007250     END-IF.
007260     IF WS-RUN-BACKWARDS
007270         ADD 1 TO WC-BACKWARDS-COUNT
007280     ELSE
007290         IF WS-RUN-STALLED
007300             ADD 1 TO WC-STALLED-COUNT
007310         END-IF
007320     END-IF.
007330     IF WS-RUN-START-DATE = SPACES
007340         ADD 1 TO WC-UNSTAMPED-COUNT
007350         MOVE 'NOT RECORDED' TO WS-GRP-KEY-ALGORITHM
007360     ELSE
007370         MOVE WS-RUN-ALGORITHM TO WS-GRP-KEY-ALGORITHM
007380     END-IF.
007390     IF WS-RUN-PRECISION = 'E'
007400         MOVE 'E' TO WS-GRP-KEY-PRECISION
007410     ELSE
007420         MOVE 'S' TO WS-GRP-KEY-PRECISION
007430     END-IF.
007440     PERFORM 3600-POST-TO-GROUP THRU 3600-EXIT.
007450     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
007460 3500-EXIT.
007470     EXIT.
007480******************************************************************
007490*  3600-POST-TO-GROUP -- FIND OR ADD THE RUN'S ALGORITHM AND     *
007500*  PRECISION AND ADD THE RUN IN.  A TWENTY-FIRST PAIR IS ONLY    *
007510*  PRINTED AT RUN LEVEL; THAT IS SAID ON SYSOUT.                 *
007520******************************************************************
007530 3600-POST-TO-GROUP.
007540     MOVE 'N' TO WS-GRP-FOUND-SW.
007550     PERFORM 3610-CHECK-ONE-GROUP THRU 3610-EXIT
007560         VARYING WC-GRP-IDX FROM 1 BY 1
007570         UNTIL WC-GRP-IDX > WC-GRP-COUNT
007580             OR WS-GRP-FOUND.
007590     IF WS-GRP-FOUND
007600         SUBTRACT 1 FROM WC-GRP-IDX
007610     ELSE
007620         IF WC-GRP-COUNT NOT < 20
007630             DISPLAY 'PICONVR: MORE THAN 20 ALGORITHM AND '
007640                 'PRECISION PAIRS; ' WS-GRP-KEY-ALGORITHM ' '
007650                 WS-GRP-KEY-PRECISION ' NOT SUMMARISED.'
007660             GO TO 3600-EXIT
007670         END-IF
007680         ADD 1 TO WC-GRP-COUNT
007690         MOVE WC-GRP-COUNT TO WC-GRP-IDX
007700         MOVE WS-GRP-KEY-ALGORITHM
007710             TO WS-GRP-ALGORITHM (WC-GRP-IDX)
007720         MOVE WS-GRP-KEY-PRECISION
007730             TO WS-GRP-PRECISION (WC-GRP-IDX)
007740         MOVE ZERO TO WS-GRP-RUNS (WC-GRP-IDX)
007750             WS-GRP-MEASURED (WC-GRP-IDX)
007760             WS-GRP-FLAGGED (WC-GRP-IDX)
007770             WS-GRP-RATE-SUM (WC-GRP-IDX)
007780             WS-GRP-RATE-MIN (WC-GRP-IDX)
007790             WS-GRP-RATE-MAX (WC-GRP-IDX)
007800             WS-GRP-ANCHOR-ITER (WC-GRP-IDX)
007810             WS-GRP-ANCHOR-PLACES (WC-GRP-IDX)
007820     END-IF.
007830     ADD 1 TO WS-GRP-RUNS (WC-GRP-IDX).
007840     IF WS-RUN-BACKWARDS OR WS-RUN-STALLED
007850         ADD 1 TO WS-GRP-FLAGGED (WC-GRP-IDX)
007860     END-IF.
007870     IF NOT WS-RUN-MEASURED
007880         GO TO 3600-EXIT.
007890     ADD 1 TO WS-GRP-MEASURED (WC-GRP-IDX).
007900     ADD WS-RUN-RATE TO WS-GRP-RATE-SUM (WC-GRP-IDX).
007910     IF WS-GRP-MEASURED (WC-GRP-IDX) = 1
007920         OR WS-RUN-RATE < WS-GRP-RATE-MIN (WC-GRP-IDX)
007930         MOVE WS-RUN-RATE TO WS-GRP-RATE-MIN (WC-GRP-IDX)
007940     END-IF.
007950     IF WS-GRP-MEASURED (WC-GRP-IDX) = 1
007960         OR WS-RUN-RATE > WS-GRP-RATE-MAX (WC-GRP-IDX)
007970         MOVE WS-RUN-RATE TO WS-GRP-RATE-MAX (WC-GRP-IDX)
007980     END-IF.
007990     IF WS-RUN-LAST-ITER > WS-GRP-ANCHOR-ITER (WC-GRP-IDX)
008000         MOVE WS-RUN-LAST-ITER TO WS-GRP-ANCHOR-ITER (WC-GRP-IDX)
008010         MOVE WS-RUN-LAST-PLACES
008020             TO WS-GRP-ANCHOR-PLACES (WC-GRP-IDX)
008030     END-IF.
008040 3600-EXIT.
008050     EXIT.
008060******************************************************************
008070*  3610-CHECK-ONE-GROUP -- DOES THIS ENTRY MATCH THE RUN.        *
008080******************************************************************
008090 3610-CHECK-ONE-GROUP.
008100     IF WS-GRP-ALGORITHM (WC-GRP-IDX) = WS-GRP-KEY-ALGORITHM
008110         AND WS-GRP-PRECISION (WC-GRP-IDX) = WS-GRP-KEY-PRECISION
008120         MOVE 'Y' TO WS-GRP-FOUND-SW
008130     END-IF.
008140 3610-EXIT.
008150     EXIT.
008160******************************************************************
008170*  5000-PRINT-SUMMARY -- ON A NEW PAGE, ONE LINE PER ALGORITHM   *
008180*  AND PRECISION.                                                *
008190******************************************************************
008200 5000-PRINT-SUMMARY.
008210     MOVE 'Y' TO WS-SUMMARY-PHASE-SW.
008220     MOVE 99 TO WC-LINE-COUNT.
008230     PERFORM 5100-PRINT-ONE-GROUP THRU 5100-EXIT
008240         VARYING WC-GRP-IDX FROM 1 BY 1
008250         UNTIL WC-GRP-IDX > WC-GRP-COUNT.
008260 5000-EXIT.
008270     EXIT.
008280******************************************************************
008290*  5100-PRINT-ONE-GROUP -- THE PAIR'S COUNTS AND RATES, AND THE  *
008300*  TERM COUNT PROJECTED FROM ITS ANCHOR POINT TO THE TARGET AT   *
008310*  THE MEAN RATE: TERMS = ANCHOR TERMS * 10 ** ((TARGET - ANCHOR *
008320*  PLACES) / MEAN RATE).  NO PROJECTION IS MADE WITHOUT A        *
008330*  MEASURED GAIN, FOR A TARGET THE PRECISION CANNOT HOLD, OR PAST*
008340*  THE 999,999,999 TERMS PARM-MAX-ITERS CAN ASK FOR.             *
008350******************************************************************
008360 5100-PRINT-ONE-GROUP.
008370     MOVE SPACES TO WS-SUM-MEAN-X WS-SUM-MIN-X WS-SUM-MAX-X
008380         WS-SUM-PROJ-X.
008390     MOVE WS-GRP-ALGORITHM (WC-GRP-IDX) TO WS-SUM-ALGORITHM.
008400     MOVE WS-GRP-PRECISION (WC-GRP-IDX) TO WS-SUM-PRECISION.
008410     MOVE WS-GRP-RUNS (WC-GRP-IDX) TO WS-SUM-RUNS.
008420     MOVE WS-GRP-MEASURED (WC-GRP-IDX) TO WS-SUM-MEASURED.
008430     MOVE WS-GRP-FLAGGED (WC-GRP-IDX) TO WS-SUM-FLAGGED.
008440     IF WS-GRP-PRECISION (WC-GRP-IDX) = 'E'
008450         MOVE WS-EP-LIMIT TO WS-PT-LIMIT
008460     ELSE
008470         MOVE WS-STD-LIMIT TO WS-PT-LIMIT
008480     END-IF.
008490     IF WS-GRP-MEASURED (WC-GRP-IDX) = ZERO
008500         MOVE '    N/A' TO WS-SUM-MEAN-X WS-SUM-MIN-X WS-SUM-MAX-X
008510         MOVE 'NO MEASURED RUNS' TO WS-SUM-PROJ-X
008520         GO TO 5100-PRINT.
008530     COMPUTE WS-MEAN-RATE ROUNDED = WS-GRP-RATE-SUM (WC-GRP-IDX)
008540         / WS-GRP-MEASURED (WC-GRP-IDX).
008550     MOVE WS-MEAN-RATE TO WS-SUM-MEAN.
008560     MOVE WS-GRP-RATE-MIN (WC-GRP-IDX) TO WS-SUM-MIN.
008570     MOVE WS-GRP-RATE-MAX (WC-GRP-IDX) TO WS-SUM-MAX.
008580     IF WS-TARGET-PLACES >= WS-PT-LIMIT - 1
008590         MOVE 'BEYOND PRECISION' TO WS-SUM-PROJ-X
008600         GO TO 5100-PRINT.
008610     IF WS-MEAN-RATE NOT > ZERO
008620         MOVE 'NO GAIN MEASURED' TO WS-SUM-PROJ-X
008630         GO TO 5100-PRINT.
008640     COMPUTE WS-LOG-WORK =
008650         FUNCTION LOG10 (WS-GRP-ANCHOR-ITER (WC-GRP-IDX)).
008660     COMPUTE WS-LOG-PROJECTED ROUNDED = WS-LOG-WORK
008670         + (WS-TARGET-PLACES - WS-GRP-ANCHOR-PLACES (WC-GRP-IDX))
008680         / WS-MEAN-RATE.
008690     IF WS-LOG-PROJECTED > 8.99999999
008700         MOVE 'BEYOND TERM CEILING' TO WS-SUM-PROJ-X
008710         GO TO 5100-PRINT.
008720     IF WS-LOG-PROJECTED < ZERO
008730         MOVE 1 TO WS-PROJ-TERMS
008740     ELSE
008750         COMPUTE WS-PROJ-TERMS ROUNDED = 10 ** WS-LOG-PROJECTED
008760     END-IF.
008770     MOVE WS-PROJ-TERMS TO WS-SUM-PROJ.
008780******************************************************************
008790*  5100-PRINT -- WRITE THE GROUP'S SUMMARY LINE, WITH A FRESH    *
008800*  PAGE HEADING WHENEVER THE CURRENT PAGE IS FULL.               *
008810******************************************************************
008820 5100-PRINT.
008830     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
008840         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
008850     END-IF.
008860     WRITE PRNT-REC FROM WS-SUM-LINE
008870         AFTER ADVANCING 1 LINE.
008880     ADD 1 TO WC-LINE-COUNT.
008890 5100-EXIT.
008900     EXIT.
008910******************************************************************
008920*  6000-PRINT-DETAIL -- EDIT THE RUN'S STAMP, POINTS, RATE AND   *
008930*  CURVE STATUS INTO THE DETAIL LINE AND WRITE IT, WITH A FRESH  *
008940*  PAGE HEADING WHENEVER THE CURRENT PAGE IS FULL.  AN UNSTAMPED *
008950*  RUN SHOWS THE RUN DATE ON ITS LINES AND NO START TIME.        *
008960******************************************************************
008970 6000-PRINT-DETAIL.
008980     IF WS-RUN-START-DATE = SPACES
008990         MOVE WS-RUN-RPT-DATE TO WC-TIME-WORK
009000         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
009010         MOVE WS-EDIT-DATE TO WS-DET-DATE
009020         MOVE SPACES TO WS-DET-TIME
009030     ELSE
009040         MOVE WS-RUN-START-DATE TO WC-TIME-WORK
009050         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
009060         MOVE WS-EDIT-DATE TO WS-DET-DATE
009070         MOVE WS-RUN-START-TIME TO WC-TIME-WORK
009080         PERFORM 6300-EDIT-TIME THRU 6300-EXIT
009090         MOVE WS-EDIT-TIME TO WS-DET-TIME
009100     END-IF.
009110     MOVE WS-GRP-KEY-ALGORITHM TO WS-DET-ALGORITHM.
009120     MOVE WS-GRP-KEY-PRECISION TO WS-DET-PRECISION.
009130     MOVE WC-RUN-POINTS TO WS-DET-POINTS.
009140     MOVE WS-RUN-FIRST-ITER TO WS-DET-FIRST-ITER.
009150     MOVE WS-RUN-LAST-ITER TO WS-DET-LAST-ITER.
009160     MOVE WS-RUN-FINAL-PLACES TO WS-DET-PLACES.
009170     IF WS-RUN-MEASURED
009180         MOVE WS-RUN-RATE TO WS-DET-RATE
009190     ELSE
009200         MOVE '    N/A' TO WS-DET-RATE-X
009210     END-IF.
009220     EVALUATE TRUE
009230         WHEN WS-RUN-BACKWARDS
009240             MOVE 'WENT BACKWARDS' TO WS-DET-CURVE
009250         WHEN WS-RUN-STALLED
009260             MOVE 'STALLED' TO WS-DET-CURVE
009270         WHEN NOT WS-RUN-MEASURED
009280             MOVE 'TOO FEW POINTS' TO WS-DET-CURVE
009290         WHEN WS-RUN-REACHED-FLOOR
009300             MOVE 'REACHED FLOOR' TO WS-DET-CURVE
009310         WHEN OTHER
009320             MOVE SPACES TO WS-DET-CURVE
009330     END-EVALUATE.
009340     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
009350         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
009360     END-IF.
009370     WRITE PRNT-REC FROM WS-DETAIL
009380         AFTER ADVANCING 1 LINE.
009390     ADD 1 TO WC-LINE-COUNT.
009400 6000-EXIT.
009410     EXIT.
009420******************************************************************
009430*  6200-EDIT-DATE -- YYYYMMDD IN WC-TIME-WORK AS YYYY-MM-DD.     *
009440******************************************************************
009450 6200-EDIT-DATE.
009460     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-EDIT-YYYY
009470         REMAINDER WC-TIME-WORK.
009480     DIVIDE WC-TIME-WORK BY 100 GIVING WS-EDIT-MM
009490         REMAINDER WC-TIME-WORK.
009500     MOVE WC-TIME-WORK TO WS-EDIT-DD.
009510 6200-EXIT.
009520     EXIT.
009530******************************************************************
009540*  6300-EDIT-TIME -- HHMMSSHH IN WC-TIME-WORK AS HH.MI.SS.       *
009550******************************************************************
009560 6300-EDIT-TIME.
009570     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-EDIT-HH
009580         REMAINDER WC-TIME-WORK.
009590     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-EDIT-MI
009600         REMAINDER WC-TIME-WORK.
009610     DIVIDE WC-TIME-WORK BY 100 GIVING WS-EDIT-SS
009620         REMAINDER WC-TIME-WORK.
009630 6300-EXIT.
009640     EXIT.
009650******************************************************************
009660*  6500-PRINT-HEADINGS -- START A NEW PAGE, WITH THE COLUMN      *
009670*  HEADINGS OF WHICHEVER SECTION IS BEING PRINTED.               *
009680******************************************************************
009690 6500-PRINT-HEADINGS.
009700     ADD 1 TO WC-PAGE-COUNT.
009710     MOVE WC-PAGE-COUNT TO WS-HEAD1-PAGE.
009720     WRITE PRNT-REC FROM WS-HEAD1
009730         AFTER ADVANCING PAGE.
009740     IF WS-SUMMARY-PHASE
009750         WRITE PRNT-REC FROM WS-HEAD2-SUM
009760             AFTER ADVANCING 2 LINES
009770     ELSE
009780         WRITE PRNT-REC FROM WS-HEAD2
009790             AFTER ADVANCING 2 LINES
009800     END-IF.
009810     MOVE SPACES TO PRNT-REC.
009820     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
009830     MOVE 4 TO WC-LINE-COUNT.
009840 6500-EXIT.
009850     EXIT.
009860******************************************************************
009870*  9000-TERMINATE -- PRINT THE TOTALS, CLOSE THE REPORT AND SET  *
009880*  THE CONDITION CODE: RC=4 WHEN ANY RUN WENT BACKWARDS OR       *
009890*  STALLED; RC=8 OR 12 ALREADY SET FOR A REFUSED OR INCOMPLETE   *
009900*  ANALYSIS.                                                     *
009910******************************************************************
009920 9000-TERMINATE.
009930     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
009940         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
009950     END-IF.
009960     MOVE WS-FROM-DATE TO WS-RANGE-FROM.
009970     MOVE WS-TO-DATE TO WS-RANGE-TO.
009980     WRITE PRNT-REC FROM WS-RANGE-LINE
009990         AFTER ADVANCING 2 LINES.
010000     MOVE 'CONVERGENCE LINES READ  . . . ' TO WS-TOT-LABEL.
010010     MOVE WC-LINE-READ-COUNT TO WS-TOT-COUNT.
010020     WRITE PRNT-REC FROM WS-TOT-LINE
010030         AFTER ADVANCING 1 LINE.
010040     MOVE 'CONVERGENCE LINES IN RANGE  . ' TO WS-TOT-LABEL.
010050     MOVE WC-LINE-USED-COUNT TO WS-TOT-COUNT.
010060     WRITE PRNT-REC FROM WS-TOT-LINE
010070         AFTER ADVANCING 1 LINE.
010080     MOVE 'RUNS ANALYSED . . . . . . . . ' TO WS-TOT-LABEL.
010090     MOVE WC-RUN-COUNT TO WS-TOT-COUNT.
010100     WRITE PRNT-REC FROM WS-TOT-LINE
010110         AFTER ADVANCING 1 LINE.
010120     MOVE '  RATE MEASURED . . . . . . . ' TO WS-TOT-LABEL.
010130     MOVE WC-MEASURED-COUNT TO WS-TOT-COUNT.
010140     WRITE PRNT-REC FROM WS-TOT-LINE
010150         AFTER ADVANCING 1 LINE.
010160     MOVE '  UNSTAMPED . . . . . . . . . ' TO WS-TOT-LABEL.
010170     MOVE WC-UNSTAMPED-COUNT TO WS-TOT-COUNT.
010180     WRITE PRNT-REC FROM WS-TOT-LINE
010190         AFTER ADVANCING 1 LINE.
010200     MOVE '  WENT BACKWARDS  . . . . . . ' TO WS-TOT-LABEL.
010210     MOVE WC-BACKWARDS-COUNT TO WS-TOT-COUNT.
010220     WRITE PRNT-REC FROM WS-TOT-LINE
010230         AFTER ADVANCING 1 LINE.
010240     MOVE '  STALLED . . . . . . . . . . ' TO WS-TOT-LABEL.
010250     MOVE WC-STALLED-COUNT TO WS-TOT-COUNT.
010260     WRITE PRNT-REC FROM WS-TOT-LINE
010270         AFTER ADVANCING 1 LINE.
010280     CLOSE PRINT-FILE.
010290     IF RETURN-CODE = ZERO
010300         AND WC-BACKWARDS-COUNT + WC-STALLED-COUNT > ZERO
010310         MOVE 4 TO RETURN-CODE
010320     END-IF.
010330     DISPLAY 'PICONVR: ' WC-RUN-COUNT ' RUN(S) ANALYSED, '
010340         WC-BACKWARDS-COUNT ' WENT BACKWARDS, '
010350         WC-STALLED-COUNT ' STALLED.'.
010360 9000-EXIT.
010370     EXIT.
