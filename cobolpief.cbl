000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIEVFWD                                         *
000040*   FUNCTION     FORWARDS THE OPERATIONAL EVENTS ON PI.EVENT.OUT *
000050*                (SEE EVNTREC) TO THE OPERATIONS CONSOLE, EXACTLY*
000060*                ONCE.  EACH FORWARDING RUN WRITES ONE NEW       *
000070*                GENERATION OF THE PI.EVENT.CONSOLE GDG, WHICH   *
000080*                THE CONSOLE AUTOMATION PICKS UP: A BATCH HEADER *
000090*                STAMPED WITH THE RUN'S DATE AND TIME, EVERY     *
000100*                EVENT NOT YET FORWARDED, AND A TRAILER WITH THE *
000110*                SAME STAMP AND THE EVENT COUNT.  A GENERATION   *
000120*                WITHOUT ITS TRAILER IS INCOMPLETE AND NEVER     *
000130*                COUNTS AS DELIVERED.                            *
000140*                                                                *
000150*                A SENT EVENT IS MARKED PENDING ('P') WITH THE   *
000160*                BATCH STAMP IN PLACE ON PI.EVENT.OUT, AND ONLY  *
000170*                BECOMES FORWARDED ('F') ONCE A COMPLETE         *
000180*                GENERATION BEARING THAT STAMP IS SEEN ON THE    *
000190*                CATALOG -- BY THE CONFIRM STEP THAT FOLLOWS THE *
000200*                FORWARD STEP (FUNC C), OR FAILING THAT BY THE   *
000210*                NEXT FORWARD RUN, WHICH READS THE CURRENT       *
000220*                GENERATION FIRST.  SO:                          *
000230*                  - A FORWARD STEP THAT ABENDS LOSES ITS NEW    *
000240*                    GENERATION (DISP=(NEW,CATLG,DELETE)) AND ITS*
000250*                    PENDING EVENTS ARE SENT AGAIN NEXT TIME --  *
000260*                    NOTHING IS LOST;                            *
000270*                  - A GENERATION THAT WAS CATALOGED BUT NOT YET *
000280*                    CONFIRMED IS RECOGNISED BY ITS STAMP AND ITS*
000290*                    EVENTS ARE MARKED FORWARDED WITHOUT BEING   *
000300*                    SENT AGAIN -- NOTHING REACHES THE CONSOLE   *
000310*                    TWICE;                                      *
000320*                  - A FORWARD STEP THAT CANNOT OPEN PI.EVENT.OUT*
000330*                    STILL CATALOGS A COMPLETE BATCH OF NO EVENTS*
000340*                    UNDER THE STAMP OF THE BATCH ALREADY        *
000350*                    DELIVERED, SO THE NEXT RUN STILL KNOWS IT.  *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.     PIEVFWD.
000400 AUTHOR.         R L HENNESSEY.
000410 INSTALLATION.   BATCH SYSTEMS.
000420 DATE-WRITTEN.   2026-10-15.
000430 DATE-COMPILED.
000440******************************************************************
000450*  MOD LOG                                                       *
000460*  DATE       INIT DESCRIPTION                                   *
000470*  2026-10-15 RLH  ORIGINAL.                                     *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT EVENT-FILE
000560         ASSIGN TO EVENTDD
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-EVENT-STATUS.
000590     SELECT PRIOR-FILE
000600         ASSIGN TO PRIORDD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PRIOR-STATUS.
000630     SELECT CONSOLE-FILE
000640         ASSIGN TO CONSOLDD
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CONSOLE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  EVENT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "EVNTREC.CPY".
000730 FD  PRIOR-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  PRIOR-REC                    PIC X(180).
000770 FD  CONSOLE-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  CONSOLE-REC                  PIC X(180).
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*  WORKING COPY OF A CONSOLE GENERATION RECORD -- THE BATCH      *
000840*  HEADER AND TRAILER ARE BUILT HERE, AND A GENERATION BEING     *
000850*  CHECKED IS READ INTO IT.                                      *
000860******************************************************************
000870     COPY "EVNTREC.CPY" REPLACING ==EVT-REC== BY ==WS-CTL-REC==.
000880******************************************************************
000890*  FILE STATUS AND SWITCHES                                      *
000900******************************************************************
000910 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
000920     88  WS-EVENT-STATUS-OK          VALUE '00' '97'.
000930     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
000940 01  WS-PRIOR-STATUS             PIC X(02) VALUE SPACES.
000950     88  WS-PRIOR-STATUS-OK          VALUE '00' '97'.
000960 01  WS-CONSOLE-STATUS           PIC X(02) VALUE SPACES.
000970     88  WS-CONSOLE-STATUS-OK        VALUE '00' '97'.
000980 01  WS-SWITCHES.
000990     05  WS-EVENT-EOF-SW          PIC X(01) VALUE 'N'.
001000         88  WS-EVENT-EOF             VALUE 'Y'.
001010     05  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001020         88  WS-CTL-EOF               VALUE 'Y'.
001030     05  WS-CTL-COMPLETE-SW       PIC X(01) VALUE 'N'.
001040         88  WS-CTL-COMPLETE          VALUE 'Y'.
001050     05  WS-EVENT-OPEN-SW         PIC X(01) VALUE 'N'.
001060         88  WS-EVENT-OPEN            VALUE 'Y'.
001070******************************************************************
001080*  RUN FUNCTION -- 'F' (OR BLANK) FORWARDS; 'C' CONFIRMS THE     *
001090*  GENERATION THE FORWARD STEP OF THE SAME JOB JUST CATALOGED.   *
001100******************************************************************
001110 01  WS-FUNCTION                  PIC X(01) VALUE 'F'.
001120     88  WS-FUNC-FORWARD              VALUE 'F' ' '.
001130     88  WS-FUNC-CONFIRM              VALUE 'C'.
001140******************************************************************
001150*  BATCH STAMPS -- THIS RUN'S OWN (FORWARD), AND THE ONE FOUND   *
001160*  ON A COMPLETE CONSOLE GENERATION: THE CURRENT GENERATION ON   *
001170*  A FORWARD RUN, THE NEW ONE ON A CONFIRM RUN.  ZERO MEANS NO   *
001180*  COMPLETE GENERATION WAS FOUND.                                *
001190******************************************************************
001200 01  WS-BATCH-STAMP.
001210     05  WS-BATCH-DATE            PIC 9(08) VALUE ZERO.
001220     05  WS-BATCH-TIME            PIC 9(08) VALUE ZERO.
001230 01  WS-DELIVERED-STAMP.
001240     05  WS-DELIVERED-DATE        PIC 9(08) VALUE ZERO.
001250     05  WS-DELIVERED-TIME        PIC 9(08) VALUE ZERO.
001260 01  WS-HEADER-STAMP.
001270     05  WS-HEADER-DATE           PIC 9(08) VALUE ZERO.
001280     05  WS-HEADER-TIME           PIC 9(08) VALUE ZERO.
001290 01  WS-COUNT-EDIT                PIC Z(06)9.
001300******************************************************************
001310*  BATCH TRAILER MESSAGE -- BUILT FOR THE TRAILER WRITTEN, AND   *
001320*  THE TRAILER OF A GENERATION BEING CHECKED IS MOVED OVER THE   *
001330*  SECOND VIEW SO ITS EVENT COUNT CAN BE COMPARED.               *
001340******************************************************************
001350 01  WS-TRAILER-MSG.
001360     05  FILLER                   PIC X(33)
001370         VALUE 'EVENT FORWARDING BATCH COMPLETE, '.
001380     05  WS-TRAILER-COUNT         PIC Z(06)9.
001390     05  FILLER                   PIC X(40) VALUE ' EVENT(S)'.
001400 01  WS-TRAILER-IN.
001410     05  FILLER                   PIC X(33).
001420     05  WS-TRAILER-IN-COUNT      PIC X(07).
001430     05  FILLER                   PIC X(40).
001440******************************************************************
001450*  WORK COUNTERS                                                 *
001460******************************************************************
001470 77  WC-CTL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001480 77  WC-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
001490 77  WC-SENT-COUNT                PIC 9(07) COMP VALUE ZERO.
001500 77  WC-RESENT-COUNT              PIC 9(07) COMP VALUE ZERO.
001510 77  WC-CONFIRMED-COUNT           PIC 9(07) COMP VALUE ZERO.
001520 LINKAGE SECTION.
001530******************************************************************
001540*  EXEC PARM -- THE RUN FUNCTION, E.G. PARM='F' TO FORWARD OR    *
001550*  PARM='C' TO CONFIRM.  NO PARM FORWARDS.                       *
001560******************************************************************
001570 01  LS-PARM-INFO.
001580     05  LS-PARM-LENGTH           PIC S9(04) COMP.
001590     05  LS-PARM-TEXT.
001600         10  LS-PARM-FUNCTION     PIC X(01).
001610         10  FILLER               PIC X(99).
001620 PROCEDURE DIVISION USING LS-PARM-INFO.
001630******************************************************************
001640*  MAINLINE                                                      *
001650******************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     IF WS-FUNC-CONFIRM
001690         PERFORM 3000-CONFIRM THRU 3000-EXIT
001700     ELSE
001710         PERFORM 2000-FORWARD THRU 2000-EXIT
001720     END-IF.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.
001750******************************************************************
001760*  1000-INITIALIZE -- PICK UP THE FUNCTION AND STAMP THE BATCH.  *
001770******************************************************************
001780 1000-INITIALIZE.
001790     IF LS-PARM-LENGTH > ZERO
001800         MOVE LS-PARM-FUNCTION TO WS-FUNCTION
001810     END-IF.
001820     IF NOT WS-FUNC-FORWARD
001830         AND NOT WS-FUNC-CONFIRM
001840         DISPLAY 'PIEVFWD: FUNCTION ' WS-FUNCTION ' NOT '
001850             'RECOGNIZED; FORWARDING ASSUMED.'
001860         MOVE 'F' TO WS-FUNCTION
001870     END-IF.
001880     ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD.
001890     ACCEPT WS-BATCH-TIME FROM TIME.
001900 1000-EXIT.
001910     EXIT.
001920******************************************************************
001930*  2000-FORWARD -- LEARN WHICH BATCH THE CONSOLE ALREADY HOLDS,  *
001940*  THEN PASS PI.EVENT.OUT ONCE: EVENTS PENDING IN THAT BATCH     *
001950*  ARE MARKED FORWARDED, AND EVERY OTHER EVENT NOT YET           *
001960*  FORWARDED IS WRITTEN TO THE NEW GENERATION AND MARKED         *
001970*  PENDING UNDER THIS RUN'S STAMP.  THE NEW GENERATION IS        *
001980*  ALWAYS WRITTEN, EVEN EMPTY, SO THE CURRENT GENERATION IS      *
001990*  ALWAYS THE LAST BATCH SENT.  PI.EVENT.OUT IS OPENED FIRST:    *
002000*  WHEN IT CANNOT BE, THE NEW GENERATION CARRIES THE DELIVERED   *
002010*  BATCH FORWARD INSTEAD (2300-CARRY-FORWARD).                   *
002020******************************************************************
002030 2000-FORWARD.
002040     OPEN INPUT PRIOR-FILE.
002050     IF WS-PRIOR-STATUS-OK
002060         PERFORM 2100-CHECK-PRIOR THRU 2100-EXIT
002070     ELSE
002080         DISPLAY 'PIEVFWD: NO CURRENT CONSOLE GENERATION ON '
002090             'PRIORDD, STATUS ' WS-PRIOR-STATUS
002100             '; NO PENDING EVENT IS TAKEN AS DELIVERED.'
002110     END-IF.
002120     OPEN I-O EVENT-FILE.
002130     IF WS-EVENT-STATUS-NOT-FOUND
002140         DISPLAY 'PIEVFWD: PI.EVENT.OUT NOT FOUND; NO EVENTS '
002150             'TO FORWARD.'
002160     ELSE
002170         IF NOT WS-EVENT-STATUS-OK
002180             DISPLAY 'PIEVFWD: EVENTDD OPEN FAILED, STATUS '
002190                 WS-EVENT-STATUS '; NOTHING FORWARDED.'
002200             PERFORM 2300-CARRY-FORWARD THRU 2300-EXIT
002210             MOVE 12 TO RETURN-CODE
002220             GO TO 2000-EXIT
002230         END-IF
002240         MOVE 'Y' TO WS-EVENT-OPEN-SW
002250     END-IF.
002260     OPEN OUTPUT CONSOLE-FILE.
002270     IF NOT WS-CONSOLE-STATUS-OK
002280         DISPLAY 'PIEVFWD: CONSOLDD OPEN FAILED, STATUS '
002290             WS-CONSOLE-STATUS '; NOTHING FORWARDED.'
002300         IF WS-EVENT-OPEN
002310             CLOSE EVENT-FILE
002320         END-IF
002330         MOVE 12 TO RETURN-CODE
002340         GO TO 2000-EXIT.
002350     MOVE 'BATCHHDR' TO EVT-CODE OF WS-CTL-REC.
002360     MOVE 'EVENT FORWARDING BATCH' TO EVT-MESSAGE OF WS-CTL-REC.
002370     PERFORM 2500-WRITE-CONTROL THRU 2500-EXIT.
002380     IF WS-EVENT-OPEN
002390         PERFORM 2200-FORWARD-ONE THRU 2200-EXIT
002400             UNTIL WS-EVENT-EOF
002410         CLOSE EVENT-FILE
002420     END-IF.
002430     MOVE 'BATCHEND' TO EVT-CODE OF WS-CTL-REC.
002440     MOVE WC-SENT-COUNT TO WS-TRAILER-COUNT.
002450     MOVE WS-TRAILER-MSG TO EVT-MESSAGE OF WS-CTL-REC.
002460     PERFORM 2500-WRITE-CONTROL THRU 2500-EXIT.
002470     CLOSE CONSOLE-FILE.
002480     IF WC-RESENT-COUNT > ZERO
002490         MOVE 4 TO RETURN-CODE
002500     END-IF.
002510 2000-EXIT.
002520     EXIT.
002530******************************************************************
002540*  2100-CHECK-PRIOR -- READ THE CURRENT CONSOLE GENERATION.  ITS *
002550*  STAMP IS TAKEN AS DELIVERED ONLY WHEN IT OPENS WITH A BATCH   *
002560*  HEADER AND CLOSES WITH THE MATCHING TRAILER.                  *
002570******************************************************************
002580 2100-CHECK-PRIOR.
002590     PERFORM 4000-CHECK-GENERATION THRU 4000-EXIT.
002600     CLOSE PRIOR-FILE.
002610     IF WS-CTL-COMPLETE
002620         MOVE WS-HEADER-STAMP TO WS-DELIVERED-STAMP
002630     ELSE
002640         DISPLAY 'PIEVFWD: CURRENT CONSOLE GENERATION IS '
002650             'INCOMPLETE; NO PENDING EVENT IS TAKEN AS '
002660             'DELIVERED.'
002670     END-IF.
002680 2100-EXIT.
002690     EXIT.
002700******************************************************************
002710*  2200-FORWARD-ONE -- ONE PI.EVENT.OUT RECORD.  FORWARDED       *
002720*  EVENTS ARE PASSED OVER; AN EVENT PENDING IN THE DELIVERED     *
002730*  BATCH IS MARKED FORWARDED; ANYTHING ELSE -- NEW, OR PENDING   *
002740*  IN A BATCH THAT NEVER REACHED THE CATALOG -- IS SENT NOW.     *
002750******************************************************************
002760 2200-FORWARD-ONE.
002770     READ EVENT-FILE
002780         AT END
002790             MOVE 'Y' TO WS-EVENT-EOF-SW
002800             GO TO 2200-EXIT
002810     END-READ.
002820     ADD 1 TO WC-READ-COUNT.
002830     IF EVT-FORWARDED OF EVT-REC
002840         GO TO 2200-EXIT.
002850     IF EVT-FWD-PENDING OF EVT-REC
002860         AND WS-DELIVERED-STAMP NOT = ZERO
002870         AND EVT-FWD-STAMP OF EVT-REC = WS-DELIVERED-STAMP
002880         MOVE 'F' TO EVT-FWD-STATUS OF EVT-REC
002890         REWRITE EVT-REC
002900         ADD 1 TO WC-CONFIRMED-COUNT
002910         GO TO 2200-EXIT.
002920     IF EVT-FWD-PENDING OF EVT-REC
002930         ADD 1 TO WC-RESENT-COUNT
002940     END-IF.
002950     MOVE WS-BATCH-DATE TO EVT-FWD-DATE OF EVT-REC.
002960     MOVE WS-BATCH-TIME TO EVT-FWD-TIME OF EVT-REC.
002970     MOVE 'P' TO EVT-FWD-STATUS OF EVT-REC.
002980     WRITE CONSOLE-REC FROM EVT-REC.
002990     REWRITE EVT-REC.
003000     ADD 1 TO WC-SENT-COUNT.
003010 2200-EXIT.
003020     EXIT.
003030******************************************************************
003040*  2300-CARRY-FORWARD -- PI.EVENT.OUT COULD NOT BE OPENED, SO NO *
003050*  EVENT IS SENT, BUT THE NEW GENERATION IS CATALOGED ALL THE    *
003060*  SAME AND BECOMES THE CURRENT ONE.  IT IS WRITTEN AS A         *
003070*  COMPLETE BATCH OF NO EVENTS UNDER THE STAMP OF THE BATCH      *
003080*  ALREADY DELIVERED, SO THE NEXT RUN STILL MARKS THAT BATCH'S   *
003090*  PENDING EVENTS FORWARDED RATHER THAN SENDING THEM AGAIN.      *
003100******************************************************************
003110 2300-CARRY-FORWARD.
003120     OPEN OUTPUT CONSOLE-FILE.
003130     IF NOT WS-CONSOLE-STATUS-OK
003140         DISPLAY 'PIEVFWD: CONSOLDD OPEN FAILED, STATUS '
003150             WS-CONSOLE-STATUS '; DELIVERED BATCH NOT CARRIED '
003160             'FORWARD.'
003170         GO TO 2300-EXIT.
003180     MOVE WS-DELIVERED-STAMP TO WS-BATCH-STAMP.
003190     MOVE 'BATCHHDR' TO EVT-CODE OF WS-CTL-REC.
003200     MOVE 'EVENT FORWARDING BATCH' TO EVT-MESSAGE OF WS-CTL-REC.
003210     PERFORM 2500-WRITE-CONTROL THRU 2500-EXIT.
003220     MOVE 'BATCHEND' TO EVT-CODE OF WS-CTL-REC.
003230     MOVE ZERO TO WS-TRAILER-COUNT.
003240     MOVE WS-TRAILER-MSG TO EVT-MESSAGE OF WS-CTL-REC.
003250     PERFORM 2500-WRITE-CONTROL THRU 2500-EXIT.
003260     CLOSE CONSOLE-FILE.
003270     DISPLAY 'PIEVFWD: EMPTY BATCH WRITTEN UNDER DELIVERED '
003280         'STAMP ' WS-DELIVERED-DATE ' ' WS-DELIVERED-TIME '.'.
003290 2300-EXIT.
003300     EXIT.
003310******************************************************************
003320*  2500-WRITE-CONTROL -- WRITE THE BATCH HEADER OR TRAILER SET   *
003330*  UP IN WS-CTL-REC, STAMPED WITH THIS RUN'S BATCH STAMP.        *
003340******************************************************************
003350 2500-WRITE-CONTROL.
003360     MOVE 'PIEVFWD'     TO EVT-SOURCE-PGM OF WS-CTL-REC.
003370     MOVE 'I'           TO EVT-SEVERITY OF WS-CTL-REC.
003380     MOVE WS-BATCH-DATE TO EVT-EVENT-DATE OF WS-CTL-REC.
003390     MOVE WS-BATCH-TIME TO EVT-EVENT-TIME OF WS-CTL-REC.
003400     MOVE WS-BATCH-DATE TO EVT-RUN-DATE OF WS-CTL-REC.
003410     MOVE WS-BATCH-TIME TO EVT-RUN-TIME OF WS-CTL-REC.
003420     MOVE SPACES        TO EVT-OPERATOR-ID OF WS-CTL-REC.
003430     MOVE SPACES        TO EVT-PROFILE OF WS-CTL-REC.
003440     MOVE 'P'           TO EVT-FWD-STATUS OF WS-CTL-REC.
003450     MOVE WS-BATCH-DATE TO EVT-FWD-DATE OF WS-CTL-REC.
003460     MOVE WS-BATCH-TIME TO EVT-FWD-TIME OF WS-CTL-REC.
003470     WRITE CONSOLE-REC FROM WS-CTL-REC.
003480 2500-EXIT.
003490     EXIT.
003500******************************************************************
003510*  3000-CONFIRM -- THE FORWARD STEP'S GENERATION IS NOW ON THE   *
003520*  CATALOG.  WHEN IT IS COMPLETE, MARK EVERY EVENT PENDING UNDER *
003530*  ITS STAMP AS FORWARDED.  AN INCOMPLETE GENERATION CONFIRMS    *
003540*  NOTHING; THE NEXT FORWARD RUN SENDS THOSE EVENTS AGAIN.       *
003550******************************************************************
003560 3000-CONFIRM.
003570     OPEN INPUT CONSOLE-FILE.
003580     IF NOT WS-CONSOLE-STATUS-OK
003590         DISPLAY 'PIEVFWD: CONSOLDD OPEN FAILED, STATUS '
003600             WS-CONSOLE-STATUS '; NOTHING CONFIRMED.'
003610         MOVE 12 TO RETURN-CODE
003620         GO TO 3000-EXIT.
003630     PERFORM 4000-CHECK-GENERATION THRU 4000-EXIT.
003640     CLOSE CONSOLE-FILE.
003650     IF NOT WS-CTL-COMPLETE
003660         DISPLAY 'PIEVFWD: CONSOLE GENERATION IS INCOMPLETE; '
003670             'NOTHING CONFIRMED.'
003680         MOVE 12 TO RETURN-CODE
003690         GO TO 3000-EXIT.
003700     MOVE WS-HEADER-STAMP TO WS-DELIVERED-STAMP.
003710     OPEN I-O EVENT-FILE.
003720     IF WS-EVENT-STATUS-NOT-FOUND
003730         GO TO 3000-EXIT.
003740     IF NOT WS-EVENT-STATUS-OK
003750         DISPLAY 'PIEVFWD: EVENTDD OPEN FAILED, STATUS '
003760             WS-EVENT-STATUS '; NOTHING CONFIRMED.'
003770         MOVE 12 TO RETURN-CODE
003780         GO TO 3000-EXIT.
003790     PERFORM 3100-CONFIRM-ONE THRU 3100-EXIT
003800         UNTIL WS-EVENT-EOF.
003810     CLOSE EVENT-FILE.
003820 3000-EXIT.
003830     EXIT.
003840******************************************************************
003850*  3100-CONFIRM-ONE -- ONE PI.EVENT.OUT RECORD.                  *
003860******************************************************************
003870 3100-CONFIRM-ONE.
003880     READ EVENT-FILE
003890         AT END
003900             MOVE 'Y' TO WS-EVENT-EOF-SW
003910             GO TO 3100-EXIT
003920     END-READ.
003930     ADD 1 TO WC-READ-COUNT.
003940     IF EVT-FWD-PENDING OF EVT-REC
003950         AND EVT-FWD-STAMP OF EVT-REC = WS-DELIVERED-STAMP
003960         MOVE 'F' TO EVT-FWD-STATUS OF EVT-REC
003970         REWRITE EVT-REC
003980         ADD 1 TO WC-CONFIRMED-COUNT
003990     END-IF.
004000 3100-EXIT.
004010     EXIT.
004020******************************************************************
004030*  4000-CHECK-GENERATION -- READ A CONSOLE GENERATION (ALREADY   *
004040*  OPEN ON PRIORDD FOR A FORWARD RUN, CONSOLDD FOR A CONFIRM     *
004050*  RUN) AND DECIDE WHETHER IT IS COMPLETE: A BATCH HEADER FIRST, *
004060*  A TRAILER WITH THE SAME STAMP LAST, AND THE TRAILER'S EVENT   *
004070*  COUNT EQUAL TO THE RECORDS BETWEEN THEM.                      *
004080******************************************************************
004090 4000-CHECK-GENERATION.
004100     MOVE 'N' TO WS-CTL-COMPLETE-SW.
004110     MOVE 'N' TO WS-CTL-EOF-SW.
004120     MOVE ZERO TO WC-CTL-COUNT.
004130     MOVE ZERO TO WS-HEADER-STAMP.
004140     PERFORM 4100-READ-CONTROL THRU 4100-EXIT.
004150     IF WS-CTL-EOF
004160         OR EVT-SOURCE-PGM OF WS-CTL-REC NOT = 'PIEVFWD'
004170         OR EVT-CODE OF WS-CTL-REC NOT = 'BATCHHDR'
004180         GO TO 4000-EXIT.
004190     MOVE EVT-FWD-STAMP OF WS-CTL-REC TO WS-HEADER-STAMP.
004200     PERFORM 4200-CHECK-ONE THRU 4200-EXIT
004210         UNTIL WS-CTL-EOF.
004220 4000-EXIT.
004230     EXIT.
004240******************************************************************
004250*  4100-READ-CONTROL -- NEXT RECORD OF THE GENERATION BEING      *
004260*  CHECKED INTO WS-CTL-REC.                                      *
004270******************************************************************
004280 4100-READ-CONTROL.
004290     IF WS-FUNC-CONFIRM
004300         READ CONSOLE-FILE INTO WS-CTL-REC
004310             AT END
004320                 MOVE 'Y' TO WS-CTL-EOF-SW
004330         END-READ
004340     ELSE
004350         READ PRIOR-FILE INTO WS-CTL-REC
004360             AT END
004370                 MOVE 'Y' TO WS-CTL-EOF-SW
004380         END-READ
004390     END-IF.
004400 4100-EXIT.
004410     EXIT.
004420******************************************************************
004430*  4200-CHECK-ONE -- ONE RECORD AFTER THE HEADER.  ONLY THE LAST *
004440*  RECORD MAY BE THE TRAILER; ANYTHING FOLLOWING A TRAILER MAKES *
004450*  THE GENERATION INCOMPLETE AGAIN.                              *
004460******************************************************************
004470 4200-CHECK-ONE.
004480     PERFORM 4100-READ-CONTROL THRU 4100-EXIT.
004490     IF WS-CTL-EOF
004500         GO TO 4200-EXIT.
004510     MOVE 'N' TO WS-CTL-COMPLETE-SW.
004520     IF EVT-SOURCE-PGM OF WS-CTL-REC = 'PIEVFWD'
004530         AND EVT-CODE OF WS-CTL-REC = 'BATCHEND'
004540         AND EVT-FWD-STAMP OF WS-CTL-REC = WS-HEADER-STAMP
004550         MOVE WC-CTL-COUNT TO WS-COUNT-EDIT
004560         MOVE EVT-MESSAGE OF WS-CTL-REC TO WS-TRAILER-IN
004570         IF WS-TRAILER-IN-COUNT = WS-COUNT-EDIT
004580             MOVE 'Y' TO WS-CTL-COMPLETE-SW
004590         END-IF
004600     ELSE
004610         ADD 1 TO WC-CTL-COUNT
004620     END-IF.
004630 4200-EXIT.
004640     EXIT.
004650******************************************************************
004660*  9000-TERMINATE -- REPORT THE RUN.                             *
004670******************************************************************
004680 9000-TERMINATE.
004690     IF WS-FUNC-CONFIRM
004700         DISPLAY 'PIEVFWD: ' WC-CONFIRMED-COUNT ' EVENT(S) '
004710             'CONFIRMED FORWARDED IN BATCH ' WS-DELIVERED-DATE
004720             ' ' WS-DELIVERED-TIME '.'
004730     ELSE
004740         DISPLAY 'PIEVFWD: ' WC-READ-COUNT ' EVENT(S) READ, '
004750             WC-SENT-COUNT ' SENT IN BATCH ' WS-BATCH-DATE ' '
004760             WS-BATCH-TIME ', ' WC-CONFIRMED-COUNT
004770             ' CONFIRMED FROM BATCH ' WS-DELIVERED-DATE ' '
004780             WS-DELIVERED-TIME '.'
004790         IF WC-RESENT-COUNT > ZERO
004800             DISPLAY 'PIEVFWD: ' WC-RESENT-COUNT ' EVENT(S) '
004810                 'SENT AGAIN -- THEIR EARLIER BATCH NEVER '
004820                 'REACHED THE CATALOG.'
004830         END-IF
004840     END-IF.
004850 9000-EXIT.
004860     EXIT.
