000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIRQLST                                         *
000040*   FUNCTION     RUN REQUEST STATUS LISTING -- PRINTS EVERY      *
000050*                REQUEST ON PI.RUN.REQUEST GROUPED AS OPEN,      *
000060*                ACCEPTED, COMPLETED AND REJECTED, WITH EACH     *
000070*                REQUEST'S AGE IN DAYS (TO TODAY WHILE IT IS     *
000080*                STILL OUTSTANDING, TO ITS CLOSING DATE ONCE     *
000090*                COMPLETED OR REJECTED).  AN OPEN OR ACCEPTED    *
000100*                REQUEST PAST ITS NEEDED-BY DATE IS FLAGGED LATE *
000110*                AND ENDS THE LISTING RC=4.                      *
000120*                                                                *
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.     PIRQLST.
000160 AUTHOR.         R L HENNESSEY.
000170 INSTALLATION.   BATCH SYSTEMS.
000180 DATE-WRITTEN.   2026-10-15.
000190 DATE-COMPILED.
000200******************************************************************
000210*  MOD LOG                                                       *
000220*  DATE       INIT DESCRIPTION                                   *
000230*  2026-10-15 RLH  ORIGINAL.                                     *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RQST-FILE
000320         ASSIGN TO RQSTDD
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-RQST-STATUS.
000350     SELECT PRINT-FILE
000360         ASSIGN TO PRINTDD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PRINT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RQST-FILE
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440     COPY "RUNREQ.CPY".
000450 FD  PRINT-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  PRNT-REC                     PIC X(132).
000490 WORKING-STORAGE SECTION.
000500******************************************************************
000510*  FILE STATUS AND SWITCHES                                      *
000520******************************************************************
000530 01  WS-RQST-STATUS              PIC X(02) VALUE SPACES.
000540     88  WS-RQST-STATUS-NOT-FOUND    VALUE '35'.
000550 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
000560 01  WS-SWITCHES.
000570     05  WS-RQST-EOF-SW           PIC X(01) VALUE 'N'.
000580         88  WS-RQST-EOF              VALUE 'Y'.
000590******************************************************************
000600*  WORKING COPY OF THE REQUEST RECORD AND THE REQUEST TABLE --   *
000610*  THE QUEUE IS HELD WHOLE SO IT CAN BE LISTED ONE STATUS AT A   *
000620*  TIME WITHOUT REREADING THE FILE.                              *
000630******************************************************************
000640     COPY "RUNREQ.CPY" REPLACING ==RSRQ-REC== BY ==WS-RQST-REC==.
000650 01  WS-RQST-TABLE.
000660     05  WS-RQST-ENTRY OCCURS 500 TIMES
000670                                  PIC X(200).
000680******************************************************************
000690*  STATUS GROUPS IN LISTING ORDER, WITH THEIR SECTION TITLES     *
000700******************************************************************
000710 01  WS-GROUP-VALUES.
000720     05  FILLER                   PIC X(21)
000730         VALUE 'OOPEN REQUESTS       '.
000740     05  FILLER                   PIC X(21)
000750         VALUE 'AACCEPTED REQUESTS   '.
000760     05  FILLER                   PIC X(21)
000770         VALUE 'CCOMPLETED REQUESTS  '.
000780     05  FILLER                   PIC X(21)
000790         VALUE 'RREJECTED REQUESTS   '.
000800 01  WS-GROUP-TABLE REDEFINES WS-GROUP-VALUES.
000810     05  WS-GROUP-ENTRY OCCURS 4 TIMES.
000820         10  WS-GROUP-STATUS      PIC X(01).
000830         10  WS-GROUP-TITLE       PIC X(20).
000840 01  WS-GROUP-COUNTS.
000850     05  WS-GROUP-COUNT OCCURS 4 TIMES
000860                                  PIC 9(06) COMP.
000870******************************************************************
000880*  RUN DATE AND DATE ARITHMETIC WORK AREAS                       *
000890******************************************************************
000900 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
000910 01  WS-AGE-TO-DATE               PIC 9(08) VALUE ZERO.
000920 01  WS-AGE-DAYS                  PIC S9(06) VALUE ZERO.
000930 01  WS-EDIT-DATE                 PIC 9(08) VALUE ZERO.
000940 01  WS-EDIT-OUT.
000950     05  WS-EDIT-YYYY             PIC 9(04).
000960     05  FILLER                   PIC X(01) VALUE '-'.
000970     05  WS-EDIT-MM               PIC 9(02).
000980     05  FILLER                   PIC X(01) VALUE '-'.
000990     05  WS-EDIT-DD               PIC 9(02).
001000******************************************************************
001010*  HEADING, DETAIL AND TOTAL LINES                               *
001020******************************************************************
001030 01  WS-HEAD1.
001040     05  FILLER                   PIC X(08) VALUE 'PIRQLST'.
001050     05  FILLER                   PIC X(34)
001060         VALUE 'RUN REQUEST STATUS LISTING'.
001070     05  FILLER                   PIC X(10) VALUE 'RUN DATE '.
001080     05  WS-HEAD1-DATE            PIC X(10).
001090     05  FILLER                   PIC X(70) VALUE SPACES.
001100 01  WS-HEAD2.
001110     05  FILLER                   PIC X(08) VALUE 'REQUEST'.
001120     05  FILLER                   PIC X(10) VALUE 'PROFILE'.
001130     05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
001140     05  FILLER                   PIC X(12) VALUE 'RAISED'.
001150     05  FILLER                   PIC X(12) VALUE 'NEEDED BY'.
001160     05  FILLER                   PIC X(06) VALUE ' AGE'.
001170     05  FILLER                   PIC X(10) VALUE 'DECIDED'.
001180     05  FILLER                   PIC X(19) VALUE 'RESULT KEY'.
001190     05  FILLER                   PIC X(45) VALUE 'REASON'.
001200 01  WS-GROUP-LINE.
001210     05  WS-GRP-TITLE             PIC X(20).
001220     05  FILLER                   PIC X(112) VALUE SPACES.
001230 01  WS-DETAIL.
001240     05  WS-DET-ID                PIC 9(06).
001250     05  FILLER                   PIC X(02) VALUE SPACES.
001260     05  WS-DET-PROFILE           PIC X(08).
001270     05  FILLER                   PIC X(02) VALUE SPACES.
001280     05  WS-DET-REQUESTER         PIC X(08).
001290     05  FILLER                   PIC X(02) VALUE SPACES.
001300     05  WS-DET-RAISED            PIC X(10).
001310     05  FILLER                   PIC X(02) VALUE SPACES.
001320     05  WS-DET-NEEDED            PIC X(10).
001330     05  FILLER                   PIC X(02) VALUE SPACES.
001340     05  WS-DET-AGE               PIC ZZZ9.
001350     05  FILLER                   PIC X(02) VALUE SPACES.
001360     05  WS-DET-DECIDED-BY        PIC X(08).
001370     05  FILLER                   PIC X(02) VALUE SPACES.
001380     05  WS-DET-RESULT.
001390         10  WS-DET-RSLT-DATE     PIC X(08).
001400         10  FILLER               PIC X(01) VALUE SPACE.
001410         10  WS-DET-RSLT-TIME     PIC X(08).
001420     05  FILLER                   PIC X(02) VALUE SPACES.
001430     05  WS-DET-REASON            PIC X(36).
001440     05  FILLER                   PIC X(01) VALUE SPACE.
001450     05  WS-DET-FLAG              PIC X(06).
001460 01  WS-NONE-LINE.
001470     05  FILLER                   PIC X(08) VALUE SPACES.
001480     05  FILLER                   PIC X(04) VALUE 'NONE'.
001490     05  FILLER                   PIC X(120) VALUE SPACES.
001500 01  WS-TOT-LINE.
001510     05  WS-TOT-TITLE             PIC X(20).
001520     05  FILLER                   PIC X(02) VALUE '. '.
001530     05  WS-TOT-COUNT             PIC ZZZZZZZZ9.
001540     05  FILLER                   PIC X(101) VALUE SPACES.
001550 01  WS-LATE-LINE.
001560     05  FILLER                   PIC X(22)
001570         VALUE 'PAST NEEDED-BY DATE . '.
001580     05  WS-LATE-COUNT            PIC ZZZZZZZZ9.
001590     05  FILLER                   PIC X(101) VALUE SPACES.
001600******************************************************************
001610*  WORK COUNTERS                                                 *
001620******************************************************************
001630 77  WC-RQST-COUNT                PIC 9(04) COMP VALUE ZERO.
001640 77  WC-RQST-IDX                  PIC 9(04) COMP VALUE ZERO.
001650 77  WC-GROUP-IDX                 PIC 9(02) COMP VALUE ZERO.
001660 77  WC-LATE-COUNT                PIC 9(06) COMP VALUE ZERO.
001670 77  WC-DATE-WORK                 PIC 9(08) VALUE ZERO.
001680 PROCEDURE DIVISION.
001690******************************************************************
001700*  MAINLINE                                                      *
001710******************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-LIST-GROUP THRU 2000-EXIT
001750         VARYING WC-GROUP-IDX FROM 1 BY 1
001760         UNTIL WC-GROUP-IDX > 4.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790******************************************************************
001800*  1000-INITIALIZE -- PRINT THE HEADING AND LOAD THE QUEUE.  A   *
001810*  MISSING PI.RUN.REQUEST LISTS AS AN EMPTY QUEUE.               *
001820******************************************************************
001830 1000-INITIALIZE.
001840     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001850     INITIALIZE WS-GROUP-COUNTS.
001860     OPEN OUTPUT PRINT-FILE.
001870     MOVE WS-TODAY TO WS-EDIT-DATE.
001880     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
001890     MOVE WS-EDIT-OUT TO WS-HEAD1-DATE.
001900     WRITE PRNT-REC FROM WS-HEAD1
001910         AFTER ADVANCING PAGE.
001920     WRITE PRNT-REC FROM WS-HEAD2
001930         AFTER ADVANCING 2 LINES.
001940     OPEN INPUT RQST-FILE.
001950     IF WS-RQST-STATUS-NOT-FOUND
001960         DISPLAY 'PIRQLST: PI.RUN.REQUEST NOT FOUND, NO '
001970             'REQUESTS TO LIST.'
001980         GO TO 1000-EXIT.
001990     PERFORM 1100-LOAD-ONE-RQST THRU 1100-EXIT
002000         UNTIL WS-RQST-EOF.
002010     CLOSE RQST-FILE.
002020 1000-EXIT.
002030     EXIT.
002040******************************************************************
002050*  1100-LOAD-ONE-RQST -- FILE ONE REQUEST IN THE TABLE.  ANY     *
002060*  BEYOND THE TABLE ARE COUNTED OUT ON SYSOUT, NOT LISTED.       *
002070******************************************************************
002080 1100-LOAD-ONE-RQST.
002090     READ RQST-FILE INTO WS-RQST-REC
002100         AT END
002110             MOVE 'Y' TO WS-RQST-EOF-SW
002120         NOT AT END
002130             IF WC-RQST-COUNT < 500
002140                 ADD 1 TO WC-RQST-COUNT
002150                 MOVE WS-RQST-REC
002160                     TO WS-RQST-ENTRY (WC-RQST-COUNT)
002170             ELSE
002180                 DISPLAY 'PIRQLST: REQUEST '
002190                     RSRQ-REQUEST-ID OF WS-RQST-REC
002200                     ' BEYOND 500 NOT LISTED.'
002210             END-IF
002220     END-READ.
002230 1100-EXIT.
002240     EXIT.
002250******************************************************************
002260*  2000-LIST-GROUP -- THE SECTION TITLE AND EVERY REQUEST IN ONE *
002270*  STATUS GROUP.                                                 *
002280******************************************************************
002290 2000-LIST-GROUP.
002300     MOVE WS-GROUP-TITLE (WC-GROUP-IDX) TO WS-GRP-TITLE.
002310     WRITE PRNT-REC FROM WS-GROUP-LINE
002320         AFTER ADVANCING 2 LINES.
002330     PERFORM 2100-LIST-ONE-RQST THRU 2100-EXIT
002340         VARYING WC-RQST-IDX FROM 1 BY 1
002350         UNTIL WC-RQST-IDX > WC-RQST-COUNT.
002360     IF WS-GROUP-COUNT (WC-GROUP-IDX) = ZERO
002370         WRITE PRNT-REC FROM WS-NONE-LINE
002380             AFTER ADVANCING 1 LINE
002390     END-IF.
002400 2000-EXIT.
002410     EXIT.
002420******************************************************************
002430*  2100-LIST-ONE-RQST -- ONE DETAIL LINE, IF THE REQUEST BELONGS *
002440*  TO THE GROUP BEING LISTED.  AN OUTSTANDING REQUEST AGES TO    *
002450*  TODAY; A CLOSED ONE TO THE DAY IT CLOSED.                     *
002460******************************************************************
002470 2100-LIST-ONE-RQST.
002480     MOVE WS-RQST-ENTRY (WC-RQST-IDX) TO WS-RQST-REC.
002490     IF RSRQ-STATUS OF WS-RQST-REC
002500         NOT = WS-GROUP-STATUS (WC-GROUP-IDX)
002510         GO TO 2100-EXIT.
002520     ADD 1 TO WS-GROUP-COUNT (WC-GROUP-IDX).
002530     MOVE RSRQ-REQUEST-ID OF WS-RQST-REC TO WS-DET-ID.
002540     MOVE RSRQ-PROFILE OF WS-RQST-REC TO WS-DET-PROFILE.
002550     MOVE RSRQ-REQUESTER OF WS-RQST-REC TO WS-DET-REQUESTER.
002560     MOVE RSRQ-REQUEST-DATE OF WS-RQST-REC TO WS-EDIT-DATE.
002570     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
002580     MOVE WS-EDIT-OUT TO WS-DET-RAISED.
002590     MOVE RSRQ-NEEDED-BY OF WS-RQST-REC TO WS-EDIT-DATE.
002600     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
002610     MOVE WS-EDIT-OUT TO WS-DET-NEEDED.
002620     MOVE RSRQ-DECIDED-BY OF WS-RQST-REC TO WS-DET-DECIDED-BY.
002630     MOVE RSRQ-REASON OF WS-RQST-REC TO WS-DET-REASON.
002640     MOVE SPACES TO WS-DET-FLAG.
002650     IF RSRQ-COMPLETED OF WS-RQST-REC
002660         MOVE RSRQ-RESULT-DATE OF WS-RQST-REC TO WS-DET-RSLT-DATE
002670         MOVE RSRQ-RESULT-TIME OF WS-RQST-REC TO WS-DET-RSLT-TIME
002680     ELSE
002690         MOVE SPACES TO WS-DET-RSLT-DATE
002700         MOVE SPACES TO WS-DET-RSLT-TIME
002710     END-IF.
002720     IF (RSRQ-COMPLETED OF WS-RQST-REC
002730         OR RSRQ-REJECTED OF WS-RQST-REC)
002740         AND RSRQ-CLOSED-DATE OF WS-RQST-REC > ZERO
002750         MOVE RSRQ-CLOSED-DATE OF WS-RQST-REC TO WS-AGE-TO-DATE
002760     ELSE
002770         MOVE WS-TODAY TO WS-AGE-TO-DATE
002780     END-IF.
002790     COMPUTE WS-AGE-DAYS =
002800         FUNCTION INTEGER-OF-DATE (WS-AGE-TO-DATE)
002810         - FUNCTION INTEGER-OF-DATE
002820             (RSRQ-REQUEST-DATE OF WS-RQST-REC).
002830     IF WS-AGE-DAYS < ZERO
002840         MOVE ZERO TO WS-AGE-DAYS
002850     END-IF.
002860     MOVE WS-AGE-DAYS TO WS-DET-AGE.
002870     IF (RSRQ-OPEN OF WS-RQST-REC
002880         OR RSRQ-ACCEPTED OF WS-RQST-REC)
002890         AND RSRQ-NEEDED-BY OF WS-RQST-REC < WS-TODAY
002900         MOVE '*LATE*' TO WS-DET-FLAG
002910         ADD 1 TO WC-LATE-COUNT
002920     END-IF.
002930     WRITE PRNT-REC FROM WS-DETAIL
002940         AFTER ADVANCING 1 LINE.
002950 2100-EXIT.
002960     EXIT.
002970******************************************************************
002980*  8100-EDIT-DATE -- EDIT WS-EDIT-DATE (YYYYMMDD) AS YYYY-MM-DD  *
002990*  IN WS-EDIT-OUT.                                               *
003000******************************************************************
003010 8100-EDIT-DATE.
003020     MOVE WS-EDIT-DATE TO WC-DATE-WORK.
003030     DIVIDE WC-DATE-WORK BY 10000 GIVING WS-EDIT-YYYY
003040         REMAINDER WC-DATE-WORK.
003050     DIVIDE WC-DATE-WORK BY 100 GIVING WS-EDIT-MM
003060         REMAINDER WS-EDIT-DD.
003070 8100-EXIT.
003080     EXIT.
003090******************************************************************
003100*  9000-TERMINATE -- ONE TOTAL LINE PER STATUS GROUP AND THE     *
003110*  LATE COUNT.  ANY LATE REQUEST ENDS THE LISTING RC=4 SO THE    *
003120*  SCHEDULER CAN RAISE IT.                                       *
003130******************************************************************
003140 9000-TERMINATE.
003150     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003160         VARYING WC-GROUP-IDX FROM 1 BY 1
003170         UNTIL WC-GROUP-IDX > 4.
003180     MOVE WC-LATE-COUNT TO WS-LATE-COUNT.
003190     WRITE PRNT-REC FROM WS-LATE-LINE
003200         AFTER ADVANCING 1 LINE.
003210     CLOSE PRINT-FILE.
003220     IF WC-LATE-COUNT > ZERO
003230         MOVE 4 TO RETURN-CODE
003240     END-IF.
003250     DISPLAY 'PIRQLST: ' WC-RQST-COUNT ' REQUEST(S) LISTED, '
003260         WC-LATE-COUNT ' PAST THEIR NEEDED-BY DATE.'.
003270 9000-EXIT.
003280     EXIT.
003290******************************************************************
003300*  9100-WRITE-TOTAL -- ONE STATUS GROUP'S COUNT.                 *
003310******************************************************************
003320 9100-WRITE-TOTAL.
003330     MOVE WS-GROUP-TITLE (WC-GROUP-IDX) TO WS-TOT-TITLE.
003340     MOVE WS-GROUP-COUNT (WC-GROUP-IDX) TO WS-TOT-COUNT.
003350     IF WC-GROUP-IDX = 1
003360         WRITE PRNT-REC FROM WS-TOT-LINE
003370             AFTER ADVANCING 3 LINES
003380     ELSE
003390         WRITE PRNT-REC FROM WS-TOT-LINE
003400             AFTER ADVANCING 1 LINE
003410     END-IF.
003420 9100-EXIT.
003430     EXIT.
