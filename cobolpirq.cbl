000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIRUNRQ                                         *
000040*   FUNCTION     AD HOC RUN REQUEST QUEUE MAINTENANCE FOR        *
000050*                PI.RUN.REQUEST.  FUNCTION 'N' RECORDS NEW       *
000060*                OFF-CYCLE RUN REQUESTS (PROFILE, NEEDED-BY      *
000070*                DATE, REASON, REQUESTER); FUNCTION 'D' LETS AN  *
000080*                AUTHORIZED OPERATOR, NOT THE REQUESTER, ACCEPT  *
000090*                OR REJECT OPEN REQUESTS; FUNCTION 'C', RUN AFTER*
000100*                THE CALCULATION STEP, CLOSES EVERY ACCEPTED     *
000110*                REQUEST PICALDRV SELECTED WITH THE              *
000120*                PI.RESULT.KSDS KEY OF THE RUN IT PRODUCED.      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.     PIRUNRQ.
000170 AUTHOR.         R L HENNESSEY.
000180 INSTALLATION.   BATCH SYSTEMS.
000190 DATE-WRITTEN.   2026-10-15.
000200 DATE-COMPILED.
000210******************************************************************
000220*  MOD LOG                                                       *
000230*  DATE       INIT DESCRIPTION                                   *
000240*  2026-10-15 RLH  ORIGINAL.  OFF-CYCLE RUNS WERE ARRANGED BY    *
000250*                  E-MAIL AND RUN AS ONE-OFF CALENDAR LINES OR   *
000260*                  UNEXPLAINED OVERRIDES; THEY NOW HAVE A        *
000270*                  RECORDED REQUEST, DECISION AND RESULT KEY.    *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RQST-FILE
000360         ASSIGN TO RQSTDD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-RQST-STATUS.
000390     SELECT TRANS-FILE
000400         ASSIGN TO RQINDD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-TRANS-STATUS.
000430     SELECT PARM-FILE
000440         ASSIGN TO PARMDD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT OPER-FILE
000480         ASSIGN TO OPERDD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-OPER-STATUS.
000510     SELECT AUDIT-FILE
000520         ASSIGN TO AUDITDD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT RESULT-FILE
000560         ASSIGN TO RESULTDD
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS RSLT-RUN-KEY
000600         FILE STATUS IS WS-RESULT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RQST-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY "RUNREQ.CPY".
000670 FD  TRANS-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "RQSTTRN.CPY".
000710 FD  PARM-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "PARMREC.CPY".
000750 FD  OPER-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY "OPERREC.CPY".
000790 FD  AUDIT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY "AUDITREC.CPY".
000830 FD  RESULT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY "RESLTREC.CPY".
000870 WORKING-STORAGE SECTION.
000880******************************************************************
000890*  WORKING COPIES OF THE REQUEST, TRANSACTION AND OPERATOR       *
000900*  MASTER RECORDS                                                *
000910******************************************************************
000920     COPY "RUNREQ.CPY" REPLACING ==RSRQ-REC== BY ==WS-RQST-REC==.
000930     COPY "RQSTTRN.CPY" REPLACING ==RQTR-REC== BY ==WS-TRN-REC==.
000940     COPY "OPERREC.CPY" REPLACING ==OPER-REC== BY ==WS-OPER-REC==.
000950******************************************************************
000960*  FILE STATUS AND SWITCHES                                      *
000970******************************************************************
000980 01  WS-RQST-STATUS               PIC X(02) VALUE SPACES.
000990     88  WS-RQST-STATUS-NOT-FOUND     VALUE '35'.
001000 01  WS-TRANS-STATUS              PIC X(02) VALUE SPACES.
001010     88  WS-TRANS-STATUS-NOT-FOUND    VALUE '35'.
001020 01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001030     88  WS-PARM-STATUS-NOT-FOUND     VALUE '35'.
001040 01  WS-OPER-STATUS               PIC X(02) VALUE SPACES.
001050     88  WS-OPER-STATUS-NOT-FOUND     VALUE '35'.
001060 01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
001070     88  WS-AUDIT-STATUS-NOT-FOUND    VALUE '35'.
001080 01  WS-RESULT-STATUS             PIC X(02) VALUE SPACES.
001090     88  WS-RESULT-STATUS-OK          VALUE '00' '97'.
001100     88  WS-RESULT-STATUS-NOT-FOUND   VALUE '35'.
001110 01  WS-SWITCHES.
001120     05  WS-RQST-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  WS-RQST-EOF              VALUE 'Y'.
001140     05  WS-TRANS-EOF-SW          PIC X(01) VALUE 'N'.
001150         88  WS-TRANS-EOF             VALUE 'Y'.
001160     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
001170         88  WS-PARM-EOF              VALUE 'Y'.
001180     05  WS-OPER-EOF-SW           PIC X(01) VALUE 'N'.
001190         88  WS-OPER-EOF              VALUE 'Y'.
001200     05  WS-OPER-FOUND-SW         PIC X(01) VALUE 'N'.
001210         88  WS-OPER-FOUND            VALUE 'Y'.
001220     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001230         88  WS-AUDIT-EOF             VALUE 'Y'.
001240     05  WS-RUN-REFUSED-SW        PIC X(01) VALUE 'N'.
001250         88  WS-RUN-REFUSED           VALUE 'Y'.
001260     05  WS-AUTH-REFUSED-SW       PIC X(01) VALUE 'N'.
001270         88  WS-AUTH-REFUSED          VALUE 'Y'.
001280     05  WS-TRN-VALID-SW          PIC X(01) VALUE 'Y'.
001290         88  WS-TRN-VALID             VALUE 'Y'.
001300     05  WS-QUEUE-CHANGED-SW      PIC X(01) VALUE 'N'.
001310         88  WS-QUEUE-CHANGED         VALUE 'Y'.
001320******************************************************************
001330*  RUN FUNCTION -- 'N' RECORDS NEW REQUESTS, 'D' DECIDES OPEN    *
001340*  REQUESTS, 'C' CLOSES REQUESTS WHOSE RUN HAS COMPLETED.        *
001350******************************************************************
001360 01  WS-FUNCTION                  PIC X(01) VALUE 'N'.
001370     88  WS-FUNC-NEW                  VALUE 'N' ' '.
001380     88  WS-FUNC-DECIDE               VALUE 'D'.
001390     88  WS-FUNC-CLOSE                VALUE 'C'.
001400******************************************************************
001410*  REQUEST TABLE -- EVERY RECORD ON PI.RUN.REQUEST, HELD WHOLE   *
001420*  SO THE REWRITE IN 8000-WRITE-QUEUE PRESERVES EVERY REQUEST,   *
001430*  CHANGED OR NOT.  THE CANDIDATE TABLE HOLDS, FOR THE CLOSE     *
001440*  FUNCTION, THE EARLIEST COMPLETED RUN OF EACH SELECTED         *
001450*  REQUEST'S PROFILE SINCE ITS SELECTION.                        *
001460******************************************************************
001470 01  WS-RQST-TABLE.
001480     05  WS-RQST-ENTRY OCCURS 500 TIMES
001490                                  PIC X(200).
001500 01  WS-CAND-TABLE.
001510     05  WS-CAND-KEY OCCURS 500 TIMES.
001520         10  WS-CAND-DATE         PIC 9(08).
001530         10  WS-CAND-TIME         PIC 9(08).
001540******************************************************************
001550*  PROFILE NAMES ON PI.PARM.FILE -- A NEW REQUEST MUST NAME ONE  *
001560******************************************************************
001570 01  WS-PROF-TABLE.
001580     05  WS-PROF-NAME OCCURS 20 TIMES
001590                                  PIC X(08).
001600******************************************************************
001610*  RUN DATE, TIME AND OPERATOR IDENTIFICATION                    *
001620******************************************************************
001630 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001640 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001650 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH001'.
001660 01  WS-AUDIT-KEY.
001670     05  WS-AUDIT-KEY-DATE        PIC 9(08) VALUE ZERO.
001680     05  WS-AUDIT-KEY-TIME        PIC 9(08) VALUE ZERO.
001690 01  WS-SELECT-KEY.
001700     05  WS-SELECT-KEY-DATE       PIC 9(08) VALUE ZERO.
001710     05  WS-SELECT-KEY-TIME       PIC 9(08) VALUE ZERO.
001720******************************************************************
001730*  WORK COUNTERS                                                 *
001740******************************************************************
001750 77  WC-TRANS-COUNT               PIC 9(09) COMP VALUE ZERO.
001760 77  WC-BAD-TRANS-COUNT           PIC 9(09) COMP VALUE ZERO.
001770 77  WC-RQST-COUNT                PIC 9(04) COMP VALUE ZERO.
001780 77  WC-RQST-IDX                  PIC 9(04) COMP VALUE ZERO.
001790 77  WC-RQST-SEL                  PIC 9(04) COMP VALUE ZERO.
001800 77  WC-PROF-COUNT                PIC 9(02) COMP VALUE ZERO.
001810 77  WC-PROF-IDX                  PIC 9(02) COMP VALUE ZERO.
001820 77  WC-PROF-SEL                  PIC 9(02) COMP VALUE ZERO.
001830 77  WC-LAST-ID                   PIC 9(06) VALUE ZERO.
001840 77  WC-RECORDED-COUNT            PIC 9(09) COMP VALUE ZERO.
001850 77  WC-DECIDED-COUNT             PIC 9(09) COMP VALUE ZERO.
001860 77  WC-CLOSED-COUNT              PIC 9(09) COMP VALUE ZERO.
001870 LINKAGE SECTION.
001880******************************************************************
001890*  EXEC PARM -- THE OPERATOR RUNNING THE STEP (THE DECIDING      *
001900*  OPERATOR FOR FUNCTION 'D') AND THE FUNCTION BYTE, E.G.        *
001910*  PARM='OPER0002D'.                                             *
001920******************************************************************
001930 01  LS-PARM-INFO.
001940     05  LS-PARM-LENGTH           PIC S9(04) COMP.
001950     05  LS-PARM-TEXT.
001960         10  LS-PARM-OPERATOR     PIC X(08).
001970         10  LS-PARM-FUNCTION     PIC X(01).
001980         10  FILLER               PIC X(91).
001990 PROCEDURE DIVISION USING LS-PARM-INFO.
002000******************************************************************
002010*  MAINLINE                                                      *
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     IF WS-AUTH-REFUSED
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN.
002080     IF WS-RUN-REFUSED
002090         MOVE 12 TO RETURN-CODE
002100         STOP RUN.
002110     IF WS-FUNC-CLOSE
002120         PERFORM 5000-CLOSE-REQUESTS THRU 5000-EXIT
002130     ELSE
002140         PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002150     END-IF.
002160     IF WS-QUEUE-CHANGED
002170         PERFORM 8000-WRITE-QUEUE THRU 8000-EXIT
002180     END-IF.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210******************************************************************
002220*  1000-INITIALIZE -- PICK UP THE OPERATOR AND FUNCTION, CHECK   *
002230*  THE DECIDING OPERATOR'S AUTHORITY, AND LOAD THE REQUEST       *
002240*  QUEUE (AND, FOR NEW REQUESTS, THE PROFILE NAMES).             *
002250******************************************************************
002260 1000-INITIALIZE.
002270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002280     ACCEPT WS-RUN-TIME FROM TIME.
002290     IF LS-PARM-LENGTH > ZERO
002300         MOVE LS-PARM-OPERATOR TO WS-OPERATOR-ID
002310     END-IF.
002320     IF LS-PARM-LENGTH > 8
002330         AND LS-PARM-FUNCTION NOT = SPACE
002340         MOVE LS-PARM-FUNCTION TO WS-FUNCTION
002350     END-IF.
002360     IF NOT WS-FUNC-NEW
002370         AND NOT WS-FUNC-DECIDE
002380         AND NOT WS-FUNC-CLOSE
002390         DISPLAY 'PIRUNRQ: FUNCTION ' WS-FUNCTION ' NOT '
002400             'RECOGNIZED (USE N, D OR C); RUN REFUSED.'
002410         MOVE 'Y' TO WS-RUN-REFUSED-SW
002420         GO TO 1000-EXIT.
002430     IF WS-FUNC-DECIDE
002440         PERFORM 1020-CHECK-AUTHORITY THRU 1020-EXIT
002450         IF WS-AUTH-REFUSED
002460             GO TO 1000-EXIT
002470         END-IF
002480     END-IF.
002490     OPEN INPUT RQST-FILE.
002500     IF NOT WS-RQST-STATUS-NOT-FOUND
002510         PERFORM 1100-LOAD-ONE-RQST THRU 1100-EXIT
002520             UNTIL WS-RQST-EOF OR WS-RUN-REFUSED
002530         CLOSE RQST-FILE
002540     END-IF.
002550     IF WS-RUN-REFUSED
002560         GO TO 1000-EXIT.
002570     IF WS-FUNC-NEW
002580         PERFORM 1200-LOAD-PROFILES THRU 1200-EXIT
002590     END-IF.
002600     IF NOT WS-FUNC-CLOSE
002610         OPEN INPUT TRANS-FILE
002620         IF WS-TRANS-STATUS-NOT-FOUND
002630             DISPLAY 'PIRUNRQ: RQINDD NOT FOUND, NO '
002640                 'TRANSACTIONS PROCESSED.'
002650             MOVE 'Y' TO WS-TRANS-EOF-SW
002660             MOVE 4 TO RETURN-CODE
002670         END-IF
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710******************************************************************
002720*  1020-CHECK-AUTHORITY -- MATCH THE DECIDING OPERATOR AGAINST   *
002730*  PI.OPER.MASTER BEFORE ANY REQUEST IS DECIDED.  ACCEPTING AN   *
002740*  OFF-CYCLE RUN NEEDS THE RUN PRIVILEGE; AN UNKNOWN OR          *
002750*  SUSPENDED OPERATOR, A MISSING PRIVILEGE, OR A MISSING MASTER  *
002760*  FILE REFUSES THE RUN WITH A REFUSAL RECORD ON PI.AUDIT.LOG -- *
002770*  AUTHORIZATION FAILS CLOSED.                                   *
002780******************************************************************
002790 1020-CHECK-AUTHORITY.
002800     OPEN INPUT OPER-FILE.
002810     IF WS-OPER-STATUS-NOT-FOUND
002820         DISPLAY 'PIRUNRQ: PI.OPER.MASTER NOT FOUND; '
002830             'SUBMISSION REFUSED.'
002840         PERFORM 1040-WRITE-REFUSAL THRU 1040-EXIT
002850         MOVE 'Y' TO WS-AUTH-REFUSED-SW
002860         GO TO 1020-EXIT.
002870     PERFORM 1030-FIND-OPERATOR THRU 1030-EXIT
002880         UNTIL WS-OPER-FOUND OR WS-OPER-EOF.
002890     CLOSE OPER-FILE.
002900     IF NOT WS-OPER-FOUND
002910         OR NOT OPER-MAY-RUN-CALC OF WS-OPER-REC
002920         DISPLAY 'PIRUNRQ: OPERATOR ' WS-OPERATOR-ID ' NOT '
002930             'AUTHORIZED TO DECIDE RUN REQUESTS; '
002940             'SUBMISSION REFUSED.'
002950         PERFORM 1040-WRITE-REFUSAL THRU 1040-EXIT
002960         MOVE 'Y' TO WS-AUTH-REFUSED-SW
002970     END-IF.
002980 1020-EXIT.
002990     EXIT.
003000******************************************************************
003010*  1030-FIND-OPERATOR -- READ PI.OPER.MASTER INTO THE WORKING    *
003020*  COPY UNTIL THE RECORD FOR THE DECIDING OPERATOR IS IN HAND.   *
003030*  A SUSPENDED OPERATOR IS PASSED OVER.                          *
003040******************************************************************
003050 1030-FIND-OPERATOR.
003060     READ OPER-FILE INTO WS-OPER-REC
003070         AT END
003080             MOVE 'Y' TO WS-OPER-EOF-SW
003090         NOT AT END
003100             IF OPER-OPERATOR-ID OF WS-OPER-REC
003110                 = WS-OPERATOR-ID
003120                 AND NOT OPER-SUSPENDED OF WS-OPER-REC
003130                 MOVE 'Y' TO WS-OPER-FOUND-SW
003140             END-IF
003150     END-READ.
003160 1030-EXIT.
003170     EXIT.
003180******************************************************************
003190*  1040-WRITE-REFUSAL -- APPEND THE 'V' REFUSAL RECORD TO        *
003200*  PI.AUDIT.LOG SO THE REVIEWERS CAN SEE WHO TRIED WHAT.         *
003210******************************************************************
003220 1040-WRITE-REFUSAL.
003230     OPEN INPUT AUDIT-FILE.
003240     IF WS-AUDIT-STATUS-NOT-FOUND
003250         OPEN OUTPUT AUDIT-FILE
003260     ELSE
003270         CLOSE AUDIT-FILE
003280         OPEN EXTEND AUDIT-FILE
003290     END-IF.
003300     MOVE WS-RUN-DATE      TO AUDIT-RUN-DATE.
003310     MOVE WS-RUN-TIME      TO AUDIT-RUN-TIME.
003320     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID.
003330     MOVE ZERO             TO AUDIT-ITERATIONS.
003340     MOVE ZERO             TO AUDIT-ELAPSED-TIME.
003350     MOVE ZERO             TO AUDIT-PAJ.
003360     MOVE SPACE            TO AUDIT-RUN-MODE.
003370     MOVE SPACES           TO AUDIT-PROFILE.
003380     MOVE 'V'              TO AUDIT-ACTION-CODE.
003390     MOVE 'RUNREQ'         TO AUDIT-DETAIL.
003400     MOVE SPACES           TO AUDIT-SEAL.
003410     WRITE AUDIT-REC.
003420     CLOSE AUDIT-FILE.
003430 1040-EXIT.
003440     EXIT.
003450******************************************************************
003460*  1100-LOAD-ONE-RQST -- FILE ONE PI.RUN.REQUEST RECORD IN THE   *
003470*  REQUEST TABLE, NOTING THE HIGHEST REQUEST NUMBER IN USE.      *
003480*  MORE REQUESTS THAN THE TABLE HOLDS REFUSES THE RUN RATHER     *
003490*  THAN REWRITING THE QUEUE SHORT.                               *
003500******************************************************************
003510 1100-LOAD-ONE-RQST.
003520     READ RQST-FILE INTO WS-RQST-REC
003530         AT END
003540             MOVE 'Y' TO WS-RQST-EOF-SW
003550         NOT AT END
003560             IF WC-RQST-COUNT < 500
003570                 ADD 1 TO WC-RQST-COUNT
003580                 MOVE WS-RQST-REC
003590                     TO WS-RQST-ENTRY (WC-RQST-COUNT)
003600                 IF RSRQ-REQUEST-ID OF WS-RQST-REC > WC-LAST-ID
003610                     MOVE RSRQ-REQUEST-ID OF WS-RQST-REC
003620                         TO WC-LAST-ID
003630                 END-IF
003640             ELSE
003650                 DISPLAY 'PIRUNRQ: MORE THAN 500 REQUESTS ON '
003660                     'PI.RUN.REQUEST; RUN REFUSED.'
003670                 MOVE 'Y' TO WS-RUN-REFUSED-SW
003680             END-IF
003690     END-READ.
003700 1100-EXIT.
003710     EXIT.
003720******************************************************************
003730*  1200-LOAD-PROFILES -- FILE THE NAME OF EVERY PROFILE ON       *
003740*  PI.PARM.FILE.  A MISSING CONTROL FILE LEAVES THE TABLE EMPTY, *
003750*  SO EVERY NEW REQUEST IS REJECTED.                             *
003760******************************************************************
003770 1200-LOAD-PROFILES.
003780     OPEN INPUT PARM-FILE.
003790     IF WS-PARM-STATUS-NOT-FOUND
003800         DISPLAY 'PIRUNRQ: PI.PARM.FILE NOT FOUND; NO PROFILE '
003810             'CAN BE REQUESTED.'
003820         GO TO 1200-EXIT.
003830     PERFORM 1210-LOAD-ONE-PROFILE THRU 1210-EXIT
003840         UNTIL WS-PARM-EOF.
003850     CLOSE PARM-FILE.
003860 1200-EXIT.
003870     EXIT.
003880******************************************************************
003890*  1210-LOAD-ONE-PROFILE -- FILE ONE PROFILE NAME.               *
003900******************************************************************
003910 1210-LOAD-ONE-PROFILE.
003920     READ PARM-FILE
003930         AT END
003940             MOVE 'Y' TO WS-PARM-EOF-SW
003950         NOT AT END
003960             IF WC-PROF-COUNT < 20
003970                 ADD 1 TO WC-PROF-COUNT
003980                 MOVE PARM-PROFILE-NAME
003990                     TO WS-PROF-NAME (WC-PROF-COUNT)
004000             END-IF
004010     END-READ.
004020 1210-EXIT.
004030     EXIT.
004040******************************************************************
004050*  2000-PROCESS-TRANS -- RECORD OR DECIDE EVERY CARD ON RQINDD.  *
004060******************************************************************
004070 2000-PROCESS-TRANS.
004080     IF WS-TRANS-EOF
004090         GO TO 2000-EXIT.
004100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004110     PERFORM 2200-APPLY-TRANS THRU 2200-EXIT
004120         UNTIL WS-TRANS-EOF.
004130     CLOSE TRANS-FILE.
004140 2000-EXIT.
004150     EXIT.
004160******************************************************************
004170*  2100-READ-TRANS -- READ ONE REQUEST CARD.                     *
004180******************************************************************
004190 2100-READ-TRANS.
004200     READ TRANS-FILE INTO WS-TRN-REC
004210         AT END
004220             MOVE 'Y' TO WS-TRANS-EOF-SW
004230         NOT AT END
004240             ADD 1 TO WC-TRANS-COUNT
004250     END-READ.
004260 2100-EXIT.
004270     EXIT.
004280******************************************************************
004290*  2200-APPLY-TRANS -- APPLY THE CARD IN HAND IF IT SUITS THIS   *
004300*  RUN'S FUNCTION, THEN READ THE NEXT.  A NEW-REQUEST CARD ON A  *
004310*  DECIDE RUN (OR THE REVERSE) IS REJECTED, SO A REQUESTER'S     *
004320*  CARD DECK CANNOT CARRY ITS OWN ACCEPTANCE.                    *
004330******************************************************************
004340 2200-APPLY-TRANS.
004350     MOVE 'Y' TO WS-TRN-VALID-SW.
004360     EVALUATE TRUE
004370         WHEN RQTR-NEW OF WS-TRN-REC AND WS-FUNC-NEW
004380             PERFORM 3000-NEW-REQUEST THRU 3000-EXIT
004390         WHEN RQTR-ACCEPT OF WS-TRN-REC AND WS-FUNC-DECIDE
004400             PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
004410         WHEN RQTR-REJECT OF WS-TRN-REC AND WS-FUNC-DECIDE
004420             PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
004430         WHEN OTHER
004440             MOVE 'N' TO WS-TRN-VALID-SW
004450             DISPLAY 'PIRUNRQ: ACTION ' RQTR-ACTION OF WS-TRN-REC
004460                 ' NOT VALID FOR FUNCTION ' WS-FUNCTION
004470                 ' ON CARD ' WC-TRANS-COUNT
004480     END-EVALUATE.
004490     IF NOT WS-TRN-VALID
004500         ADD 1 TO WC-BAD-TRANS-COUNT
004510     END-IF.
004520     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004530 2200-EXIT.
004540     EXIT.
004550******************************************************************
004560*  3000-NEW-REQUEST -- EDIT A NEW-REQUEST CARD AND, WHEN IT IS   *
004570*  CLEAN, ADD IT TO THE QUEUE AS AN OPEN REQUEST WITH THE NEXT   *
004580*  REQUEST NUMBER.  THE PROFILE MUST BE ON PI.PARM.FILE, THE     *
004590*  NEEDED-BY DATE MAY NOT BE PAST, AND THE REASON AND            *
004600*  REQUESTER ARE REQUIRED.                                       *
004610******************************************************************
004620 3000-NEW-REQUEST.
004630     MOVE ZERO TO WC-PROF-SEL.
004640     PERFORM 3100-MATCH-ONE-PROFILE THRU 3100-EXIT
004650         VARYING WC-PROF-IDX FROM 1 BY 1
004660         UNTIL WC-PROF-IDX > WC-PROF-COUNT
004670             OR WC-PROF-SEL > ZERO.
004680     EVALUATE TRUE
004690         WHEN WC-PROF-SEL = ZERO
004700             DISPLAY 'PIRUNRQ: PROFILE '
004710                 RQTR-PROFILE OF WS-TRN-REC
004720                 ' NOT ON PI.PARM.FILE; CARD ' WC-TRANS-COUNT
004730                 ' REJECTED.'
004740             MOVE 'N' TO WS-TRN-VALID-SW
004750         WHEN RQTR-NEEDED-BY OF WS-TRN-REC NOT NUMERIC
004760             OR RQTR-NEEDED-BY OF WS-TRN-REC < WS-RUN-DATE
004770             DISPLAY 'PIRUNRQ: NEEDED-BY DATE MISSING OR PAST ON '
004780                 'CARD ' WC-TRANS-COUNT '; REJECTED.'
004790             MOVE 'N' TO WS-TRN-VALID-SW
004800         WHEN RQTR-REQUESTER OF WS-TRN-REC = SPACES
004810             OR RQTR-REASON OF WS-TRN-REC = SPACES
004820             DISPLAY 'PIRUNRQ: REQUESTER AND REASON ARE REQUIRED '
004830                 'ON CARD ' WC-TRANS-COUNT '; REJECTED.'
004840             MOVE 'N' TO WS-TRN-VALID-SW
004850         WHEN WC-RQST-COUNT NOT < 500
004860             DISPLAY 'PIRUNRQ: PI.RUN.REQUEST IS FULL; CARD '
004870                 WC-TRANS-COUNT ' REJECTED.'
004880             MOVE 'N' TO WS-TRN-VALID-SW
004890         WHEN OTHER
004900             CONTINUE
004910     END-EVALUATE.
004920     IF NOT WS-TRN-VALID
004930         GO TO 3000-EXIT.
004940     ADD 1 TO WC-LAST-ID.
004950     INITIALIZE WS-RQST-REC.
004960     MOVE WC-LAST-ID TO RSRQ-REQUEST-ID OF WS-RQST-REC.
004970     MOVE 'O' TO RSRQ-STATUS OF WS-RQST-REC.
004980     MOVE RQTR-PROFILE OF WS-TRN-REC
004990         TO RSRQ-PROFILE OF WS-RQST-REC.
005000     MOVE RQTR-NEEDED-BY OF WS-TRN-REC
005010         TO RSRQ-NEEDED-BY OF WS-RQST-REC.
005020     MOVE RQTR-REQUESTER OF WS-TRN-REC
005030         TO RSRQ-REQUESTER OF WS-RQST-REC.
005040     MOVE RQTR-REASON OF WS-TRN-REC
005050         TO RSRQ-REASON OF WS-RQST-REC.
005060     MOVE WS-RUN-DATE TO RSRQ-REQUEST-DATE OF WS-RQST-REC.
005070     MOVE WS-RUN-TIME TO RSRQ-REQUEST-TIME OF WS-RQST-REC.
005080     ADD 1 TO WC-RQST-COUNT.
005090     MOVE WS-RQST-REC TO WS-RQST-ENTRY (WC-RQST-COUNT).
005100     MOVE 'Y' TO WS-QUEUE-CHANGED-SW.
005110     ADD 1 TO WC-RECORDED-COUNT.
005120     DISPLAY 'PIRUNRQ: REQUEST ' WC-LAST-ID ' RECORDED FOR '
005130         'PROFILE ' RSRQ-PROFILE OF WS-RQST-REC ' BY '
005140         RSRQ-REQUESTER OF WS-RQST-REC '.'.
005150 3000-EXIT.
005160     EXIT.
005170******************************************************************
005180*  3100-MATCH-ONE-PROFILE -- COMPARE ONE PROFILE NAME AGAINST    *
005190*  THE ONE REQUESTED.                                            *
005200******************************************************************
005210 3100-MATCH-ONE-PROFILE.
005220     IF WS-PROF-NAME (WC-PROF-IDX) = RQTR-PROFILE OF WS-TRN-REC
005230         MOVE WC-PROF-IDX TO WC-PROF-SEL
005240     END-IF.
005250 3100-EXIT.
005260     EXIT.
005270******************************************************************
005280*  4000-DECIDE-REQUEST -- ACCEPT OR REJECT THE OPEN REQUEST      *
005290*  NUMBERED ON THE CARD.  THE REQUESTER MAY NOT DECIDE THEIR     *
005300*  OWN REQUEST, AND A REQUEST WHOSE NEEDED-BY DATE HAS PASSED    *
005310*  CAN ONLY BE REJECTED.                                         *
005320******************************************************************
005330 4000-DECIDE-REQUEST.
005340     MOVE ZERO TO WC-RQST-SEL.
005350     PERFORM 4100-MATCH-ONE-RQST THRU 4100-EXIT
005360         VARYING WC-RQST-IDX FROM 1 BY 1
005370         UNTIL WC-RQST-IDX > WC-RQST-COUNT
005380             OR WC-RQST-SEL > ZERO.
005390     IF WC-RQST-SEL = ZERO
005400         DISPLAY 'PIRUNRQ: REQUEST ' RQTR-REQUEST-ID OF WS-TRN-REC
005410             ' NOT ON PI.RUN.REQUEST; CARD ' WC-TRANS-COUNT
005420             ' REJECTED.'
005430         MOVE 'N' TO WS-TRN-VALID-SW
005440         GO TO 4000-EXIT.
005450     MOVE WS-RQST-ENTRY (WC-RQST-SEL) TO WS-RQST-REC.
005460     EVALUATE TRUE
005470         WHEN NOT RSRQ-OPEN OF WS-RQST-REC
005480             DISPLAY 'PIRUNRQ: REQUEST ' RQTR-REQUEST-ID OF
005490                 WS-TRN-REC ' IS NOT OPEN (STATUS '
005500                 RSRQ-STATUS OF WS-RQST-REC '); CARD '
005510                 WC-TRANS-COUNT ' REJECTED.'
005520             MOVE 'N' TO WS-TRN-VALID-SW
005530         WHEN RSRQ-REQUESTER OF WS-RQST-REC = WS-OPERATOR-ID
005540             DISPLAY 'PIRUNRQ: REQUEST ' RQTR-REQUEST-ID OF
005550                 WS-TRN-REC ' WAS RAISED BY ' WS-OPERATOR-ID
005560                 '; THE REQUESTER MAY NOT DECIDE IT.'
005570             MOVE 'N' TO WS-TRN-VALID-SW
005580         WHEN RQTR-ACCEPT OF WS-TRN-REC
005590             AND RSRQ-NEEDED-BY OF WS-RQST-REC < WS-RUN-DATE
005600             DISPLAY 'PIRUNRQ: REQUEST ' RQTR-REQUEST-ID OF
005610                 WS-TRN-REC ' WAS NEEDED BY '
005620                 RSRQ-NEEDED-BY OF WS-RQST-REC
005630                 '; TOO LATE TO ACCEPT, REJECT IT INSTEAD.'
005640             MOVE 'N' TO WS-TRN-VALID-SW
005650         WHEN OTHER
005660             CONTINUE
005670     END-EVALUATE.
005680     IF NOT WS-TRN-VALID
005690         GO TO 4000-EXIT.
005700     MOVE RQTR-ACTION OF WS-TRN-REC TO RSRQ-STATUS OF WS-RQST-REC.
005710     MOVE WS-OPERATOR-ID TO RSRQ-DECIDED-BY OF WS-RQST-REC.
005720     MOVE WS-RUN-DATE    TO RSRQ-DECIDED-DATE OF WS-RQST-REC.
005730     MOVE WS-RUN-TIME    TO RSRQ-DECIDED-TIME OF WS-RQST-REC.
005740     MOVE RQTR-REASON OF WS-TRN-REC
005750         TO RSRQ-DECISION-NOTE OF WS-RQST-REC.
005760     IF RSRQ-REJECTED OF WS-RQST-REC
005770         MOVE WS-RUN-DATE TO RSRQ-CLOSED-DATE OF WS-RQST-REC
005780     END-IF.
005790     MOVE WS-RQST-REC TO WS-RQST-ENTRY (WC-RQST-SEL).
005800     MOVE 'Y' TO WS-QUEUE-CHANGED-SW.
005810     ADD 1 TO WC-DECIDED-COUNT.
005820     DISPLAY 'PIRUNRQ: REQUEST ' RSRQ-REQUEST-ID OF WS-RQST-REC
005830         ' FOR PROFILE ' RSRQ-PROFILE OF WS-RQST-REC ' SET TO '
005840         'STATUS ' RSRQ-STATUS OF WS-RQST-REC ' BY '
005850         WS-OPERATOR-ID '.'.
005860 4000-EXIT.
005870     EXIT.
005880******************************************************************
005890*  4100-MATCH-ONE-RQST -- COMPARE ONE QUEUED REQUEST'S NUMBER    *
005900*  AGAINST THE ONE ON THE CARD.                                  *
005910******************************************************************
005920 4100-MATCH-ONE-RQST.
005930     MOVE WS-RQST-ENTRY (WC-RQST-IDX) TO WS-RQST-REC.
005940     IF RSRQ-REQUEST-ID OF WS-RQST-REC
005950         = RQTR-REQUEST-ID OF WS-TRN-REC
005960         MOVE WC-RQST-IDX TO WC-RQST-SEL
005970     END-IF.
005980 4100-EXIT.
005990     EXIT.
006000******************************************************************
006010*  5000-CLOSE-REQUESTS -- THE CLOSE RUN: ONE PASS OF             *
006020*  PI.AUDIT.LOG FINDS, FOR EVERY ACCEPTED REQUEST PICALDRV HAS   *
006030*  SELECTED, THE EARLIEST COMPLETED RUN OF ITS PROFILE AT OR     *
006040*  AFTER THE SELECTION; EACH SUCH RUN IS THEN CONFIRMED ON       *
006050*  PI.RESULT.KSDS AND THE REQUEST CLOSED WITH THE RESULT KEY.    *
006060*  REFUSALS AND OVERRIDES ('V' AND 'O' AUDIT RECORDS) ARE NOT    *
006070*  RUNS.  A REQUEST WHOSE RUN HAS NOT COMPLETED STAYS ACCEPTED.  *
006080******************************************************************
006090 5000-CLOSE-REQUESTS.
006100     INITIALIZE WS-CAND-TABLE.
006110     OPEN INPUT AUDIT-FILE.
006120     IF WS-AUDIT-STATUS-NOT-FOUND
006130         DISPLAY 'PIRUNRQ: PI.AUDIT.LOG NOT FOUND; NO REQUEST '
006140             'CAN BE CLOSED.'
006150         GO TO 5000-EXIT.
006160     PERFORM 5100-READ-AUDIT THRU 5100-EXIT
006170         UNTIL WS-AUDIT-EOF.
006180     CLOSE AUDIT-FILE.
006190     OPEN INPUT RESULT-FILE.
006200     IF NOT WS-RESULT-STATUS-OK
006210         DISPLAY 'PIRUNRQ: RESULT ARCHIVE OPEN FAILED, STATUS '
006220             WS-RESULT-STATUS '; NO REQUEST CLOSED.'
006230         MOVE 8 TO RETURN-CODE
006240         GO TO 5000-EXIT.
006250     PERFORM 5300-CLOSE-ONE THRU 5300-EXIT
006260         VARYING WC-RQST-IDX FROM 1 BY 1
006270         UNTIL WC-RQST-IDX > WC-RQST-COUNT.
006280     CLOSE RESULT-FILE.
006290 5000-EXIT.
006300     EXIT.
006310******************************************************************
006320*  5100-READ-AUDIT -- READ ONE AUDIT RECORD AND, IF IT IS A      *
006330*  COMPLETED RUN, OFFER IT TO EVERY SELECTED REQUEST.            *
006340******************************************************************
006350 5100-READ-AUDIT.
006360     READ AUDIT-FILE
006370         AT END
006380             MOVE 'Y' TO WS-AUDIT-EOF-SW
006390     END-READ.
006400     IF WS-AUDIT-EOF
006410         GO TO 5100-EXIT.
006420     IF NOT AUDIT-ACTION-RUN
006430         GO TO 5100-EXIT.
006440     MOVE AUDIT-RUN-DATE TO WS-AUDIT-KEY-DATE.
006450     MOVE AUDIT-RUN-TIME TO WS-AUDIT-KEY-TIME.
006460     PERFORM 5200-MATCH-ONE-RUN THRU 5200-EXIT
006470         VARYING WC-RQST-IDX FROM 1 BY 1
006480         UNTIL WC-RQST-IDX > WC-RQST-COUNT.
006490 5100-EXIT.
006500     EXIT.
006510******************************************************************
006520*  5200-MATCH-ONE-RUN -- KEEP THE AUDITED RUN AS THE REQUEST'S   *
006530*  CANDIDATE WHEN THE PROFILES MATCH, THE RUN ENDED AT OR AFTER  *
006540*  THE SELECTION, AND IT IS EARLIER THAN ANY CANDIDATE SO FAR.   *
006550******************************************************************
006560 5200-MATCH-ONE-RUN.
006570     MOVE WS-RQST-ENTRY (WC-RQST-IDX) TO WS-RQST-REC.
006580     IF NOT RSRQ-ACCEPTED OF WS-RQST-REC
006590         OR RSRQ-SELECT-DATE OF WS-RQST-REC = ZERO
006600         OR RSRQ-PROFILE OF WS-RQST-REC NOT = AUDIT-PROFILE
006610         GO TO 5200-EXIT.
006620     MOVE RSRQ-SELECT-DATE OF WS-RQST-REC TO WS-SELECT-KEY-DATE.
006630     MOVE RSRQ-SELECT-TIME OF WS-RQST-REC TO WS-SELECT-KEY-TIME.
006640     IF WS-AUDIT-KEY < WS-SELECT-KEY
006650         GO TO 5200-EXIT.
006660     IF WS-CAND-DATE (WC-RQST-IDX) = ZERO
006670         OR WS-AUDIT-KEY < WS-CAND-KEY (WC-RQST-IDX)
006680         MOVE WS-AUDIT-KEY TO WS-CAND-KEY (WC-RQST-IDX)
006690     END-IF.
006700 5200-EXIT.
006710     EXIT.
006720******************************************************************
006730*  5300-CLOSE-ONE -- CLOSE ONE REQUEST WHOSE CANDIDATE RUN IS    *
006740*  ON THE RESULT ARCHIVE.                                        *
006750******************************************************************
006760 5300-CLOSE-ONE.
006770     IF WS-CAND-DATE (WC-RQST-IDX) = ZERO
006780         GO TO 5300-EXIT.
006790     MOVE WS-RQST-ENTRY (WC-RQST-IDX) TO WS-RQST-REC.
006800     MOVE WS-CAND-KEY (WC-RQST-IDX) TO RSLT-RUN-KEY.
006810     READ RESULT-FILE
006820         INVALID KEY
006830             DISPLAY 'PIRUNRQ: RUN ' WS-CAND-DATE (WC-RQST-IDX)
006840                 ' ' WS-CAND-TIME (WC-RQST-IDX) ' FOR REQUEST '
006850                 RSRQ-REQUEST-ID OF WS-RQST-REC ' IS NOT ON '
006860                 'PI.RESULT.KSDS; REQUEST LEFT ACCEPTED.'
006870             MOVE 4 TO RETURN-CODE
006880             GO TO 5300-EXIT
006890     END-READ.
006900     MOVE 'C' TO RSRQ-STATUS OF WS-RQST-REC.
006910     MOVE RSLT-RUN-KEY TO RSRQ-RESULT-KEY OF WS-RQST-REC.
006920     MOVE WS-RUN-DATE TO RSRQ-CLOSED-DATE OF WS-RQST-REC.
006930     MOVE WS-RQST-REC TO WS-RQST-ENTRY (WC-RQST-IDX).
006940     MOVE 'Y' TO WS-QUEUE-CHANGED-SW.
006950     ADD 1 TO WC-CLOSED-COUNT.
006960     DISPLAY 'PIRUNRQ: REQUEST ' RSRQ-REQUEST-ID OF WS-RQST-REC
006970         ' CLOSED WITH RESULT KEY ' RSLT-RUN-DATE ' '
006980         RSLT-RUN-TIME '.'.
006990 5300-EXIT.
007000     EXIT.
007010******************************************************************
007020*  8000-WRITE-QUEUE -- REWRITE PI.RUN.REQUEST WITH EVERY         *
007030*  REQUEST, CHANGED OR NOT.                                      *
007040******************************************************************
007050 8000-WRITE-QUEUE.
007060     OPEN OUTPUT RQST-FILE.
007070     PERFORM 8100-WRITE-ONE-RQST THRU 8100-EXIT
007080         VARYING WC-RQST-IDX FROM 1 BY 1
007090         UNTIL WC-RQST-IDX > WC-RQST-COUNT.
007100     CLOSE RQST-FILE.
007110 8000-EXIT.
007120     EXIT.
007130******************************************************************
007140*  8100-WRITE-ONE-RQST -- WRITE ONE REQUEST RECORD BACK.         *
007150******************************************************************
007160 8100-WRITE-ONE-RQST.
007170     WRITE RSRQ-REC FROM WS-RQST-ENTRY (WC-RQST-IDX).
007180 8100-EXIT.
007190     EXIT.
007200******************************************************************
007210*  9000-TERMINATE -- REPORT THE RESULT OF THIS RUN.  ANY         *
007220*  REJECTED CARD FAILS THE RETURN CODE SO THE SCHEDULER CAN      *
007230*  DISTINGUISH A CLEAN RUN FROM ONE WITH BAD INPUT.              *
007240******************************************************************
007250 9000-TERMINATE.
007260     IF WC-BAD-TRANS-COUNT > ZERO
007270         AND RETURN-CODE < 4
007280         MOVE 4 TO RETURN-CODE
007290     END-IF.
007300     EVALUATE TRUE
007310         WHEN WS-FUNC-NEW
007320             DISPLAY 'PIRUNRQ: ' WC-TRANS-COUNT ' CARD(S) READ, '
007330                 WC-RECORDED-COUNT ' REQUEST(S) RECORDED, '
007340                 WC-BAD-TRANS-COUNT ' REJECTED.'
007350         WHEN WS-FUNC-DECIDE
007360             DISPLAY 'PIRUNRQ: ' WC-TRANS-COUNT ' CARD(S) READ, '
007370                 WC-DECIDED-COUNT ' REQUEST(S) DECIDED, '
007380                 WC-BAD-TRANS-COUNT ' REJECTED.'
007390         WHEN OTHER
007400             DISPLAY 'PIRUNRQ: ' WC-CLOSED-COUNT ' REQUEST(S) '
007410                 'CLOSED.'
007420     END-EVALUATE.
007430 9000-EXIT.
007440     EXIT.
