000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PIOPERM                                         *
000040*   FUNCTION     MAINTENANCE TRANSACTION FOR PI.OPER.MASTER,     *
000050*                UNDER DUAL CONTROL.  A SUBMIT RUN (FUNCTION     *
000060*                'S', THE DEFAULT) VALIDATES THE PI.OPER.TRANS   *
000070*                BATCH AND STAGES IT ON PI.OPER.PEND WITHOUT     *
000080*                TOUCHING PI.OPER.MASTER; AN APPROVE RUN         *
000090*                (FUNCTION 'A') BY A SECOND, DIFFERENT OPERATOR  *
000100*                APPLIES THE PENDING ADDS, PRIVILEGE CHANGES,    *
000110*                SUSPENSIONS, REINSTATEMENTS AND REMOVALS AND    *
000120*                RECORDS EVERY ONE ON PI.OPER.HIST WITH THE      *
000130*                BEFORE AND AFTER PRIVILEGE BYTES, THE           *
000140*                REQUESTER AND THE APPROVER.                     *
000150*                                                                *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.     PIOPERM.
000190 AUTHOR.         R L HENNESSEY.
000200 INSTALLATION.   BATCH SYSTEMS.
000210 DATE-WRITTEN.   2026-10-15.
000220 DATE-COMPILED.
000230******************************************************************
000240*  MOD LOG                                                       *
000250*  DATE       INIT DESCRIPTION                                   *
000260*  2026-10-15 RLH  ORIGINAL.  PI.OPER.MASTER WAS KEYED BY HAND   *
000270*                  WITH NO RECORD OF WHO GRANTED A PRIVILEGE OR  *
000280*                  WHEN; OPERATOR MAINTENANCE NOW FOLLOWS THE    *
000290*                  SAME SUBMIT/APPROVE CONTROL AS PICALCM.       *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPER-FILE
000380         ASSIGN TO OPERDD
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-OPER-STATUS.
000410     SELECT TRANS-FILE
000420         ASSIGN TO TRANDD
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-STATUS.
000450     SELECT PEND-FILE
000460         ASSIGN TO PENDDD
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PEND-STATUS.
000490     SELECT HIST-FILE
000500         ASSIGN TO HISTDD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-HIST-STATUS.
000530     SELECT AUDIT-FILE
000540         ASSIGN TO AUDITDD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OPER-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY "OPERREC.CPY".
000630 FD  TRANS-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY "OPERTRN.CPY".
000670 FD  PEND-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "OPERPND.CPY".
000710 FD  HIST-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "OPERHST.CPY".
000750 FD  AUDIT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY "AUDITREC.CPY".
000790 WORKING-STORAGE SECTION.
000800******************************************************************
000810*  WORKING COPY OF THE OPERATOR MASTER RECORD -- THE SUBMITTING  *
000820*  OPERATOR DURING THE AUTHORITY CHECK, THEN THE OPERATOR EACH   *
000830*  CHANGE APPLIES TO.                                            *
000840******************************************************************
000850     COPY "OPERREC.CPY" REPLACING ==OPER-REC== BY ==WS-OPER-REC==.
000860******************************************************************
000870*  WORKING COPY OF THE TRANSACTION, PENDING AND HISTORY RECORDS  *
000880******************************************************************
000890     COPY "OPERTRN.CPY" REPLACING ==OTRN-REC== BY ==WS-TRN-REC==.
000900     COPY "OPERPND.CPY" REPLACING ==OPND-REC== BY ==WS-PEND-REC==.
000910     COPY "OPERHST.CPY" REPLACING ==OHST-REC== BY ==WS-HIST-REC==.
000920******************************************************************
000930*  FILE STATUS AND SWITCHES                                      *
000940******************************************************************
000950 01  WS-OPER-STATUS               PIC X(02) VALUE SPACES.
000960     88  WS-OPER-STATUS-NOT-FOUND     VALUE '35'.
000970 01  WS-TRANS-STATUS              PIC X(02) VALUE SPACES.
000980     88  WS-TRANS-STATUS-NOT-FOUND    VALUE '35'.
000990 01  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
001000     88  WS-PEND-STATUS-NOT-FOUND     VALUE '35'.
001010 01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001020     88  WS-HIST-STATUS-NOT-FOUND     VALUE '35'.
001030 01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
001040     88  WS-AUDIT-STATUS-NOT-FOUND    VALUE '35'.
001050 01  WS-SWITCHES.
001060     05  WS-TRANS-EOF-SW          PIC X(01) VALUE 'N'.
001070         88  WS-TRANS-EOF             VALUE 'Y'.
001080     05  WS-RUN-REFUSED-SW        PIC X(01) VALUE 'N'.
001090         88  WS-RUN-REFUSED           VALUE 'Y'.
001100     05  WS-AUTH-REFUSED-SW       PIC X(01) VALUE 'N'.
001110         88  WS-AUTH-REFUSED          VALUE 'Y'.
001120     05  WS-OPER-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  WS-OPER-EOF              VALUE 'Y'.
001140     05  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
001150         88  WS-PEND-EOF              VALUE 'Y'.
001160     05  WS-TRN-VALID-SW          PIC X(01) VALUE 'Y'.
001170         88  WS-TRN-VALID             VALUE 'Y'.
001180     05  WS-MASTER-CHANGED-SW     PIC X(01) VALUE 'N'.
001190         88  WS-MASTER-CHANGED        VALUE 'Y'.
001200******************************************************************
001210*  RUN FUNCTION -- 'S' (OR BLANK) STAGES THE TRANSACTION BATCH   *
001220*  ON PI.OPER.PEND; 'A' APPROVES AND APPLIES THE PENDING CHANGES.*
001230******************************************************************
001240 01  WS-FUNCTION                  PIC X(01) VALUE 'S'.
001250     88  WS-FUNC-SUBMIT               VALUE 'S' ' '.
001260     88  WS-FUNC-APPROVE              VALUE 'A'.
001270******************************************************************
001280*  OPERATOR TABLE -- EVERY RECORD ON PI.OPER.MASTER, HELD WHOLE  *
001290*  SO THE REWRITE IN 8000-WRITE-OPER PRESERVES THE OPERATORS THIS*
001300*  RUN DID NOT TOUCH.  A REMOVED OPERATOR IS FLAGGED HERE AND    *
001310*  LEFT OUT OF THE REWRITE.                                      *
001320******************************************************************
001330 01  WS-OPER-TABLE.
001340     05  WS-OPER-ENTRY OCCURS 50 TIMES
001350                                  PIC X(80).
001360 01  WS-OPER-REMOVED-TBL.
001370     05  WS-OPER-REMOVED-SW OCCURS 50 TIMES
001380                                  PIC X(01).
001390******************************************************************
001400*  PENDING-CHANGE TABLE -- EVERY RECORD ON PI.OPER.PEND, HELD    *
001410*  WHOLE FOR THE APPROVE RUN SO THE REWRITE PRESERVES THE        *
001420*  RECORDS THIS RUN DID NOT APPLY (SELF-APPROVALS HELD PENDING). *
001430******************************************************************
001440 01  WS-PEND-TABLE.
001450     05  WS-PEND-ENTRY OCCURS 50 TIMES
001460                                  PIC X(100).
001470 01  WS-PEND-APPLIED-TBL.
001480     05  WS-PEND-APPLIED-SW OCCURS 50 TIMES
001490                                  PIC X(01).
001500******************************************************************
001510*  RUN DATE, TIME AND OPERATOR IDENTIFICATION                    *
001520******************************************************************
001530 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001540 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001550 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH001'.
001560 01  WS-TARGET-ID                 PIC X(08) VALUE SPACES.
001570******************************************************************
001580*  WORK COUNTERS                                                 *
001590******************************************************************
001600 77  WC-TRANS-COUNT               PIC 9(09) COMP VALUE ZERO.
001610 77  WC-BAD-TRANS-COUNT           PIC 9(09) COMP VALUE ZERO.
001620 77  WC-OPER-COUNT                PIC 9(02) COMP VALUE ZERO.
001630 77  WC-OPER-IDX                  PIC 9(02) COMP VALUE ZERO.
001640 77  WC-OPER-SEL                  PIC 9(02) COMP VALUE ZERO.
001650 77  WC-PRIV-IDX                  PIC 9(02) COMP VALUE ZERO.
001660 77  WC-STAGED-COUNT              PIC 9(09) COMP VALUE ZERO.
001670 77  WC-PEND-COUNT                PIC 9(02) COMP VALUE ZERO.
001680 77  WC-PEND-IDX                  PIC 9(02) COMP VALUE ZERO.
001690 77  WC-APPLIED-COUNT             PIC 9(09) COMP VALUE ZERO.
001700 77  WC-HELD-COUNT                PIC 9(09) COMP VALUE ZERO.
001710 LINKAGE SECTION.
001720******************************************************************
001730*  EXEC PARM -- THE OPERATOR KEYING (FUNCTION 'S') OR APPROVING  *
001740*  (FUNCTION 'A') THESE CHANGES, AND THE FUNCTION BYTE.          *
001750******************************************************************
001760 01  LS-PARM-INFO.
001770     05  LS-PARM-LENGTH           PIC S9(04) COMP.
001780     05  LS-PARM-TEXT.
001790         10  LS-PARM-OPERATOR     PIC X(08).
001800         10  LS-PARM-FUNCTION     PIC X(01).
001810         10  FILLER               PIC X(91).
001820 PROCEDURE DIVISION USING LS-PARM-INFO.
001830******************************************************************
001840*  MAINLINE                                                      *
001850******************************************************************
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF WS-AUTH-REFUSED
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN.
001910     IF WS-RUN-REFUSED
001920         MOVE 12 TO RETURN-CODE
001930         STOP RUN.
001940     IF WS-FUNC-APPROVE
001950         PERFORM 5000-APPROVE-PENDING THRU 5000-EXIT
001960         IF WS-MASTER-CHANGED
001970             PERFORM 8000-WRITE-OPER THRU 8000-EXIT
001980         END-IF
001990     ELSE
002000         PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.
002040******************************************************************
002050*  1000-INITIALIZE -- PICK UP THE OPERATOR ID AND FUNCTION, LOAD *
002060*  PI.OPER.MASTER, CHECK THE OPERATOR'S AUTHORITY, AND OPEN THE  *
002070*  FILES THE FUNCTION NEEDS.                                     *
002080******************************************************************
002090 1000-INITIALIZE.
002100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002110     ACCEPT WS-RUN-TIME FROM TIME.
002120     IF LS-PARM-LENGTH > ZERO
002130         MOVE LS-PARM-OPERATOR TO WS-OPERATOR-ID
002140     END-IF.
002150     IF LS-PARM-LENGTH > 8
002160         AND LS-PARM-FUNCTION NOT = SPACE
002170         MOVE LS-PARM-FUNCTION TO WS-FUNCTION
002180     END-IF.
002190     IF NOT WS-FUNC-SUBMIT
002200         AND NOT WS-FUNC-APPROVE
002210         DISPLAY 'PIOPERM: FUNCTION ' WS-FUNCTION ' NOT '
002220             'RECOGNIZED (USE S OR A); RUN REFUSED.'
002230         MOVE 'Y' TO WS-RUN-REFUSED-SW
002240         GO TO 1000-EXIT.
002250     PERFORM 1020-CHECK-AUTHORITY THRU 1020-EXIT.
002260     IF WS-AUTH-REFUSED OR WS-RUN-REFUSED
002270         GO TO 1000-EXIT.
002280     IF WS-FUNC-SUBMIT
002290         OPEN INPUT TRANS-FILE
002300         IF WS-TRANS-STATUS-NOT-FOUND
002310             DISPLAY 'PIOPERM: PI.OPER.TRANS NOT FOUND, NO '
002320                 'TRANSACTIONS STAGED.'
002330             MOVE 'Y' TO WS-TRANS-EOF-SW
002340             MOVE 4 TO RETURN-CODE
002350         END-IF
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.
002390******************************************************************
002400*  1020-CHECK-AUTHORITY -- LOAD PI.OPER.MASTER AND MATCH THE     *
002410*  SUBMITTING OPERATOR AGAINST IT BEFORE ANYTHING IS CHANGED.    *
002420*  OPERATOR MAINTENANCE NEEDS ITS OWN PRIVILEGE, ON BOTH THE     *
002430*  SUBMIT AND THE APPROVE RUN; AN UNKNOWN OR SUSPENDED OPERATOR, *
002440*  A MISSING PRIVILEGE, OR A MISSING MASTER FILE REFUSES THE RUN *
002450*  WITH A REFUSAL RECORD ON PI.AUDIT.LOG -- AUTHORIZATION FAILS  *
002460*  CLOSED.  THE FIRST HOLDER OF THE PRIVILEGE IS KEYED ONTO THE  *
002470*  MASTER FILE WHEN IT IS FIRST BUILT.                           *
002480******************************************************************
002490 1020-CHECK-AUTHORITY.
002500     OPEN INPUT OPER-FILE.
002510     IF WS-OPER-STATUS-NOT-FOUND
002520         DISPLAY 'PIOPERM: PI.OPER.MASTER NOT FOUND; '
002530             'SUBMISSION REFUSED.'
002540         PERFORM 1040-WRITE-REFUSAL THRU 1040-EXIT
002550         MOVE 'Y' TO WS-AUTH-REFUSED-SW
002560         GO TO 1020-EXIT.
002570     PERFORM 1100-LOAD-ONE-OPER THRU 1100-EXIT
002580         UNTIL WS-OPER-EOF OR WS-RUN-REFUSED.
002590     CLOSE OPER-FILE.
002600     IF WS-RUN-REFUSED
002610         GO TO 1020-EXIT.
002620     MOVE WS-OPERATOR-ID TO WS-TARGET-ID.
002630     PERFORM 1150-FIND-OPERATOR THRU 1150-EXIT.
002640     IF WC-OPER-SEL = ZERO
002650         OR OPER-SUSPENDED OF WS-OPER-REC
002660         OR NOT OPER-MAY-MAINT-OPERS OF WS-OPER-REC
002670         DISPLAY 'PIOPERM: OPERATOR ' WS-OPERATOR-ID ' NOT '
002680             'AUTHORIZED FOR OPERATOR MAINTENANCE; '
002690             'SUBMISSION REFUSED.'
002700         PERFORM 1040-WRITE-REFUSAL THRU 1040-EXIT
002710         MOVE 'Y' TO WS-AUTH-REFUSED-SW
002720     END-IF.
002730 1020-EXIT.
002740     EXIT.
002750******************************************************************
002760*  1040-WRITE-REFUSAL -- APPEND THE 'V' REFUSAL RECORD TO        *
002770*  PI.AUDIT.LOG SO THE REVIEWERS CAN SEE WHO TRIED WHAT.         *
002780******************************************************************
002790 1040-WRITE-REFUSAL.
002800     OPEN INPUT AUDIT-FILE.
002810     IF WS-AUDIT-STATUS-NOT-FOUND
002820         OPEN OUTPUT AUDIT-FILE
002830     ELSE
002840         CLOSE AUDIT-FILE
002850         OPEN EXTEND AUDIT-FILE
002860     END-IF.
002870     MOVE WS-RUN-DATE      TO AUDIT-RUN-DATE.
002880     MOVE WS-RUN-TIME      TO AUDIT-RUN-TIME.
002890     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID.
002900     MOVE ZERO             TO AUDIT-ITERATIONS.
002910     MOVE ZERO             TO AUDIT-ELAPSED-TIME.
002920     MOVE ZERO             TO AUDIT-PAJ.
002930     MOVE SPACE            TO AUDIT-RUN-MODE.
002940     MOVE SPACES           TO AUDIT-PROFILE.
002950     MOVE 'V'              TO AUDIT-ACTION-CODE.
002960     MOVE 'OPERMNT'        TO AUDIT-DETAIL.
002970     MOVE SPACES           TO AUDIT-SEAL.
002980     WRITE AUDIT-REC.
002990     CLOSE AUDIT-FILE.
003000 1040-EXIT.
003010     EXIT.
003020******************************************************************
003030*  1100-LOAD-ONE-OPER -- FILE ONE PI.OPER.MASTER RECORD IN THE   *
003040*  OPERATOR TABLE.  MORE OPERATORS THAN THE TABLE HOLDS REFUSES  *
003050*  THE RUN RATHER THAN REWRITING THE FILE SHORT.                 *
003060******************************************************************
003070 1100-LOAD-ONE-OPER.
003080     READ OPER-FILE INTO WS-OPER-REC
003090         AT END
003100             MOVE 'Y' TO WS-OPER-EOF-SW
003110         NOT AT END
003120             IF WC-OPER-COUNT < 50
003130                 ADD 1 TO WC-OPER-COUNT
003140                 MOVE WS-OPER-REC
003150                     TO WS-OPER-ENTRY (WC-OPER-COUNT)
003160                 MOVE 'N' TO WS-OPER-REMOVED-SW (WC-OPER-COUNT)
003170             ELSE
003180                 DISPLAY 'PIOPERM: MORE THAN 50 OPERATORS ON '
003190                     'PI.OPER.MASTER; RUN REFUSED.'
003200                 MOVE 'Y' TO WS-RUN-REFUSED-SW
003210             END-IF
003220     END-READ.
003230 1100-EXIT.
003240     EXIT.
003250******************************************************************
003260*  1150-FIND-OPERATOR -- LOCATE WS-TARGET-ID IN THE OPERATOR     *
003270*  TABLE, PASSING OVER OPERATORS REMOVED EARLIER IN THIS RUN.    *
003280*  WC-OPER-SEL IS THE SLOT FOUND (ZERO WHEN NOT ON FILE) AND     *
003290*  WS-OPER-REC HOLDS ITS RECORD.                                 *
003300******************************************************************
003310 1150-FIND-OPERATOR.
003320     MOVE ZERO TO WC-OPER-SEL.
003330     PERFORM 1160-MATCH-ONE-OPER THRU 1160-EXIT
003340         VARYING WC-OPER-IDX FROM 1 BY 1
003350         UNTIL WC-OPER-IDX > WC-OPER-COUNT
003360             OR WC-OPER-SEL > ZERO.
003370     IF WC-OPER-SEL > ZERO
003380         MOVE WS-OPER-ENTRY (WC-OPER-SEL) TO WS-OPER-REC
003390     ELSE
003400         INITIALIZE WS-OPER-REC
003410     END-IF.
003420 1150-EXIT.
003430     EXIT.
003440******************************************************************
003450*  1160-MATCH-ONE-OPER -- COMPARE ONE TABLE ENTRY'S OPERATOR ID  *
003460*  AGAINST THE ONE WANTED.                                       *
003470******************************************************************
003480 1160-MATCH-ONE-OPER.
003490     MOVE WS-OPER-ENTRY (WC-OPER-IDX) TO WS-OPER-REC.
003500     IF OPER-OPERATOR-ID OF WS-OPER-REC = WS-TARGET-ID
003510         AND WS-OPER-REMOVED-SW (WC-OPER-IDX) NOT = 'Y'
003520         MOVE WC-OPER-IDX TO WC-OPER-SEL
003530     END-IF.
003540 1160-EXIT.
003550     EXIT.
003560******************************************************************
003570*  2000-PROCESS-TRANS -- STAGE EVERY TRANSACTION ON TRANS-FILE   *
003580*  ON PI.OPER.PEND FOR A LATER APPROVE RUN.  THE TRANSACTIONS ARE*
003590*  VALIDATED HERE, AGAINST THE MASTER FILE AS IT STANDS, SO A BAD*
003600*  ONE IS REJECTED WHILE THE KEYER IS STILL AT THE DESK -- BUT   *
003610*  NOTHING TOUCHES PI.OPER.MASTER UNTIL A DIFFERENT OPERATOR     *
003620*  APPROVES.                                                     *
003630******************************************************************
003640 2000-PROCESS-TRANS.
003650     IF WS-TRANS-EOF
003660         GO TO 2000-EXIT.
003670     PERFORM 2050-OPEN-PEND THRU 2050-EXIT.
003680     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003690     PERFORM 2500-STAGE-TRANS THRU 2500-EXIT
003700         UNTIL WS-TRANS-EOF.
003710     CLOSE TRANS-FILE.
003720     CLOSE PEND-FILE.
003730 2000-EXIT.
003740     EXIT.
003750******************************************************************
003760*  2050-OPEN-PEND -- OPEN PI.OPER.PEND FOR EXTEND IF IT ALREADY  *
003770*  EXISTS, OR OUTPUT ON ITS FIRST USE, SO STAGED CHANGES FROM    *
003780*  EARLIER SUBMIT RUNS ARE PRESERVED.                            *
003790******************************************************************
003800 2050-OPEN-PEND.
003810     OPEN INPUT PEND-FILE.
003820     IF WS-PEND-STATUS-NOT-FOUND
003830         OPEN OUTPUT PEND-FILE
003840     ELSE
003850         CLOSE PEND-FILE
003860         OPEN EXTEND PEND-FILE
003870     END-IF.
003880 2050-EXIT.
003890     EXIT.
003900******************************************************************
003910*  2100-READ-TRANS -- READ ONE MAINTENANCE TRANSACTION.          *
003920******************************************************************
003930 2100-READ-TRANS.
003940     READ TRANS-FILE INTO WS-TRN-REC
003950         AT END
003960             MOVE 'Y' TO WS-TRANS-EOF-SW
003970         NOT AT END
003980             ADD 1 TO WC-TRANS-COUNT
003990     END-READ.
004000 2100-EXIT.
004010     EXIT.
004020******************************************************************
004030*  2500-STAGE-TRANS -- VALIDATE THE TRANSACTION IN HAND AND,     *
004040*  WHEN IT IS CLEAN, WRITE IT TO PI.OPER.PEND STAMPED WITH THE   *
004050*  REQUESTING OPERATOR, DATE AND TIME; THEN READ THE NEXT        *
004060*  TRANSACTION.                                                  *
004070******************************************************************
004080 2500-STAGE-TRANS.
004090     PERFORM 2600-VALIDATE-TRANS THRU 2600-EXIT.
004100     IF WS-TRN-VALID
004110         INITIALIZE WS-PEND-REC
004120         MOVE 'P' TO OPND-STATUS OF WS-PEND-REC
004130         MOVE WS-OPERATOR-ID
004140             TO OPND-REQUEST-OPER OF WS-PEND-REC
004150         MOVE WS-RUN-DATE
004160             TO OPND-REQUEST-DATE OF WS-PEND-REC
004170         MOVE WS-RUN-TIME
004180             TO OPND-REQUEST-TIME OF WS-PEND-REC
004190         MOVE OTRN-ACTION OF WS-TRN-REC
004200             TO OPND-ACTION OF WS-PEND-REC
004210         MOVE OTRN-OPERATOR-ID OF WS-TRN-REC
004220             TO OPND-OPERATOR-ID OF WS-PEND-REC
004230         MOVE OTRN-PRIVILEGES OF WS-TRN-REC
004240             TO OPND-PRIVILEGES OF WS-PEND-REC
004250         WRITE OPND-REC FROM WS-PEND-REC
004260         ADD 1 TO WC-STAGED-COUNT
004270     END-IF.
004280     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004290 2500-EXIT.
004300     EXIT.
004310******************************************************************
004320*  2600-VALIDATE-TRANS -- THE SAME EDITS THE APPLY PARAGRAPHS    *
004330*  ENFORCE, RUN AT SUBMIT TIME SO A BAD TRANSACTION NEVER        *
004340*  REACHES THE PENDING FILE.  BLANK PRIVILEGE BYTES ON AN ADD OR *
004350*  CHANGE ARE STAGED AS 'N'.                                     *
004360******************************************************************
004370 2600-VALIDATE-TRANS.
004380     MOVE 'Y' TO WS-TRN-VALID-SW.
004390     IF OTRN-OPERATOR-ID OF WS-TRN-REC = SPACES
004400         MOVE 'N' TO WS-TRN-VALID-SW
004410         DISPLAY 'PIOPERM: NO OPERATOR ID ON TRANSACTION '
004420             WC-TRANS-COUNT
004430         GO TO 2600-COUNT.
004440     MOVE OTRN-OPERATOR-ID OF WS-TRN-REC TO WS-TARGET-ID.
004450     PERFORM 1150-FIND-OPERATOR THRU 1150-EXIT.
004460     EVALUATE TRUE
004470         WHEN OTRN-ADD OF WS-TRN-REC
004480             IF WC-OPER-SEL > ZERO
004490                 MOVE 'N' TO WS-TRN-VALID-SW
004500                 DISPLAY 'PIOPERM: OPERATOR ' WS-TARGET-ID
004510                     ' ALREADY ON FILE; ADD REJECTED ON '
004520                     'TRANSACTION ' WC-TRANS-COUNT
004530             ELSE
004540                 PERFORM 2610-EDIT-PRIVILEGES THRU 2610-EXIT
004550             END-IF
004560         WHEN OTRN-CHANGE OF WS-TRN-REC
004570             IF WC-OPER-SEL = ZERO
004580                 MOVE 'N' TO WS-TRN-VALID-SW
004590                 DISPLAY 'PIOPERM: OPERATOR ' WS-TARGET-ID
004600                     ' NOT ON FILE; CHANGE REJECTED ON '
004610                     'TRANSACTION ' WC-TRANS-COUNT
004620             ELSE
004630                 PERFORM 2610-EDIT-PRIVILEGES THRU 2610-EXIT
004640             END-IF
004650         WHEN OTRN-SUSPEND OF WS-TRN-REC
004660             IF WC-OPER-SEL = ZERO
004670                 OR OPER-SUSPENDED OF WS-OPER-REC
004680                 MOVE 'N' TO WS-TRN-VALID-SW
004690                 DISPLAY 'PIOPERM: OPERATOR ' WS-TARGET-ID
004700                     ' NOT ON FILE OR ALREADY SUSPENDED; '
004710                     'TRANSACTION ' WC-TRANS-COUNT ' REJECTED'
004720             END-IF
004730         WHEN OTRN-REINSTATE OF WS-TRN-REC
004740             IF WC-OPER-SEL = ZERO
004750                 OR NOT OPER-SUSPENDED OF WS-OPER-REC
004760                 MOVE 'N' TO WS-TRN-VALID-SW
004770                 DISPLAY 'PIOPERM: OPERATOR ' WS-TARGET-ID
004780                     ' NOT ON FILE OR NOT SUSPENDED; '
004790                     'TRANSACTION ' WC-TRANS-COUNT ' REJECTED'
004800             END-IF
004810         WHEN OTRN-REMOVE OF WS-TRN-REC
004820             IF WC-OPER-SEL = ZERO
004830                 MOVE 'N' TO WS-TRN-VALID-SW
004840                 DISPLAY 'PIOPERM: OPERATOR ' WS-TARGET-ID
004850                     ' NOT ON FILE; REMOVE REJECTED ON '
004860                     'TRANSACTION ' WC-TRANS-COUNT
004870             END-IF
004880         WHEN OTHER
004890             MOVE 'N' TO WS-TRN-VALID-SW
004900             DISPLAY 'PIOPERM: INVALID ACTION CODE ON '
004910                 'TRANSACTION ' WC-TRANS-COUNT
004920     END-EVALUATE.
004930******************************************************************
004940*  2600-COUNT -- COUNT THE TRANSACTION AS BAD IF ANY EDIT ABOVE  *
004950*  REJECTED IT.                                                  *
004960******************************************************************
004970 2600-COUNT.
004980     IF NOT WS-TRN-VALID
004990         ADD 1 TO WC-BAD-TRANS-COUNT
005000     END-IF.
005010 2600-EXIT.
005020     EXIT.
005030******************************************************************
005040*  2610-EDIT-PRIVILEGES -- EVERY PRIVILEGE BYTE ON AN ADD OR     *
005050*  CHANGE MUST BE 'Y' OR 'N'; A BLANK IS TAKEN AS 'N'.           *
005060******************************************************************
005070 2610-EDIT-PRIVILEGES.
005080     PERFORM 2620-EDIT-ONE-PRIVILEGE THRU 2620-EXIT
005090         VARYING WC-PRIV-IDX FROM 1 BY 1
005100         UNTIL WC-PRIV-IDX > 6.
005110     IF NOT WS-TRN-VALID
005120         DISPLAY 'PIOPERM: PRIVILEGE BYTES MUST BE Y OR N ON '
005130             'TRANSACTION ' WC-TRANS-COUNT
005140     END-IF.
005150 2610-EXIT.
005160     EXIT.
005170******************************************************************
005180*  2620-EDIT-ONE-PRIVILEGE -- EDIT ONE PRIVILEGE BYTE.           *
005190******************************************************************
005200 2620-EDIT-ONE-PRIVILEGE.
005210     IF OTRN-PRIV-BYTE OF WS-TRN-REC (WC-PRIV-IDX) = SPACE
005220         MOVE 'N' TO OTRN-PRIV-BYTE OF WS-TRN-REC (WC-PRIV-IDX)
005230     END-IF.
005240     IF OTRN-PRIV-BYTE OF WS-TRN-REC (WC-PRIV-IDX) NOT = 'Y'
005250         AND OTRN-PRIV-BYTE OF WS-TRN-REC (WC-PRIV-IDX) NOT = 'N'
005260         MOVE 'N' TO WS-TRN-VALID-SW
005270     END-IF.
005280 2620-EXIT.
005290     EXIT.
005300******************************************************************
005310*  3000-APPLY-TRANS -- DISPATCH ONE PENDING CHANGE TO THE        *
005320*  PARAGRAPH FOR ITS ACTION.  THE MASTER FILE MAY HAVE MOVED ON  *
005330*  SINCE THE CHANGE WAS STAGED, SO EACH ACTION RE-CHECKS THE     *
005340*  OPERATOR'S STANDING AND REJECTS A CHANGE THAT NO LONGER FITS. *
005350******************************************************************
005360 3000-APPLY-TRANS.
005370     MOVE OTRN-OPERATOR-ID OF WS-TRN-REC TO WS-TARGET-ID.
005380     PERFORM 1150-FIND-OPERATOR THRU 1150-EXIT.
005390     INITIALIZE WS-HIST-REC.
005400     MOVE OTRN-ACTION OF WS-TRN-REC TO OHST-ACTION OF WS-HIST-REC.
005410     MOVE WS-TARGET-ID TO OHST-OPERATOR-ID OF WS-HIST-REC.
005420     IF WC-OPER-SEL > ZERO
005430         MOVE OPER-PRIVILEGES OF WS-OPER-REC
005440             TO OHST-OLD-PRIVILEGES OF WS-HIST-REC
005450         MOVE OPER-STATUS OF WS-OPER-REC
005460             TO OHST-OLD-STATUS OF WS-HIST-REC
005470     ELSE
005480         MOVE 'X' TO OHST-OLD-STATUS OF WS-HIST-REC
005490     END-IF.
005500     EVALUATE TRUE
005510         WHEN OTRN-ADD OF WS-TRN-REC
005520             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
005530         WHEN OTRN-CHANGE OF WS-TRN-REC
005540             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
005550         WHEN OTRN-SUSPEND OF WS-TRN-REC
005560             PERFORM 3300-APPLY-SUSPEND THRU 3300-EXIT
005570         WHEN OTRN-REINSTATE OF WS-TRN-REC
005580             PERFORM 3400-APPLY-REINSTATE THRU 3400-EXIT
005590         WHEN OTRN-REMOVE OF WS-TRN-REC
005600             PERFORM 3500-APPLY-REMOVE THRU 3500-EXIT
005610         WHEN OTHER
005620             PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
005630     END-EVALUATE.
005640 3000-EXIT.
005650     EXIT.
005660******************************************************************
005670*  3100-APPLY-ADD -- ADD A NEW OPERATOR, ACTIVE, WITH THE        *
005680*  PRIVILEGE BYTES GIVEN.                                        *
005690******************************************************************
005700 3100-APPLY-ADD.
005710     IF WC-OPER-SEL > ZERO
005720         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
005730         GO TO 3100-EXIT.
005740     IF WC-OPER-COUNT NOT < 50
005750         DISPLAY 'PIOPERM: NO ROOM ON PI.OPER.MASTER FOR '
005760             WS-TARGET-ID
005770         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
005780         GO TO 3100-EXIT.
005790     ADD 1 TO WC-OPER-COUNT.
005800     MOVE WC-OPER-COUNT TO WC-OPER-SEL.
005810     MOVE 'N' TO WS-OPER-REMOVED-SW (WC-OPER-SEL).
005820     INITIALIZE WS-OPER-REC.
005830     MOVE WS-TARGET-ID TO OPER-OPERATOR-ID OF WS-OPER-REC.
005840     MOVE OTRN-PRIVILEGES OF WS-TRN-REC
005850         TO OPER-PRIVILEGES OF WS-OPER-REC.
005860     MOVE 'A' TO OPER-STATUS OF WS-OPER-REC.
005870     PERFORM 3800-STORE-OPER THRU 3800-EXIT.
005880 3100-EXIT.
005890     EXIT.
005900******************************************************************
005910*  3200-APPLY-CHANGE -- REPLACE AN OPERATOR'S PRIVILEGE BYTES.   *
005920******************************************************************
005930 3200-APPLY-CHANGE.
005940     IF WC-OPER-SEL = ZERO
005950         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
005960         GO TO 3200-EXIT.
005970     MOVE OTRN-PRIVILEGES OF WS-TRN-REC
005980         TO OPER-PRIVILEGES OF WS-OPER-REC.
005990     PERFORM 3800-STORE-OPER THRU 3800-EXIT.
006000 3200-EXIT.
006010     EXIT.
006020******************************************************************
006030*  3300-APPLY-SUSPEND -- SUSPEND AN ACTIVE OPERATOR.  THE        *
006040*  PRIVILEGE BYTES STAY ON FILE FOR A LATER REINSTATEMENT.       *
006050******************************************************************
006060 3300-APPLY-SUSPEND.
006070     IF WC-OPER-SEL = ZERO
006080         OR OPER-SUSPENDED OF WS-OPER-REC
006090         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
006100         GO TO 3300-EXIT.
006110     MOVE 'S' TO OPER-STATUS OF WS-OPER-REC.
006120     PERFORM 3800-STORE-OPER THRU 3800-EXIT.
006130 3300-EXIT.
006140     EXIT.
006150******************************************************************
006160*  3400-APPLY-REINSTATE -- RETURN A SUSPENDED OPERATOR TO        *
006170*  ACTIVE WITH THE PRIVILEGE BYTES HELD ON FILE.                 *
006180******************************************************************
006190 3400-APPLY-REINSTATE.
006200     IF WC-OPER-SEL = ZERO
006210         OR NOT OPER-SUSPENDED OF WS-OPER-REC
006220         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
006230         GO TO 3400-EXIT.
006240     MOVE 'A' TO OPER-STATUS OF WS-OPER-REC.
006250     PERFORM 3800-STORE-OPER THRU 3800-EXIT.
006260 3400-EXIT.
006270     EXIT.
006280******************************************************************
006290*  3500-APPLY-REMOVE -- REMOVE AN OPERATOR.  THE SLOT IS FLAGGED *
006300*  AND LEFT OUT OF THE REWRITE; THE HISTORY RECORD KEEPS THE     *
006310*  PRIVILEGES THE OPERATOR HELD.                                 *
006320******************************************************************
006330 3500-APPLY-REMOVE.
006340     IF WC-OPER-SEL = ZERO
006350         PERFORM 3700-APPLY-REJECT THRU 3700-EXIT
006360         GO TO 3500-EXIT.
006370     MOVE 'Y' TO WS-OPER-REMOVED-SW (WC-OPER-SEL).
006380     MOVE SPACES TO OHST-NEW-PRIVILEGES OF WS-HIST-REC.
006390     MOVE 'X' TO OHST-NEW-STATUS OF WS-HIST-REC.
006400     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
006410     PERFORM 3900-WRITE-HIST THRU 3900-EXIT.
006420 3500-EXIT.
006430     EXIT.
006440******************************************************************
006450*  3700-APPLY-REJECT -- REJECT A PENDING CHANGE THAT NO LONGER   *
006460*  FITS THE MASTER FILE (OR CARRIES AN UNKNOWN ACTION).  IT IS   *
006470*  DROPPED FROM PI.OPER.PEND AND MUST BE KEYED AGAIN.            *
006480******************************************************************
006490 3700-APPLY-REJECT.
006500     ADD 1 TO WC-BAD-TRANS-COUNT.
006510     DISPLAY 'PIOPERM: ACTION ' OTRN-ACTION OF WS-TRN-REC
006520         ' FOR OPERATOR ' WS-TARGET-ID ' NO LONGER APPLIES TO '
006530         'PI.OPER.MASTER; CHANGE REJECTED.'.
006540 3700-EXIT.
006550     EXIT.
006560******************************************************************
006570*  3800-STORE-OPER -- FOLD THE UPDATED WORKING COPY BACK INTO    *
006580*  ITS TABLE SLOT AND LOG THE BEFORE/AFTER IMAGES.               *
006590******************************************************************
006600 3800-STORE-OPER.
006610     MOVE WS-OPER-REC TO WS-OPER-ENTRY (WC-OPER-SEL).
006620     MOVE OPER-PRIVILEGES OF WS-OPER-REC
006630         TO OHST-NEW-PRIVILEGES OF WS-HIST-REC.
006640     MOVE OPER-STATUS OF WS-OPER-REC
006650         TO OHST-NEW-STATUS OF WS-HIST-REC.
006660     MOVE 'Y' TO WS-MASTER-CHANGED-SW.
006670     PERFORM 3900-WRITE-HIST THRU 3900-EXIT.
006680 3800-EXIT.
006690     EXIT.
006700******************************************************************
006710*  3900-WRITE-HIST -- APPEND ONE BEFORE/AFTER RECORD TO          *
006720*  PI.OPER.HIST FOR THE CHANGE JUST APPLIED, CARRYING BOTH       *
006730*  HALVES OF THE DUAL CONTROL: THE REQUESTER AND STAGING         *
006740*  TIMESTAMP FROM THE PENDING RECORD, AND THIS APPROVE RUN'S     *
006750*  OPERATOR AND TIMESTAMP AS THE APPROVER.                       *
006760******************************************************************
006770 3900-WRITE-HIST.
006780     MOVE OPND-REQUEST-OPER OF WS-PEND-REC
006790         TO OHST-REQUEST-OPER OF WS-HIST-REC.
006800     MOVE OPND-REQUEST-DATE OF WS-PEND-REC
006810         TO OHST-REQUEST-DATE OF WS-HIST-REC.
006820     MOVE OPND-REQUEST-TIME OF WS-PEND-REC
006830         TO OHST-REQUEST-TIME OF WS-HIST-REC.
006840     MOVE WS-OPERATOR-ID TO OHST-APPROVER-ID OF WS-HIST-REC.
006850     MOVE WS-RUN-DATE    TO OHST-APPROVE-DATE OF WS-HIST-REC.
006860     MOVE WS-RUN-TIME    TO OHST-APPROVE-TIME OF WS-HIST-REC.
006870     WRITE OHST-REC FROM WS-HIST-REC.
006880 3900-EXIT.
006890     EXIT.
006900******************************************************************
006910*  5000-APPROVE-PENDING -- THE APPROVE RUN: LOAD EVERY           *
006920*  PI.OPER.PEND RECORD, APPLY THE PENDING CHANGES THAT ANOTHER   *
006930*  OPERATOR KEYED, AND REWRITE THE PENDING FILE WITH ONLY THE    *
006940*  RECORDS NOT APPLIED (CHANGES HELD FOR SOMEBODY ELSE TO        *
006950*  APPROVE).                                                     *
006960******************************************************************
006970 5000-APPROVE-PENDING.
006980     OPEN INPUT PEND-FILE.
006990     IF WS-PEND-STATUS-NOT-FOUND
007000         DISPLAY 'PIOPERM: PI.OPER.PEND NOT FOUND; NOTHING '
007010             'TO APPROVE.'
007020         GO TO 5000-EXIT.
007030     PERFORM 5100-LOAD-ONE-PEND THRU 5100-EXIT
007040         UNTIL WS-PEND-EOF OR WS-RUN-REFUSED.
007050     CLOSE PEND-FILE.
007060     IF WS-RUN-REFUSED
007070         MOVE 12 TO RETURN-CODE
007080         GO TO 5000-EXIT.
007090     OPEN INPUT HIST-FILE.
007100     IF WS-HIST-STATUS-NOT-FOUND
007110         OPEN OUTPUT HIST-FILE
007120     ELSE
007130         CLOSE HIST-FILE
007140         OPEN EXTEND HIST-FILE
007150     END-IF.
007160     PERFORM 5200-APPROVE-ONE THRU 5200-EXIT
007170         VARYING WC-PEND-IDX FROM 1 BY 1
007180         UNTIL WC-PEND-IDX > WC-PEND-COUNT.
007190     CLOSE HIST-FILE.
007200     PERFORM 5900-REWRITE-PEND THRU 5900-EXIT.
007210 5000-EXIT.
007220     EXIT.
007230******************************************************************
007240*  5100-LOAD-ONE-PEND -- FILE ONE PENDING RECORD IN THE TABLE.   *
007250*  MORE PENDING RECORDS THAN THE TABLE HOLDS REFUSES THE RUN     *
007260*  RATHER THAN REWRITING THE PENDING FILE SHORT.                 *
007270******************************************************************
007280 5100-LOAD-ONE-PEND.
007290     READ PEND-FILE INTO WS-PEND-REC
007300         AT END
007310             MOVE 'Y' TO WS-PEND-EOF-SW
007320         NOT AT END
007330             IF WC-PEND-COUNT < 50
007340                 ADD 1 TO WC-PEND-COUNT
007350                 MOVE WS-PEND-REC
007360                     TO WS-PEND-ENTRY (WC-PEND-COUNT)
007370                 MOVE 'N' TO WS-PEND-APPLIED-SW (WC-PEND-COUNT)
007380             ELSE
007390                 DISPLAY 'PIOPERM: MORE THAN 50 PENDING '
007400                     'CHANGES ON PI.OPER.PEND; RUN REFUSED.'
007410                 MOVE 'Y' TO WS-RUN-REFUSED-SW
007420             END-IF
007430     END-READ.
007440 5100-EXIT.
007450     EXIT.
007460******************************************************************
007470*  5200-APPROVE-ONE -- APPLY ONE PENDING RECORD, OR HOLD IT.  A  *
007480*  RECORD KEYED BY THIS RUN'S OPERATOR IS HELD PENDING AND       *
007490*  FLAGGED, SINCE ONE PERSON MAY NOT BOTH KEY AND APPROVE AN     *
007500*  OPERATOR CHANGE; SO IS A CHANGE TO THE APPROVER'S OWN RECORD, *
007510*  SO NOBODY CAN LAND A PRIVILEGE ON THEMSELVES.                 *
007520******************************************************************
007530 5200-APPROVE-ONE.
007540     MOVE WS-PEND-ENTRY (WC-PEND-IDX) TO WS-PEND-REC.
007550     IF NOT OPND-PENDING OF WS-PEND-REC
007560         GO TO 5200-EXIT.
007570     IF OPND-REQUEST-OPER OF WS-PEND-REC = WS-OPERATOR-ID
007580         DISPLAY 'PIOPERM: ACTION ' OPND-ACTION OF WS-PEND-REC
007590             ' FOR OPERATOR ' OPND-OPERATOR-ID OF WS-PEND-REC
007600             ' WAS KEYED BY ' WS-OPERATOR-ID
007610             '; SELF-APPROVAL HELD PENDING.'
007620         ADD 1 TO WC-HELD-COUNT
007630         GO TO 5200-EXIT.
007640     IF OPND-OPERATOR-ID OF WS-PEND-REC = WS-OPERATOR-ID
007650         DISPLAY 'PIOPERM: ACTION ' OPND-ACTION OF WS-PEND-REC
007660             ' IS FOR THE APPROVER ' WS-OPERATOR-ID
007670             ' THEMSELVES; HELD PENDING.'
007680         ADD 1 TO WC-HELD-COUNT
007690         GO TO 5200-EXIT.
007700     ADD 1 TO WC-TRANS-COUNT.
007710     INITIALIZE WS-TRN-REC.
007720     MOVE OPND-ACTION OF WS-PEND-REC
007730         TO OTRN-ACTION OF WS-TRN-REC.
007740     MOVE OPND-OPERATOR-ID OF WS-PEND-REC
007750         TO OTRN-OPERATOR-ID OF WS-TRN-REC.
007760     MOVE OPND-PRIVILEGES OF WS-PEND-REC
007770         TO OTRN-PRIVILEGES OF WS-TRN-REC.
007780     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT.
007790     MOVE 'Y' TO WS-PEND-APPLIED-SW (WC-PEND-IDX).
007800     ADD 1 TO WC-APPLIED-COUNT.
007810 5200-EXIT.
007820     EXIT.
007830******************************************************************
007840*  5900-REWRITE-PEND -- REWRITE PI.OPER.PEND WITH ONLY THE       *
007850*  RECORDS THIS RUN DID NOT APPLY.                               *
007860******************************************************************
007870 5900-REWRITE-PEND.
007880     OPEN OUTPUT PEND-FILE.
007890     PERFORM 5910-REWRITE-ONE-PEND THRU 5910-EXIT
007900         VARYING WC-PEND-IDX FROM 1 BY 1
007910         UNTIL WC-PEND-IDX > WC-PEND-COUNT.
007920     CLOSE PEND-FILE.
007930 5900-EXIT.
007940     EXIT.
007950******************************************************************
007960*  5910-REWRITE-ONE-PEND -- WRITE BACK ONE UNAPPLIED RECORD.     *
007970******************************************************************
007980 5910-REWRITE-ONE-PEND.
007990     IF WS-PEND-APPLIED-SW (WC-PEND-IDX) NOT = 'Y'
008000         WRITE OPND-REC FROM WS-PEND-ENTRY (WC-PEND-IDX)
008010     END-IF.
008020 5910-EXIT.
008030     EXIT.
008040******************************************************************
008050*  8000-WRITE-OPER -- REWRITE PI.OPER.MASTER WITH EVERY          *
008060*  OPERATOR RECORD STILL ON FILE, CHANGED OR NOT.                *
008070******************************************************************
008080 8000-WRITE-OPER.
008090     OPEN OUTPUT OPER-FILE.
008100     PERFORM 8100-WRITE-ONE-OPER THRU 8100-EXIT
008110         VARYING WC-OPER-IDX FROM 1 BY 1
008120         UNTIL WC-OPER-IDX > WC-OPER-COUNT.
008130     CLOSE OPER-FILE.
008140 8000-EXIT.
008150     EXIT.
008160******************************************************************
008170*  8100-WRITE-ONE-OPER -- WRITE ONE OPERATOR RECORD BACK,        *
008180*  UNLESS THIS RUN REMOVED IT.                                   *
008190******************************************************************
008200 8100-WRITE-ONE-OPER.
008210     IF WS-OPER-REMOVED-SW (WC-OPER-IDX) NOT = 'Y'
008220         WRITE OPER-REC FROM WS-OPER-ENTRY (WC-OPER-IDX)
008230     END-IF.
008240 8100-EXIT.
008250     EXIT.
008260******************************************************************
008270*  9000-TERMINATE -- REPORT THE RESULT OF THIS MAINTENANCE RUN.  *
008280*  ANY REJECTED OR HELD CHANGE FAILS THE RETURN CODE SO THE      *
008290*  SCHEDULER CAN DISTINGUISH A CLEAN RUN FROM ONE NEEDING        *
008300*  ATTENTION.                                                    *
008310******************************************************************
008320 9000-TERMINATE.
008330     IF WC-BAD-TRANS-COUNT > ZERO
008340         OR WC-HELD-COUNT > ZERO
008350         MOVE 4 TO RETURN-CODE
008360     END-IF.
008370     DISPLAY 'PIOPERM: ' WC-TRANS-COUNT ' TRANSACTION(S) READ, '
008380         WC-BAD-TRANS-COUNT ' REJECTED.'.
008390     IF WS-FUNC-APPROVE
008400         DISPLAY 'PIOPERM: ' WC-APPLIED-COUNT ' PENDING '
008410             'CHANGE(S) PROCESSED, ' WC-HELD-COUNT ' HELD.'
008420     ELSE
008430         DISPLAY 'PIOPERM: ' WC-STAGED-COUNT ' CHANGE(S) '
008440             'STAGED ON PI.OPER.PEND AWAITING APPROVAL.'
008450     END-IF.
008460 9000-EXIT.
008470     EXIT.
