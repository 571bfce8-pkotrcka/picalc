000400*                  IMAGES AND POSITIONS THROUGH 72 CAN BE        *
000410*                  REGISTERED; OTHERWISE THE 38-DIGIT STANDARD   *
000420*                  COMPARE APPLIES AS BEFORE.                    *
000421*  2026-10-15 RLH  NO CERTIFICATION FROM AN UNVERIFIED RUN: EACH *
000422*                  SELECTED RUN'S RESULT SEAL IS RECOMPUTED AND  *
000423*                  CHECKED AGAINST ITS PI.AUDIT.LOG RECORD (SEE  *
000424*                  SEALWRK.CPY) BEFORE THE THREE-WAY COMPARISON. *
000425*                  A MISMATCHED SEAL, A MISSING AUDIT RECORD, OR *
000426*                  AN UNSEALED LEGACY RUN REFUSES CERTIFICATION  *
000427*                  AND THE REGISTRY UPDATE WITH RC=8.            *
000428*  2026-10-15 RLH  EACH NEWLY REGISTERED DIGIT IS ALSO POSTED AS *
000429*                  AN OPERATIONAL EVENT ON PI.EVENT.OUT (EVNTREC.*
000430*                  CPY, 9100-WRITE-EVENT), KEYED ON THE RUN THAT *
000431*                  FIRST STABILIZED IT.                          *
000432******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000570         ASSIGN TO PRINTDD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PRINT-STATUS.
000591     SELECT AUDIT-FILE
000592         ASSIGN TO AUDITDD
000593         ORGANIZATION IS SEQUENTIAL
000594         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT CREG-FILE
000610         ASSIGN TO CREGDD
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CREG-POSITION
000650         FILE STATUS IS WS-CREG-STATUS.
000651     SELECT EVENT-FILE
000652         ASSIGN TO EVENTDD
000653         ORGANIZATION IS SEQUENTIAL
000654         FILE STATUS IS WS-EVENT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RESULT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "CREGREC.CPY".
000791 FD  AUDIT-FILE
000792     RECORDING MODE IS F
000793     LABEL RECORDS ARE STANDARD.
000794     COPY "AUDITREC.CPY".
000795 FD  EVENT-FILE
000796     RECORDING MODE IS F
000797     LABEL RECORDS ARE STANDARD.
000798     COPY "EVNTREC.CPY".
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820*  FILE STATUS AND SWITCHES                                      *
000890     88  WS-CREG-STATUS-OK           VALUE '00' '97'.
000900     88  WS-CREG-STATUS-NOT-FOUND    VALUE '35'.
000910     88  WS-CREG-REC-NOT-FOUND       VALUE '23'.
000911 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000912     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
000913 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
000914     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
000920 01  WS-SWITCHES.
000930     05  WS-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
000940         88  WS-RESULT-EOF            VALUE 'Y'.
000980         88  WS-CREG-FRESH            VALUE 'Y'.
000990     05  WS-EP-CERT-SW            PIC X(01) VALUE 'N'.
001000         88  WS-EP-CERT               VALUE 'Y'.
001001     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001002         88  WS-AUDIT-EOF             VALUE 'Y'.
001003     05  WS-SEAL-REFUSED-SW       PIC X(01) VALUE 'N'.
001004         88  WS-SEAL-REFUSED          VALUE 'Y'.
001010******************************************************************
001020*  LATEST RUN PER SERIES.  THE ARCHIVE IS KEYED ON RUN DATE AND  *
001030*  TIME, SO A SEQUENTIAL SWEEP VISITS RUNS IN ASCENDING KEY      *
001040*  ORDER AND THE LAST RECORD SEEN FOR A SERIES IS ITS MOST       *
001050*  RECENT RUN.                                                   *
001051*  THE WHOLE RESULT RECORD IS KEPT WITH EACH SERIES SO ITS SEAL  *
001052*  CAN BE RECOMPUTED, AND THE OUTCOME OF THE SEAL CHECK FILED    *
001053*  ALONGSIDE IT.                                                 *
001060******************************************************************
001070 01  WS-SERIES-TABLE.
001080     05  WS-SERIES-ENTRY OCCURS 3 TIMES.
001160         10  WS-SER-PREC          PIC X(01).
001170         10  WS-SER-EP-INT        PIC 9(09).
001180         10  WS-SER-EP-FRAC       PIC X(72).
001181         10  WS-SER-RECORD        PIC X(166).
001182         10  WS-SER-SEAL-SW       PIC X(01).
001183             88  WS-SER-SEAL-VERIFIED VALUE 'V'.
001184             88  WS-SER-SEAL-MISMATCH VALUE 'M'.
001185             88  WS-SER-SEAL-LEGACY   VALUE 'L'.
001186             88  WS-SER-SEAL-NO-AUDIT VALUE ' '.
001190 01  WS-SER-DIGITS-TBL.
001200     05  WS-SER-DIGIT-ROW OCCURS 3 TIMES.
001210         10  WS-SER-DIGIT         PIC 9 OCCURS 38.
001330     05  WS-EPI-FRAC.
001340         10  WS-EPI-CHUNK         PIC 9(09) OCCURS 8
001350                                  VALUE ZERO.
001351******************************************************************
001352*  RESULT SEAL WORK AREA -- SEE 7000-COMPUTE-SEAL.               *
001353******************************************************************
001354     COPY "SEALWRK.CPY".
001360******************************************************************
001370*  COMPARISON RESULTS                                            *
001380******************************************************************
002060         VALUE ' AT DIGIT NUMBER '.
002070     05  WS-DIVERGE-POS           PIC Z9.
002080     05  FILLER                   PIC X(52) VALUE SPACES.
002081 01  WS-SEAL-LINE.
002082     05  WS-SEAL-ALGORITHM        PIC X(12).
002083     05  FILLER                   PIC X(16)
002084         VALUE '  RESULT SEAL  '.
002085     05  WS-SEAL-TEXT             PIC X(40).
002086     05  FILLER                   PIC X(64) VALUE SPACES.
002090******************************************************************
002100*  WORK COUNTERS                                                 *
002110******************************************************************
002180 77  WC-EARLY-IDX                 PIC 9(01) COMP VALUE ZERO.
002190 77  WC-REG-NEW-COUNT             PIC 9(02) COMP VALUE ZERO.
002200 77  WC-REG-POS                   PIC 9(02) COMP VALUE ZERO.
002201******************************************************************
002202*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- 5100-REGISTER-ONE-DIGIT *
002203*  BUILDS THE MESSAGE AND PERFORMS 9100-WRITE-EVENT.             *
002204******************************************************************
002205 01  WS-EVENT-FIELDS.
002206     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
002207     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
002208     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
002210******************************************************************
002220*  EARLIEST CERTIFYING RUN -- OF THE THREE RUNS WHOSE AGREEMENT  *
002230*  CERTIFIES A DIGIT, THE ONE WITH THE LOWEST RUN DATE AND TIME  *
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-SWEEP-ARCHIVE THRU 2000-EXIT.
002400     PERFORM 3000-REPORT-LATEST THRU 3000-EXIT.
002401     PERFORM 3500-VERIFY-SEALS THRU 3500-EXIT.
002410     PERFORM 4000-CERTIFY THRU 4000-EXIT.
002420     PERFORM 5000-UPDATE-REGISTRY THRU 5000-EXIT.
002430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002880     MOVE SPACE TO WS-SER-PREC (WC-SER-IDX).
002890     MOVE ZERO TO WS-SER-EP-INT (WC-SER-IDX).
002900     MOVE ALL '0' TO WS-SER-EP-FRAC (WC-SER-IDX).
002901     MOVE SPACES TO WS-SER-RECORD (WC-SER-IDX).
002902     MOVE SPACE TO WS-SER-SEAL-SW (WC-SER-IDX).
002910 1100-EXIT.
002920     EXIT.
002930******************************************************************
003490         MOVE RSLT-EP-PAJ     TO WS-EP-IMAGE
003500         MOVE WS-EPI-INT      TO WS-SER-EP-INT (WC-SER-IDX)
003510         MOVE WS-EPI-FRAC     TO WS-SER-EP-FRAC (WC-SER-IDX)
003511         MOVE RSLT-REC        TO WS-SER-RECORD (WC-SER-IDX)
003520     END-IF.
003530 2210-EXIT.
003540     EXIT.
003930 3100-EXIT.
003940     EXIT.
003950******************************************************************
003951*  3500-VERIFY-SEALS -- RECOMPUTE THE SEAL OF EACH SELECTED RUN  *
003952*  AND CHECK IT AGAINST THE ONE STORED ON THE RUN'S AUDIT        *
003953*  RECORD.  EVERY SELECTED RUN MUST VERIFY: A MISMATCH MEANS THE *
003954*  ARCHIVED RESULT WAS ALTERED AFTER ITS RUN, AND A RUN WITH NO  *
003955*  AUDIT RECORD OR NO SEAL (INCLUDING A LEGACY RUN WRITTEN       *
003956*  BEFORE THE SEAL EXISTED) CANNOT BE VOUCHED FOR.  ANY OF THESE *
003957*  REFUSES CERTIFICATION WITH RC=8; RERUN THE SERIES CONCERNED   *
003958*  TO GIVE IT A FRESH, SEALED RESULT.  WITH FEWER THAN THREE     *
003959*  SERIES ON FILE THERE IS NOTHING TO CERTIFY AND 4000 REPORTS.  *
003960******************************************************************
003961 3500-VERIFY-SEALS.
003962     IF WC-FOUND-COUNT < 3
003963         GO TO 3500-EXIT.
003964     OPEN INPUT AUDIT-FILE.
003965     IF WS-AUDIT-STATUS-NOT-FOUND
003966         DISPLAY 'PICERT: AUDITDD NOT FOUND; NO SEAL CAN BE '
003967             'VERIFIED.'
003968     ELSE
003969         PERFORM 3510-READ-AUDIT THRU 3510-EXIT
003970         PERFORM 3520-CHECK-AUDIT THRU 3520-EXIT
003971             UNTIL WS-AUDIT-EOF
003972         CLOSE AUDIT-FILE
003973     END-IF.
003974     MOVE SPACES TO PRNT-REC.
003975     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
003976     PERFORM 3540-REPORT-SEAL THRU 3540-EXIT
003977         VARYING WC-SER-IDX FROM 1 BY 1
003978         UNTIL WC-SER-IDX > 3.
003979     IF WS-SEAL-REFUSED
003980         MOVE SPACES TO PRNT-REC
003981         WRITE PRNT-REC AFTER ADVANCING 1 LINE
003982         STRING 'CERTIFICATION REFUSED: NOT EVERY SELECTED RUN '
003983                 DELIMITED BY SIZE
003984             'HAS A VERIFIED RESULT SEAL.' DELIMITED BY SIZE
003985             INTO PRNT-REC
003986         WRITE PRNT-REC AFTER ADVANCING 1 LINE
003987         DISPLAY 'PICERT: CERTIFICATION REFUSED -- UNVERIFIED '
003988             'RESULT SEAL ON A SELECTED RUN.'
003989         MOVE 8 TO RETURN-CODE
003990     END-IF.
003991 3500-EXIT.
003992     EXIT.
003993******************************************************************
003994*  3510-READ-AUDIT -- READ ONE AUDIT RUN RECORD, SKIPPING 'V'    *
003995*  REFUSAL AND 'O' OVERRIDE RECORDS.                             *
003996******************************************************************
003997 3510-READ-AUDIT.
003998     READ AUDIT-FILE
003999         AT END
004000             MOVE 'Y' TO WS-AUDIT-EOF-SW
004001     END-READ.
004002     IF NOT WS-AUDIT-EOF
004003         AND NOT AUDIT-ACTION-RUN
004004         GO TO 3510-READ-AUDIT.
004005 3510-EXIT.
004006     EXIT.
004007******************************************************************
004008*  3520-CHECK-AUDIT -- OFFER THE AUDIT RECORD IN HAND TO EACH    *
004009*  SERIES, THEN ADVANCE.                                         *
004010******************************************************************
004011 3520-CHECK-AUDIT.
004012     PERFORM 3530-CHECK-ONE-SERIES THRU 3530-EXIT
004013         VARYING WC-SER-IDX FROM 1 BY 1
004014         UNTIL WC-SER-IDX > 3.
004015     PERFORM 3510-READ-AUDIT THRU 3510-EXIT.
004016 3520-EXIT.
004017     EXIT.
004018******************************************************************
004019*  3530-CHECK-ONE-SERIES -- WHEN THE AUDIT RECORD IS THE SELECTED*
004020*  RUN OF THIS SERIES, FILE THE OUTCOME OF ITS SEAL CHECK.       *
004021******************************************************************
004022 3530-CHECK-ONE-SERIES.
004023     IF AUDIT-RUN-DATE NOT = WS-SER-DATE (WC-SER-IDX)
004024         OR AUDIT-RUN-TIME NOT = WS-SER-TIME (WC-SER-IDX)
004025         GO TO 3530-EXIT.
004026     IF AUDIT-UNSEALED
004027         OR AUDIT-SEAL-VALUE NOT NUMERIC
004028         MOVE 'L' TO WS-SER-SEAL-SW (WC-SER-IDX)
004029         GO TO 3530-EXIT.
004030     MOVE WS-SER-RECORD (WC-SER-IDX) TO SEAL-IMAGE.
004031     PERFORM 7000-COMPUTE-SEAL THRU 7000-EXIT.
004032     IF AUDIT-SEAL-VALUE = SEAL-VALUE
004033         MOVE 'V' TO WS-SER-SEAL-SW (WC-SER-IDX)
004034     ELSE
004035         MOVE 'M' TO WS-SER-SEAL-SW (WC-SER-IDX)
004036     END-IF.
004037 3530-EXIT.
004038     EXIT.
004039******************************************************************
004040*  3540-REPORT-SEAL -- ONE SEAL LINE PER SERIES; ANYTHING SHORT  *
004041*  OF VERIFIED REFUSES THE CERTIFICATION.                        *
004042******************************************************************
004043 3540-REPORT-SEAL.
004044     MOVE WS-SER-NAME (WC-SER-IDX) TO WS-SEAL-ALGORITHM.
004045     EVALUATE TRUE
004046         WHEN WS-SER-SEAL-VERIFIED (WC-SER-IDX)
004047             MOVE 'VERIFIED' TO WS-SEAL-TEXT
004048         WHEN WS-SER-SEAL-MISMATCH (WC-SER-IDX)
004049             MOVE 'MISMATCH -- RESULT ALTERED SINCE ITS RUN'
004050                 TO WS-SEAL-TEXT
004051         WHEN WS-SER-SEAL-LEGACY (WC-SER-IDX)
004052             MOVE 'UNSEALED LEGACY RUN -- NOT VERIFIABLE'
004053                 TO WS-SEAL-TEXT
004054         WHEN OTHER
004055             MOVE 'NO AUDIT RECORD FOR THIS RUN'
004056                 TO WS-SEAL-TEXT
004057     END-EVALUATE.
004058     IF NOT WS-SER-SEAL-VERIFIED (WC-SER-IDX)
004059         MOVE 'Y' TO WS-SEAL-REFUSED-SW
004060     END-IF.
004061     WRITE PRNT-REC FROM WS-SEAL-LINE
004062         AFTER ADVANCING 1 LINE.
004063 3540-EXIT.
004064     EXIT.
004065******************************************************************
004066*  4000-CERTIFY -- COMPARE THE THREE SELECTED RESULTS DIGIT BY   *
004067*  DIGIT.  THE CERTIFIED AGREEMENT COUNT IS THE NUMBER OF        *
004068*  LEADING DIGITS ON WHICH ALL THREE INDEPENDENTLY AGREE; THE    *
004069*  SERIES WHOSE DIGIT DISAGREES WITH THE OTHER TWO AT THE FIRST  *
004070*  DIVERGENT POSITION IS NAMED AS THE FIRST TO DIVERGE.  WHEN    *
004071*  ALL THREE SELECTED RUNS CARRY A LOADED EXTENDED IMAGE THE     *
004072*  COMPARISON RUNS ACROSS THE 72-DECIMAL IMAGES (AGREEMENT UP    *
004073*  TO 73: THE INTEGER DIGIT PLUS 72 DECIMALS); OTHERWISE THE     *
004074*  38-DIGIT STANDARD IMAGES ARE COMPARED AS BEFORE.  WITH        *
004075*  FEWER THAN ALL THREE SERIES ON FILE THERE IS NO THREE-WAY     *
004076*  EVIDENCE AND THE RUN IS FAILED FOR THE SCHEDULER.             *
004077*  A SELECTED RUN WHOSE SEAL DID NOT VERIFY (3500) REFUSES THE   *
004078*  COMPARISON OUTRIGHT.                                          *
004079******************************************************************
004080 4000-CERTIFY.
004090     IF WC-FOUND-COUNT < 3
004100         MOVE SPACES TO PRNT-REC
004190         IF RETURN-CODE = ZERO
004200             MOVE 4 TO RETURN-CODE
004210         END-IF
004211         GO TO 4000-EXIT.
004212     IF WS-SEAL-REFUSED
004220         GO TO 4000-EXIT.
004230     PERFORM 4050-CHECK-EP-EVIDENCE THRU 4050-EXIT.
004240     MOVE ZERO TO WS-AGREE-DIGITS.
005850*  IS THE INTEGER DIGIT, SO THE CERTIFIED DECIMAL PLACES ARE     *
005860*  POSITIONS 1 THROUGH (AGREEMENT COUNT - 1); A POSITION         *
005870*  ALREADY ON THE REGISTRY KEEPS ITS ORIGINAL RECORD.            *
005871*  NOTHING IS REGISTERED FROM A SEAL-REFUSED RUN SET.            *
005880******************************************************************
005890 5000-UPDATE-REGISTRY.
005900     IF WC-FOUND-COUNT < 3
005910         OR WS-AGREE-DIGITS < 2
005911         OR WS-SEAL-REFUSED
005920         GO TO 5000-EXIT.
005930     OPEN I-O CREG-FILE.
005940     IF WS-CREG-STATUS-NOT-FOUND
006750             MOVE 8 TO RETURN-CODE
006760         NOT INVALID KEY
006770             ADD 1 TO WC-REG-NEW-COUNT
006771             MOVE SPACES TO WS-EVENT-MESSAGE
006772             STRING 'DECIMAL PLACE ' CREG-POSITION
006773                 ' REGISTERED AS ' CREG-DIGIT
006774                 ', FIRST STABILIZED BY ' CREG-ALGORITHM
006775                 DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
006776             PERFORM 9100-WRITE-EVENT THRU 9100-EXIT
006780     END-WRITE.
006790 5100-EXIT.
006791     EXIT.
006792******************************************************************
006793*  7000-COMPUTE-SEAL -- CHECK VALUE OF THE RESULT RECORD MOVED   *
006794*  TO SEAL-IMAGE (SEE SEALWRK.CPY).  MUST MATCH 9300-COMPUTE-SEAL*
006795*  IN PICALC BYTE FOR BYTE: FILLER BLANKED, THEN EACH OF THE 166 *
006796*  BYTES ADDED INTO SUM-A AND EACH NEW SUM-A INTO SUM-B, BOTH    *
006797*  MODULO 65521.                                                 *
006798******************************************************************
006799 7000-COMPUTE-SEAL.
006800     MOVE SPACES          TO SEAL-UNUSED.
006801     MOVE 1               TO SEAL-SUM-A.
006802     MOVE ZERO            TO SEAL-SUM-B.
006803     PERFORM 7010-SEAL-ONE-BYTE THRU 7010-EXIT
006804         VARYING SEAL-IDX FROM 1 BY 1
006805         UNTIL SEAL-IDX > 166.
006806     COMPUTE SEAL-VALUE = SEAL-SUM-B * 65536 + SEAL-SUM-A.
006807 7000-EXIT.
006808     EXIT.
006809******************************************************************
006810*  7010-SEAL-ONE-BYTE -- ADD BYTE SEAL-IDX OF SEAL-IMAGE INTO    *
006811*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
006812******************************************************************
006813 7010-SEAL-ONE-BYTE.
006814     MOVE LOW-VALUE       TO SEAL-BYTE-HIGH.
006815     MOVE SEAL-BYTE (SEAL-IDX) TO SEAL-BYTE-LOW.
006816     COMPUTE SEAL-SUM-WORK = SEAL-SUM-A + SEAL-BYTE-VALUE.
006817     DIVIDE SEAL-SUM-WORK BY 65521
006818         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-A.
006819     COMPUTE SEAL-SUM-WORK = SEAL-SUM-B + SEAL-SUM-A.
006820     DIVIDE SEAL-SUM-WORK BY 65521
006821         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-B.
006822 7010-EXIT.
006823     EXIT.
006824******************************************************************
006825*  9000-TERMINATE -- CLOSE THE LISTING.                          *
006830******************************************************************
006840 9000-TERMINATE.
006850     CLOSE PRINT-FILE.
006860 9000-EXIT.
006870     EXIT.
006871******************************************************************
006872*  9100-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
006873*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.  THE RUN  *
006874*  KEY IS THE REGISTERED DIGIT'S FIRST-STABILIZING RUN.          *
006875******************************************************************
006876 9100-WRITE-EVENT.
006877     OPEN INPUT EVENT-FILE.
006878     IF WS-EVENT-STATUS-NOT-FOUND
006879         OPEN OUTPUT EVENT-FILE
006880     ELSE
006881         CLOSE EVENT-FILE
006882         OPEN EXTEND EVENT-FILE
006883     END-IF.
006884     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
006885     ACCEPT WS-EVENT-TIME FROM TIME.
006886     MOVE SPACES            TO EVT-REC.
006887     MOVE 'PICERT'          TO EVT-SOURCE-PGM.
006888     MOVE 'I'               TO EVT-SEVERITY.
006889     MOVE 'CERTNEW'         TO EVT-CODE.
006890     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
006891     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
006892     MOVE CREG-RUN-DATE     TO EVT-RUN-DATE.
006893     MOVE CREG-RUN-TIME     TO EVT-RUN-TIME.
006894     MOVE SPACES            TO EVT-OPERATOR-ID.
006895     MOVE SPACES            TO EVT-PROFILE.
006896     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
006897     MOVE ZERO              TO EVT-FWD-DATE.
006898     MOVE ZERO              TO EVT-FWD-TIME.
006899     WRITE EVT-REC.
006900     CLOSE EVENT-FILE.
006901 9100-EXIT.
006902     EXIT.
