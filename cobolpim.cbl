000580*                  AN APPROVED RV CHANGE NOW ALSO CLEARS THE     *
000590*                  EXTENDED IMAGE, WHICH A HAND-KEYED VALUE      *
000600*                  SUPERSEDES; RERUN PIREFLD TO RESTORE IT.      *
000601*  2026-10-15 RLH  A SUSPENDED OPERATOR ON PI.OPER.MASTER (STATUS*
000602*                  BYTE, MAINTAINED BY PIOPERM) IS PASSED OVER BY*
000603*                  THE OPERATOR LOOKUP AND SO REFUSED AS UNKNOWN.*
000604*  2026-10-15 RLH  THE AUDIT RECORD WRITTEN HERE CARRIES A BLANK *
000605*                  RESULT SEAL.                                  *
000606*  2026-10-15 RLH  ADDED THE CC (COST CENTRE) FIELD CODE FOR     *
000607*                  THE MONTH-END CHARGEBACK.  ANY VALUE IS       *
000608*                  ACCEPTED; BLANK UNASSIGNS THE PROFILE.  THE   *
000609*                  OLD AND NEW VALUES ARE LOGGED IN THE          *
000610*                  PI.PARM.LOG INTEGER FIELDS, REDEFINED AS      *
000611*                  TEXT.                                         *
000612*  2026-10-15 RLH  AN AUTHORIZATION REFUSAL IS ALSO POSTED AS AN *
000613*                  OPERATIONAL EVENT ON PI.EVENT.OUT (EVNTREC.   *
000614*                  CPY, 9100-WRITE-EVENT).                       *
000615******************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000890         ASSIGN TO PENDDD
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-PEND-STATUS.
000911     SELECT EVENT-FILE
000912         ASSIGN TO EVENTDD
000913         ORGANIZATION IS SEQUENTIAL
000914         FILE STATUS IS WS-EVENT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  PARM-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY "PENDREC.CPY".
001171 FD  EVENT-FILE
001172     RECORDING MODE IS F
001173     LABEL RECORDS ARE STANDARD.
001174     COPY "EVNTREC.CPY".
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200*  WORKING COPY OF THE PARAMETER RECORD                          *
001460     88  WS-AUDIT-STATUS-NOT-FOUND    VALUE '35'.
001470 01  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
001480     88  WS-PEND-STATUS-NOT-FOUND     VALUE '35'.
001481 01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.
001482     88  WS-EVENT-STATUS-NOT-FOUND    VALUE '35'.
001490 01  WS-SWITCHES.
001500     05  WS-TRANS-EOF-SW          PIC X(01) VALUE 'N'.
001510         88  WS-TRANS-EOF             VALUE 'Y'.
001990 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002000 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002010 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH001'.
002011******************************************************************
002012*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- THE CALLER SETS THE     *
002013*  SEVERITY, CODE AND MESSAGE AND PERFORMS 9100-WRITE-EVENT.     *
002014******************************************************************
002015 01  WS-EVENT-FIELDS.
002016     05  WS-EVENT-SEVERITY        PIC X(01) VALUE SPACES.
002017     05  WS-EVENT-CODE            PIC X(08) VALUE SPACES.
002018     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
002019     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
002020     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
002021******************************************************************
002030*  WORK COUNTERS                                                 *
002040******************************************************************
002050 77  WC-TRANS-COUNT               PIC 9(09) COMP VALUE ZERO.
003420         NOT AT END
003430             IF OPER-OPERATOR-ID OF WS-OPER-REC
003435                 = WS-OPERATOR-ID
003436                 AND NOT OPER-SUSPENDED OF WS-OPER-REC
003440                 MOVE 'Y' TO WS-OPER-FOUND-SW
003450             END-IF
003460     END-READ.
003680     MOVE WS-PROFILE-NAME  TO AUDIT-PROFILE.
003690     MOVE 'V'              TO AUDIT-ACTION-CODE.
003700     MOVE 'PARMMNT'        TO AUDIT-DETAIL.
003701     MOVE SPACES           TO AUDIT-SEAL.
003710     WRITE AUDIT-REC.
003720     CLOSE AUDIT-FILE.
003721     MOVE 'E'        TO WS-EVENT-SEVERITY.
003722     MOVE 'AUTHREFU' TO WS-EVENT-CODE.
003723     MOVE SPACES     TO WS-EVENT-MESSAGE.
003724     STRING 'SUBMISSION REFUSED: OPERATOR NOT AUTHORIZED FOR '
003725         'PARMMNT' DELIMITED BY SIZE
003726         INTO WS-EVENT-MESSAGE.
003727     PERFORM 9100-WRITE-EVENT THRU 9100-EXIT.
003730 1040-EXIT.
003740     EXIT.
003750******************************************************************
005280             TO PEND-NEW-ALGORITHM OF WS-PEND-REC
005290         MOVE PTRN-NEW-MODE OF WS-TRN-REC
005300             TO PEND-NEW-MODE OF WS-PEND-REC
005301         MOVE PTRN-NEW-COST-CENTRE OF WS-TRN-REC
005302             TO PEND-NEW-COST-CENTRE OF WS-PEND-REC
005310         WRITE PEND-REC FROM WS-PEND-REC
005320         ADD 1 TO WC-STAGED-COUNT
005330     END-IF.
005830                 DISPLAY 'PICALCM: INVALID PRECISION CODE ON '
005840                     'TRANSACTION ' WC-TRANS-COUNT
005850             END-IF
005851         WHEN PTRN-COST-CENTRE OF WS-TRN-REC
005852             CONTINUE
005860         WHEN OTHER
005870             MOVE 'N' TO WS-TRN-VALID-SW
005880             DISPLAY 'PICALCM: INVALID FIELD CODE ON '
006200             PERFORM 3680-APPLY-PRECISION THRU 3680-EXIT
006210         WHEN PTRN-MAX-ITERS OF WS-TRN-REC
006220             PERFORM 3670-APPLY-MAX-ITERS THRU 3670-EXIT
006221         WHEN PTRN-COST-CENTRE OF WS-TRN-REC
006222             PERFORM 3690-APPLY-COST-CENTRE THRU 3690-EXIT
006230         WHEN OTHER
006240             PERFORM 3700-APPLY-UNKNOWN THRU 3700-EXIT
006250     END-EVALUATE.
008380 3680-EXIT.
008390     EXIT.
008400******************************************************************
008401*  3690-APPLY-COST-CENTRE -- CHANGE THE COST CENTRE THE          *
008402*  PROFILE'S RUNS ARE CHARGED TO AT MONTH END.  ANY VALUE IS     *
008403*  ACCEPTED; BLANK LEAVES THE PROFILE UNASSIGNED, AND PICHGBK    *
008404*  THEN CHARGES ITS RUNS TO SUSPENSE.                            *
008405******************************************************************
008406 3690-APPLY-COST-CENTRE.
008407     INITIALIZE WS-PLOG-REC.
008408     MOVE 'CC' TO PLOG-FIELD-CODE OF WS-PLOG-REC.
008409     MOVE PARM-COST-CENTRE OF WS-PARM-REC TO
008410          PLOG-OLD-COST-CENTRE OF WS-PLOG-REC.
008411     MOVE PTRN-NEW-COST-CENTRE OF WS-TRN-REC
008412         TO PARM-COST-CENTRE OF WS-PARM-REC.
008413     MOVE PARM-COST-CENTRE OF WS-PARM-REC TO
008414          PLOG-NEW-COST-CENTRE OF WS-PLOG-REC.
008415     PERFORM 3900-WRITE-LOG THRU 3900-EXIT.
008416 3690-EXIT.
008417     EXIT.
008418******************************************************************
008419*  3900-WRITE-LOG -- WRITE ONE BEFORE/AFTER RECORD TO PI.PARM.LOG*
008420*  FOR THE FIELD CHANGE JUST APPLIED.  UNDER DUAL CONTROL THE    *
008430*  RECORD CARRIES BOTH HALVES: THE REQUESTER AND THE STAGING     *
008440*  TIMESTAMP FROM THE PENDING RECORD, AND THIS APPROVE RUN'S     *
009380         TO PTRN-NEW-ALGORITHM OF WS-TRN-REC.
009390     MOVE PEND-NEW-MODE OF WS-PEND-REC
009400         TO PTRN-NEW-MODE OF WS-TRN-REC.
009401     MOVE PEND-NEW-COST-CENTRE OF WS-PEND-REC
009402         TO PTRN-NEW-COST-CENTRE OF WS-TRN-REC.
009410     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT.
009420     MOVE 'Y' TO WS-PEND-APPLIED-SW (WC-PEND-IDX).
009430     ADD 1 TO WC-APPLIED-COUNT.
010080     END-IF.
010090 9000-EXIT.
010100     EXIT.
010101******************************************************************
010102*  9100-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
010103*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.           *
010104******************************************************************
010105 9100-WRITE-EVENT.
010106     OPEN INPUT EVENT-FILE.
010107     IF WS-EVENT-STATUS-NOT-FOUND
010108         OPEN OUTPUT EVENT-FILE
010109     ELSE
010110         CLOSE EVENT-FILE
010111         OPEN EXTEND EVENT-FILE
010112     END-IF.
010113     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
010114     ACCEPT WS-EVENT-TIME FROM TIME.
010115     MOVE SPACES            TO EVT-REC.
010116     MOVE 'PICALCM'         TO EVT-SOURCE-PGM.
010117     MOVE WS-EVENT-SEVERITY TO EVT-SEVERITY.
010118     MOVE WS-EVENT-CODE     TO EVT-CODE.
010119     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
010120     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
010121     MOVE WS-RUN-DATE       TO EVT-RUN-DATE.
010122     MOVE WS-RUN-TIME       TO EVT-RUN-TIME.
010123     MOVE WS-OPERATOR-ID    TO EVT-OPERATOR-ID.
010124     MOVE WS-PROFILE-NAME   TO EVT-PROFILE.
010125     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
010126     MOVE ZERO              TO EVT-FWD-DATE.
010127     MOVE ZERO              TO EVT-FWD-TIME.
010128     WRITE EVT-REC.
010129     CLOSE EVENT-FILE.
010130 9100-EXIT.
010131     EXIT.
010132
010133
010134
010140
010150
