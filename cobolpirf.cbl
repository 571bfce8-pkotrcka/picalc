000280*  MOD LOG                                                       *
000290*  DATE       INIT DESCRIPTION                                   *
000300*  2026-09-01 RLH  ORIGINAL.                                     *
000301*  2026-10-15 RLH  A SUSPENDED OPERATOR ON PI.OPER.MASTER (STATUS*
000302*                  BYTE, MAINTAINED BY PIOPERM) IS PASSED OVER BY*
000303*                  THE OPERATOR LOOKUP AND SO REFUSED AS UNKNOWN.*
000304*  2026-10-15 RLH  THE AUDIT RECORD WRITTEN HERE CARRIES A BLANK *
000305*                  RESULT SEAL.                                  *
000306*  2026-10-15 RLH  OPERATIONAL EVENTS ON PI.EVENT.OUT (EVNTREC.  *
000307*                  CPY, 9100-WRITE-EVENT): AN AUTHORIZATION      *
000308*                  REFUSAL, AND EACH PROFILE WHOSE REFERENCE     *
000309*                  VALUE THE LOAD CHANGES.                       *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000550         ASSIGN TO AUDITDD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000571     SELECT EVENT-FILE
000572         ASSIGN TO EVENTDD
000573         ORGANIZATION IS SEQUENTIAL
000574         FILE STATUS IS WS-EVENT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REFIN-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "AUDITREC.CPY".
000791 FD  EVENT-FILE
000792     RECORDING MODE IS F
000793     LABEL RECORDS ARE STANDARD.
000794     COPY "EVNTREC.CPY".
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820*  WORKING COPIES OF THE PARAMETER AND LOG RECORDS               *
000960     88  WS-OPER-STATUS-NOT-FOUND    VALUE '35'.
000970 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000980     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
000981 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
000982     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
000990 01  WS-SWITCHES.
001000     05  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
001010         88  WS-PARM-EOF              VALUE 'Y'.
001580 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001590 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001600 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH'.
001601******************************************************************
001602*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- THE CALLER SETS THE     *
001603*  SEVERITY, CODE, PROFILE AND MESSAGE AND PERFORMS              *
001604*  9100-WRITE-EVENT.                                             *
001605******************************************************************
001606 01  WS-EVENT-FIELDS.
001607     05  WS-EVENT-SEVERITY        PIC X(01) VALUE SPACES.
001608     05  WS-EVENT-CODE            PIC X(08) VALUE SPACES.
001609     05  WS-EVENT-PROFILE         PIC X(08) VALUE SPACES.
001610     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
001611     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
001612     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
001613******************************************************************
001620*  WORK COUNTERS                                                 *
001630******************************************************************
001640 77  WC-PROF-COUNT                PIC 9(02) COMP VALUE ZERO.
002610         NOT AT END
002620             IF OPER-OPERATOR-ID OF WS-OPER-REC
002625                 = WS-OPERATOR-ID
002626                 AND NOT OPER-SUSPENDED OF WS-OPER-REC
002630                 MOVE 'Y' TO WS-OPER-FOUND-SW
002640             END-IF
002650     END-READ.
002870     MOVE SPACES           TO AUDIT-PROFILE.
002880     MOVE 'V'              TO AUDIT-ACTION-CODE.
002890     MOVE 'REFLOAD'        TO AUDIT-DETAIL.
002891     MOVE SPACES           TO AUDIT-SEAL.
002900     WRITE AUDIT-REC.
002910     CLOSE AUDIT-FILE.
002911     MOVE 'E'        TO WS-EVENT-SEVERITY.
002912     MOVE 'AUTHREFU' TO WS-EVENT-CODE.
002913     MOVE SPACES     TO WS-EVENT-PROFILE.
002914     MOVE SPACES     TO WS-EVENT-MESSAGE.
002915     STRING 'SUBMISSION REFUSED: OPERATOR NOT AUTHORIZED FOR '
002916         'REFLOAD' DELIMITED BY SIZE
002917         INTO WS-EVENT-MESSAGE.
002918     PERFORM 9100-WRITE-EVENT THRU 9100-EXIT.
002920 1150-EXIT.
002930     EXIT.
002940******************************************************************
004910     MOVE PARM-REFERENCE-VALUE OF WS-PARM-REC TO
004920          PLOG-NEW-DECIMAL OF WS-PLOG-REC.
004930     PERFORM 4300-WRITE-LOG THRU 4300-EXIT.
004931     MOVE 'I'        TO WS-EVENT-SEVERITY.
004932     MOVE 'REFCHG'   TO WS-EVENT-CODE.
004933     MOVE PARM-PROFILE-NAME OF WS-PARM-REC TO WS-EVENT-PROFILE.
004934     MOVE SPACES     TO WS-EVENT-MESSAGE.
004935     IF WS-DIVERGE-FOUND
004936         STRING 'REFERENCE VALUE EFFECTIVE ' WS-FEED-DATE-X
004937             ' LOADED; CHANGES AT DIGIT ' WS-DIVERGE-POS
004938             DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
004939     ELSE
004940         STRING 'REFERENCE VALUE EFFECTIVE ' WS-FEED-DATE-X
004941             ' LOADED; EXTENDED IMAGE REFRESHED ONLY'
004942             DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
004943     END-IF.
004944     PERFORM 9100-WRITE-EVENT THRU 9100-EXIT.
004945     MOVE WS-PARM-REC TO WS-PROF-REC (WC-PROF-IDX).
004950     ADD 1 TO WC-CHANGED-COUNT.
004960 4100-EXIT.
004970     EXIT.
005550         ' OF ' WC-PROF-COUNT ' PROFILE(S).'.
005560 9000-EXIT.
005570     EXIT.
005571******************************************************************
005572*  9100-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
005573*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.           *
005574******************************************************************
005575 9100-WRITE-EVENT.
005576     OPEN INPUT EVENT-FILE.
005577     IF WS-EVENT-STATUS-NOT-FOUND
005578         OPEN OUTPUT EVENT-FILE
005579     ELSE
005580         CLOSE EVENT-FILE
005581         OPEN EXTEND EVENT-FILE
005582     END-IF.
005583     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
005584     ACCEPT WS-EVENT-TIME FROM TIME.
005585     MOVE SPACES            TO EVT-REC.
005586     MOVE 'PIREFLD'         TO EVT-SOURCE-PGM.
005587     MOVE WS-EVENT-SEVERITY TO EVT-SEVERITY.
005588     MOVE WS-EVENT-CODE     TO EVT-CODE.
005589     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
005590     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
005591     MOVE WS-RUN-DATE       TO EVT-RUN-DATE.
005592     MOVE WS-RUN-TIME       TO EVT-RUN-TIME.
005593     MOVE WS-OPERATOR-ID    TO EVT-OPERATOR-ID.
005594     MOVE WS-EVENT-PROFILE  TO EVT-PROFILE.
005595     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
005596     MOVE ZERO              TO EVT-FWD-DATE.
005597     MOVE ZERO              TO EVT-FWD-TIME.
005598     WRITE EVT-REC.
005599     CLOSE EVENT-FILE.
005600 9100-EXIT.
005601     EXIT.
