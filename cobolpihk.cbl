000510*                  RERUN OF A SWEEP ALREADY FINISHED TODAY       *
000520*                  DOES NOTHING INSTEAD OF ARCHIVING THE SAME    *
000530*                  RECORDS TWICE.                                *
000531*  2026-10-15 RLH  A SUSPENDED OPERATOR ON PI.OPER.MASTER (STATUS*
000532*                  BYTE, MAINTAINED BY PIOPERM) IS PASSED OVER BY*
000533*                  THE OPERATOR LOOKUP AND SO REFUSED AS UNKNOWN.*
000534*  2026-10-15 RLH  AUDIT ARCHIVE/TEMP BUFFERS WIDENED TO 107     *
000535*                  BYTES FOR THE RESULT SEAL; THE REFUSAL RECORD *
000536*                  CARRIES A BLANK SEAL.                         *
000537*  2026-10-15 RLH  OPERATIONAL EVENTS ON PI.EVENT.OUT (EVNTREC.  *
000538*                  CPY, 7300-WRITE-EVENT): AN AUTHORIZATION      *
000539*                  REFUSAL, AND EACH SWEEP RESUMED FROM ITS      *
000540*                  JOURNAL AT THE COPY-BACK.                     *
000541******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
001160         ASSIGN TO JRNLDD
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-JRNL-STATUS.
001181     SELECT EVENT-FILE
001182         ASSIGN TO EVENTDD
001183         ORGANIZATION IS SEQUENTIAL
001184         FILE STATUS IS WS-EVENT-STATUS.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  HSKP-FILE
001410 FD  AUD-ARCH-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  ARCH-AUD-REC                 PIC X(107).
001450 FD  AUD-TEMP-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  TEMP-AUD-REC                 PIC X(107).
001490 FD  PLOG-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760     COPY "HSKPJRN.CPY".
001761 FD  EVENT-FILE
001762     RECORDING MODE IS F
001763     LABEL RECORDS ARE STANDARD.
001764     COPY "EVNTREC.CPY".
001770 WORKING-STORAGE SECTION.
001771******************************************************************
001772*  WORKING COPY OF THE OPERATOR MASTER RECORD -- THE PRIVILEGE  *
002000     88  WS-OPER-STATUS-NOT-FOUND    VALUE '35'.
002010 01  WS-JRNL-STATUS              PIC X(02) VALUE SPACES.
002020     88  WS-JRNL-STATUS-NOT-FOUND    VALUE '35'.
002021 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
002022     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
002030 01  WS-SWITCHES.
002040     05  WS-HSKP-EOF-SW           PIC X(01) VALUE 'N'.
002050         88  WS-HSKP-EOF              VALUE 'Y'.
002440 01  WS-CUTOFF-INT                PIC 9(08) VALUE ZERO.
002450 01  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002460 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH'.
002461******************************************************************
002462*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- THE CALLER SETS THE     *
002463*  SEVERITY, CODE AND MESSAGE AND PERFORMS 7300-WRITE-EVENT.     *
002464******************************************************************
002465 01  WS-EVENT-FIELDS.
002466     05  WS-EVENT-SEVERITY        PIC X(01) VALUE SPACES.
002467     05  WS-EVENT-CODE            PIC X(08) VALUE SPACES.
002468     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
002469     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
002470     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
002471******************************************************************
002480*  PER-SWEEP COUNTERS                                            *
002490******************************************************************
002500 77  WC-CARD-COUNT                PIC 9(05) COMP VALUE ZERO.
003420         NOT AT END
003430             IF OPER-OPERATOR-ID OF WS-OPER-REC
003435                 = WS-OPERATOR-ID
003436                 AND NOT OPER-SUSPENDED OF WS-OPER-REC
003440                 MOVE 'Y' TO WS-OPER-FOUND-SW
003450             END-IF
003460     END-READ.
003680     MOVE SPACES           TO AUDIT-PROFILE.
003690     MOVE 'V'              TO AUDIT-ACTION-CODE.
003700     MOVE 'HSKP'           TO AUDIT-DETAIL.
003701     MOVE SPACES           TO AUDIT-SEAL.
003710     WRITE AUDIT-REC.
003720     CLOSE AUDIT-FILE.
003721     MOVE 'E'        TO WS-EVENT-SEVERITY.
003722     MOVE 'AUTHREFU' TO WS-EVENT-CODE.
003723     MOVE SPACES     TO WS-EVENT-MESSAGE.
003724     STRING 'SUBMISSION REFUSED: OPERATOR NOT AUTHORIZED FOR '
003725         'HSKP' DELIMITED BY SIZE
003726         INTO WS-EVENT-MESSAGE.
003727     PERFORM 7300-WRITE-EVENT THRU 7300-EXIT.
003730 1150-EXIT.
003740     EXIT.
003750******************************************************************
004940     IF WS-RESUME-COPYBACK
004950         DISPLAY 'PIHSKP: PI.REPORT    RESUMING INTERRUPTED '
004960             'COPY-BACK FROM THE TEMP DATASET.'
004961         PERFORM 7250-POST-RESUME-EVENT THRU 7250-EXIT
004970         GO TO 3000-COPYBACK.
004980     OPEN INPUT REPORT-FILE.
004990     IF WS-REPORT-STATUS-NOT-FOUND
005760     IF WS-RESUME-COPYBACK
005770         DISPLAY 'PIHSKP: PI.AUDIT.LOG RESUMING INTERRUPTED '
005780             'COPY-BACK FROM THE TEMP DATASET.'
005781         PERFORM 7250-POST-RESUME-EVENT THRU 7250-EXIT
005790         GO TO 4000-COPYBACK.
005800     OPEN INPUT AUDIT-FILE.
005810     IF WS-AUDIT-STATUS-NOT-FOUND
006580     IF WS-RESUME-COPYBACK
006590         DISPLAY 'PIHSKP: PI.PARM.LOG  RESUMING INTERRUPTED '
006600             'COPY-BACK FROM THE TEMP DATASET.'
006601         PERFORM 7250-POST-RESUME-EVENT THRU 7250-EXIT
006610         GO TO 5000-COPYBACK.
006620     OPEN INPUT PLOG-FILE.
006630     IF WS-PLOG-STATUS-NOT-FOUND
008460 7200-EXIT.
008470     EXIT.
008480******************************************************************
008481*  7250-POST-RESUME-EVENT -- THE SWEEP FOR THE FILE CODE IN      *
008482*  WS-JRNL-CODE IS RESUMING FROM ITS JOURNAL: AN EARLIER RUN DIED*
008483*  BETWEEN THE ARCHIVE WRITE AND THE END OF THE COPY-BACK.       *
008484******************************************************************
008485 7250-POST-RESUME-EVENT.
008486     MOVE 'W'        TO WS-EVENT-SEVERITY.
008487     MOVE 'HSKPRESM' TO WS-EVENT-CODE.
008488     MOVE SPACES     TO WS-EVENT-MESSAGE.
008489     STRING 'SWEEP OF FILE CODE ' WS-JRNL-CODE
008490         ' RESUMED FROM PI.HSKP.JOURNAL AT THE COPY-BACK'
008491         DELIMITED BY SIZE INTO WS-EVENT-MESSAGE.
008492     PERFORM 7300-WRITE-EVENT THRU 7300-EXIT.
008493 7250-EXIT.
008494     EXIT.
008495******************************************************************
008496*  7300-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
008497*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.           *
008498******************************************************************
008499 7300-WRITE-EVENT.
008500     OPEN INPUT EVENT-FILE.
008501     IF WS-EVENT-STATUS-NOT-FOUND
008502         OPEN OUTPUT EVENT-FILE
008503     ELSE
008504         CLOSE EVENT-FILE
008505         OPEN EXTEND EVENT-FILE
008506     END-IF.
008507     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
008508     ACCEPT WS-EVENT-TIME FROM TIME.
008509     MOVE SPACES            TO EVT-REC.
008510     MOVE 'PIHSKP'          TO EVT-SOURCE-PGM.
008511     MOVE WS-EVENT-SEVERITY TO EVT-SEVERITY.
008512     MOVE WS-EVENT-CODE     TO EVT-CODE.
008513     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
008514     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
008515     MOVE WS-TODAY          TO EVT-RUN-DATE.
008516     MOVE WS-RUN-TIME       TO EVT-RUN-TIME.
008517     MOVE WS-OPERATOR-ID    TO EVT-OPERATOR-ID.
008518     MOVE SPACES            TO EVT-PROFILE.
008519     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
008520     MOVE ZERO              TO EVT-FWD-DATE.
008521     MOVE ZERO              TO EVT-FWD-TIME.
008522     WRITE EVT-REC.
008523     CLOSE EVENT-FILE.
008524 7300-EXIT.
008525     EXIT.
008526******************************************************************
008527*  9000-TERMINATE -- SUMMARIZE THE RUN AND FAIL THE CONDITION    *
008528*  CODE IF ANY CARD WAS REJECTED.                                *
008529******************************************************************
008530 9000-TERMINATE.
008531     DISPLAY 'PIHSKP: ' WC-CARD-COUNT ' CONTROL CARD(S) READ, '
008540         WC-BAD-CARD-COUNT ' REJECTED.'.
008550     IF WC-BAD-CARD-COUNT > ZERO
008560         AND RETURN-CODE = ZERO
