000140*                ENDS RC=4 SO THE SCHEDULER BYPASSES THE         *
000150*                CALCULATION STEP.  HOLDS AND ONE-OFF SKIPS ARE  *
000160*                CALENDAR ENTRIES, NOT LAST-MINUTE JCL EDITS.    *
000161*                AN EXPLICIT PROFILE NAMED BY AN ACCEPTED RUN    *
000162*                REQUEST THAT IS DUE RUNS AS A LEGITIMATE        *
000163*                SELECTION, NOT AN OVERRIDE.                     *
000170*                                                                *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000260*  MOD LOG                                                       *
000270*  DATE       INIT DESCRIPTION                                   *
000280*  2026-09-01 RLH  ORIGINAL.                                     *
000281*  2026-10-15 RLH  AN ACCEPTED PI.RUN.REQUEST (SEE PIRUNRQ) DUE  *
000282*                  TODAY FOR THE EXPLICIT PROFILE IS A           *
000283*                  LEGITIMATE SELECTION: IT RUNS WITHOUT THE     *
000284*                  OVERRIDE BYTE, EVEN ON A HELD DATE, AND THE   *
000285*                  REQUEST IS STAMPED AS RELEASED.               *
000286*  2026-10-15 RLH  THE AUDIT RECORD WRITTEN HERE CARRIES A BLANK *
000287*                  RESULT SEAL.                                  *
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000410         ASSIGN TO AUDITDD
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000431     SELECT RQST-FILE
000432         ASSIGN TO RQSTDD
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS WS-RQST-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CAL-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY "AUDITREC.CPY".
000531 FD  RQST-FILE
000532     RECORDING MODE IS F
000533     LABEL RECORDS ARE STANDARD.
000534     COPY "RUNREQ.CPY".
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000560*  FILE STATUS AND SWITCHES                                      *
000590     88  WS-CAL-STATUS-NOT-FOUND     VALUE '35'.
000600 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000610     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
000611 01  WS-RQST-STATUS              PIC X(02) VALUE SPACES.
000612     88  WS-RQST-STATUS-NOT-FOUND    VALUE '35'.
000620 01  WS-SWITCHES.
000630     05  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
000640         88  WS-CAL-EOF               VALUE 'Y'.
000700         88  WS-IS-QTR-END            VALUE 'Y'.
000710     05  WS-ENTRY-FOUND-SW        PIC X(01) VALUE 'N'.
000720         88  WS-ENTRY-FOUND           VALUE 'Y'.
000721     05  WS-RQST-EOF-SW           PIC X(01) VALUE 'N'.
000722         88  WS-RQST-EOF              VALUE 'Y'.
000730******************************************************************
000740*  SELECTED CALENDAR ENTRY -- THE MOST SPECIFIC ENTRY THAT       *
000750*  DESCRIBES THE PROCESSING DATE: A SPECIFIC-DATE ENTRY          *
000970******************************************************************
000980 01  WS-OPERATOR-ID               PIC X(08) VALUE 'BATCH'.
000990 01  WS-EXPLICIT-PROFILE          PIC X(08) VALUE SPACES.
000991******************************************************************
000992*  RUN REQUEST QUEUE -- EVERY PI.RUN.REQUEST RECORD, HELD        *
000993*  WHOLE SO THE SELECTED REQUEST CAN BE STAMPED AND THE QUEUE    *
000994*  REWRITTEN, AND THE SLOT OF THE SELECTED REQUEST (ZERO WHEN    *
000995*  NONE IS DUE FOR THE EXPLICIT PROFILE).                        *
000996******************************************************************
000997     COPY "RUNREQ.CPY" REPLACING ==RSRQ-REC== BY ==WS-RQST-REC==.
000998 01  WS-RQST-TABLE.
000999     05  WS-RQST-ENTRY OCCURS 500 TIMES
001000                                  PIC X(200).
001001 01  WS-SEL-NEEDED-BY             PIC 9(08) VALUE ZERO.
001002 77  WC-RQST-COUNT                PIC 9(04) COMP VALUE ZERO.
001003 77  WC-RQST-IDX                  PIC 9(04) COMP VALUE ZERO.
001004 77  WC-RQST-SEL                  PIC 9(04) COMP VALUE ZERO.
001005 LINKAGE SECTION.
001010******************************************************************
001020*  EXEC PARM -- THE SUBMITTING OPERATOR ID, THE EXPLICIT         *
001030*  PROFILE THE JOB INTENDS TO RUN (REFUSED IF LEFT BLANK WHEN   *
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-SCAN-CALENDAR THRU 2000-EXIT.
001211     PERFORM 2500-SCAN-REQUESTS THRU 2500-EXIT.
001220     PERFORM 3000-DECIDE THRU 3000-EXIT.
001230     STOP RUN.
001240******************************************************************
002270 2100-EXIT.
002280     EXIT.
002290******************************************************************
002291*  2500-SCAN-REQUESTS -- LOAD PI.RUN.REQUEST AND LOOK FOR AN     *
002292*  ACCEPTED REQUEST FOR THE EXPLICIT PROFILE THAT IS DUE: ITS    *
002293*  DECISION DATE HAS COME AND ITS NEEDED-BY DATE HAS NOT         *
002294*  PASSED.  OF SEVERAL, THE ONE NEEDED SOONEST IS TAKEN.  A      *
002295*  MISSING QUEUE, OR NO EXPLICIT PROFILE, SELECTS NOTHING.       *
002296******************************************************************
002297 2500-SCAN-REQUESTS.
002298     IF WS-EXPLICIT-PROFILE = SPACES
002299         GO TO 2500-EXIT.
002300     OPEN INPUT RQST-FILE.
002301     IF WS-RQST-STATUS-NOT-FOUND
002302         GO TO 2500-EXIT.
002303     PERFORM 2600-SCAN-ONE-RQST THRU 2600-EXIT
002304         UNTIL WS-RQST-EOF.
002305     CLOSE RQST-FILE.
002306     IF WC-RQST-SEL > ZERO
002307         MOVE WS-RQST-ENTRY (WC-RQST-SEL) TO WS-RQST-REC
002308     END-IF.
002309 2500-EXIT.
002310     EXIT.
002311******************************************************************
002312*  2600-SCAN-ONE-RQST -- FILE ONE REQUEST (THE WHOLE QUEUE IS    *
002313*  HELD FOR THE REWRITE IN 8100-STAMP-REQUEST) AND TEST IT.      *
002314*  A QUEUE LARGER THAN THE TABLE IS IGNORED ALTOGETHER RATHER    *
002315*  THAN REWRITTEN SHORT.                                         *
002316******************************************************************
002317 2600-SCAN-ONE-RQST.
002318     READ RQST-FILE INTO WS-RQST-REC
002319         AT END
002320             MOVE 'Y' TO WS-RQST-EOF-SW
002321     END-READ.
002322     IF WS-RQST-EOF
002323         GO TO 2600-EXIT.
002324     IF WC-RQST-COUNT NOT < 500
002325         DISPLAY 'PICALDRV: MORE THAN 500 REQUESTS ON '
002326             'PI.RUN.REQUEST; REQUEST QUEUE IGNORED.'
002327         MOVE ZERO TO WC-RQST-SEL
002328         MOVE 'Y' TO WS-RQST-EOF-SW
002329         GO TO 2600-EXIT.
002330     ADD 1 TO WC-RQST-COUNT.
002331     MOVE WS-RQST-REC TO WS-RQST-ENTRY (WC-RQST-COUNT).
002332     IF RSRQ-ACCEPTED OF WS-RQST-REC
002333         AND RSRQ-PROFILE OF WS-RQST-REC = WS-EXPLICIT-PROFILE
002334         AND RSRQ-DECIDED-DATE OF WS-RQST-REC NOT > WS-TODAY
002335         AND RSRQ-NEEDED-BY OF WS-RQST-REC NOT < WS-TODAY
002336         AND (WC-RQST-SEL = ZERO
002337             OR RSRQ-NEEDED-BY OF WS-RQST-REC < WS-SEL-NEEDED-BY)
002338         MOVE WC-RQST-COUNT TO WC-RQST-SEL
002339         MOVE RSRQ-NEEDED-BY OF WS-RQST-REC TO WS-SEL-NEEDED-BY
002340     END-IF.
002341 2600-EXIT.
002342     EXIT.
002343******************************************************************
002344*  3000-DECIDE -- TURN THE SELECTED ENTRY (OR ITS ABSENCE) INTO  *
002345*  THE CONDITION CODE THE SCHEDULER KEYS OFF: 0 PROFILE          *
002346*  CONFIRMED, 4 CALENDAR HOLD (BYPASS THE CALCULATION), 8        *
002347*  SUBMISSION REFUSED.  AN EXPLICIT PROFILE THAT CONTRADICTS    *
002348*  THE CALENDAR NEEDS THE OVERRIDE BYTE, AND THE OVERRIDE IS     *
002350*  LOGGED TO PI.AUDIT.LOG.  A BLANK EXPLICIT PROFILE IS ALSO    *
002360*  REFUSED WHEN THE CALENDAR NAMES ONE: THE DRIVER CANNOT       *
002370*  INJECT ITS SELECTION INTO THE CALCULATION STEP'S PARM, AND   *
002380*  A BLANK PROFILE THERE WOULD RUN THE FIRST PI.PARM.FILE       *
002390*  RECORD INSTEAD -- EXACTLY THE MISTAKE THE CALENDAR EXISTS    *
002400*  TO STOP.                                                     *
002401*  AN EXPLICIT PROFILE NAMED BY AN ACCEPTED PI.RUN.REQUEST       *
002402*  THAT IS DUE IS A LEGITIMATE SELECTION: IT RUNS WITHOUT THE    *
002403*  OVERRIDE BYTE, EVEN ON A HELD DATE, AND NO OVERRIDE IS        *
002404*  LOGGED -- THE REQUEST ITSELF CARRIES THE DECISION.            *
002410******************************************************************
002420 3000-DECIDE.
002421     IF WC-RQST-SEL > ZERO
002422         DISPLAY 'PICALDRV: EXPLICIT PROFILE '
002423             WS-EXPLICIT-PROFILE ' RUNS FOR ACCEPTED RUN '
002424             'REQUEST ' RSRQ-REQUEST-ID OF WS-RQST-REC
002425             ' (NEEDED BY ' RSRQ-NEEDED-BY OF WS-RQST-REC ').'
002426         PERFORM 8100-STAMP-REQUEST THRU 8100-EXIT
002427         GO TO 3000-EXIT.
002430     IF NOT WS-ENTRY-FOUND
002440         IF WS-EXPLICIT-PROFILE NOT = SPACES
002450             DISPLAY 'PICALDRV: NO CALENDAR ENTRY FOR '
003180     MOVE WS-EXPLICIT-PROFILE TO AUDIT-PROFILE.
003190     MOVE 'O'              TO AUDIT-ACTION-CODE.
003200     MOVE WS-SEL-PROFILE   TO AUDIT-DETAIL.
003201     MOVE SPACES           TO AUDIT-SEAL.
003210     WRITE AUDIT-REC.
003220     CLOSE AUDIT-FILE.
003230 8000-EXIT.
003240     EXIT.
003241******************************************************************
003242*  8100-STAMP-REQUEST -- MARK THE SELECTED REQUEST WITH THE      *
003243*  DATE AND TIME PICALDRV RELEASED IT, AND REWRITE               *
003244*  PI.RUN.REQUEST.  THE STAMP IS WHAT PIRUNRQ'S CLOSE RUN        *
003245*  MATCHES THE COMPLETED RUN AGAINST; A RELEASE WHOSE RUN FAILS  *
003246*  IS SIMPLY RESTAMPED WHEN THE REQUEST IS RESUBMITTED.          *
003247******************************************************************
003248 8100-STAMP-REQUEST.
003249     MOVE WS-RQST-ENTRY (WC-RQST-SEL) TO WS-RQST-REC.
003250     MOVE WS-TODAY    TO RSRQ-SELECT-DATE OF WS-RQST-REC.
003251     MOVE WS-RUN-TIME TO RSRQ-SELECT-TIME OF WS-RQST-REC.
003252     MOVE WS-RQST-REC TO WS-RQST-ENTRY (WC-RQST-SEL).
003253     OPEN OUTPUT RQST-FILE.
003254     PERFORM 8110-WRITE-ONE-RQST THRU 8110-EXIT
003255         VARYING WC-RQST-IDX FROM 1 BY 1
003256         UNTIL WC-RQST-IDX > WC-RQST-COUNT.
003257     CLOSE RQST-FILE.
003258 8100-EXIT.
003259     EXIT.
003260******************************************************************
003261*  8110-WRITE-ONE-RQST -- WRITE ONE REQUEST RECORD BACK.         *
003262******************************************************************
003263 8110-WRITE-ONE-RQST.
003264     WRITE RSRQ-REC FROM WS-RQST-ENTRY (WC-RQST-IDX).
003265 8110-EXIT.
003266     EXIT.
