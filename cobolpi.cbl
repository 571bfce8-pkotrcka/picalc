000740*                  EVEN WHEN THE 37-DECIMAL DRIFT IS WITHIN      *
000750*                  TOLERANCE -- THE TOLERANCE FIELD CANNOT       *
000760*                  EXPRESS A BOUND TIGHTER THAN 37 DECIMALS.     *
000761*  2026-10-15 RLH  A SUSPENDED OPERATOR ON PI.OPER.MASTER (STATUS*
000762*                  BYTE, MAINTAINED BY PIOPERM) IS PASSED OVER BY*
000763*                  THE OPERATOR LOOKUP AND SO REFUSED AS UNKNOWN.*
000764*  2026-10-15 RLH  THE RESULT RECORD WRITTEN AT TERMINATION IS   *
000765*                  SEALED: ITS CHECK VALUE (SEALWRK.CPY, 9300-   *
000766*                  COMPUTE-SEAL) IS CARRIED ON THE RUN'S AUDIT   *
000767*                  RECORD FOR PISEALV AND PICERT TO VERIFY.      *
000768*                  REFUSAL RECORDS CARRY A BLANK SEAL.           *
000769*  2026-10-15 RLH  'C' LINES CARRY THE START STAMP AND ALGORITHM.*
000770*  2026-10-15 RLH  OPERATIONAL EVENTS ON PI.EVENT.OUT (EVNTREC.  *
000771*                  CPY, 9400-WRITE-EVENT): RECONCILIATION        *
000772*                  WARNINGS, AN UNCONVERGED CEILING, A REFUSED OR*
000773*                  OVERRIDDEN RUN LOCK, AND AN AUTHORIZATION     *
000774*                  REFUSAL.                                      *
000775******************************************************************
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.   IBM-370.
001110         ASSIGN TO OPERDD
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-OPER-STATUS.
001131     SELECT EVENT-FILE
001132         ASSIGN TO EVENTDD
001133         ORGANIZATION IS SEQUENTIAL
001134         FILE STATUS IS WS-EVENT-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  PARM-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430     COPY "OPERREC.CPY".
001431 FD  EVENT-FILE
001432     RECORDING MODE IS F
001433     LABEL RECORDS ARE STANDARD.
001434     COPY "EVNTREC.CPY".
001440 WORKING-STORAGE SECTION.
001450******************************************************************
001460*  WORKING COPY OF THE PARAMETER RECORD                          *
001730     88  WS-LOCK-STATUS-NOT-FOUND    VALUE '35'.
001740 01  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
001750     88  WS-OPER-STATUS-NOT-FOUND    VALUE '35'.
001751 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
001752     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
001760 01  WS-SWITCHES.
001770     05  WS-PARM-FILE-SW          PIC X(01) VALUE 'N'.
001780         88  WS-PARM-FILE-FOUND      VALUE 'Y'.
001900         88  WS-OPER-EOF              VALUE 'Y'.
001910     05  WS-OPER-FOUND-SW         PIC X(01) VALUE 'N'.
001920         88  WS-OPER-FOUND            VALUE 'Y'.
001921     05  WS-RUN-SEALED-SW         PIC X(01) VALUE 'N'.
001922         88  WS-RUN-SEALED            VALUE 'Y'.
001930******************************************************************
001940*  PRIVILEGE THE REFUSAL RECORD NAMES WHEN A SUBMISSION IS       *
001950*  TURNED AWAY AT THE PI.OPER.MASTER CHECK.                      *
001960******************************************************************
001970 01  WS-REFUSAL-DETAIL            PIC X(08) VALUE SPACES.
001971******************************************************************
001972*  RESULT SEAL WORK AREA -- SEE 9300-COMPUTE-SEAL.               *
001973******************************************************************
001974     COPY "SEALWRK.CPY".
001975******************************************************************
001976*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- THE CALLER SETS THE     *
001977*  SEVERITY, CODE AND MESSAGE AND PERFORMS 9400-WRITE-EVENT.     *
001978******************************************************************
001979 01  WS-EVENT-FIELDS.
001980     05  WS-EVENT-SEVERITY        PIC X(01) VALUE SPACES.
001981     05  WS-EVENT-CODE            PIC X(08) VALUE SPACES.
001982     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
001983     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
001984     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
001985     05  WS-EVENT-COUNT           PIC 9(09) VALUE ZERO.
001986     05  WS-EVENT-PLACES          PIC 9(02) VALUE ZERO.
001987******************************************************************
001990*  SELECTED PARAMETER PROFILE -- BLANK SELECTS THE FIRST RECORD  *
002000*  ON PI.PARM.FILE.                                              *
002010******************************************************************
005090                             'LOCK HELD BY ' LOCK-OPERATOR-ID
005100                             ' SINCE ' LOCK-RUN-DATE ' '
005110                             LOCK-RUN-TIME '.'
005111                         MOVE 'W'        TO WS-EVENT-SEVERITY
005112                         MOVE 'LOCKOVRD' TO WS-EVENT-CODE
005113                         MOVE SPACES     TO WS-EVENT-MESSAGE
005114                         STRING 'LIVE RUN LOCK HELD BY '
005115                             LOCK-OPERATOR-ID ' SINCE '
005116                             LOCK-RUN-DATE ' ' LOCK-RUN-TIME
005117                             ' OVERRIDDEN' DELIMITED BY SIZE
005118                             INTO WS-EVENT-MESSAGE
005119                         PERFORM 9400-WRITE-EVENT THRU 9400-EXIT
005120                     ELSE
005130                         DISPLAY 'PICALC: RUN LOCK HELD BY '
005140                             LOCK-OPERATOR-ID ' SINCE '
005160                             ' FOR ' LOCK-TARGET-ITERS
005170                             ' TERMS; SUBMISSION REFUSED.'
005180                         MOVE 'Y' TO WS-RUN-REFUSED-SW
005181                         MOVE 'E'        TO WS-EVENT-SEVERITY
005182                         MOVE 'LOCKREFU' TO WS-EVENT-CODE
005183                         MOVE SPACES     TO WS-EVENT-MESSAGE
005184                         STRING 'RUN LOCK HELD BY '
005185                             LOCK-OPERATOR-ID ' SINCE '
005186                             LOCK-RUN-DATE ' ' LOCK-RUN-TIME
005187                             '; SUBMISSION REFUSED'
005188                             DELIMITED BY SIZE
005189                             INTO WS-EVENT-MESSAGE
005190                         PERFORM 9400-WRITE-EVENT THRU 9400-EXIT
005191                     END-IF
005200                 END-IF
005210         END-READ
005220         CLOSE LOCK-FILE
005870         NOT AT END
005880             IF OPER-OPERATOR-ID OF WS-OPER-REC
005885                 = WS-OPERATOR-ID
005886                 AND NOT OPER-SUSPENDED OF WS-OPER-REC
005890                 MOVE 'Y' TO WS-OPER-FOUND-SW
005900             END-IF
005910     END-READ.
006150     MOVE WS-PROFILE-NAME  TO AUDIT-PROFILE.
006160     MOVE 'V'              TO AUDIT-ACTION-CODE.
006170     MOVE WS-REFUSAL-DETAIL TO AUDIT-DETAIL.
006171     MOVE SPACES           TO AUDIT-SEAL.
006180     WRITE AUDIT-REC.
006190     CLOSE AUDIT-FILE.
006191     MOVE 'E'        TO WS-EVENT-SEVERITY.
006192     MOVE 'AUTHREFU' TO WS-EVENT-CODE.
006193     MOVE SPACES     TO WS-EVENT-MESSAGE.
006194     STRING 'SUBMISSION REFUSED: OPERATOR NOT AUTHORIZED FOR '
006195         WS-REFUSAL-DETAIL DELIMITED BY SIZE
006196         INTO WS-EVENT-MESSAGE.
006197     PERFORM 9400-WRITE-EVENT THRU 9400-EXIT.
006200 1450-EXIT.
006210     EXIT.
006220******************************************************************
007940                 WC-PREC-CEILING ' REACHED BEFORE '
007950                 WC-STABLE-TARGET ' DECIMAL PLACES '
007960                 'STABILIZED.'
007961             MOVE 'W'        TO WS-EVENT-SEVERITY
007962             MOVE 'CEILING'  TO WS-EVENT-CODE
007963             MOVE SPACES     TO WS-EVENT-MESSAGE
007964             MOVE WC-PREC-CEILING  TO WS-EVENT-COUNT
007965             MOVE WC-STABLE-TARGET TO WS-EVENT-PLACES
007966             STRING 'ITERATION CEILING ' WS-EVENT-COUNT
007967                 ' REACHED BEFORE ' WS-EVENT-PLACES
007968                 ' DECIMAL PLACES STABILIZED'
007969                 DELIMITED BY SIZE INTO WS-EVENT-MESSAGE
007970             PERFORM 9400-WRITE-EVENT THRU 9400-EXIT
007971             MOVE 4 TO RETURN-CODE
007980         END-IF
007990     END-IF.
008000     IF WS-PREC-EXTENDED
009850     MOVE WC-ITER-COUNT TO RPT-ITER-COUNT.
009860     MOVE WS-PAJ        TO RPT-PAJ.
009870     MOVE SPACES        TO RPT-MESSAGE.
009871     MOVE WS-RUN-DATE   TO RPT-CONV-START-DATE.
009872     MOVE WS-START-TIME TO RPT-CONV-START-TIME.
009873     MOVE WS-ALGORITHM-LABEL TO RPT-CONV-ALGORITHM.
009880     MOVE WS-RUN-DATE   TO RPT-RUN-DATE.
009890     MOVE WS-PRECISION  TO RPT-PRECISION.
009900     MOVE WS-EPAJ       TO RPT-EP-PAJ.
011650             ' DIGIT '  DELIMITED BY SIZE
011660         WS-DIVERGE-POS DELIMITED BY SIZE
011670         INTO RPT-MESSAGE.
011671     MOVE 'W'         TO WS-EVENT-SEVERITY.
011672     MOVE 'RECONWRN'  TO WS-EVENT-CODE.
011673     MOVE RPT-MESSAGE TO WS-EVENT-MESSAGE.
011674     PERFORM 9400-WRITE-EVENT THRU 9400-EXIT.
011680     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
011690     WRITE RPT-REC.
011700     MOVE 4 TO RETURN-CODE.
012320             ' DIGIT '  DELIMITED BY SIZE
012330         WS-DIVERGE-POS DELIMITED BY SIZE
012340         INTO RPT-MESSAGE.
012341     MOVE 'W'         TO WS-EVENT-SEVERITY.
012342     MOVE 'RECONWRN'  TO WS-EVENT-CODE.
012343     MOVE RPT-MESSAGE TO WS-EVENT-MESSAGE.
012344     PERFORM 9400-WRITE-EVENT THRU 9400-EXIT.
012350     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
012360     WRITE RPT-REC.
012370     MOVE 4 TO RETURN-CODE.
014810*  TIME.  A DUPLICATE KEY (TWO RUNS ENDING ON THE SAME CLOCK     *
014820*  HUNDREDTH) IS REPORTED AND FAILS THE CONDITION CODE RATHER    *
014830*  THAN SILENTLY LOSING THE RESULT.                              *
014831*  THE RECORD AS WRITTEN IS SEALED (9300-COMPUTE-SEAL) AND THE   *
014832*  SEAL IS CARRIED ON THE RUN'S PI.AUDIT.LOG RECORD BY 9100; A   *
014833*  RESULT THAT WAS NOT RECORDED LEAVES THE AUDIT SEAL BLANK.     *
014840******************************************************************
014850 9000-TERMINATE.
014860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015020         MOVE WS-PAJ          TO RSLT-PAJ
015030         MOVE WS-PRECISION    TO RSLT-PRECISION
015040         MOVE WS-EPAJ         TO RSLT-EP-PAJ
015041         MOVE RSLT-REC        TO SEAL-IMAGE
015042         PERFORM 9300-COMPUTE-SEAL THRU 9300-EXIT
015043         MOVE 'Y'             TO WS-RUN-SEALED-SW
015050         WRITE RSLT-REC
015060             INVALID KEY
015070                 DISPLAY 'PICALC: RESULT KEY ' RSLT-RUN-KEY
015080                     ' ALREADY ON ARCHIVE, STATUS '
015090                     WS-RESULT-STATUS '; RESULT NOT RECORDED.'
015100                 MOVE 8 TO RETURN-CODE
015101                 MOVE 'N' TO WS-RUN-SEALED-SW
015110         END-WRITE
015120         CLOSE RESULT-FILE
015130     END-IF.
015510     MOVE WS-PAJ           TO AUDIT-PAJ.
015520     MOVE SPACE            TO AUDIT-ACTION-CODE.
015530     MOVE SPACES           TO AUDIT-DETAIL.
015531     IF WS-RUN-SEALED
015532         MOVE SEAL-VALUE   TO AUDIT-SEAL-VALUE
015533     ELSE
015534         MOVE SPACES       TO AUDIT-SEAL
015535     END-IF.
015540     WRITE AUDIT-REC.
015550     CLOSE AUDIT-FILE.
015560 9100-EXIT.
015720     CLOSE LOCK-FILE.
015730 9200-EXIT.
015740     EXIT.
015741******************************************************************
015742*  9300-COMPUTE-SEAL -- CHECK VALUE OF THE RESULT RECORD MOVED   *
015743*  TO SEAL-IMAGE (SEE SEALWRK.CPY).  THE UNUSED FILLER IS        *
015744*  BLANKED FIRST; EACH OF THE 166 BYTES IS THEN ADDED INTO       *
015745*  SUM-A, AND EACH NEW SUM-A INTO SUM-B, BOTH MODULO 65521, SO A *
015746*  CHANGED OR TRANSPOSED BYTE ANYWHERE IN THE RECORD CHANGES THE *
015747*  VALUE.  PICALCMG, PISEALV AND PICERT CARRY IDENTICAL          *
015748*  PARAGRAPHS.                                                   *
015749******************************************************************
015750 9300-COMPUTE-SEAL.
015751     MOVE SPACES          TO SEAL-UNUSED.
015752     MOVE 1               TO SEAL-SUM-A.
015753     MOVE ZERO            TO SEAL-SUM-B.
015754     PERFORM 9310-SEAL-ONE-BYTE THRU 9310-EXIT
015755         VARYING SEAL-IDX FROM 1 BY 1
015756         UNTIL SEAL-IDX > 166.
015757     COMPUTE SEAL-VALUE = SEAL-SUM-B * 65536 + SEAL-SUM-A.
015758 9300-EXIT.
015759     EXIT.
015760******************************************************************
015761*  9310-SEAL-ONE-BYTE -- ADD BYTE SEAL-IDX OF SEAL-IMAGE INTO    *
015762*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
015763******************************************************************
015764 9310-SEAL-ONE-BYTE.
015765     MOVE LOW-VALUE       TO SEAL-BYTE-HIGH.
015766     MOVE SEAL-BYTE (SEAL-IDX) TO SEAL-BYTE-LOW.
015767     COMPUTE SEAL-SUM-WORK = SEAL-SUM-A + SEAL-BYTE-VALUE.
015768     DIVIDE SEAL-SUM-WORK BY 65521
015769         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-A.
015770     COMPUTE SEAL-SUM-WORK = SEAL-SUM-B + SEAL-SUM-A.
015771     DIVIDE SEAL-SUM-WORK BY 65521
015772         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-B.
015773 9310-EXIT.
015774     EXIT.
015775******************************************************************
015776*  9400-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
015777*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.  THE RUN  *
015778*  KEY IS THE RUN'S START STAMP, AS CARRIED ON PI.RUNLOCK.       *
015779******************************************************************
015780 9400-WRITE-EVENT.
015781     OPEN INPUT EVENT-FILE.
015782     IF WS-EVENT-STATUS-NOT-FOUND
015783         OPEN OUTPUT EVENT-FILE
015784     ELSE
015785         CLOSE EVENT-FILE
015786         OPEN EXTEND EVENT-FILE
015787     END-IF.
015788     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
015789     ACCEPT WS-EVENT-TIME FROM TIME.
015790     MOVE SPACES            TO EVT-REC.
015791     MOVE 'PICALC'          TO EVT-SOURCE-PGM.
015792     MOVE WS-EVENT-SEVERITY TO EVT-SEVERITY.
015793     MOVE WS-EVENT-CODE     TO EVT-CODE.
015794     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
015795     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
015796     MOVE WS-RUN-DATE       TO EVT-RUN-DATE.
015797     MOVE WS-START-TIME     TO EVT-RUN-TIME.
015798     MOVE WS-OPERATOR-ID    TO EVT-OPERATOR-ID.
015799     MOVE WS-PROFILE-NAME   TO EVT-PROFILE.
015800     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
015801     MOVE ZERO              TO EVT-FWD-DATE.
015802     MOVE ZERO              TO EVT-FWD-TIME.
015803     WRITE EVT-REC.
015804     CLOSE EVENT-FILE.
015805 9400-EXIT.
015806     EXIT.
