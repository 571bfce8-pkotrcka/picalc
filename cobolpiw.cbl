000060*                NILAKANTHA, LEIBNIZ, OR MACHIN-LIKE SERIES      *
000070*                PICALC ITSELF OFFERS) AND WRITES ITS PARTIAL    *
000080*                SUM FOR PICALCMG TO MERGE.                      *
000081*                AT EACH REPORT-INTERVAL BOUNDARY INSIDE ITS     *
000082*                RANGE IT ALSO WRITES AN INTERIM SAMPLE OF ITS   *
000083*                RUNNING SUM, FROM WHICH PICALCMG REBUILDS THE   *
000084*                CONVERGENCE CURVE OF THE WHOLE RUN.             *
000090*                                                                *
000100*   LIMITATION   UNLIKE A NON-SPLIT PICALC RUN, A WORKER HAS NO  *
000110*                CHECKPOINT/RESTART OF ITS OWN -- IF A WORKER    *
000410*                  RUNNING AN UNPLANNED RANGE.  A MISSING OR     *
000420*                  EMPTY PLANDD KEEPS THE EXEC PARM RANGES       *
000430*                  WORKING AS BEFORE.                            *
000431*  2026-10-15 RLH  AN INTERIM SAMPLE RECORD (PART-REC-TYPE 'S')  *
000432*                  IS WRITTEN AT EVERY MULTIPLE OF THE REPORT    *
000433*                  INTERVAL INSIDE THE PARTITION, SO PICALCMG    *
000434*                  CAN LIST THE SAME CONVERGENCE LINES AN        *
000435*                  UNSPLIT RUN DOES.  THE INTERVAL COMES FROM A  *
000436*                  NEW 9-DIGIT EXEC PARM FIELD AFTER THE         *
000437*                  PRECISION BYTE (DEFAULT 100000, ZERO FOR NO   *
000438*                  SAMPLES).  PARTDD IS NOW OPENED BEFORE THE    *
000439*                  TERM LOOP RATHER THAN AT THE END.             *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
001800 77  WC-EP-IDX                    PIC 9(02) COMP VALUE ZERO.
001810 77  WC-POW-K                     PIC 9(09) COMP VALUE ZERO.
001820 77  WC-PLAN-COUNT                PIC 9(05) COMP VALUE ZERO.
001821 77  WC-REPORT-INTERVAL           PIC 9(09) COMP VALUE 100000.
001822 77  WC-RPT-MOD-QUOTIENT          PIC 9(09) COMP VALUE ZERO.
001823 77  WC-RPT-MOD-REMAINDER         PIC 9(09) COMP VALUE ZERO.
001830 01  WS-POWS-ZERO-SW              PIC X(01) VALUE 'N'.
001840     88  WS-POWS-ZERO                 VALUE 'Y'.
001850 LINKAGE SECTION.
001860******************************************************************
001870*  EXEC PARM -- THE PARTITION ID, ITS TERM RANGE, AND THE        *
001880*  SELECTED ALGORITHM, E.G. PARM='01000000001000250000N'.        *
001881*  THE PRECISION BYTE AND THE 9-DIGIT REPORT INTERVAL MAY        *
001882*  FOLLOW, E.G. PARM='01000000001000250000NS000100000'.          *
001890******************************************************************
001900 01  LS-PARM-INFO.
001910     05  LS-PARM-LENGTH           PIC S9(04) COMP.
001950         10  LS-PARM-END-ITER     PIC 9(09).
001960         10  LS-PARM-ALGORITHM    PIC X(01).
001970         10  LS-PARM-PRECISION    PIC X(01).
001971         10  LS-PARM-RPT-INTERVAL PIC 9(09).
001980         10  FILLER               PIC X(69).
001990 PROCEDURE DIVISION USING LS-PARM-INFO.
002000******************************************************************
002010*  MAINLINE                                                      *
002230     IF LS-PARM-LENGTH > 21
002240         AND LS-PARM-PRECISION = 'E'
002250         MOVE LS-PARM-PRECISION TO WS-PRECISION
002251     END-IF.
002252     IF LS-PARM-LENGTH > 30
002253         AND LS-PARM-RPT-INTERVAL NUMERIC
002254         MOVE LS-PARM-RPT-INTERVAL TO WC-REPORT-INTERVAL
002260     END-IF.
002270     PERFORM 1100-LOAD-PLAN THRU 1100-EXIT.
002280     IF WS-RUN-REFUSED
003900     EXIT.
003910******************************************************************
003920*  2000-PROCESS-PARTITION -- DRIVE THE SERIES OVER THIS          *
003921*  PARTITION'S TERM RANGE ONLY.  PARTDD IS OPENED FIRST SO THE   *
003922*  INTERIM SAMPLES CAN BE WRITTEN AS THE LOOP REACHES THEM.      *
003940******************************************************************
003950 2000-PROCESS-PARTITION.
003951     OPEN OUTPUT PART-FILE.
003960     PERFORM 3000-CALCUL THRU 3000-EXIT
003970         VARYING WC-ITER-COUNT FROM WC-START-ITER BY 1
003980         UNTIL WC-ITER-COUNT > WC-END-ITER.
004010******************************************************************
004020*  3000-CALCUL -- ONE TERM OF THE SELECTED SERIES, ACCUMULATED   *
004030*  INTO THIS PARTITION'S PARTIAL SUM RATHER THAN A RUN-WIDE      *
004031*  WS-PAJ.  AT A REPORT-INTERVAL BOUNDARY SHORT OF THE END OF    *
004032*  THE PARTITION THE RUNNING SUM IS WRITTEN AS AN INTERIM        *
004033*  SAMPLE; THE PARTITION'S LAST TERM IS LEFT TO 9000.            *
004050******************************************************************
004060 3000-CALCUL.
004070     IF WS-PREC-EXTENDED
004220             WHEN OTHER
004230                 PERFORM 3050-NILAKANTHA-TERM THRU 3050-EXIT
004240         END-EVALUATE
004241     END-IF.
004242     IF WC-REPORT-INTERVAL > ZERO
004243         AND WC-ITER-COUNT < WC-END-ITER
004244         DIVIDE WC-ITER-COUNT BY WC-REPORT-INTERVAL
004245             GIVING WC-RPT-MOD-QUOTIENT
004246             REMAINDER WC-RPT-MOD-REMAINDER
004247         IF WC-RPT-MOD-REMAINDER = ZERO
004248             PERFORM 3900-WRITE-SAMPLE THRU 3900-EXIT
004249         END-IF
004250     END-IF.
004260 3000-EXIT.
004270     EXIT.
005410     ADD 2 TO WS-X GIVING WS-X.
005420     COMPUTE WS-Y = WS-Y * -1.
005430 3250-EXIT.
005431     EXIT.
005432******************************************************************
005433*  3900-WRITE-SAMPLE -- WRITE THE RUNNING PARTIAL SUM AT THIS    *
005434*  REPORT-INTERVAL BOUNDARY AS AN INTERIM SAMPLE.  THE RECORD    *
005435*  HAS THE LAYOUT OF THE FINAL ONE, WITH THE BOUNDARY TERM IN    *
005436*  PART-END-ITER AND A TYPE OF 'S'.                              *
005437******************************************************************
005438 3900-WRITE-SAMPLE.
005439     MOVE SPACES             TO PART-REC.
005440     MOVE WC-PARTITION-ID    TO PART-PARTITION-ID.
005441     MOVE WC-START-ITER      TO PART-START-ITER.
005442     MOVE WC-ITER-COUNT      TO PART-END-ITER.
005443     MOVE WS-ALGORITHM-LABEL TO PART-ALGORITHM.
005444     IF WS-PREC-EXTENDED
005445         PERFORM 8900-EP-TO-STANDARD THRU 8900-EXIT
005446     END-IF.
005447     MOVE WS-PARTIAL-SUM     TO PART-SUM.
005448     MOVE 'S'                TO PART-REC-TYPE.
005449     MOVE WS-PRECISION       TO PART-PRECISION.
005450     MOVE WS-EPAJ            TO PART-EP-SUM.
005451     WRITE PART-REC.
005452 3900-EXIT.
005453     EXIT.
005454******************************************************************
005460*  8100-EP-DIVIDE -- LONG DIVISION OF THE SMALL INTEGER          *
005470*  WS-EP-NUMER BY WS-EP-DENOM INTO THE EXTENDED TERM WS-EPT,    *
005480*  ONE NINE-DIGIT CHUNK OF QUOTIENT PER PASS.  WS-EP-DENOM MUST *
007820     EXIT.
007830******************************************************************
007840*  9000-WRITE-PARTIAL -- WRITE THIS PARTITION'S RESULT FOR       *
007841*  PICALCMG TO PICK UP AND MERGE, AFTER ANY INTERIM SAMPLES.     *
007860******************************************************************
007870 9000-WRITE-PARTIAL.
007871     MOVE SPACES             TO PART-REC.
007890     MOVE WC-PARTITION-ID    TO PART-PARTITION-ID.
007900     MOVE WC-START-ITER      TO PART-START-ITER.
007910     MOVE WC-END-ITER        TO PART-END-ITER.
