000510*                  STABLE DIGITS; A MISMATCH WARNS WITH RC=4     *
000520*                  EVEN INSIDE THE 37-DECIMAL TOLERANCE, AS IN   *
000530*                  PICALC.                                       *
000531*  2026-10-15 RLH  THE MERGED RESULT RECORD IS SEALED AS IN      *
000532*                  PICALC (SEALWRK.CPY, 9200-COMPUTE-SEAL) AND   *
000533*                  THE SEAL CARRIED ON THE MERGE'S AUDIT RECORD. *
000534*  2026-10-15 RLH  THE 'C' LINE IS STAMPED WITH THE MERGE'S START*
000535*                  DATE AND TIME AND THE ALGORITHM, AS IN PICALC.*
000536*  2026-10-15 RLH  A SPLIT RUN NOW GETS THE FULL CONVERGENCE     *
000537*                  CURVE: 3400-WRITE-CURVE REBUILDS THE          *
000538*                  CUMULATIVE WS-PAJ AT EACH REPORT-INTERVAL     *
000539*                  BOUNDARY FROM THE WORKERS' INTERIM SAMPLES    *
000540*                  AND THE SUMS OF THE EARLIER PARTITIONS AND    *
000541*                  WRITES ORDINARY 'C' LINES BEFORE THE END-     *
000542*                  POINT LINE.  SAMPLE RECORDS ARE PASSED OVER   *
000543*                  WHEN THE PARTITION SET IS LOADED.             *
000544*  2026-10-15 RLH  A RECONCILIATION WARNING IS ALSO POSTED AS AN *
000545*                  OPERATIONAL EVENT ON PI.EVENT.OUT (EVNTREC.   *
000546*                  CPY, 9300-WRITE-EVENT).                       *
000547******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000840         ASSIGN TO AUDITDD
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-AUDIT-STATUS.
000861     SELECT EVENT-FILE
000862         ASSIGN TO EVENTDD
000863         ORGANIZATION IS SEQUENTIAL
000864         FILE STATUS IS WS-EVENT-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PARM-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY "AUDITREC.CPY".
001121 FD  EVENT-FILE
001122     RECORDING MODE IS F
001123     LABEL RECORDS ARE STANDARD.
001124     COPY "EVNTREC.CPY".
001130 WORKING-STORAGE SECTION.
001140******************************************************************
001150*  WORKING COPY OF THE PARAMETER RECORD                          *
001270     88  WS-PARM-STATUS-NOT-FOUND    VALUE '35'.
001280 01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
001290     88  WS-PART-STATUS-NOT-FOUND    VALUE '35'.
001291     88  WS-PART-STATUS-OK           VALUE '00'.
001300 01  WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
001310     88  WS-PLAN-STATUS-NOT-FOUND    VALUE '35'.
001320 01  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001370     88  WS-REPORT-STATUS-NOT-FOUND  VALUE '35'.
001380 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001390     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
001391 01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
001392     88  WS-EVENT-STATUS-NOT-FOUND   VALUE '35'.
001400 01  WS-SWITCHES.
001410     05  WS-PARM-FILE-SW          PIC X(01) VALUE 'N'.
001420         88  WS-PARM-FILE-FOUND      VALUE 'Y'.
001500         88  WS-RUN-REFUSED           VALUE 'Y'.
001510     05  WS-PLAN-EOF-SW           PIC X(01) VALUE 'N'.
001520         88  WS-PLAN-EOF              VALUE 'Y'.
001521     05  WS-RUN-SEALED-SW         PIC X(01) VALUE 'N'.
001522         88  WS-RUN-SEALED            VALUE 'Y'.
001530******************************************************************
001540*  SELECTED PARAMETER PROFILE -- BLANK SELECTS THE FIRST RECORD  *
001550*  ON PI.PARM.FILE.                                              *
001560******************************************************************
001570 01  WS-PROFILE-NAME              PIC X(08) VALUE SPACES.
001571******************************************************************
001572*  RESULT SEAL WORK AREA -- SEE 9200-COMPUTE-SEAL.               *
001573******************************************************************
001574     COPY "SEALWRK.CPY".
001575******************************************************************
001576*  OPERATIONAL EVENT FOR PI.EVENT.OUT -- THE CALLER SETS THE     *
001577*  SEVERITY, CODE AND MESSAGE AND PERFORMS 9300-WRITE-EVENT.     *
001578******************************************************************
001579 01  WS-EVENT-FIELDS.
001580     05  WS-EVENT-SEVERITY        PIC X(01) VALUE SPACES.
001581     05  WS-EVENT-CODE            PIC X(08) VALUE SPACES.
001582     05  WS-EVENT-MESSAGE         PIC X(80) VALUE SPACES.
001583     05  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
001584     05  WS-EVENT-TIME            PIC 9(08) VALUE ZERO.
001585******************************************************************
001590*  PARTITION TABLE -- THE WHOLE PARTITION SET IS LOADED AND      *
001600*  VALIDATED BEFORE A SINGLE TERM IS SUMMED.                     *
001610******************************************************************
001930*  MERGED ACCUMULATOR                                            *
001940******************************************************************
001950 01  WS-PAJ-ACCUM                 PIC S9(1)V9(37) VALUE ZERO.
001951******************************************************************
001952*  CONVERGENCE CURVE WORK AREAS -- THE RUNNING SUM OF THE        *
001953*  PARTITIONS BEFORE THE ONE BEING LISTED (BASELINE INCLUDED),   *
001954*  THE SAMPLE TO ADD TO IT, AND THE MERGED RESULT HELD ASIDE     *
001955*  WHILE WS-PAJ AND WS-EPAJ ARE BORROWED.  SEE 3400.             *
001956******************************************************************
001957 01  WS-CURVE-PREFIX              PIC S9(1)V9(37) VALUE ZERO.
001958 01  WS-CURVE-EP-PREFIX           PIC X(82) VALUE SPACES.
001959 01  WS-CURVE-ADD-SUM             PIC S9(1)V9(37) VALUE ZERO.
001960 01  WS-CURVE-SAVE-PAJ            PIC S9(1)V9(37) VALUE ZERO.
001961 01  WS-CURVE-SAVE-EPAJ           PIC X(82) VALUE SPACES.
001962******************************************************************
001970*  EXTENDED-PRECISION (72-DECIMAL) MERGE WORK AREAS -- THE SAME  *
001980*  SIGN/INTEGER/CHUNK SHAPE AND SIGNED CHUNK ADDITION PICALC    *
001990*  USES (SEE ITS 8200-8900 PARAGRAPHS).                         *
002730 77  WC-DIGIT-IDX                 PIC 9(02) COMP VALUE ZERO.
002740 77  WC-EP-CHECK-DEPTH            PIC 9(02) COMP VALUE ZERO.
002750 77  WC-ELAPSED-RAW               PIC S9(08) VALUE ZERO.
002751 77  WC-SAMPLE-COUNT              PIC 9(05) COMP VALUE ZERO.
002752 77  WC-SAMPLE-SKIPPED            PIC 9(05) COMP VALUE ZERO.
002753 77  WC-CURVE-POINTS              PIC 9(05) COMP VALUE ZERO.
002754 77  WC-CURVE-ITER                PIC 9(09) COMP VALUE ZERO.
002755 77  WC-REPORT-INTERVAL           PIC 9(09) COMP VALUE 100000.
002756 77  WC-RPT-MOD-QUOTIENT          PIC 9(09) COMP VALUE ZERO.
002757 77  WC-RPT-MOD-REMAINDER         PIC 9(09) COMP VALUE ZERO.
002760 LINKAGE SECTION.
002770******************************************************************
002780*  EXEC PARM -- THE SUBMITTING OPERATOR ID FOR THE AUDIT LOG,    *
003030     ELSE
003040         PERFORM 2800-SUM-PARTITIONS THRU 2800-EXIT
003050         PERFORM 3000-APPLY-BASELINE THRU 3000-EXIT
003051         PERFORM 3400-WRITE-CURVE THRU 3400-EXIT
003060         PERFORM 3500-WRITE-MERGE-RPT THRU 3500-EXIT
003070         PERFORM 4000-RECONCILE THRU 4000-EXIT
003080         PERFORM 9000-TERMINATE THRU 9000-EXIT
004300*  2000-LOAD-PARTITIONS -- READ EVERY PART-REC ON THE (POSSIBLY  *
004310*  DD-CONCATENATED) PARTDD DATASET INTO THE PARTITION TABLE SO   *
004320*  THE WHOLE SET CAN BE VALIDATED BEFORE ANYTHING IS SUMMED.     *
004321*  INTERIM SAMPLES ARE ONLY COUNTED HERE; 3400 READS THEM BACK.  *
004330******************************************************************
004340 2000-LOAD-PARTITIONS.
004350     IF NOT WS-PART-EOF
004480         AT END
004490             MOVE 'Y' TO WS-PART-EOF-SW
004500         NOT AT END
004501             IF PART-SAMPLE OF WS-PART-REC
004502                 ADD 1 TO WC-SAMPLE-COUNT
004503             ELSE
004510                 ADD 1 TO WC-PART-COUNT
004511             END-IF
004520     END-READ.
004530 2100-EXIT.
004540     EXIT.
004560*  2200-STORE-PART -- FILE THE PARTITION JUST READ IN THE TABLE. *
004570*  MORE PARTITIONS THAN THE TABLE HOLDS IS A SETUP MISTAKE AND   *
004580*  ABORTS THE MERGE THE SAME AS A COVERAGE VIOLATION WOULD.      *
004581*  AN INTERIM SAMPLE IS NOT A PARTITION AND IS PASSED OVER.      *
004590******************************************************************
004600 2200-STORE-PART.
004601     IF PART-SAMPLE OF WS-PART-REC
004602         PERFORM 2100-READ-PART THRU 2100-EXIT
004603         GO TO 2200-EXIT.
004610     IF WC-PART-COUNT > 100
004620         IF NOT WS-MERGE-ABORT
004630             DISPLAY 'PICALCMG: MORE THAN 100 PARTITIONS ON '
007710 3000-EXIT.
007720     EXIT.
007730******************************************************************
007731*  3400-WRITE-CURVE -- REBUILD THE CONVERGENCE CURVE OF THE      *
007732*  SPLIT RUN.  EACH WORKER SAMPLED ITS OWN RUNNING PARTIAL SUM   *
007733*  AT THE REPORT-INTERVAL BOUNDARIES INSIDE ITS RANGE; ADDING    *
007734*  THE COMPLETED SUMS OF EVERY EARLIER PARTITION (AND THE        *
007735*  NILAKANTHA BASELINE) GIVES THE CUMULATIVE WS-PAJ AN UNSPLIT   *
007736*  PICALC WOULD HAVE LOGGED AT THAT TERM.  A PARTITION THAT      *
007737*  ENDS ON A BOUNDARY SUPPLIES THE POINT FROM ITS FINAL SUM.     *
007738*  THE LINES ARE WRITTEN IN TERM ORDER AHEAD OF THE END-POINT    *
007739*  LINE FROM 3500, WHICH ALSO COVERS THE LAST TERM ITSELF, SO    *
007740*  NO BOUNDARY IS LOGGED TWICE.  ONLY SAMPLES ON THE PROFILE'S   *
007741*  PARM-REPORT-INTERVAL ARE LISTED.  THE MERGED RESULT IN        *
007742*  WS-PAJ AND WS-EPAJ IS HELD ASIDE AND PUT BACK AT THE END.     *
007743******************************************************************
007744 3400-WRITE-CURVE.
007745     IF WS-PARM-FILE-FOUND
007746         AND PARM-REPORT-INTERVAL OF WS-PARM-REC > ZERO
007747         MOVE PARM-REPORT-INTERVAL OF WS-PARM-REC
007748             TO WC-REPORT-INTERVAL
007749     END-IF.
007750     MOVE WS-PAJ  TO WS-CURVE-SAVE-PAJ.
007751     MOVE WS-EPAJ TO WS-CURVE-SAVE-EPAJ.
007752     MOVE ZERO TO WS-CURVE-PREFIX.
007753     IF WS-PREC-EXTENDED
007754         MOVE '+'      TO WS-EPAJ-SIGN
007755         MOVE ZERO     TO WS-EPAJ-INT
007756         MOVE ALL '0'  TO WS-EPAJ-FRAC-X
007757     END-IF.
007758     IF WS-ALGORITHM-LABEL = 'NILAKANTHA'
007759         MOVE 3 TO WS-CURVE-PREFIX
007760         IF WS-PREC-EXTENDED
007761             MOVE 3 TO WS-EPAJ-INT
007762         END-IF
007763     END-IF.
007764     MOVE WS-EPAJ TO WS-CURVE-EP-PREFIX.
007765     PERFORM 3410-CURVE-ONE-PART THRU 3410-EXIT
007766         VARYING WC-PART-IDX FROM 1 BY 1
007767         UNTIL WC-PART-IDX > WC-PART-COUNT.
007768     MOVE WS-CURVE-SAVE-PAJ  TO WS-PAJ.
007769     MOVE WS-CURVE-SAVE-EPAJ TO WS-EPAJ.
007770     IF WC-CURVE-POINTS > ZERO
007771         DISPLAY 'PICALCMG: ' WC-CURVE-POINTS ' CONVERGENCE '
007772             'LINE(S) REBUILT FROM THE PARTITION SUMS.'
007773     END-IF.
007774     IF WC-SAMPLE-SKIPPED > ZERO
007775         DISPLAY 'PICALCMG: ' WC-SAMPLE-SKIPPED ' WORKER '
007776             'SAMPLE(S) OFF THE PROFILE REPORT INTERVAL '
007777             'NOT LISTED; CHECK THE PICALCWP RPTINT.'
007778     END-IF.
007779 3400-EXIT.
007780     EXIT.
007781******************************************************************
007782*  3410-CURVE-ONE-PART -- LIST THE BOUNDARIES INSIDE ONE         *
007783*  PARTITION, THEN FOLD ITS FINAL SUM INTO THE RUNNING PREFIX    *
007784*  FOR THE PARTITIONS THAT FOLLOW IT.                            *
007785******************************************************************
007786 3410-CURVE-ONE-PART.
007787     IF WC-SAMPLE-COUNT > ZERO
007788         MOVE 'N' TO WS-PART-EOF-SW
007789         OPEN INPUT PART-FILE
007790         IF WS-PART-STATUS-OK
007791             PERFORM 3420-CURVE-SAMPLE THRU 3420-EXIT
007792                 UNTIL WS-PART-EOF
007793             CLOSE PART-FILE
007794         ELSE
007795             DISPLAY 'PICALCMG: PARTDD REOPEN FAILED, STATUS '
007796                 WS-PART-STATUS '; WORKER SAMPLES NOT LISTED.'
007797             MOVE ZERO TO WC-SAMPLE-COUNT
007798             IF RETURN-CODE < 4
007799                 MOVE 4 TO RETURN-CODE
007800             END-IF
007801         END-IF
007802     END-IF.
007803     IF WS-PT-END (WC-PART-IDX) < WC-MAX-END-ITER
007804         DIVIDE WS-PT-END (WC-PART-IDX) BY WC-REPORT-INTERVAL
007805             GIVING WC-RPT-MOD-QUOTIENT
007806             REMAINDER WC-RPT-MOD-REMAINDER
007807         IF WC-RPT-MOD-REMAINDER = ZERO
007808             MOVE WS-PT-END (WC-PART-IDX) TO WC-CURVE-ITER
007809             MOVE WS-PT-SUM (WC-PART-IDX) TO WS-CURVE-ADD-SUM
007810             MOVE WS-PT-EP-SUM (WC-PART-IDX) TO WS-EPT
007811             PERFORM 3450-WRITE-CURVE-POINT THRU 3450-EXIT
007812         END-IF
007813     END-IF.
007814     ADD WS-PT-SUM (WC-PART-IDX) TO WS-CURVE-PREFIX.
007815     IF WS-PREC-EXTENDED
007816         MOVE WS-CURVE-EP-PREFIX TO WS-EPAJ
007817         MOVE WS-PT-EP-SUM (WC-PART-IDX) TO WS-EPT
007818         PERFORM 8200-EP-ADD-TERM THRU 8200-EXIT
007819         MOVE WS-EPAJ TO WS-CURVE-EP-PREFIX
007820     END-IF.
007821 3410-EXIT.
007822     EXIT.
007823******************************************************************
007824*  3420-CURVE-SAMPLE -- READ PARTDD THROUGH FOR THE INTERIM      *
007825*  SAMPLES OF THE PARTITION IN HAND.  A WORKER WRITES ITS        *
007826*  SAMPLES IN TERM ORDER, SO THEY ARE LISTED AS THEY COME.       *
007827******************************************************************
007828 3420-CURVE-SAMPLE.
007829     READ PART-FILE INTO WS-PART-REC
007830         AT END
007831             MOVE 'Y' TO WS-PART-EOF-SW
007832             GO TO 3420-EXIT
007833     END-READ.
007834     IF NOT PART-SAMPLE OF WS-PART-REC
007835         OR PART-PARTITION-ID OF WS-PART-REC
007836             NOT = WS-PT-ID (WC-PART-IDX)
007837         OR PART-END-ITER OF WS-PART-REC
007838             NOT < WC-MAX-END-ITER
007839         GO TO 3420-EXIT.
007840     DIVIDE PART-END-ITER OF WS-PART-REC BY WC-REPORT-INTERVAL
007841         GIVING WC-RPT-MOD-QUOTIENT
007842         REMAINDER WC-RPT-MOD-REMAINDER.
007843     IF WC-RPT-MOD-REMAINDER NOT = ZERO
007844         ADD 1 TO WC-SAMPLE-SKIPPED
007845         GO TO 3420-EXIT.
007846     MOVE PART-END-ITER OF WS-PART-REC TO WC-CURVE-ITER.
007847     MOVE PART-SUM OF WS-PART-REC      TO WS-CURVE-ADD-SUM.
007848     MOVE PART-EP-SUM OF WS-PART-REC   TO WS-EPT.
007849     PERFORM 3450-WRITE-CURVE-POINT THRU 3450-EXIT.
007850 3420-EXIT.
007851     EXIT.
007852******************************************************************
007853*  3450-WRITE-CURVE-POINT -- PREFIX PLUS SAMPLE IS THE           *
007854*  CUMULATIVE WS-PAJ AT WC-CURVE-ITER; LOG IT EXACTLY AS 3500    *
007855*  LOGS THE END POINT.                                           *
007856******************************************************************
007857 3450-WRITE-CURVE-POINT.
007858     IF WS-PREC-EXTENDED
007859         MOVE WS-CURVE-EP-PREFIX TO WS-EPAJ
007860         PERFORM 8200-EP-ADD-TERM THRU 8200-EXIT
007861         PERFORM 8900-EP-TO-STANDARD THRU 8900-EXIT
007862     ELSE
007863         COMPUTE WS-PAJ = WS-CURVE-PREFIX + WS-CURVE-ADD-SUM
007864     END-IF.
007865     MOVE 'C'             TO RPT-LINE-TYPE.
007866     MOVE WC-CURVE-ITER   TO RPT-ITER-COUNT.
007867     MOVE WS-PAJ          TO RPT-PAJ.
007868     MOVE SPACES          TO RPT-MESSAGE.
007869     MOVE WS-RUN-DATE     TO RPT-CONV-START-DATE.
007870     MOVE WS-START-TIME   TO RPT-CONV-START-TIME.
007871     MOVE WS-ALGORITHM-LABEL TO RPT-CONV-ALGORITHM.
007872     MOVE WS-RUN-DATE     TO RPT-RUN-DATE.
007873     MOVE WS-PRECISION    TO RPT-PRECISION.
007874     MOVE WS-EPAJ         TO RPT-EP-PAJ.
007875     WRITE RPT-REC.
007876     ADD 1 TO WC-CURVE-POINTS.
007877 3450-EXIT.
007878     EXIT.
007879******************************************************************
007880*  3500-WRITE-MERGE-RPT -- LOG THE MERGED WS-PAJ TO THE          *
007881*  CONVERGENCE REPORT AS THE FINAL LINE FOR THIS RUN.  THE       *
007882*  INTERIOR REPORT-INTERVAL LINES HAVE ALREADY BEEN WRITTEN BY   *
007883*  3400 FROM THE WORKERS' INTERIM SAMPLES; THIS IS THE END-POINT *
007884*  LINE AT THE LAST TERM OF THE RUN, WHETHER OR NOT THAT TERM    *
007885*  FALLS ON A BOUNDARY.  WORKERS RUN WITH NO SAMPLES (RPTINT OF  *
007886*  ZERO) LEAVE ONLY THE PARTITION-END POINTS AND THIS LINE.      *
007887******************************************************************
007888 3500-WRITE-MERGE-RPT.
007889     MOVE 'C'             TO RPT-LINE-TYPE.
007890     MOVE WC-MAX-END-ITER TO RPT-ITER-COUNT.
007891     MOVE WS-PAJ          TO RPT-PAJ.
007892     MOVE SPACES          TO RPT-MESSAGE.
007893     MOVE WS-RUN-DATE     TO RPT-CONV-START-DATE.
007894     MOVE WS-START-TIME   TO RPT-CONV-START-TIME.
007895     MOVE WS-ALGORITHM-LABEL TO RPT-CONV-ALGORITHM.
007896     MOVE WS-RUN-DATE     TO RPT-RUN-DATE.
007897     MOVE WS-PRECISION    TO RPT-PRECISION.
007898     MOVE WS-EPAJ         TO RPT-EP-PAJ.
007900     WRITE RPT-REC.
007910 3500-EXIT.
007920     EXIT.
008580             ' DIGIT '  DELIMITED BY SIZE
008590         WS-DIVERGE-POS DELIMITED BY SIZE
008600         INTO RPT-MESSAGE.
008601     MOVE 'W'         TO WS-EVENT-SEVERITY.
008602     MOVE 'RECONWRN'  TO WS-EVENT-CODE.
008603     MOVE RPT-MESSAGE TO WS-EVENT-MESSAGE.
008604     PERFORM 9300-WRITE-EVENT THRU 9300-EXIT.
008610     MOVE WS-RUN-DATE     TO RPT-RUN-DATE.
008620     WRITE RPT-REC.
008630     MOVE 4 TO RETURN-CODE.
009250             ' DIGIT '  DELIMITED BY SIZE
009260         WS-DIVERGE-POS DELIMITED BY SIZE
009270         INTO RPT-MESSAGE.
009271     MOVE 'W'         TO WS-EVENT-SEVERITY.
009272     MOVE 'RECONWRN'  TO WS-EVENT-CODE.
009273     MOVE RPT-MESSAGE TO WS-EVENT-MESSAGE.
009274     PERFORM 9300-WRITE-EVENT THRU 9300-EXIT.
009280     MOVE WS-RUN-DATE     TO RPT-RUN-DATE.
009290     WRITE RPT-REC.
009300     MOVE 4 TO RETURN-CODE.
010700* CODE RATHER THAN SILENTLY LOSING THE RESULT).  AN EMPTY OR    *
010710* OTHERWISE INVALID PARTITION SET NEVER REACHES THIS PARAGRAPH  *
010720* -- 2300-VALIDATE-PARTITIONS ABORTS THE MERGE FIRST.           *
010721* THE RECORD AS WRITTEN IS SEALED (9200-COMPUTE-SEAL) AND THE   *
010722* SEAL IS CARRIED ON THE MERGE'S PI.AUDIT.LOG RECORD BY 9100.   *
010730******************************************************************
010740 9000-TERMINATE.
010750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010910         MOVE WS-PAJ             TO RSLT-PAJ
010920         MOVE WS-PRECISION       TO RSLT-PRECISION
010930         MOVE WS-EPAJ            TO RSLT-EP-PAJ
010931         MOVE RSLT-REC           TO SEAL-IMAGE
010932         PERFORM 9200-COMPUTE-SEAL THRU 9200-EXIT
010933         MOVE 'Y'                TO WS-RUN-SEALED-SW
010940         WRITE RSLT-REC
010950             INVALID KEY
010960                 DISPLAY 'PICALCMG: RESULT KEY ' RSLT-RUN-KEY
010970                     ' ALREADY ON ARCHIVE, STATUS '
010980                     WS-RESULT-STATUS '; RESULT NOT RECORDED.'
010990                 MOVE 8 TO RETURN-CODE
010991                 MOVE 'N' TO WS-RUN-SEALED-SW
011000         END-WRITE
011010         CLOSE RESULT-FILE
011020     END-IF.
011410     MOVE WS-PROFILE-NAME  TO AUDIT-PROFILE.
011420     MOVE SPACE            TO AUDIT-ACTION-CODE.
011430     MOVE SPACES           TO AUDIT-DETAIL.
011431     IF WS-RUN-SEALED
011432         MOVE SEAL-VALUE   TO AUDIT-SEAL-VALUE
011433     ELSE
011434         MOVE SPACES       TO AUDIT-SEAL
011435     END-IF.
011440     WRITE AUDIT-REC.
011450     CLOSE AUDIT-FILE.
011460 9100-EXIT.
011470     EXIT.
011471******************************************************************
011472*  9200-COMPUTE-SEAL -- CHECK VALUE OF THE RESULT RECORD MOVED   *
011473*  TO SEAL-IMAGE (SEE SEALWRK.CPY).  MUST MATCH 9300-COMPUTE-SEAL*
011474*  IN PICALC BYTE FOR BYTE: FILLER BLANKED, THEN EACH OF THE 166 *
011475*  BYTES ADDED INTO SUM-A AND EACH NEW SUM-A INTO SUM-B, BOTH    *
011476*  MODULO 65521.                                                 *
011477******************************************************************
011478 9200-COMPUTE-SEAL.
011479     MOVE SPACES          TO SEAL-UNUSED.
011480     MOVE 1               TO SEAL-SUM-A.
011481     MOVE ZERO            TO SEAL-SUM-B.
011482     PERFORM 9210-SEAL-ONE-BYTE THRU 9210-EXIT
011483         VARYING SEAL-IDX FROM 1 BY 1
011484         UNTIL SEAL-IDX > 166.
011485     COMPUTE SEAL-VALUE = SEAL-SUM-B * 65536 + SEAL-SUM-A.
011486 9200-EXIT.
011487     EXIT.
011488******************************************************************
011489*  9210-SEAL-ONE-BYTE -- ADD BYTE SEAL-IDX OF SEAL-IMAGE INTO    *
011490*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
011491******************************************************************
011492 9210-SEAL-ONE-BYTE.
011493     MOVE LOW-VALUE       TO SEAL-BYTE-HIGH.
011494     MOVE SEAL-BYTE (SEAL-IDX) TO SEAL-BYTE-LOW.
011495     COMPUTE SEAL-SUM-WORK = SEAL-SUM-A + SEAL-BYTE-VALUE.
011496     DIVIDE SEAL-SUM-WORK BY 65521
011497         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-A.
011498     COMPUTE SEAL-SUM-WORK = SEAL-SUM-B + SEAL-SUM-A.
011499     DIVIDE SEAL-SUM-WORK BY 65521
011500         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-B.
011501 9210-EXIT.
011502     EXIT.
011503******************************************************************
011504*  9300-WRITE-EVENT -- APPEND ONE OPERATIONAL EVENT TO           *
011505*  PI.EVENT.OUT FOR PIEVFWD TO FORWARD TO THE CONSOLE.  THE RUN  *
011506*  KEY IS THE MERGE'S START STAMP, AS ON ITS 'C' LINES.          *
011507******************************************************************
011508 9300-WRITE-EVENT.
011509     OPEN INPUT EVENT-FILE.
011510     IF WS-EVENT-STATUS-NOT-FOUND
011511         OPEN OUTPUT EVENT-FILE
011512     ELSE
011513         CLOSE EVENT-FILE
011514         OPEN EXTEND EVENT-FILE
011515     END-IF.
011516     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
011517     ACCEPT WS-EVENT-TIME FROM TIME.
011518     MOVE SPACES            TO EVT-REC.
011519     MOVE 'PICALCMG'        TO EVT-SOURCE-PGM.
011520     MOVE WS-EVENT-SEVERITY TO EVT-SEVERITY.
011521     MOVE WS-EVENT-CODE     TO EVT-CODE.
011522     MOVE WS-EVENT-DATE     TO EVT-EVENT-DATE.
011523     MOVE WS-EVENT-TIME     TO EVT-EVENT-TIME.
011524     MOVE WS-RUN-DATE       TO EVT-RUN-DATE.
011525     MOVE WS-START-TIME     TO EVT-RUN-TIME.
011526     MOVE WS-OPERATOR-ID    TO EVT-OPERATOR-ID.
011527     MOVE WS-PROFILE-NAME   TO EVT-PROFILE.
011528     MOVE WS-EVENT-MESSAGE  TO EVT-MESSAGE.
011529     MOVE ZERO              TO EVT-FWD-DATE.
011530     MOVE ZERO              TO EVT-FWD-TIME.
011531     WRITE EVT-REC.
011532     CLOSE EVENT-FILE.
011533 9300-EXIT.
011534     EXIT.
