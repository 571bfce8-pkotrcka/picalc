000010******************************************************************
000020*                                                                *
000030*   PROGRAM      PISEALV                                         *
000040*   FUNCTION     RESULT SEAL VERIFICATION.  SWEEPS THE           *
000050*                PI.RESULT.KSDS ARCHIVE AGAINST PI.AUDIT.LOG AND *
000060*                RECOMPUTES, FOR EVERY RESULT RECORD, THE SEAL   *
000070*                PICALC OR PICALCMG STORED ON THE RUN'S AUDIT    *
000080*                RECORD WHEN THE RESULT WAS WRITTEN (SEE         *
000090*                SEALWRK.CPY).  A RESULT WHOSE SEAL NO LONGER    *
000100*                MATCHES HAS BEEN ALTERED SINCE ITS RUN; A       *
000110*                RESULT WITH NO SEALED AUDIT RECORD BEHIND IT    *
000120*                CANNOT BE VOUCHED FOR.  EITHER IS LISTED AS A   *
000130*                FAILURE AND ENDS THE RUN RC=8.                  *
000140*                                                                *
000150*                THE TWO FILES ARE MATCHED AS A TWO-FILE BALANCE *
000160*                ON RUN DATE AND TIME, AS IN PIHIST.  RESULTS    *
000170*                WRITTEN BEFORE THE SEAL WAS INTRODUCED HAVE NO  *
000180*                SEAL TO CHECK: EVERY RESULT KEYED AHEAD OF THE  *
000190*                SEAL GO-LIVE STAMP GIVEN ON THE EXEC PARM IS    *
000200*                LISTED AS UNSEALED LEGACY, NOT AS A FAILURE.    *
000210*                FROM THAT STAMP ON, A MISSING OR BLANK SEAL IS A*
000220*                FAILURE.  A LATER RESULT WITH NO AUDIT RECORD   *
000230*                THAT IS OLDER THAN THE FIRST RUN ON PI.AUDIT.LOG*
000240*                HAS HAD ITS RECORD SWEPT BY PIHSKP RETENTION; IT*
000250*                IS LISTED AS AGED OUT AND ENDS THE RUN RC=4.    *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     PISEALV.
000300 AUTHOR.         R L HENNESSEY.
000310 INSTALLATION.   BATCH SYSTEMS.
000320 DATE-WRITTEN.   2026-10-15.
000330 DATE-COMPILED.
000340******************************************************************
000350*  MOD LOG                                                       *
000360*  DATE       INIT DESCRIPTION                                   *
000370*  2026-10-15 RLH  ORIGINAL.                                     *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RESULT-FILE
000460         ASSIGN TO RESULTDD
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS RSLT-RUN-KEY
000500         FILE STATUS IS WS-RESULT-STATUS.
000510     SELECT AUDIT-FILE
000520         ASSIGN TO AUDITDD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT PRINT-FILE
000560         ASSIGN TO PRINTDD
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRINT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RESULT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY "RESLTREC.CPY".
000650 FD  AUDIT-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY "AUDITREC.CPY".
000690 FD  PRINT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  PRNT-REC                     PIC X(132).
000730 WORKING-STORAGE SECTION.
000740******************************************************************
000750*  FILE STATUS AND SWITCHES                                      *
000760******************************************************************
000770 01  WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
000780     88  WS-RESULT-STATUS-OK         VALUE '00' '97'.
000790     88  WS-RESULT-STATUS-NOT-FOUND  VALUE '35'.
000800 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000810     88  WS-AUDIT-STATUS-NOT-FOUND   VALUE '35'.
000820 01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
000830 01  WS-SWITCHES.
000840     05  WS-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
000850         88  WS-RESULT-EOF            VALUE 'Y'.
000860     05  WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
000870         88  WS-AUDIT-EOF             VALUE 'Y'.
000880******************************************************************
000890*  MATCH KEYS -- RUN DATE PLUS RUN TIME FROM EACH FILE, COMPARED *
000900*  AS A SINGLE GROUP SO THE TWO-FILE BALANCE CAN TELL WHICH SIDE *
000910*  IS BEHIND.                                                    *
000920******************************************************************
000930 01  WS-RSLT-KEY.
000940     05  WS-RSLT-KEY-DATE         PIC 9(08) VALUE ZERO.
000950     05  WS-RSLT-KEY-TIME         PIC 9(08) VALUE ZERO.
000960 01  WS-AUDIT-KEY.
000970     05  WS-AUDIT-KEY-DATE        PIC 9(08) VALUE ZERO.
000980     05  WS-AUDIT-KEY-TIME        PIC 9(08) VALUE ZERO.
000990******************************************************************
001000*  SEAL GO-LIVE STAMP (RUN DATE AND TIME) FROM THE EXEC PARM --  *
001010*  RESULTS KEYED BELOW IT PREDATE THE SEAL.  ZERO (NO PARM)      *
001020*  EXPECTS EVERY RESULT TO BE SEALED.  THE OLDEST AUDIT RUN KEY  *
001030*  IS THE FIRST ONE READ; ZERO UNTIL THEN.                       *
001040******************************************************************
001050 01  WS-SEAL-GO-LIVE.
001060     05  WS-SEAL-GO-LIVE-DATE     PIC 9(08) VALUE ZERO.
001070     05  WS-SEAL-GO-LIVE-TIME     PIC 9(08) VALUE ZERO.
001080 01  WS-AUDIT-OLDEST.
001090     05  WS-AUDIT-OLDEST-DATE     PIC 9(08) VALUE ZERO.
001100     05  WS-AUDIT-OLDEST-TIME     PIC 9(08) VALUE ZERO.
001110******************************************************************
001120*  RESULT SEAL WORK AREA -- SEE 7000-COMPUTE-SEAL.               *
001130******************************************************************
001140     COPY "SEALWRK.CPY".
001150 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001160******************************************************************
001170*  HEADING AND DETAIL LINES -- ONE DETAIL LINE PER RESULT THAT   *
001180*  DID NOT VERIFY CLEANLY; VERIFIED RESULTS ARE ONLY COUNTED.    *
001190******************************************************************
001200 01  WS-HEAD1.
001210     05  FILLER                   PIC X(07) VALUE 'PISEALV'.
001220     05  FILLER                   PIC X(23) VALUE SPACES.
001230     05  FILLER                   PIC X(34)
001240         VALUE 'PI RESULT SEAL VERIFICATION'.
001250     05  FILLER                   PIC X(24) VALUE SPACES.
001260     05  FILLER                   PIC X(08) VALUE 'RUN DATE'.
001270     05  FILLER                   PIC X(01) VALUE SPACE.
001280     05  WS-HEAD1-DATE.
001290         10  WS-HEAD1-YYYY        PIC 9(04).
001300         10  FILLER               PIC X(01) VALUE '-'.
001310         10  WS-HEAD1-MM          PIC 9(02).
001320         10  FILLER               PIC X(01) VALUE '-'.
001330         10  WS-HEAD1-DD          PIC 9(02).
001340     05  FILLER                   PIC X(03) VALUE SPACES.
001350     05  FILLER                   PIC X(05) VALUE 'PAGE '.
001360     05  WS-HEAD1-PAGE            PIC ZZZZ9.
001370 01  WS-HEAD2.
001380     05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
001390     05  FILLER                   PIC X(01) VALUE SPACE.
001400     05  FILLER                   PIC X(08) VALUE 'RUN TIME'.
001410     05  FILLER                   PIC X(02) VALUE SPACES.
001420     05  FILLER                   PIC X(08) VALUE 'PROFILE'.
001430     05  FILLER                   PIC X(02) VALUE SPACES.
001440     05  FILLER                   PIC X(08) VALUE 'OPERATOR'.
001450     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  FILLER                   PIC X(12) VALUE 'ALGORITHM'.
001470     05  FILLER                   PIC X(02) VALUE SPACES.
001480     05  FILLER                   PIC X(16) VALUE 'SEAL STATUS'.
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  FILLER                   PIC X(10) VALUE 'STORED'.
001510     05  FILLER                   PIC X(02) VALUE SPACES.
001520     05  FILLER                   PIC X(10) VALUE 'COMPUTED'.
001530     05  FILLER                   PIC X(37) VALUE SPACES.
001540 01  WS-DETAIL.
001550     05  WS-DET-DATE.
001560         10  WS-DET-YYYY          PIC 9(04).
001570         10  FILLER               PIC X(01) VALUE '-'.
001580         10  WS-DET-MM            PIC 9(02).
001590         10  FILLER               PIC X(01) VALUE '-'.
001600         10  WS-DET-DD            PIC 9(02).
001610     05  FILLER                   PIC X(01) VALUE SPACE.
001620     05  WS-DET-TIME.
001630         10  WS-DET-HH            PIC 9(02).
001640         10  FILLER               PIC X(01) VALUE '.'.
001650         10  WS-DET-MI            PIC 9(02).
001660         10  FILLER               PIC X(01) VALUE '.'.
001670         10  WS-DET-SS            PIC 9(02).
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  WS-DET-PROFILE           PIC X(08).
001700     05  FILLER                   PIC X(02) VALUE SPACES.
001710     05  WS-DET-OPERATOR          PIC X(08).
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  WS-DET-ALGORITHM         PIC X(12).
001740     05  FILLER                   PIC X(02) VALUE SPACES.
001750     05  WS-DET-STATUS            PIC X(16).
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  WS-DET-STORED            PIC X(10).
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  WS-DET-COMPUTED          PIC X(10).
001800     05  FILLER                   PIC X(37) VALUE SPACES.
001810 01  WS-DET-COMPUTED-N            PIC 9(10) VALUE ZERO.
001820 01  WS-TOT-LINE.
001830     05  WS-TOT-LABEL             PIC X(30).
001840     05  WS-TOT-COUNT             PIC ZZZ,ZZZ,ZZ9.
001850     05  FILLER                   PIC X(91) VALUE SPACES.
001860******************************************************************
001870*  WORK COUNTERS                                                 *
001880******************************************************************
001890 77  WC-PAGE-COUNT                PIC 9(05) COMP VALUE ZERO.
001900 77  WC-LINE-COUNT                PIC 9(03) COMP VALUE 99.
001910 77  WC-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
001920 77  WC-RESULT-COUNT              PIC 9(09) COMP VALUE ZERO.
001930 77  WC-VERIFIED-COUNT            PIC 9(09) COMP VALUE ZERO.
001940 77  WC-LEGACY-COUNT              PIC 9(09) COMP VALUE ZERO.
001950 77  WC-MISSING-COUNT             PIC 9(09) COMP VALUE ZERO.
001960 77  WC-MISMATCH-COUNT            PIC 9(09) COMP VALUE ZERO.
001970 77  WC-AUDIT-ONLY-COUNT          PIC 9(09) COMP VALUE ZERO.
001980 77  WC-AGED-COUNT                PIC 9(09) COMP VALUE ZERO.
001990 77  WC-TIME-WORK                 PIC 9(08) VALUE ZERO.
002000 LINKAGE SECTION.
002010******************************************************************
002020*  EXEC PARM -- THE SEAL GO-LIVE STAMP: RUN DATE AND TIME OF THE *
002030*  FIRST RUN OF THE SEALING RELEASE, 16 DIGITS, E.G.             *
002040*  PARM='2026101500000000'.  NO PARM EXPECTS EVERY RESULT SEALED.*
002050******************************************************************
002060 01  LS-PARM-INFO.
002070     05  LS-PARM-LENGTH           PIC S9(04) COMP.
002080     05  LS-PARM-TEXT.
002090         10  LS-PARM-GO-LIVE      PIC X(16).
002100         10  FILLER               PIC X(84).
002110 PROCEDURE DIVISION USING LS-PARM-INFO.
002120******************************************************************
002130*  MAINLINE                                                      *
002140******************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     IF RETURN-CODE = ZERO
002180         PERFORM 2000-PROCESS-RUNS THRU 2000-EXIT
002190     END-IF.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     STOP RUN.
002220******************************************************************
002230*  1000-INITIALIZE -- TAKE THE SEAL GO-LIVE STAMP, OPEN THE      *
002240*  REPORT AND BOTH INPUT FILES AND PRIME THE TWO-FILE BALANCE.   *
002250*  A STAMP THAT IS NOT 16 DIGITS ENDS THE RUN RC=12.  UNLIKE     *
002260*  PIHIST, AN UNREADABLE RESULT ARCHIVE IS NOT REPORTED AS       *
002270*  EMPTY -- A VERIFICATION THAT CHECKED NOTHING MUST NOT END     *
002280*  CLEAN -- SO IT TOO ENDS THE RUN RC=12.  A MISSING AUDIT LOG   *
002290*  IS READ AS EMPTY, WHICH LEAVES EVERY RESULT FROM THE GO-LIVE  *
002300*  STAMP ON WITHOUT ITS AUDIT RECORD.                            *
002310******************************************************************
002320 1000-INITIALIZE.
002330     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002340     DIVIDE WS-TODAY BY 10000 GIVING WS-HEAD1-YYYY
002350         REMAINDER WS-TODAY.
002360     DIVIDE WS-TODAY BY 100 GIVING WS-HEAD1-MM
002370         REMAINDER WS-HEAD1-DD.
002380     IF LS-PARM-LENGTH > ZERO
002390         IF LS-PARM-LENGTH < 16
002400             OR LS-PARM-GO-LIVE NOT NUMERIC
002410             DISPLAY 'PISEALV: SEAL GO-LIVE STAMP '
002420                 LS-PARM-GO-LIVE
002430                 ' IS NOT 16 DIGITS; NOTHING VERIFIED.'
002440             MOVE 12 TO RETURN-CODE
002450             GO TO 1000-EXIT
002460         END-IF
002470         MOVE LS-PARM-GO-LIVE TO WS-SEAL-GO-LIVE
002480     ELSE
002490         DISPLAY 'PISEALV: NO SEAL GO-LIVE STAMP ON THE PARM; '
002500             'EVERY RESULT MUST BE SEALED.'
002510     END-IF.
002520     OPEN OUTPUT PRINT-FILE.
002530     OPEN INPUT RESULT-FILE.
002540     IF NOT WS-RESULT-STATUS-OK
002550         DISPLAY 'PISEALV: RESULTDD OPEN FAILED, STATUS '
002560             WS-RESULT-STATUS '; NOTHING VERIFIED.'
002570         MOVE 12 TO RETURN-CODE
002580         GO TO 1000-EXIT
002590     END-IF.
002600     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002610     OPEN INPUT AUDIT-FILE.
002620     IF WS-AUDIT-STATUS-NOT-FOUND
002630         DISPLAY 'PISEALV: AUDITDD NOT FOUND, AUDIT SIDE '
002640             'READ AS EMPTY.'
002650         MOVE 'Y' TO WS-AUDIT-EOF-SW
002660     ELSE
002670         PERFORM 2200-READ-AUDIT THRU 2200-EXIT
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710******************************************************************
002720*  2000-PROCESS-RUNS -- TWO-FILE BALANCE ON RUN DATE AND TIME.   *
002730******************************************************************
002740*  (THE FIRST DETAIL LINE FORCES THE FIRST PAGE HEADING VIA THE  *
002750*  HIGH INITIAL VALUE OF WC-LINE-COUNT.)                         *
002760 2000-PROCESS-RUNS.
002770     PERFORM 2300-BALANCE-ONE THRU 2300-EXIT
002780         UNTIL WS-RESULT-EOF AND WS-AUDIT-EOF.
002790 2000-EXIT.
002800     EXIT.
002810******************************************************************
002820*  2100-READ-RESULT -- READ ONE RESULT RECORD AND REFRESH ITS    *
002830*  MATCH KEY; THE FILE IS CLOSED AT END.  A READ ERROR PART WAY  *
002840*  THROUGH LEAVES THE REST OF THE ARCHIVE UNCHECKED, SO IT       *
002850*  FAILS THE RUN.                                                *
002860******************************************************************
002870 2100-READ-RESULT.
002880     READ RESULT-FILE
002890         AT END
002900             MOVE 'Y' TO WS-RESULT-EOF-SW
002910             CLOSE RESULT-FILE
002920         NOT AT END
002930             MOVE RSLT-RUN-DATE TO WS-RSLT-KEY-DATE
002940             MOVE RSLT-RUN-TIME TO WS-RSLT-KEY-TIME
002950     END-READ.
002960     IF NOT WS-RESULT-EOF
002970         AND NOT WS-RESULT-STATUS-OK
002980         DISPLAY 'PISEALV: RESULT READ FAILED, STATUS '
002990             WS-RESULT-STATUS '; REST OF ARCHIVE NOT VERIFIED.'
003000         MOVE 12 TO RETURN-CODE
003010         MOVE 'Y' TO WS-RESULT-EOF-SW
003020         CLOSE RESULT-FILE
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060******************************************************************
003070*  2200-READ-AUDIT -- READ ONE AUDIT RUN RECORD AND REFRESH ITS  *
003080*  MATCH KEY.  'V' REFUSAL AND 'O' OVERRIDE RECORDS HAVE NO      *
003090*  RESULT BEHIND THEM AND ARE SKIPPED.  THE FIRST RUN RECORD     *
003100*  READ GIVES THE OLDEST RUN THE AUDIT LOG STILL HOLDS.          *
003110******************************************************************
003120 2200-READ-AUDIT.
003130     READ AUDIT-FILE
003140         AT END
003150             MOVE 'Y' TO WS-AUDIT-EOF-SW
003160             CLOSE AUDIT-FILE
003170         NOT AT END
003180             MOVE AUDIT-RUN-DATE TO WS-AUDIT-KEY-DATE
003190             MOVE AUDIT-RUN-TIME TO WS-AUDIT-KEY-TIME
003200     END-READ.
003210     IF NOT WS-AUDIT-EOF
003220         AND NOT AUDIT-ACTION-RUN
003230         GO TO 2200-READ-AUDIT.
003240     IF NOT WS-AUDIT-EOF
003250         AND WS-AUDIT-OLDEST = ZERO
003260         MOVE WS-AUDIT-KEY TO WS-AUDIT-OLDEST
003270     END-IF.
003280 2200-EXIT.
003290     EXIT.
003300******************************************************************
003310*  2300-BALANCE-ONE -- DISPOSE OF THE LOWER-KEYED RECORD (OR THE *
003320*  MATCHED PAIR) CURRENTLY IN HAND, THEN ADVANCE WHICHEVER SIDE  *
003330*  WAS CONSUMED.                                                 *
003340******************************************************************
003350 2300-BALANCE-ONE.
003360     EVALUATE TRUE
003370         WHEN WS-RESULT-EOF
003380             ADD 1 TO WC-AUDIT-ONLY-COUNT
003390             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
003400         WHEN WS-AUDIT-EOF
003410             PERFORM 2500-RESULT-ONLY THRU 2500-EXIT
003420             PERFORM 2100-READ-RESULT THRU 2100-EXIT
003430         WHEN WS-RSLT-KEY = WS-AUDIT-KEY
003440             PERFORM 2400-MATCHED-RUN THRU 2400-EXIT
003450             PERFORM 2100-READ-RESULT THRU 2100-EXIT
003460             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
003470         WHEN WS-RSLT-KEY < WS-AUDIT-KEY
003480             PERFORM 2500-RESULT-ONLY THRU 2500-EXIT
003490             PERFORM 2100-READ-RESULT THRU 2100-EXIT
003500         WHEN OTHER
003510             ADD 1 TO WC-AUDIT-ONLY-COUNT
003520             PERFORM 2200-READ-AUDIT THRU 2200-EXIT
003530     END-EVALUATE.
003540 2300-EXIT.
003550     EXIT.
003560******************************************************************
003570*  2400-MATCHED-RUN -- RESULT AND ITS AUDIT RECORD.  A SEALED    *
003580*  AUDIT RECORD IS CHECKED AGAINST THE SEAL RECOMPUTED FROM THE  *
003590*  ARCHIVED RESULT; AN UNSEALED ONE IS LEGACY BEFORE THE SEAL    *
003600*  GO-LIVE STAMP AND A FAILURE FROM IT ON.                       *
003610******************************************************************
003620 2400-MATCHED-RUN.
003630     ADD 1 TO WC-RESULT-COUNT.
003640     MOVE RSLT-REC TO SEAL-IMAGE.
003650     PERFORM 7000-COMPUTE-SEAL THRU 7000-EXIT.
003660     MOVE AUDIT-PROFILE     TO WS-DET-PROFILE.
003670     MOVE AUDIT-OPERATOR-ID TO WS-DET-OPERATOR.
003680     MOVE AUDIT-SEAL        TO WS-DET-STORED.
003690     MOVE SEAL-VALUE        TO WS-DET-COMPUTED-N.
003700     MOVE WS-DET-COMPUTED-N TO WS-DET-COMPUTED.
003710     IF AUDIT-UNSEALED
003720         IF WS-RSLT-KEY < WS-SEAL-GO-LIVE
003730             MOVE 'UNSEALED LEGACY' TO WS-DET-STATUS
003740             ADD 1 TO WC-LEGACY-COUNT
003750         ELSE
003760             MOVE 'SEAL MISSING' TO WS-DET-STATUS
003770             ADD 1 TO WC-MISSING-COUNT
003780         END-IF
003790         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
003800         GO TO 2400-EXIT
003810     END-IF.
003820     IF AUDIT-SEAL-VALUE NOT NUMERIC
003830         MOVE 'SEAL MISSING' TO WS-DET-STATUS
003840         ADD 1 TO WC-MISSING-COUNT
003850         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
003860         GO TO 2400-EXIT
003870     END-IF.
003880     IF AUDIT-SEAL-VALUE = SEAL-VALUE
003890         ADD 1 TO WC-VERIFIED-COUNT
003900     ELSE
003910         MOVE 'SEAL MISMATCH' TO WS-DET-STATUS
003920         ADD 1 TO WC-MISMATCH-COUNT
003930         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
003940     END-IF.
003950 2400-EXIT.
003960     EXIT.
003970******************************************************************
003980*  2500-RESULT-ONLY -- A RESULT WITH NO AUDIT RUN RECORD BEHIND  *
003990*  IT.  LEGACY BEFORE THE SEAL GO-LIVE STAMP.  FROM IT ON, A     *
004000*  RESULT OLDER THAN THE OLDEST AUDIT RUN HAS AGED OUT OF THE    *
004010*  LOG (A WARNING, AS IN PIBKRST); ANY OTHER HAS NO SEAL TO      *
004020*  VOUCH FOR IT, WHICH IS A FAILURE.                             *
004030******************************************************************
004040 2500-RESULT-ONLY.
004050     ADD 1 TO WC-RESULT-COUNT.
004060     MOVE RSLT-REC TO SEAL-IMAGE.
004070     PERFORM 7000-COMPUTE-SEAL THRU 7000-EXIT.
004080     MOVE SPACES            TO WS-DET-PROFILE.
004090     MOVE SPACES            TO WS-DET-OPERATOR.
004100     MOVE SPACES            TO WS-DET-STORED.
004110     MOVE SEAL-VALUE        TO WS-DET-COMPUTED-N.
004120     MOVE WS-DET-COMPUTED-N TO WS-DET-COMPUTED.
004130     EVALUATE TRUE
004140         WHEN WS-RSLT-KEY < WS-SEAL-GO-LIVE
004150             MOVE 'UNSEALED LEGACY' TO WS-DET-STATUS
004160             ADD 1 TO WC-LEGACY-COUNT
004170         WHEN WS-RSLT-KEY < WS-AUDIT-OLDEST
004180             MOVE 'AGED OUT' TO WS-DET-STATUS
004190             ADD 1 TO WC-AGED-COUNT
004200         WHEN OTHER
004210             MOVE 'NO AUDIT RECORD' TO WS-DET-STATUS
004220             ADD 1 TO WC-MISSING-COUNT
004230     END-EVALUATE.
004240     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
004250 2500-EXIT.
004260     EXIT.
004270******************************************************************
004280*  3000-PRINT-DETAIL -- EDIT THE RESULT'S RUN KEY AND ALGORITHM  *
004290*  INTO THE DETAIL LINE BUILT BY THE CALLER AND WRITE IT, WITH A *
004300*  FRESH PAGE HEADING WHENEVER THE CURRENT PAGE IS FULL.         *
004310******************************************************************
004320 3000-PRINT-DETAIL.
004330     MOVE WS-RSLT-KEY-DATE TO WC-TIME-WORK.
004340     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-DET-YYYY
004350         REMAINDER WC-TIME-WORK.
004360     DIVIDE WC-TIME-WORK BY 100 GIVING WS-DET-MM
004370         REMAINDER WC-TIME-WORK.
004380     MOVE WC-TIME-WORK TO WS-DET-DD.
004390     MOVE WS-RSLT-KEY-TIME TO WC-TIME-WORK.
004400     DIVIDE WC-TIME-WORK BY 1000000 GIVING WS-DET-HH
004410         REMAINDER WC-TIME-WORK.
004420     DIVIDE WC-TIME-WORK BY 10000 GIVING WS-DET-MI
004430         REMAINDER WC-TIME-WORK.
004440     DIVIDE WC-TIME-WORK BY 100 GIVING WS-DET-SS
004450         REMAINDER WC-TIME-WORK.
004460     MOVE RSLT-ALGORITHM TO WS-DET-ALGORITHM.
004470     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
004480         PERFORM 3500-PRINT-HEADINGS THRU 3500-EXIT
004490     END-IF.
004500     WRITE PRNT-REC FROM WS-DETAIL
004510         AFTER ADVANCING 1 LINE.
004520     ADD 1 TO WC-LINE-COUNT.
004530 3000-EXIT.
004540     EXIT.
004550******************************************************************
004560*  3500-PRINT-HEADINGS -- START A NEW PAGE.                      *
004570******************************************************************
004580 3500-PRINT-HEADINGS.
004590     ADD 1 TO WC-PAGE-COUNT.
004600     MOVE WC-PAGE-COUNT TO WS-HEAD1-PAGE.
004610     WRITE PRNT-REC FROM WS-HEAD1
004620         AFTER ADVANCING PAGE.
004630     WRITE PRNT-REC FROM WS-HEAD2
004640         AFTER ADVANCING 2 LINES.
004650     MOVE SPACES TO PRNT-REC.
004660     WRITE PRNT-REC AFTER ADVANCING 1 LINE.
004670     MOVE 4 TO WC-LINE-COUNT.
004680 3500-EXIT.
004690     EXIT.
004700******************************************************************
004710*  7000-COMPUTE-SEAL -- CHECK VALUE OF THE RESULT RECORD MOVED   *
004720*  TO SEAL-IMAGE (SEE SEALWRK.CPY).  MUST MATCH 9300-COMPUTE-SEAL*
004730*  IN PICALC BYTE FOR BYTE: FILLER BLANKED, THEN EACH OF THE 166 *
004740*  BYTES ADDED INTO SUM-A AND EACH NEW SUM-A INTO SUM-B, BOTH    *
004750*  MODULO 65521.                                                 *
004760******************************************************************
004770 7000-COMPUTE-SEAL.
004780     MOVE SPACES          TO SEAL-UNUSED.
004790     MOVE 1               TO SEAL-SUM-A.
004800     MOVE ZERO            TO SEAL-SUM-B.
004810     PERFORM 7010-SEAL-ONE-BYTE THRU 7010-EXIT
004820         VARYING SEAL-IDX FROM 1 BY 1
004830         UNTIL SEAL-IDX > 166.
004840     COMPUTE SEAL-VALUE = SEAL-SUM-B * 65536 + SEAL-SUM-A.
004850 7000-EXIT.
004860     EXIT.
004870******************************************************************
004880*  7010-SEAL-ONE-BYTE -- ADD BYTE SEAL-IDX OF SEAL-IMAGE INTO    *
004890*  SUM-A, AND THE NEW SUM-A INTO SUM-B, BOTH MODULO 65521.       *
004900******************************************************************
004910 7010-SEAL-ONE-BYTE.
004920     MOVE LOW-VALUE       TO SEAL-BYTE-HIGH.
004930     MOVE SEAL-BYTE (SEAL-IDX) TO SEAL-BYTE-LOW.
004940     COMPUTE SEAL-SUM-WORK = SEAL-SUM-A + SEAL-BYTE-VALUE.
004950     DIVIDE SEAL-SUM-WORK BY 65521
004960         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-A.
004970     COMPUTE SEAL-SUM-WORK = SEAL-SUM-B + SEAL-SUM-A.
004980     DIVIDE SEAL-SUM-WORK BY 65521
004990         GIVING SEAL-QUOTIENT REMAINDER SEAL-SUM-B.
005000 7010-EXIT.
005010     EXIT.
005020******************************************************************
005030*  9000-TERMINATE -- PRINT THE TOTALS, CLOSE THE REPORT AND SET  *
005040*  THE CONDITION CODE: RC=8 WHEN ANY SEAL IS MISSING OR          *
005050*  MISMATCHED; RC=4 WHEN NONE IS BUT SOME RESULTS HAVE AGED OUT  *
005060*  OF THE AUDIT LOG; RC=12 (ALREADY SET) WHEN THE ARCHIVE COULD  *
005070*  NOT BE READ THROUGH.                                          *
005080******************************************************************
005090 9000-TERMINATE.
005100     IF WC-LINE-COUNT > WC-LINES-PER-PAGE
005110         PERFORM 3500-PRINT-HEADINGS THRU 3500-EXIT
005120     END-IF.
005130     MOVE 'RESULTS CHECKED . . . . . . . ' TO WS-TOT-LABEL.
005140     MOVE WC-RESULT-COUNT TO WS-TOT-COUNT.
005150     WRITE PRNT-REC FROM WS-TOT-LINE
005160         AFTER ADVANCING 2 LINES.
005170     MOVE 'SEALS VERIFIED  . . . . . . . ' TO WS-TOT-LABEL.
005180     MOVE WC-VERIFIED-COUNT TO WS-TOT-COUNT.
005190     WRITE PRNT-REC FROM WS-TOT-LINE
005200         AFTER ADVANCING 1 LINE.
005210     MOVE 'UNSEALED LEGACY . . . . . . . ' TO WS-TOT-LABEL.
005220     MOVE WC-LEGACY-COUNT TO WS-TOT-COUNT.
005230     WRITE PRNT-REC FROM WS-TOT-LINE
005240         AFTER ADVANCING 1 LINE.
005250     MOVE 'SEAL MISSING  . . . . . . . . ' TO WS-TOT-LABEL.
005260     MOVE WC-MISSING-COUNT TO WS-TOT-COUNT.
005270     WRITE PRNT-REC FROM WS-TOT-LINE
005280         AFTER ADVANCING 1 LINE.
005290     MOVE 'SEAL MISMATCH . . . . . . . . ' TO WS-TOT-LABEL.
005300     MOVE WC-MISMATCH-COUNT TO WS-TOT-COUNT.
005310     WRITE PRNT-REC FROM WS-TOT-LINE
005320         AFTER ADVANCING 1 LINE.
005330     MOVE 'AGED OUT OF AUDIT LOG . . . . ' TO WS-TOT-LABEL.
005340     MOVE WC-AGED-COUNT TO WS-TOT-COUNT.
005350     WRITE PRNT-REC FROM WS-TOT-LINE
005360         AFTER ADVANCING 1 LINE.
005370     MOVE 'AUDIT RUNS WITH NO RESULT . . ' TO WS-TOT-LABEL.
005380     MOVE WC-AUDIT-ONLY-COUNT TO WS-TOT-COUNT.
005390     WRITE PRNT-REC FROM WS-TOT-LINE
005400         AFTER ADVANCING 1 LINE.
005410     CLOSE PRINT-FILE.
005420     IF RETURN-CODE = ZERO
005430         AND WC-MISSING-COUNT + WC-MISMATCH-COUNT > ZERO
005440         MOVE 8 TO RETURN-CODE
005450     END-IF.
005460     IF RETURN-CODE = ZERO
005470         AND WC-AGED-COUNT > ZERO
005480         MOVE 4 TO RETURN-CODE
005490     END-IF.
005500     DISPLAY 'PISEALV: ' WC-RESULT-COUNT ' RESULT(S) CHECKED, '
005510         WC-VERIFIED-COUNT ' VERIFIED, '
005520         WC-LEGACY-COUNT ' LEGACY, '
005530         WC-MISSING-COUNT ' MISSING, '
005540         WC-AGED-COUNT ' AGED OUT, '
005550         WC-MISMATCH-COUNT ' MISMATCHED.'.
005560 9000-EXIT.
005570     EXIT.
