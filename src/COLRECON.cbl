000480*                  COLOR INFLATED A BUCKET AND COULD TRIP THE
000490*                  THRESHOLD AND COLGATE'S VERDICT ON A DAY
000500*                  OPERATIONS MERELY EDITED THE RULES.
000501*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000502*                  LEDGER (RUNLEDGR) CARRYING TODAY'S AND THE
000503*                  PRIOR RUN'S BUCKET TOTALS.  RUNCARD 'RERUN'
000504*                  SKIPS THE STEP IF IT ALREADY ENDED CLEAN FOR
000505*                  THE RUN DATE.
000506*2026-09-25  JPM   ADDED THE RECLASS BUCKET FOR COLRECL'S
000507*                  RECLASSIFIED-ADMIN ENTRIES - AN ADMINISTRATIVE
000508*                  RECLASSIFICATION IS NOT PART OF MAIN'S TALLIES,
000509*                  SO COUNTING IT BY COLOR WOULD SKEW THE COLOR
000510*                  BUCKETS.  ITS LINES ARE SHOWN BUT NEVER
000511*                  FLAGGED - THE VOLUME IS WHATEVER THE CARD ASKED
000512*                  FOR, NOT A MOVEMENT IN THE RUN.
000513*2026-10-06  JPM   BOTH TRAILS ARE PROVED AGAINST THEIR SEALS
000514*                  (AUDSEAL FOR TODAY'S, PRIORSL FOR THE PRIOR
000515*                  RUN'S) BEFORE THEY ARE TOTALLED.  EVERY BREAK
000516*                  IS LISTED AT THE HEAD OF THE REPORT AND ENDS
000517*                  THE RUN WITH RETURN CODE 8; AN UNSEALED TRAIL
000518*                  IS LISTED AND ONLY WARNS (CODE 4).  THE REPORT
000519*                  IS NOW OPENED FIRST SO THE BREAKS CAN GO ON IT.
000520*----------------------------------------------------------------
000521 
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000650     SELECT REPORT-FILE               ASSIGN TO RPTOUT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000671     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000672         ORGANIZATION IS SEQUENTIAL
000673         FILE STATUS IS WS-LEDGER-STATUS.
000674     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000675         ORGANIZATION IS SEQUENTIAL
000676         FILE STATUS IS WS-RUNCARD-STATUS.
000677     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000678         ORGANIZATION IS SEQUENTIAL
000679         FILE STATUS IS WS-AUDSEAL-STATUS.
000680     SELECT PRIOR-SEAL-FILE          ASSIGN TO PRIORSL
000681         ORGANIZATION IS SEQUENTIAL
000682         FILE STATUS IS WS-PRIORSL-STATUS.
000683 
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------------
001150     05  RL-PERCENT-SIGN             PIC X(01).
001160     05  FILLER                      PIC X(02).
001170     05  RL-FLAG                     PIC X(30).
001171 01  REPORT-SEAL-LINE.
001172     05  RX-FILE-ID                  PIC X(08).
001173     05  FILLER                      PIC X(02).
001174     05  RX-ITEM                     PIC X(25).
001175     05  FILLER                      PIC X(02).
001176     05  RX-FOUND                    PIC Z(17)9.
001177     05  FILLER                      PIC X(02).
001178     05  RX-SEALED                   PIC Z(17)9.
001179     05  FILLER                      PIC X(02).
001180 
001181*----------------------------------------------------------------
001182*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001183*----------------------------------------------------------------
001184 FD  RUN-LEDGER-FILE
001185     LABEL RECORDS ARE STANDARD.
001186     COPY RUN-LEDGER-RECORD.
001187
001188*----------------------------------------------------------------
001189*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001190*----------------------------------------------------------------
001191 FD  RUN-CARD-FILE
001192     LABEL RECORDS ARE STANDARD.
001193     COPY RUN-CARD-RECORD.
001194
001195*----------------------------------------------------------------
001196*SEAL OF TODAY'S AUDIT TRAIL.
001197*----------------------------------------------------------------
001198 FD  AUDIT-SEAL-FILE
001199     LABEL RECORDS ARE STANDARD.
001200     COPY AUDIT-SEAL-RECORD.
001201
001202*----------------------------------------------------------------
001203*SEAL OF THE PRIOR RUN'S AUDIT TRAIL (ITS AUDSEAL, KEPT WITH IT).
001204*----------------------------------------------------------------
001205 FD  PRIOR-SEAL-FILE
001206     LABEL RECORDS ARE STANDARD.
001207     COPY AUDIT-SEAL-RECORD
001208         REPLACING ==AUDIT-SEAL-RECORD==
001209                BY ==PRIOR-SEAL-RECORD==.
001210
001211 WORKING-STORAGE SECTION.
001212*----------------------------------------------------------------
001213*COLOR STATUS BYTE - USED HERE ONLY TO CLASSIFY AN AUDIT RECORD
001220*INTO ITS BUCKET, THE SAME WAY MAIN DOES.
001230*----------------------------------------------------------------
001240 01  COLOR-CODE                      PIC X(01).
001510*HAVE BEEN TOTALLED, THEN WALKED ONE ENTRY AT A TIME TO
001520*PRODUCE THE REPORT.
001530*----------------------------------------------------------------
001540*THE FIRST EIGHT ENTRIES ARE THE SHOP-WIDE BUCKETS, THE REST
001550*ARE THE SAME EIGHT PER REGION (01, 02, 03, THEN '**' FOR
001560*ANYTHING ELSE), BUILT IN 4000-BUILD-BUCKET-TABLE.
001570 01  WS-BUCKET-TABLE.
001580     05  WS-BUCKET-ENTRY OCCURS 40 TIMES
001590                         INDEXED BY WS-BUCKET-IDX.
001600         10  WS-BUCKET-NAME          PIC X(10).
001610         10  WS-BUCKET-TODAY         PIC 9(09) COMP.
001620         10  WS-BUCKET-PRIOR         PIC 9(09) COMP.
001630
001640*----------------------------------------------------------------
001647*RAW TALLIES - BUCKET 1-8 (YELLOW/GREEN/RED/BROWN/REJECT/TRANS/
001654*REPAIR/RECLASS) SHOP-WIDE AND BY REGION ROW 1-4 ('01'/'02'/'03'/
001661*OTHER).
001670*----------------------------------------------------------------
001680 01  WS-TODAY-TOTALS.
001690     05  WS-TODAY-BUCKET OCCURS 8 TIMES
001700                                     PIC 9(09) COMP VALUE ZERO.
001710 01  WS-PRIOR-TOTALS.
001720     05  WS-PRIOR-BUCKET OCCURS 8 TIMES
001730                                     PIC 9(09) COMP VALUE ZERO.
001740 01  WS-REGION-BREAKDOWN.
001750     05  WS-RGN-ROW OCCURS 4 TIMES.
001760         10  WS-RGN-CELL OCCURS 8 TIMES.
001770             15  WS-RGN-TODAY        PIC 9(09) COMP VALUE ZERO.
001780             15  WS-RGN-PRIOR        PIC 9(09) COMP VALUE ZERO.
001790
001850     05  FILLER                      PIC X(10) VALUE 'REJECT'.
001860     05  FILLER                      PIC X(10) VALUE 'TRANS'.
001870     05  FILLER                      PIC X(10) VALUE 'REPAIR'.
001875     05  FILLER                      PIC X(10) VALUE 'RECLASS'.
001880 01  WS-BASE-NAME-TABLE REDEFINES WS-BASE-NAME-LIST.
001890     05  WS-BASE-NAME OCCURS 8 TIMES PIC X(10).
001900
001910 01  WS-RGN-NAME-LIST                PIC X(08) VALUE '010203**'.
001920 01  WS-RGN-NAME-TABLE REDEFINES WS-RGN-NAME-LIST.
001970 77  WS-ENTRY-NO                     PIC 9(02) COMP.
001980 77  WS-CLASS-BRANCH                 PIC X(25).
001990 77  WS-CLASS-REGION                 PIC X(02).
001991
001992*----------------------------------------------------------------
001993*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001994*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001995*----------------------------------------------------------------
001996 77  WS-LEDGER-STATUS                PIC X(02).
001997 77  WS-RUNCARD-STATUS               PIC X(02).
001998 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001999     88  WS-LEDGER-EOF                          VALUE 'Y'.
002000 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
002001     88  WS-RERUN-MODE                          VALUE 'Y'.
002002 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
002003     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
002004 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002005 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLRECON'.
002006 77  WS-LEDGER-EVENT                 PIC X(01).
002007 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
002008 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
002009 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
002010 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
002011 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
002012 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
002013 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
002014 01  WS-LEDGER-CLOCK.
002015     05  WS-LEDGER-HHMMSS            PIC 9(06).
002016     05  FILLER                      PIC 9(02).
002017
002018*----------------------------------------------------------------
002019*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
002020*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
002021*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
002022*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
002023*THE KEY HASH IS TAKEN WITH.
002024*----------------------------------------------------------------
002025 77  WS-AUDSEAL-STATUS               PIC X(02).
002026 77  WS-PRIORSL-STATUS               PIC X(02).
002027 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
002028     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
002029 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
002030     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
002031 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
002032 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
002033 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
002034 77  WS-SEAL-CHAR                    PIC X(01).
002035 01  WS-SEAL-TOTALS.
002036     05  WS-SEAL-COUNT               PIC 9(09).
002037     05  WS-SEAL-BRANCH OCCURS 11 TIMES
002038                                     PIC 9(09).
002039     05  WS-SEAL-FIRST.
002040         10  WS-SEAL-FIRST-DATE      PIC 9(08).
002041         10  WS-SEAL-FIRST-TIME      PIC 9(08).
002042     05  WS-SEAL-LAST.
002043         10  WS-SEAL-LAST-DATE       PIC 9(08).
002044         10  WS-SEAL-LAST-TIME       PIC 9(08).
002045     05  WS-SEAL-HASH                PIC 9(18).
002046 01  WS-SEAL-ENTRY.
002047     05  WS-SEAL-ENTRY-KEY.
002048         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
002049                                     PIC X(01).
002050     05  FILLER                      PIC X(01).
002051     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
002052     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
002053     05  FILLER                      PIC X(19).
002054 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
002055     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
002056 01  WS-SEAL-WEIGHT-LIST.
002057     05  FILLER                      PIC 9(04) VALUE 1.
002058     05  FILLER                      PIC 9(04) VALUE 3.
002059     05  FILLER                      PIC 9(04) VALUE 7.
002060     05  FILLER                      PIC 9(04) VALUE 13.
002061     05  FILLER                      PIC 9(04) VALUE 31.
002062     05  FILLER                      PIC 9(04) VALUE 61.
002063     05  FILLER                      PIC 9(04) VALUE 127.
002064     05  FILLER                      PIC 9(04) VALUE 251.
002065     05  FILLER                      PIC 9(04) VALUE 509.
002066     05  FILLER                      PIC 9(04) VALUE 1021.
002067 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
002068     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
002069                                     PIC 9(04).
002070*----------------------------------------------------------------
002071*SEAL VERIFICATION - THE SEAL AS FOUND ON FILE, THE BREAKS AND
002072*UNSEALED FILES FOUND, AND WHAT IS REPORTED FOR EACH BREAK.
002073*----------------------------------------------------------------
002074 77  WS-SEAL-BREAK-COUNT             PIC 9(05) COMP VALUE ZERO.
002075 77  WS-SEAL-MISSING-COUNT           PIC 9(03) COMP VALUE ZERO.
002076 77  WS-SEAL-FILE-ID                 PIC X(08).
002077 77  WS-SEAL-ITEM                    PIC X(25).
002078 77  WS-SEAL-FOUND                   PIC 9(18).
002079 77  WS-SEAL-EXPECTED                PIC 9(18).
002080 01  WS-SEALED-TOTALS.
002081     05  WS-SEALED-COUNT             PIC 9(09).
002082     05  WS-SEALED-BRANCH OCCURS 11 TIMES
002083                                     PIC 9(09).
002084     05  WS-SEALED-FIRST.
002085         10  WS-SEALED-FIRST-DATE    PIC 9(08).
002086         10  WS-SEALED-FIRST-TIME    PIC 9(08).
002087     05  WS-SEALED-LAST.
002088         10  WS-SEALED-LAST-DATE     PIC 9(08).
002089         10  WS-SEALED-LAST-TIME     PIC 9(08).
002090     05  WS-SEALED-HASH              PIC 9(18).
002091 01  WS-SEAL-BRANCH-NAME-LIST.
002092     05  FILLER                      PIC X(25)
002093             VALUE 'YELLOW-DISPATCHED'.
002094     05  FILLER                      PIC X(25)
002095             VALUE 'GREEN-REVIEWED-CLEAR'.
002096     05  FILLER                      PIC X(25)
002097             VALUE 'RED-DISPATCHED'.
002098     05  FILLER                      PIC X(25)
002099             VALUE 'BROWN-UNDER-INVESTIGATION'.
002100     05  FILLER                      PIC X(25)
002101             VALUE 'REJECTED-INVALID-COLOR'.
002102     05  FILLER                      PIC X(25)
002103             VALUE 'TRANSITION-REJECTED'.
002104     05  FILLER                      PIC X(25)
002105             VALUE 'REJECT-REPAIRED'.
002106     05  FILLER                      PIC X(25)
002107             VALUE 'RULE-ADDED-BY-XXX'.
002108     05  FILLER                      PIC X(25)
002109             VALUE 'RULE-DELETED-BY-XXX'.
002110     05  FILLER                      PIC X(25)
002111             VALUE 'RECLASSIFIED-ADMIN'.
002112     05  FILLER                      PIC X(25)
002113             VALUE 'OTHER BRANCHES'.
002114 01  WS-SEAL-BRANCH-NAME-TABLE REDEFINES WS-SEAL-BRANCH-NAME-LIST.
002115     05  WS-SEAL-BRANCH-NAME OCCURS 11 TIMES
002116                                     PIC X(25).
002117
002118 PROCEDURE DIVISION.
002119*=================================================================
002120*0000-MAINLINE
002121*TOTAL TODAY'S AUDIT FILE, TOTAL THE PRIOR RUN'S, THEN COMPARE
002122*BUCKET BY BUCKET AND WRITE THE RECONCILIATION REPORT.
002123*=================================================================
002124 0000-MAINLINE.
002125     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002126     PERFORM 2000-TOTAL-TODAY-RECORD THRU 2000-EXIT
002127         UNTIL WS-TODAY-EOF.
002128     PERFORM 3000-TOTAL-PRIOR-RECORD THRU 3000-EXIT
002129         UNTIL WS-PRIOR-EOF.
002130     PERFORM 4000-BUILD-BUCKET-TABLE THRU 4000-EXIT.
002140     PERFORM 4100-COMPARE-BUCKET THRU 4100-EXIT
002150         VARYING WS-BUCKET-IDX FROM 1 BY 1
002160         UNTIL WS-BUCKET-IDX > 40.
002170     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002180     STOP RUN.
002190 
002200 1000-INITIALIZE.
002205     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002206     OPEN OUTPUT REPORT-FILE.
002207     IF WS-RPT-STATUS NOT = '00'
002208         DISPLAY 'COLRECON: UNABLE TO OPEN REPORT-FILE, STATUS='
002209             WS-RPT-STATUS
002210         GO TO 9999-ABEND-EXIT
002211     END-IF.
002212     PERFORM 1200-VERIFY-SEALS THRU 1200-EXIT.
002213     OPEN INPUT TODAY-AUDIT-FILE.
002220     IF WS-TODAY-STATUS NOT = '00'
002230         DISPLAY 'COLRECON: UNABLE TO OPEN TODAY AUDIT, STATUS='
002240             WS-TODAY-STATUS
002310         GO TO 9999-ABEND-EXIT
002320     END-IF.
002330     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002400     PERFORM 2100-READ-TODAY-RECORD THRU 2100-EXIT.
002410     PERFORM 3100-READ-PRIOR-RECORD THRU 3100-EXIT.
002420 1000-EXIT.
002620 1100-EXIT.
002630     EXIT.
002640 
002641*-----------------------------------------------------------------
002642*1200-VERIFY-SEALS
002643*BOTH TRAILS ARE PROVED AGAINST THEIR SEALS BEFORE EITHER IS
002644*TOTALLED.  THE BREAKS HEAD THE REPORT, THEN ONE LINE SAYS HOW THE
002645*CHECK CAME OUT.
002646*-----------------------------------------------------------------
002647 1200-VERIFY-SEALS.
002648     PERFORM 8660-VERIFY-TODAY-SEAL THRU 8660-EXIT.
002649     PERFORM 8662-VERIFY-PRIOR-SEAL THRU 8662-EXIT.
002650     MOVE SPACES TO REPORT-SEAL-LINE.
002651     MOVE '*SEALS*' TO RX-FILE-ID.
002652     IF WS-SEAL-BREAK-COUNT > ZERO
002653         MOVE 'SEAL BREAKS FOUND'   TO RX-ITEM
002654         MOVE WS-SEAL-BREAK-COUNT   TO RX-FOUND
002655     ELSE
002656         IF WS-SEAL-MISSING-COUNT > ZERO
002657             MOVE 'FILES NOT SEALED'    TO RX-ITEM
002658             MOVE WS-SEAL-MISSING-COUNT TO RX-FOUND
002659         ELSE
002660             MOVE 'ALL SEALS AGREE'     TO RX-ITEM
002661         END-IF
002662     END-IF.
002663     WRITE REPORT-SEAL-LINE.
002664     MOVE SPACES TO REPORT-LINE.
002665     WRITE REPORT-LINE.
002666 1200-EXIT.
002667     EXIT.
002668
002669*-----------------------------------------------------------------
002670*2000-TOTAL-TODAY-RECORD / 3000-TOTAL-PRIOR-RECORD
002671*CLASSIFY EACH AUDIT RECORD BY MOVING ITS COLOR BYTE THROUGH
002680*THE SAME CONDITION NAMES MAIN DISPATCHES ON, SO THE BUCKETS
002690*LINE UP EXACTLY WITH MAIN'S COUNTS.
002700*-----------------------------------------------------------------
002920*2050-CLASSIFY-ENTRY
002930*ONE CLASSIFIER FOR BOTH AUDIT FILES - BUCKETS 6 (TRANS) AND 7
002940*(REPAIR) COME OFF THE BRANCH NAME, SINCE THOSE ENTRIES CARRY
002946*A VALID COLOR THE KEY WAS NEVER DISPATCHED, AND SO DOES 8
002952*(RECLASS), WHICH MAIN NEVER DISPATCHED EITHER; THE REST OFF THE
002960*COLOR BYTE THROUGH THE SAME CONDITION NAMES MAIN DISPATCHES
002970*ON.  REGION ROW 4 TAKES ANY ID THAT IS NOT A KNOWN REGION,
002980*INCLUDING THE BLANKS ON ENTRIES WRITTEN BEFORE THE REGION ID
003050     IF WS-CLASS-BRANCH = 'REJECT-REPAIRED'
003060         MOVE 7 TO WS-BKT-IDX
003070     ELSE
003072     IF WS-CLASS-BRANCH = 'RECLASSIFIED-ADMIN'
003074         MOVE 8 TO WS-BKT-IDX
003076     ELSE
003080         EVALUATE TRUE
003090             WHEN COL-YELLOW
003100                 MOVE 1 TO WS-BKT-IDX
003180                 MOVE 5 TO WS-BKT-IDX
003190         END-EVALUATE
003200     END-IF
003205     END-IF
003210     END-IF.
003220     EVALUATE WS-CLASS-REGION
003230         WHEN '01'
003690 4000-BUILD-BUCKET-TABLE.
003700     PERFORM 4010-BUILD-TOTAL-ENTRY THRU 4010-EXIT
003710         VARYING WS-BKT-IDX FROM 1 BY 1
003720         UNTIL WS-BKT-IDX > 8.
003730     MOVE 8 TO WS-ENTRY-NO.
003740     PERFORM 4020-BUILD-REGION-ENTRY THRU 4020-EXIT
003750         VARYING WS-RGN-IDX FROM 1 BY 1
003760         UNTIL WS-RGN-IDX > 4
003770         AFTER WS-BKT-IDX FROM 1 BY 1
003780         UNTIL WS-BKT-IDX > 8.
003790 4000-EXIT.
003800     EXIT.
003810
004130*THE SIGN IS JUST TESTED AND FLIPPED BY HAND.  A BUCKET THAT
004140*WENT FROM ZERO TO A NON-ZERO COUNT IS TREATED AS A FULL
004150*100 PERCENT MOVE, SINCE THERE IS NO PRIOR BASE TO DIVIDE BY.
004153*RECLASS LINES ARE NEVER FLAGGED - THEIR VOLUME IS SET BY A
004156*RECLASSIFICATION CARD, NOT BY ANYTHING THE RUN DID.
004160*-----------------------------------------------------------------
004170 4100-COMPARE-BUCKET.
004180     MOVE SPACES TO REPORT-LINE.
004410     MOVE WS-BUCKET-PRIOR(WS-BUCKET-IDX) TO RL-PRIOR.
004420     MOVE WS-PERCENT-CHANGE              TO RL-PERCENT.
004430     IF WS-PERCENT-CHANGE > WS-THRESHOLD-PERCENT
004435        AND WS-BUCKET-NAME(WS-BUCKET-IDX)(1:7) NOT = 'RECLASS'
004440         MOVE 'EXCEPTION - THRESHOLD EXCEEDED' TO RL-FLAG
004450     ELSE
004460         MOVE SPACES TO RL-FLAG
004540     CLOSE PRIOR-AUDIT-FILE.
004550     CLOSE REPORT-FILE.
004560     DISPLAY 'COLRECON: RECONCILIATION COMPLETE'.
004561     DISPLAY '  SEAL BREAKS      = ' WS-SEAL-BREAK-COUNT.
004562     DISPLAY '  FILES NOT SEALED = ' WS-SEAL-MISSING-COUNT.
004563*    A BROKEN SEAL MEANS THE BUCKETS CAME FROM A TRAIL THAT NO
004564*    LONGER MATCHES WHAT WAS WRITTEN - RETURN CODE 8.  AN UNSEALED
004565*    TRAIL ONLY WARNS.
004566     IF WS-SEAL-BREAK-COUNT > ZERO
004567         DISPLAY 'COLRECON: AUDIT SEAL BROKEN - RETURN CODE 8'
004568         MOVE 8 TO RETURN-CODE
004569     ELSE
004570         IF WS-SEAL-MISSING-COUNT > ZERO
004571            AND RETURN-CODE < 4
004572             MOVE 4 TO RETURN-CODE
004573         END-IF
004574     END-IF.
004575     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004576 5000-EXIT.
004580     EXIT.
004590 
004591*-----------------------------------------------------------------
004592*8500-START-LEDGER
004593*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
004594*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
004595*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
004596*THE LEDGER BEFORE ANY REAL WORK IS DONE.
004597*-----------------------------------------------------------------
004598 8500-START-LEDGER.
004599     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004600     OPEN INPUT RUN-CARD-FILE.
004601     IF WS-RUNCARD-STATUS = '00'
004602         READ RUN-CARD-FILE
004603             AT END
004604                 CONTINUE
004605         END-READ
004606         IF WS-RUNCARD-STATUS = '00'
004607             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
004608                 MOVE RN-RUN-DATE TO WS-RUN-DATE
004609             END-IF
004610             IF RN-RERUN
004611                 SET WS-RERUN-MODE TO TRUE
004612             END-IF
004613         END-IF
004614         CLOSE RUN-CARD-FILE
004615     END-IF.
004616     IF WS-RERUN-MODE
004617         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
004618     END-IF.
004619     MOVE 'S'  TO WS-LEDGER-EVENT.
004620     MOVE ZERO TO WS-LEDGER-RC.
004621     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004622 8500-EXIT.
004623     EXIT.
004624
004625*-----------------------------------------------------------------
004626*8510-CHECK-RERUN
004627*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
004628*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
004629*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
004630*MEANS THE STEP RUNS.
004631*-----------------------------------------------------------------
004632 8510-CHECK-RERUN.
004633     MOVE 'N' TO WS-STEP-CLEAN-SW.
004634     MOVE 'N' TO WS-LEDGER-EOF-SW.
004635     OPEN INPUT RUN-LEDGER-FILE.
004636     IF WS-LEDGER-STATUS NOT = '00'
004637         DISPLAY 'COLRECON: RERUN - NO RUN LEDGER, STATUS='
004638             WS-LEDGER-STATUS ' - STEP RUNS'
004639         GO TO 8510-EXIT
004640     END-IF.
004641     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
004642         UNTIL WS-LEDGER-EOF.
004643     CLOSE RUN-LEDGER-FILE.
004644     IF WS-STEP-ENDED-CLEAN
004645         DISPLAY 'COLRECON: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
004646             ' - SKIPPED ON RERUN'
004647         MOVE ZERO TO RETURN-CODE
004648         STOP RUN
004649     END-IF.
004650     DISPLAY 'COLRECON: RERUN - NO CLEAN END FOR RUN DATE '
004651         WS-RUN-DATE ' - STEP RUNS'.
004652 8510-EXIT.
004653     EXIT.
004654
004655 8520-SCAN-LEDGER-ROW.
004656     READ RUN-LEDGER-FILE
004657         AT END
004658             SET WS-LEDGER-EOF TO TRUE
004659         NOT AT END
004660             IF LG-PROGRAM = WS-LEDGER-PROGRAM
004661                AND LG-RUN-DATE = WS-RUN-DATE
004662                 IF LG-END-ROW AND LG-ENDED-CLEAN
004663                     SET WS-STEP-ENDED-CLEAN TO TRUE
004664                 ELSE
004665                     MOVE 'N' TO WS-STEP-CLEAN-SW
004666                 END-IF
004667             END-IF
004668     END-READ.
004669 8520-EXIT.
004670     EXIT.
004671
004672*-----------------------------------------------------------------
004673*8550-POST-LEDGER-END
004674*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
004675*IN = TODAY'S ENTRIES BUCKETED, OUT = THE PRIOR RUN'S, CONTROL
004676*1 = TODAY'S REJECTS, CONTROL 2 = TRANSITION REJECTS, CONTROL 3
004677*= REPAIRS.
004678*-----------------------------------------------------------------
004679 8550-POST-LEDGER-END.
004680     MOVE 'E'                TO WS-LEDGER-EVENT.
004681     MOVE RETURN-CODE        TO WS-LEDGER-RC.
004682     COMPUTE WS-LEDGER-IN  = WS-TODAY-BUCKET(1)
004683         + WS-TODAY-BUCKET(2) + WS-TODAY-BUCKET(3)
004684         + WS-TODAY-BUCKET(4) + WS-TODAY-BUCKET(5)
004685         + WS-TODAY-BUCKET(6) + WS-TODAY-BUCKET(7)
004686         + WS-TODAY-BUCKET(8).
004687     COMPUTE WS-LEDGER-OUT = WS-PRIOR-BUCKET(1)
004688         + WS-PRIOR-BUCKET(2) + WS-PRIOR-BUCKET(3)
004689         + WS-PRIOR-BUCKET(4) + WS-PRIOR-BUCKET(5)
004690         + WS-PRIOR-BUCKET(6) + WS-PRIOR-BUCKET(7)
004691         + WS-PRIOR-BUCKET(8).
004692     MOVE WS-TODAY-BUCKET(5) TO WS-LEDGER-CTL-1.
004693     MOVE WS-TODAY-BUCKET(6) TO WS-LEDGER-CTL-2.
004694     MOVE WS-TODAY-BUCKET(7) TO WS-LEDGER-CTL-3.
004695     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004696 8550-EXIT.
004697     EXIT.
004698
004699*-----------------------------------------------------------------
004700*8590-WRITE-LEDGER-ROW
004701*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004702*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
004703*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
004704*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
004705*-----------------------------------------------------------------
004706 8590-WRITE-LEDGER-ROW.
004707     OPEN EXTEND RUN-LEDGER-FILE.
004708     IF WS-LEDGER-STATUS = '35'
004709         OPEN OUTPUT RUN-LEDGER-FILE
004710     END-IF.
004711     IF WS-LEDGER-STATUS NOT = '00'
004712         DISPLAY 'COLRECON: RUN LEDGER UNAVAILABLE, STATUS='
004713             WS-LEDGER-STATUS ' - ROW NOT POSTED'
004714         GO TO 8590-EXIT
004715     END-IF.
004716     ACCEPT WS-LEDGER-CLOCK FROM TIME.
004717     MOVE SPACES              TO RUN-LEDGER-RECORD.
004718     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
004719     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
004720     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
004721     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
004722     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
004723     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
004724     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
004725     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
004726     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
004727     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
004728     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
004729     WRITE RUN-LEDGER-RECORD.
004730     CLOSE RUN-LEDGER-FILE.
004731 8590-EXIT.
004732     EXIT.
004733
004734*-----------------------------------------------------------------
004735*8610-SEAL-TODAY-AS-IT-STANDS
004736*RE-TOTAL TODAY'S AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
004737*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004738*SEAL.
004739*-----------------------------------------------------------------
004740 8610-SEAL-TODAY-AS-IT-STANDS.
004741     INITIALIZE WS-SEAL-TOTALS.
004742     MOVE 'N' TO WS-SEAL-EOF-SW.
004743     MOVE 'N' TO WS-SEAL-FOUND-SW.
004744     OPEN INPUT TODAY-AUDIT-FILE.
004745     IF WS-TODAY-STATUS = '35'
004746         GO TO 8610-EXIT
004747     END-IF.
004748     IF WS-TODAY-STATUS NOT = '00'
004749         DISPLAY 'COLRECON: UNABLE TO OPEN AUDITFL TO SEAL IT,'
004750             ' STATUS=' WS-TODAY-STATUS
004751         GO TO 9999-ABEND-EXIT
004752     END-IF.
004753     SET WS-SEALED-FILE-FOUND TO TRUE.
004754     PERFORM 8611-TOTAL-TODAY-ENTRY THRU 8611-EXIT
004755         UNTIL WS-SEAL-FILE-EOF.
004756     CLOSE TODAY-AUDIT-FILE.
004757 8610-EXIT.
004758     EXIT.
004759
004760 8611-TOTAL-TODAY-ENTRY.
004761     READ TODAY-AUDIT-FILE
004762         AT END
004763             SET WS-SEAL-FILE-EOF TO TRUE
004764         NOT AT END
004765             MOVE TODAY-AUDIT-RECORD TO WS-SEAL-ENTRY
004766             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
004767     END-READ.
004768 8611-EXIT.
004769     EXIT.
004770
004771*-----------------------------------------------------------------
004772*8612-SEAL-PRIOR-AS-IT-STANDS
004773*RE-TOTAL THE PRIOR RUN'S AUDIT TRAIL (PRIORFL) FROM THE TOP INTO
004774*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004775*SEAL.
004776*-----------------------------------------------------------------
004777 8612-SEAL-PRIOR-AS-IT-STANDS.
004778     INITIALIZE WS-SEAL-TOTALS.
004779     MOVE 'N' TO WS-SEAL-EOF-SW.
004780     MOVE 'N' TO WS-SEAL-FOUND-SW.
004781     OPEN INPUT PRIOR-AUDIT-FILE.
004782     IF WS-PRIOR-STATUS = '35'
004783         GO TO 8612-EXIT
004784     END-IF.
004785     IF WS-PRIOR-STATUS NOT = '00'
004786         DISPLAY 'COLRECON: UNABLE TO OPEN PRIORFL TO SEAL IT,'
004787             ' STATUS=' WS-PRIOR-STATUS
004788         GO TO 9999-ABEND-EXIT
004789     END-IF.
004790     SET WS-SEALED-FILE-FOUND TO TRUE.
004791     PERFORM 8613-TOTAL-PRIOR-ENTRY THRU 8613-EXIT
004792         UNTIL WS-SEAL-FILE-EOF.
004793     CLOSE PRIOR-AUDIT-FILE.
004794 8612-EXIT.
004795     EXIT.
004796
004797 8613-TOTAL-PRIOR-ENTRY.
004798     READ PRIOR-AUDIT-FILE
004799         AT END
004800             SET WS-SEAL-FILE-EOF TO TRUE
004801         NOT AT END
004802             MOVE PRIOR-AUDIT-RECORD TO WS-SEAL-ENTRY
004803             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
004804     END-READ.
004805 8613-EXIT.
004806     EXIT.
004807
004808*-----------------------------------------------------------------
004809*8620-SEAL-ONE-ENTRY
004810*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
004811*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
004812*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
004813*-----------------------------------------------------------------
004814 8620-SEAL-ONE-ENTRY.
004815     ADD 1 TO WS-SEAL-COUNT.
004816     EVALUATE TRUE
004817         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
004818             MOVE 1 TO WS-SEAL-BRANCH-IDX
004819         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
004820             MOVE 2 TO WS-SEAL-BRANCH-IDX
004821         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
004822             MOVE 3 TO WS-SEAL-BRANCH-IDX
004823         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
004824             MOVE 4 TO WS-SEAL-BRANCH-IDX
004825         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
004826             MOVE 5 TO WS-SEAL-BRANCH-IDX
004827         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
004828             MOVE 6 TO WS-SEAL-BRANCH-IDX
004829         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
004830             MOVE 7 TO WS-SEAL-BRANCH-IDX
004831         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
004832             MOVE 8 TO WS-SEAL-BRANCH-IDX
004833         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
004834             MOVE 9 TO WS-SEAL-BRANCH-IDX
004835         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
004836             MOVE 10 TO WS-SEAL-BRANCH-IDX
004837         WHEN OTHER
004838             MOVE 11 TO WS-SEAL-BRANCH-IDX
004839     END-EVALUATE.
004840     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
004841     IF WS-SEAL-COUNT = 1
004842         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
004843     END-IF.
004844     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
004845     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
004846         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
004847         UNTIL WS-SEAL-CHAR-IDX > 10.
004848 8620-EXIT.
004849     EXIT.
004850
004851*-----------------------------------------------------------------
004852*8625-HASH-KEY-CHARACTER
004853*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
004854*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
004855*KEY, IS ADDED TO THE HASH TOTAL.
004856*-----------------------------------------------------------------
004857 8625-HASH-KEY-CHARACTER.
004858     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
004859     MOVE ZERO TO WS-SEAL-CHAR-POS.
004860     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
004861         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
004862     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
004863         + (WS-SEAL-CHAR-POS + 1)
004864         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
004865 8625-EXIT.
004866     EXIT.
004867
004868*-----------------------------------------------------------------
004869*8660-VERIFY-TODAY-SEAL
004870*PROVE TODAY'S AUDIT TRAIL BEFORE IT IS TOTALLED.
004871*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (AUDSEAL)
004872*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
004873*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
004874*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
004875*-----------------------------------------------------------------
004876 8660-VERIFY-TODAY-SEAL.
004877     MOVE 'AUDITFL' TO WS-SEAL-FILE-ID.
004878     PERFORM 8610-SEAL-TODAY-AS-IT-STANDS THRU 8610-EXIT.
004879     OPEN INPUT AUDIT-SEAL-FILE.
004880     IF WS-AUDSEAL-STATUS = '35'
004881         IF WS-SEALED-FILE-FOUND
004882             ADD 1 TO WS-SEAL-MISSING-COUNT
004883             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
004884             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
004885             MOVE ZERO              TO WS-SEAL-EXPECTED
004886             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
004887         END-IF
004888         GO TO 8660-EXIT
004889     END-IF.
004890     IF WS-AUDSEAL-STATUS = '00'
004891         READ AUDIT-SEAL-FILE
004892             AT END
004893                 CONTINUE
004894         END-READ
004895     END-IF.
004896     IF WS-AUDSEAL-STATUS NOT = '00'
004897        OR NOT AS-SEAL-ROW OF AUDIT-SEAL-RECORD
004898         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
004899         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004900         MOVE ZERO                  TO WS-SEAL-EXPECTED
004901         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004902         CLOSE AUDIT-SEAL-FILE
004903         GO TO 8660-EXIT
004904     END-IF.
004905     MOVE AS-SEAL-TOTALS OF AUDIT-SEAL-RECORD
004906       TO WS-SEALED-TOTALS.
004907     CLOSE AUDIT-SEAL-FILE.
004908     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
004909 8660-EXIT.
004910     EXIT.
004911
004912*-----------------------------------------------------------------
004913*8662-VERIFY-PRIOR-SEAL
004914*PROVE THE PRIOR RUN'S TRAIL BEFORE IT IS TOTALLED.
004915*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (PRIORSL)
004916*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
004917*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
004918*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
004919*-----------------------------------------------------------------
004920 8662-VERIFY-PRIOR-SEAL.
004921     MOVE 'PRIORFL' TO WS-SEAL-FILE-ID.
004922     PERFORM 8612-SEAL-PRIOR-AS-IT-STANDS THRU 8612-EXIT.
004923     OPEN INPUT PRIOR-SEAL-FILE.
004924     IF WS-PRIORSL-STATUS = '35'
004925         IF WS-SEALED-FILE-FOUND
004926             ADD 1 TO WS-SEAL-MISSING-COUNT
004927             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
004928             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
004929             MOVE ZERO              TO WS-SEAL-EXPECTED
004930             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
004931         END-IF
004932         GO TO 8662-EXIT
004933     END-IF.
004934     IF WS-PRIORSL-STATUS = '00'
004935         READ PRIOR-SEAL-FILE
004936             AT END
004937                 CONTINUE
004938         END-READ
004939     END-IF.
004940     IF WS-PRIORSL-STATUS NOT = '00'
004941        OR NOT AS-SEAL-ROW OF PRIOR-SEAL-RECORD
004942         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
004943         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004944         MOVE ZERO                  TO WS-SEAL-EXPECTED
004945         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004946         CLOSE PRIOR-SEAL-FILE
004947         GO TO 8662-EXIT
004948     END-IF.
004949     MOVE AS-SEAL-TOTALS OF PRIOR-SEAL-RECORD
004950       TO WS-SEALED-TOTALS.
004951     CLOSE PRIOR-SEAL-FILE.
004952     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
004953 8662-EXIT.
004954     EXIT.
004955
004956*-----------------------------------------------------------------
004957*8670-COMPARE-SEAL
004958*EVERY FIGURE THAT DISAGREES WITH THE SEAL IS A BREAK OF ITS OWN,
004959*SO THE REPORT SHOWS WHAT CHANGED, NOT JUST THAT SOMETHING DID.
004960*-----------------------------------------------------------------
004961 8670-COMPARE-SEAL.
004962     IF WS-SEAL-TOTALS = WS-SEALED-TOTALS
004963         GO TO 8670-EXIT
004964     END-IF.
004965     IF WS-SEAL-COUNT NOT = WS-SEALED-COUNT
004966         MOVE 'ENTRY COUNT'         TO WS-SEAL-ITEM
004967         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004968         MOVE WS-SEALED-COUNT       TO WS-SEAL-EXPECTED
004969         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004970     END-IF.
004971     PERFORM 8675-COMPARE-BRANCH THRU 8675-EXIT
004972         VARYING WS-SEAL-BRANCH-IDX FROM 1 BY 1
004973         UNTIL WS-SEAL-BRANCH-IDX > 11.
004974     IF WS-SEAL-FIRST NOT = WS-SEALED-FIRST
004975         MOVE 'FIRST TIMESTAMP'     TO WS-SEAL-ITEM
004976         COMPUTE WS-SEAL-FOUND =
004977             WS-SEAL-FIRST-DATE * 100000000 + WS-SEAL-FIRST-TIME
004978         COMPUTE WS-SEAL-EXPECTED =
004979             WS-SEALED-FIRST-DATE * 100000000
004980             + WS-SEALED-FIRST-TIME
004981         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004982     END-IF.
004983     IF WS-SEAL-LAST NOT = WS-SEALED-LAST
004984         MOVE 'LAST TIMESTAMP'      TO WS-SEAL-ITEM
004985         COMPUTE WS-SEAL-FOUND =
004986             WS-SEAL-LAST-DATE * 100000000 + WS-SEAL-LAST-TIME
004987         COMPUTE WS-SEAL-EXPECTED =
004988             WS-SEALED-LAST-DATE * 100000000
004989             + WS-SEALED-LAST-TIME
004990         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004991     END-IF.
004992     IF WS-SEAL-HASH NOT = WS-SEALED-HASH
004993         MOVE 'KEY HASH TOTAL'      TO WS-SEAL-ITEM
004994         MOVE WS-SEAL-HASH          TO WS-SEAL-FOUND
004995         MOVE WS-SEALED-HASH        TO WS-SEAL-EXPECTED
004996         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004997     END-IF.
004998 8670-EXIT.
004999     EXIT.
005000
005001 8675-COMPARE-BRANCH.
005002     IF WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
005003        NOT = WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
005004         MOVE WS-SEAL-BRANCH-NAME(WS-SEAL-BRANCH-IDX)
005005                                    TO WS-SEAL-ITEM
005006         MOVE WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
005007                                    TO WS-SEAL-FOUND
005008         MOVE WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
005009                                    TO WS-SEAL-EXPECTED
005010         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005011     END-IF.
005012 8675-EXIT.
005013     EXIT.
005014
005015 8680-NOTE-SEAL-BREAK.
005016     ADD 1 TO WS-SEAL-BREAK-COUNT.
005017     PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT.
005018 8680-EXIT.
005019     EXIT.
005020
005021*-----------------------------------------------------------------
005022*8690-REPORT-SEAL-BREAK
005023*ONE LINE PER BREAK, ON THE REPORT AND THE CONSOLE - THE FILE, THE
005024*FIGURE THAT DISAGREES, WHAT THE FILE HOLDS NOW AND WHAT ITS SEAL
005025*SAYS IT HELD.
005026*-----------------------------------------------------------------
005027 8690-REPORT-SEAL-BREAK.
005028     MOVE SPACES           TO REPORT-SEAL-LINE.
005029     MOVE WS-SEAL-FILE-ID  TO RX-FILE-ID.
005030     MOVE WS-SEAL-ITEM     TO RX-ITEM.
005031     MOVE WS-SEAL-FOUND    TO RX-FOUND.
005032     MOVE WS-SEAL-EXPECTED TO RX-SEALED.
005033     WRITE REPORT-SEAL-LINE.
005034     DISPLAY 'COLRECON: SEAL ' WS-SEAL-FILE-ID ' ' WS-SEAL-ITEM
005035         ' FILE ' WS-SEAL-FOUND ' SEAL ' WS-SEAL-EXPECTED.
005036 8690-EXIT.
005037     EXIT.
005038
005039 9999-ABEND-EXIT.
005040     MOVE 16 TO RETURN-CODE.
005041     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005042     STOP RUN.
