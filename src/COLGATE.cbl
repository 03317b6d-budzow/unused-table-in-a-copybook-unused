000300*                  0 = RELEASE, 4 = WARN, 8 = HOLD.  A ONE-PAGE
000310*                  GO/NO-GO SUMMARY SAYS EXACTLY WHICH RULE
000320*                  TRIPPED.
000321*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000322*                  LEDGER (RUNLEDGR) CARRYING THE VERDICT AND THE
000323*                  WARN AND HOLD COUNTS.  RUNCARD 'RERUN' SKIPS
000324*                  THE STEP IF IT ALREADY ENDED CLEAN FOR THE RUN
000325*                  DATE.
000326*2026-10-13  JPM   RULE 4 - LATE REGIONS.  THE LATE-REGION LOG
000327*                  (LATEREG) IS READ FOR THE RUN DATE: A REGION
000328*                  COLMERGE LEFT OUTSTANDING HOLDS (OR ONLY WARNS
000329*                  IF THE GATECARD SAYS 'WARN' IN COLUMNS 64-67),
000330*                  AND A REGION FOLDED IN LATE WARNS, SO A NIGHT
000331*                  RELEASED SHORT OR PATCHED UP IS NEVER A CLEAN
000332*                  RELEASE.  EACH REGION IS NAMED ON THE REPORT.
000333*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000470     SELECT GATE-REPORT-FILE         ASSIGN TO GATERPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000491     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-LEDGER-STATUS.
000494     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000495         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-RUNCARD-STATUS.
000497     SELECT LATE-REGION-FILE         ASSIGN TO LATEREG
000498         ORGANIZATION IS SEQUENTIAL
000499         FILE STATUS IS WS-LATEREG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000720*----------------------------------------------------------------
000730*OPERATOR TOLERANCES - MAX REJECT PERCENT IN COLUMNS 1-3, THEN
000740*UP TO SIX 10-CHARACTER BUCKET NAMES WHOSE RECONCILIATION
000747*EXCEPTIONS ARE UNACCEPTABLE (HOLD, NOT JUST WARN), THEN 'WARN'
000754*IN COLUMNS 64-67 IF AN OUTSTANDING REGION IS ONLY TO WARN.
000761*MISSING CARD MEANS THE DEFAULTS IN WORKING-STORAGE.
000770*----------------------------------------------------------------
000780 FD  GATE-CARD-FILE
000790     LABEL RECORDS ARE STANDARD.
000810     05  GC-MAX-REJECT-PCT           PIC 9(03).
000820     05  GC-HOLD-BUCKET OCCURS 6 TIMES
000830                                     PIC X(10).
000835     05  GC-OUTSTANDING-ACTION       PIC X(04).
000840         88  GC-OUTSTANDING-WARNS        VALUE 'WARN'.
000845     05  FILLER                      PIC X(13).
000850
000860*----------------------------------------------------------------
000870*ONE-PAGE GO/NO-GO SUMMARY FOR WHOEVER GETS PAGED.
000920     05  GL-TAG                      PIC X(20).
000930     05  GL-DETAIL                   PIC X(60).
000940
000941*----------------------------------------------------------------
000942*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
000943*----------------------------------------------------------------
000944 FD  RUN-LEDGER-FILE
000945     LABEL RECORDS ARE STANDARD.
000946     COPY RUN-LEDGER-RECORD.
000947
000948*----------------------------------------------------------------
000949*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
000950*----------------------------------------------------------------
000951 FD  RUN-CARD-FILE
000952     LABEL RECORDS ARE STANDARD.
000953     COPY RUN-CARD-RECORD.
000954
000955*----------------------------------------------------------------
000956*COLMERGE'S LATE-REGION LOG - REGIONS LEFT OUTSTANDING AND
000957*FOLDED IN, BY RUN DATE.
000958*----------------------------------------------------------------
000959 FD  LATE-REGION-FILE
000960     LABEL RECORDS ARE STANDARD.
000961     COPY LATE-REGION-RECORD.
000962
000963 WORKING-STORAGE SECTION.
000964 77  WS-CKPT-STATUS                  PIC X(02).
000970 77  WS-RECON-STATUS                 PIC X(02).
000980 77  WS-CARD-STATUS                  PIC X(02).
000990 77  WS-RPT-STATUS                   PIC X(02).
001280 77  WS-HOLD-COUNT                   PIC 9(05) COMP VALUE ZERO.
001290 77  WS-PCT-DISPLAY                  PIC ZZZZ9.
001300 77  WS-CNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001301
001302*----------------------------------------------------------------
001303*LATE REGIONS - EACH REGION'S STANDING FOR THE RUN DATE OFF THE
001304*LAST LOG ROW FOR IT: BLANK = ON TIME, 'O' = OUTSTANDING, 'F' =
001305*FOLDED IN LATE.  AN OUTSTANDING REGION HOLDS UNLESS THE CARD
001306*SAYS OTHERWISE.
001307*----------------------------------------------------------------
001308 77  WS-LATEREG-STATUS               PIC X(02).
001309 77  WS-LATEREG-EOF-SW               PIC X(01) VALUE 'N'.
001310     88  WS-LATEREG-EOF                         VALUE 'Y'.
001311 77  WS-OUTSTANDING-ACTION-SW        PIC X(01) VALUE 'H'.
001312     88  WS-OUTSTANDING-HOLDS                   VALUE 'H'.
001313     88  WS-OUTSTANDING-WARNS                   VALUE 'W'.
001314 77  WS-LATE-IDX                     PIC 9(01).
001315 77  WS-LATE-REGION-COUNT            PIC 9(01) COMP VALUE ZERO.
001316 01  WS-LATE-REGION-TABLE.
001317     05  WS-LATE-REGION OCCURS 3 TIMES.
001318         10  WS-LR-STANDING          PIC X(01) VALUE SPACE.
001319             88  WS-LR-OUTSTANDING       VALUE 'O'.
001320             88  WS-LR-FOLDED-IN         VALUE 'F'.
001321         10  WS-LR-MERGED            PIC 9(09) COMP VALUE ZERO.
001322
001323*----------------------------------------------------------------
001324*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001325*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001326*----------------------------------------------------------------
001327 77  WS-LEDGER-STATUS                PIC X(02).
001328 77  WS-RUNCARD-STATUS               PIC X(02).
001329 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001330     88  WS-LEDGER-EOF                          VALUE 'Y'.
001331 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001332     88  WS-RERUN-MODE                          VALUE 'Y'.
001333 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001334     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001335 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001336 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLGATE'.
001337 77  WS-LEDGER-EVENT                 PIC X(01).
001338 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001339 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001340 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001341 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001342 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001343 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001344 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001345 01  WS-LEDGER-CLOCK.
001346     05  WS-LEDGER-HHMMSS            PIC 9(06).
001347     05  FILLER                      PIC 9(02).
001348
001349 PROCEDURE DIVISION.
001350*================================================================
001351*0000-MAINLINE
001352*RULE 1 - THE RUN MUST HAVE COMPLETED.  RULE 2 - REJECTS MUST
001360*BE INSIDE THE TOLERANCE.  RULE 3 - NO RECONCILIATION
001370*EXCEPTION ON AN UNACCEPTABLE BUCKET (HOLD) AND ANY OTHER
001375*EXCEPTION IS A WARN.  RULE 4 - NO REGION STILL OUTSTANDING
001380*(HOLD) OR FOLDED IN LATE (WARN).  THE WORST RESULT IS THE
001385*RETURN CODE.
001390*================================================================
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-CHECK-RUN-COMPLETE THRU 2000-EXIT.
001430     PERFORM 3000-CHECK-REJECT-PCT THRU 3000-EXIT.
001440     PERFORM 4000-CHECK-RECON-REPORT THRU 4000-EXIT.
001445     PERFORM 4500-CHECK-LATE-REGIONS THRU 4500-EXIT.
001450     PERFORM 5000-WRITE-VERDICT THRU 5000-EXIT.
001460     PERFORM 6000-TERMINATE THRU 6000-EXIT.
001470     MOVE WS-VERDICT TO RETURN-CODE.
001475     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
001480     STOP RUN.
001490
001500 1000-INITIALIZE.
001505     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001510     MOVE 'RED'   TO WS-HOLD-BUCKET(1).
001520     MOVE 'BROWN' TO WS-HOLD-BUCKET(2).
001530     MOVE SPACES  TO WS-HOLD-BUCKET(3) WS-HOLD-BUCKET(4)
001820             MOVE GC-HOLD-BUCKET(4) TO WS-HOLD-BUCKET(4)
001830             MOVE GC-HOLD-BUCKET(5) TO WS-HOLD-BUCKET(5)
001840             MOVE GC-HOLD-BUCKET(6) TO WS-HOLD-BUCKET(6)
001842             IF GC-OUTSTANDING-WARNS
001844                 SET WS-OUTSTANDING-WARNS TO TRUE
001846             END-IF
001850         END-IF
001860         CLOSE GATE-CARD-FILE
001870     END-IF.
003380 4200-EXIT.
003390     EXIT.
003400
003401*-----------------------------------------------------------------
003402*4500-CHECK-LATE-REGIONS
003403*NO LATE-REGION LOG, OR NO ROW FOR THE RUN DATE, MEANS ALL THREE
003404*REGIONS WERE MERGED ON TIME.  A LOG THAT IS THERE BUT CANNOT BE
003405*READ HOLDS - A REGION COULD BE MISSING AND NOTHING WOULD SAY SO.
003406*-----------------------------------------------------------------
003407 4500-CHECK-LATE-REGIONS.
003408     OPEN INPUT LATE-REGION-FILE.
003409     IF WS-LATEREG-STATUS = '35'
003410         GO TO 4500-WRITE-ON-TIME
003411     END-IF.
003412     IF WS-LATEREG-STATUS NOT = '00'
003413         PERFORM 8100-ESCALATE-TO-HOLD THRU 8100-EXIT
003414         MOVE 'REGIONAL FEEDS' TO GL-TAG
003415         MOVE 'LATE-REGION LOG UNREADABLE - CANNOT VOUCH FOR IT'
003416             TO GL-DETAIL
003417         WRITE GATE-REPORT-LINE
003418         GO TO 4500-EXIT
003419     END-IF.
003420     PERFORM 4510-READ-LATE-REGION-ROW THRU 4510-EXIT
003421         UNTIL WS-LATEREG-EOF.
003422     CLOSE LATE-REGION-FILE.
003423     PERFORM 4520-JUDGE-LATE-REGION THRU 4520-EXIT
003424         VARYING WS-LATE-IDX FROM 1 BY 1
003425         UNTIL WS-LATE-IDX > 3.
003426     IF WS-LATE-REGION-COUNT > ZERO
003427         GO TO 4500-EXIT
003428     END-IF.
003429 4500-WRITE-ON-TIME.
003430     MOVE SPACES TO GATE-REPORT-LINE.
003431     MOVE 'REGIONAL FEEDS' TO GL-TAG.
003432     MOVE 'ALL REGIONS MERGED ON TIME' TO GL-DETAIL.
003433     WRITE GATE-REPORT-LINE.
003434 4500-EXIT.
003435     EXIT.
003436
003437 4510-READ-LATE-REGION-ROW.
003438     READ LATE-REGION-FILE
003439         AT END
003440             SET WS-LATEREG-EOF TO TRUE
003441             GO TO 4510-EXIT
003442     END-READ.
003443     IF LT-RUN-DATE NOT = WS-RUN-DATE
003444        OR LT-SOURCE-REGION < '01' OR LT-SOURCE-REGION > '03'
003445         GO TO 4510-EXIT
003446     END-IF.
003447     MOVE LT-SOURCE-REGION(2:1) TO WS-LATE-IDX.
003448     MOVE LT-STATUS TO WS-LR-STANDING(WS-LATE-IDX).
003449     MOVE LT-RECORDS-MERGED TO WS-LR-MERGED(WS-LATE-IDX).
003450 4510-EXIT.
003451     EXIT.
003452
003453 4520-JUDGE-LATE-REGION.
003454     IF WS-LR-OUTSTANDING(WS-LATE-IDX)
003455         ADD 1 TO WS-LATE-REGION-COUNT
003456         IF WS-OUTSTANDING-HOLDS
003457             PERFORM 8100-ESCALATE-TO-HOLD THRU 8100-EXIT
003458             MOVE 'LATE REGION - HOLD' TO GL-TAG
003459         ELSE
003460             PERFORM 8200-ESCALATE-TO-WARN THRU 8200-EXIT
003461             MOVE 'LATE REGION - WARN' TO GL-TAG
003462         END-IF
003463         STRING 'REGION 0'           DELIMITED BY SIZE
003464                WS-LATE-IDX          DELIMITED BY SIZE
003465                ' OUTSTANDING - FEED NOT YET MERGED'
003466                                     DELIMITED BY SIZE
003467             INTO GL-DETAIL
003468         WRITE GATE-REPORT-LINE
003469     END-IF.
003470     IF WS-LR-FOLDED-IN(WS-LATE-IDX)
003471         ADD 1 TO WS-LATE-REGION-COUNT
003472         PERFORM 8200-ESCALATE-TO-WARN THRU 8200-EXIT
003473         MOVE 'LATE REGION - WARN' TO GL-TAG
003474         MOVE WS-LR-MERGED(WS-LATE-IDX) TO WS-CNT-DISPLAY
003475         STRING 'REGION 0'           DELIMITED BY SIZE
003476                WS-LATE-IDX          DELIMITED BY SIZE
003477                ' FOLDED IN LATE -'  DELIMITED BY SIZE
003478                WS-CNT-DISPLAY       DELIMITED BY SIZE
003479                ' MERGED'            DELIMITED BY SIZE
003480             INTO GL-DETAIL
003481         WRITE GATE-REPORT-LINE
003482     END-IF.
003483 4520-EXIT.
003484     EXIT.
003485
003486*-----------------------------------------------------------------
003487*8100-ESCALATE-TO-HOLD
003488*COMMON ESCALATION - ANY CALLER ABOUT TO REPORT A HOLD RULE
003489*BUMPS THE VERDICT FIRST; THE CALLER WRITES ITS OWN DETAIL.
003490*-----------------------------------------------------------------
003491 8100-ESCALATE-TO-HOLD.
003492     MOVE 8 TO WS-VERDICT.
003493     ADD 1 TO WS-HOLD-COUNT.
003494     MOVE SPACES TO GATE-REPORT-LINE.
003500 8100-EXIT.
003510     EXIT.
003511
003512*-----------------------------------------------------------------
003513*8200-ESCALATE-TO-WARN
003514*THE WARN TWIN OF 8100 - A WARN NEVER LOWERS A HOLD.
003515*-----------------------------------------------------------------
003516 8200-ESCALATE-TO-WARN.
003517     IF WS-VERDICT-RELEASE
003518         MOVE 4 TO WS-VERDICT
003519     END-IF.
003520     ADD 1 TO WS-WARN-COUNT.
003521     MOVE SPACES TO GATE-REPORT-LINE.
003522 8200-EXIT.
003523     EXIT.
003524
003530 5000-WRITE-VERDICT.
003540     MOVE SPACES TO GATE-REPORT-LINE.
003550     MOVE 'VERDICT' TO GL-TAG.
003740 6000-EXIT.
003750     EXIT.
003760
003761*-----------------------------------------------------------------
003762*8500-START-LEDGER
003763*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
003764*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
003765*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
003766*THE LEDGER BEFORE ANY REAL WORK IS DONE.
003767*-----------------------------------------------------------------
003768 8500-START-LEDGER.
003769     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003770     OPEN INPUT RUN-CARD-FILE.
003771     IF WS-RUNCARD-STATUS = '00'
003772         READ RUN-CARD-FILE
003773             AT END
003774                 CONTINUE
003775         END-READ
003776         IF WS-RUNCARD-STATUS = '00'
003777             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
003778                 MOVE RN-RUN-DATE TO WS-RUN-DATE
003779             END-IF
003780             IF RN-RERUN
003781                 SET WS-RERUN-MODE TO TRUE
003782             END-IF
003783         END-IF
003784         CLOSE RUN-CARD-FILE
003785     END-IF.
003786     IF WS-RERUN-MODE
003787         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
003788     END-IF.
003789     MOVE 'S'  TO WS-LEDGER-EVENT.
003790     MOVE ZERO TO WS-LEDGER-RC.
003791     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003792 8500-EXIT.
003793     EXIT.
003794
003795*-----------------------------------------------------------------
003796*8510-CHECK-RERUN
003797*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
003798*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
003799*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
003800*MEANS THE STEP RUNS.
003801*-----------------------------------------------------------------
003802 8510-CHECK-RERUN.
003803     MOVE 'N' TO WS-STEP-CLEAN-SW.
003804     MOVE 'N' TO WS-LEDGER-EOF-SW.
003805     OPEN INPUT RUN-LEDGER-FILE.
003806     IF WS-LEDGER-STATUS NOT = '00'
003807         DISPLAY 'COLGATE: RERUN - NO RUN LEDGER, STATUS='
003808             WS-LEDGER-STATUS ' - STEP RUNS'
003809         GO TO 8510-EXIT
003810     END-IF.
003811     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
003812         UNTIL WS-LEDGER-EOF.
003813     CLOSE RUN-LEDGER-FILE.
003814     IF WS-STEP-ENDED-CLEAN
003815         DISPLAY 'COLGATE: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
003816             ' - SKIPPED ON RERUN'
003817         MOVE ZERO TO RETURN-CODE
003818         STOP RUN
003819     END-IF.
003820     DISPLAY 'COLGATE: RERUN - NO CLEAN END FOR RUN DATE '
003821         WS-RUN-DATE ' - STEP RUNS'.
003822 8510-EXIT.
003823     EXIT.
003824
003825 8520-SCAN-LEDGER-ROW.
003826     READ RUN-LEDGER-FILE
003827         AT END
003828             SET WS-LEDGER-EOF TO TRUE
003829         NOT AT END
003830             IF LG-PROGRAM = WS-LEDGER-PROGRAM
003831                AND LG-RUN-DATE = WS-RUN-DATE
003832                 IF LG-END-ROW AND LG-ENDED-CLEAN
003833                     SET WS-STEP-ENDED-CLEAN TO TRUE
003834                 ELSE
003835                     MOVE 'N' TO WS-STEP-CLEAN-SW
003836                 END-IF
003837             END-IF
003838     END-READ.
003839 8520-EXIT.
003840     EXIT.
003841
003842*-----------------------------------------------------------------
003843*8550-POST-LEDGER-END
003844*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
003845*CONTROL 1 = THE VERDICT, CONTROL 2 = WARNINGS, CONTROL 3 =
003846*HOLDS.  POSTED AFTER THE VERDICT BECOMES THE RETURN CODE.
003847*-----------------------------------------------------------------
003848 8550-POST-LEDGER-END.
003849     MOVE 'E'                TO WS-LEDGER-EVENT.
003850     MOVE RETURN-CODE        TO WS-LEDGER-RC.
003851     MOVE WS-VERDICT        TO WS-LEDGER-CTL-1.
003852     MOVE WS-WARN-COUNT     TO WS-LEDGER-CTL-2.
003853     MOVE WS-HOLD-COUNT     TO WS-LEDGER-CTL-3.
003854     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003855 8550-EXIT.
003856     EXIT.
003857
003858*-----------------------------------------------------------------
003859*8590-WRITE-LEDGER-ROW
003860*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003861*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
003862*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
003863*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
003864*-----------------------------------------------------------------
003865 8590-WRITE-LEDGER-ROW.
003866     OPEN EXTEND RUN-LEDGER-FILE.
003867     IF WS-LEDGER-STATUS = '35'
003868         OPEN OUTPUT RUN-LEDGER-FILE
003869     END-IF.
003870     IF WS-LEDGER-STATUS NOT = '00'
003871         DISPLAY 'COLGATE: RUN LEDGER UNAVAILABLE, STATUS='
003872             WS-LEDGER-STATUS ' - ROW NOT POSTED'
003873         GO TO 8590-EXIT
003874     END-IF.
003875     ACCEPT WS-LEDGER-CLOCK FROM TIME.
003876     MOVE SPACES              TO RUN-LEDGER-RECORD.
003877     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
003878     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
003879     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
003880     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
003881     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
003882     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
003883     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
003884     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
003885     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
003886     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
003887     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
003888     WRITE RUN-LEDGER-RECORD.
003889     CLOSE RUN-LEDGER-FILE.
003890 8590-EXIT.
003891     EXIT.
003892
003893 9999-ABEND-EXIT.
003894     CLOSE CHECKPOINT-FILE RECON-REPORT-FILE GATE-REPORT-FILE.
003895     MOVE 16 TO RETURN-CODE.
003896     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
003897     STOP RUN.
