000340*                  THE SUMMARY AND THE REST STILL BUILDS - THE
000350*                  HANDOVER MUST NEVER BE BLANK BECAUSE ONE
000360*                  UPSTREAM STEP WAS SKIPPED.
000362*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000364*                  LEDGER (RUNLEDGR) CARRYING THE SUMMARY COUNTS.
000366*                  RUNCARD 'RERUN' SKIPS THE STEP IF IT ALREADY
000368*                  ENDED CLEAN FOR THE RUN DATE.
000369*                  PAGE 1 NOW OPENS WITH THE NIGHT'S STEPS OFF
000370*                  THE LEDGER - EACH STEP'S LAST STATE AND RETURN
000371*                  CODE - AND NAMES THE STEP THE NIGHT STOPPED AT.
000372*2026-10-13  JPM   PAGE 1 SHOWS EACH REGIONAL FEED'S STANDING OFF
000373*                  THE LATE-REGION LOG (LATEREG) - ON TIME, LATE
000374*                  AND FOLDED IN, OR STILL OUTSTANDING - AND THE
000375*                  GATE SECTION CARRIES COLGATE'S LATE-REGION
000376*                  LINES.
000377*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000570     SELECT OPS-REPORT-FILE          ASSIGN TO OPSRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.
000591     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS WS-LEDGER-STATUS.
000594     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000595         ORGANIZATION IS SEQUENTIAL
000596         FILE STATUS IS WS-RUNCARD-STATUS.
000597     SELECT LATE-REGION-FILE         ASSIGN TO LATEREG
000598         ORGANIZATION IS SEQUENTIAL
000599         FILE STATUS IS WS-LATEREG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
001260     LABEL RECORDS ARE STANDARD.
001270 01  OPS-REPORT-LINE                 PIC X(80).
001280
001281*----------------------------------------------------------------
001282*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001283*----------------------------------------------------------------
001284 FD  RUN-LEDGER-FILE
001285     LABEL RECORDS ARE STANDARD.
001286     COPY RUN-LEDGER-RECORD.
001287
001288*----------------------------------------------------------------
001289*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001290*----------------------------------------------------------------
001291 FD  RUN-CARD-FILE
001292     LABEL RECORDS ARE STANDARD.
001293     COPY RUN-CARD-RECORD.
001294
001295*----------------------------------------------------------------
001296*COLMERGE'S LATE-REGION LOG - REGIONS LEFT OUTSTANDING AND
001297*FOLDED IN, BY RUN DATE.
001298*----------------------------------------------------------------
001299 FD  LATE-REGION-FILE
001300     LABEL RECORDS ARE STANDARD.
001301     COPY LATE-REGION-RECORD.
001302
001303 WORKING-STORAGE SECTION.
001304 77  WS-CKPT-STATUS                  PIC X(02).
001310 77  WS-RECON-STATUS                 PIC X(02).
001320 77  WS-GATE-STATUS                  PIC X(02).
001330 77  WS-AGE-STATUS                   PIC X(02).
001540
001550 77  WS-TODAY-DATE                   PIC 9(08).
001560 77  WS-CNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001561*----------------------------------------------------------------
001562*THE NIGHT'S STEPS OFF THE RUN LEDGER, IN THE ORDER THEY FIRST
001563*POSTED - A LATER ROW FOR THE SAME STEP (A RERUN) REPLACES ITS
001564*STATE, SO EACH ENTRY SHOWS WHERE THAT STEP FINALLY STANDS.
001565*----------------------------------------------------------------
001566 77  WS-STEP-COUNT                   PIC 9(03) COMP VALUE ZERO.
001567 77  WS-STEP-IDX                     PIC 9(03) COMP.
001568 77  WS-STOPPED-IDX                  PIC 9(03) COMP VALUE ZERO.
001569 01  WS-STEP-TABLE.
001570     05  WS-STEP-ENTRY OCCURS 40 TIMES
001571                       INDEXED BY WS-STEP-X.
001572         10  WS-STEP-PROGRAM         PIC X(08).
001573         10  WS-STEP-EVENT           PIC X(01).
001574         10  WS-STEP-RC              PIC 9(03).
001575         10  WS-STEP-IN              PIC 9(09).
001576         10  WS-STEP-OUT             PIC 9(09).
001577 77  WS-RC-DISPLAY                   PIC ZZ9.
001578 77  WS-OUT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001579
001580*----------------------------------------------------------------
001581*EACH REGION'S STANDING FOR THE RUN DATE OFF THE LAST LATE-REGION
001582*LOG ROW FOR IT: BLANK = ON TIME, 'O' = OUTSTANDING, 'F' = FOLDED
001583*IN LATE, WITH THE RECORDS THE FOLD-IN MERGED.
001584*----------------------------------------------------------------
001585 77  WS-LATEREG-STATUS               PIC X(02).
001586 77  WS-LATEREG-EOF-SW               PIC X(01) VALUE 'N'.
001587     88  WS-LATEREG-EOF                         VALUE 'Y'.
001588 77  WS-LATE-IDX                     PIC 9(01).
001589 01  WS-LATE-REGION-TABLE.
001590     05  WS-LATE-REGION OCCURS 3 TIMES.
001591         10  WS-LR-STANDING          PIC X(01) VALUE SPACE.
001592             88  WS-LR-OUTSTANDING       VALUE 'O'.
001593             88  WS-LR-FOLDED-IN         VALUE 'F'.
001594         10  WS-LR-MERGED            PIC 9(09) COMP VALUE ZERO.
001595
001596*----------------------------------------------------------------
001597*SUMMARY LINE BUILD AREA - LABEL AND VALUE, MOVED WHOLE.
001600*----------------------------------------------------------------
001610 01  WS-SUMMARY-LINE.
001620     05  SL-LABEL                    PIC X(22).
001630     05  SL-VALUE                    PIC X(58).
001631
001632*----------------------------------------------------------------
001633*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001634*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001635*----------------------------------------------------------------
001636 77  WS-LEDGER-STATUS                PIC X(02).
001637 77  WS-RUNCARD-STATUS               PIC X(02).
001638 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001639     88  WS-LEDGER-EOF                          VALUE 'Y'.
001640 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001641     88  WS-RERUN-MODE                          VALUE 'Y'.
001642 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001643     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001644 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001645 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLOPS'.
001646 77  WS-LEDGER-EVENT                 PIC X(01).
001647 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001648 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001649 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001650 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001651 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001652 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001653 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001654 01  WS-LEDGER-CLOCK.
001655     05  WS-LEDGER-HHMMSS            PIC 9(06).
001656     05  FILLER                      PIC 9(02).
001657
001658 PROCEDURE DIVISION.
001660*================================================================
001670*0000-MAINLINE
001680*PAGE 1 - RUN TOTALS AND THE GATE DECISION.  PAGE 2 - THE
001710*================================================================
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001735     PERFORM 1500-SUMMARIZE-RUN-LEDGER THRU 1500-EXIT.
001737     PERFORM 1600-SUMMARIZE-REGIONS THRU 1600-EXIT.
001740     PERFORM 2000-SUMMARIZE-RUN-TOTALS THRU 2000-EXIT.
001750     PERFORM 3000-SUMMARIZE-GATE THRU 3000-EXIT.
001760     PERFORM 4000-START-PAGE-TWO THRU 4000-EXIT.
001810     STOP RUN.
001820
001830 1000-INITIALIZE.
001835     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001840     OPEN OUTPUT OPS-REPORT-FILE.
001850     IF WS-RPT-STATUS NOT = '00'
001860         DISPLAY 'COLOPS: UNABLE TO OPEN SUMMARY, STATUS='
001900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001910     MOVE SPACES TO WS-SUMMARY-LINE.
001920     MOVE 'OPERATIONS SUMMARY' TO SL-LABEL.
001930     STRING 'RUN DATE ' WS-RUN-DATE DELIMITED BY SIZE
001950         INTO SL-VALUE.
001960     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
001970     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
001980 1000-EXIT.
001990     EXIT.
001991*-----------------------------------------------------------------
001992*1500-SUMMARIZE-RUN-LEDGER
001993*ONE LINE PER STEP THAT POSTED TO THE LEDGER FOR THE RUN DATE,
001994*THEN THE STEP THE NIGHT STOPPED AT - THE FIRST STEP WHOSE LAST
001995*ROW IS A START WITH NO END BEHIND IT, OR AN END WITH A RETURN
001996*CODE OF 8 OR MORE.  THIS STEP'S OWN START ROW IS LEFT OUT.
001997*-----------------------------------------------------------------
001998 1500-SUMMARIZE-RUN-LEDGER.
001999     MOVE SPACES TO WS-SUMMARY-LINE.
002000     MOVE '---- RUN LEDGER ----' TO SL-LABEL.
002001     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002002     MOVE 'N' TO WS-LEDGER-EOF-SW.
002003     MOVE SPACES TO WS-STEP-TABLE.
002004     OPEN INPUT RUN-LEDGER-FILE.
002005     IF WS-LEDGER-STATUS NOT = '00'
002006         MOVE SPACES TO WS-SUMMARY-LINE
002007         MOVE 'RUN LEDGER' TO SL-LABEL
002008         MOVE 'NOT AVAILABLE - STEP STATUS UNKNOWN' TO SL-VALUE
002009         PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
002010         PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT
002011         GO TO 1500-EXIT
002012     END-IF.
002013     PERFORM 1510-READ-LEDGER-ROW THRU 1510-EXIT
002014         UNTIL WS-LEDGER-EOF.
002015     CLOSE RUN-LEDGER-FILE.
002016     IF WS-STEP-COUNT = ZERO
002017         MOVE SPACES TO WS-SUMMARY-LINE
002018         MOVE 'RUN LEDGER' TO SL-LABEL
002019         MOVE 'NO STEPS POSTED FOR THE RUN DATE' TO SL-VALUE
002020         PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
002021         PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT
002022         GO TO 1500-EXIT
002023     END-IF.
002024     PERFORM 1530-WRITE-STEP-LINE THRU 1530-EXIT
002025         VARYING WS-STEP-IDX FROM 1 BY 1
002026         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
002027     MOVE SPACES TO WS-SUMMARY-LINE.
002028     MOVE 'STOPPED AT' TO SL-LABEL.
002029     IF WS-STOPPED-IDX = ZERO
002030         MOVE 'NONE - EVERY STEP ENDED CLEAN' TO SL-VALUE
002031     ELSE
002032         IF WS-STEP-EVENT(WS-STOPPED-IDX) = 'S'
002033             STRING WS-STEP-PROGRAM(WS-STOPPED-IDX)
002034                                     DELIMITED BY SPACE
002035                    ' - STARTED, NEVER ENDED'
002036                                     DELIMITED BY SIZE
002037                 INTO SL-VALUE
002038         ELSE
002039             MOVE WS-STEP-RC(WS-STOPPED-IDX) TO WS-RC-DISPLAY
002040             STRING WS-STEP-PROGRAM(WS-STOPPED-IDX)
002041                                     DELIMITED BY SPACE
002042                    ' - ENDED RC '   DELIMITED BY SIZE
002043                    WS-RC-DISPLAY    DELIMITED BY SIZE
002044                 INTO SL-VALUE
002045         END-IF
002046     END-IF.
002047     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002048     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
002049 1500-EXIT.
002050     EXIT.
002051
002052 1510-READ-LEDGER-ROW.
002053     READ RUN-LEDGER-FILE
002054         AT END
002055             SET WS-LEDGER-EOF TO TRUE
002056         NOT AT END
002057             IF LG-RUN-DATE = WS-RUN-DATE
002058                AND LG-PROGRAM NOT = WS-LEDGER-PROGRAM
002059                 PERFORM 1520-POST-STEP-ROW THRU 1520-EXIT
002060             END-IF
002061     END-READ.
002062 1510-EXIT.
002063     EXIT.
002064
002065*-----------------------------------------------------------------
002066*1520-POST-STEP-ROW
002067*FIND THE STEP'S ENTRY OR OPEN THE NEXT ONE, THEN CARRY THIS
002068*ROW'S STATE INTO IT.  A START ROW CLEARS THE COUNTS LEFT BY AN
002069*EARLIER ATTEMPT SO A RERUN STILL IN FLIGHT SHOWS NONE.
002070*-----------------------------------------------------------------
002071 1520-POST-STEP-ROW.
002072     MOVE ZERO TO WS-STEP-IDX.
002073     SET WS-STEP-X TO 1.
002074     SEARCH WS-STEP-ENTRY
002075         AT END
002076             CONTINUE
002077         WHEN WS-STEP-PROGRAM(WS-STEP-X) = LG-PROGRAM
002078             SET WS-STEP-IDX TO WS-STEP-X
002079     END-SEARCH.
002080     IF WS-STEP-IDX = ZERO
002081         IF WS-STEP-COUNT >= 40
002082             DISPLAY 'COLOPS: STEP TABLE FULL - ' LG-PROGRAM
002083                 ' NOT SHOWN'
002084             GO TO 1520-EXIT
002085         END-IF
002086         ADD 1 TO WS-STEP-COUNT
002087         MOVE WS-STEP-COUNT TO WS-STEP-IDX
002088         MOVE LG-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-IDX)
002089     END-IF.
002090     MOVE LG-EVENT TO WS-STEP-EVENT(WS-STEP-IDX).
002091     IF LG-START-ROW
002092         MOVE ZERO TO WS-STEP-RC(WS-STEP-IDX)
002093                      WS-STEP-IN(WS-STEP-IDX)
002094                      WS-STEP-OUT(WS-STEP-IDX)
002095     ELSE
002096         MOVE LG-RETURN-CODE TO WS-STEP-RC(WS-STEP-IDX)
002097         MOVE LG-RECORDS-IN  TO WS-STEP-IN(WS-STEP-IDX)
002098         MOVE LG-RECORDS-OUT TO WS-STEP-OUT(WS-STEP-IDX)
002099     END-IF.
002100 1520-EXIT.
002101     EXIT.
002102
002103 1530-WRITE-STEP-LINE.
002104     MOVE SPACES TO WS-SUMMARY-LINE.
002105     MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO SL-LABEL.
002106     IF WS-STEP-EVENT(WS-STEP-IDX) = 'S'
002107         MOVE 'STARTED - NO END ROW' TO SL-VALUE
002108         IF WS-STOPPED-IDX = ZERO
002109             MOVE WS-STEP-IDX TO WS-STOPPED-IDX
002110         END-IF
002111     ELSE
002112         MOVE WS-STEP-RC(WS-STEP-IDX)  TO WS-RC-DISPLAY
002113         MOVE WS-STEP-IN(WS-STEP-IDX)  TO WS-CNT-DISPLAY
002114         MOVE WS-STEP-OUT(WS-STEP-IDX) TO WS-OUT-DISPLAY
002115         STRING 'ENDED RC '        DELIMITED BY SIZE
002116                WS-RC-DISPLAY      DELIMITED BY SIZE
002117                '  IN '            DELIMITED BY SIZE
002118                WS-CNT-DISPLAY     DELIMITED BY SIZE
002119                '  OUT '           DELIMITED BY SIZE
002120                WS-OUT-DISPLAY     DELIMITED BY SIZE
002121             INTO SL-VALUE
002122         IF WS-STEP-RC(WS-STEP-IDX) >= 8
002123            AND WS-STOPPED-IDX = ZERO
002124             MOVE WS-STEP-IDX TO WS-STOPPED-IDX
002125         END-IF
002126     END-IF.
002127     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002128 1530-EXIT.
002129     EXIT.
002130
002131*-----------------------------------------------------------------
002132*1600-SUMMARIZE-REGIONS
002133*ONE LINE PER REGIONAL FEED.  NO LATE-REGION LOG, OR NO ROW FOR
002134*THE RUN DATE, MEANS THE REGION WAS MERGED ON TIME; A LOG THAT
002135*WILL NOT OPEN IS NOTED INSTEAD.
002136*-----------------------------------------------------------------
002137 1600-SUMMARIZE-REGIONS.
002138     MOVE SPACES TO WS-SUMMARY-LINE.
002139     MOVE '---- REGIONS ----' TO SL-LABEL.
002140     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002141     OPEN INPUT LATE-REGION-FILE.
002142     IF WS-LATEREG-STATUS NOT = '00' AND NOT = '35'
002143         MOVE SPACES TO WS-SUMMARY-LINE
002144         MOVE 'LATE-REGION LOG' TO SL-LABEL
002145         MOVE 'NOT AVAILABLE - REGION STATUS UNKNOWN' TO SL-VALUE
002146         PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
002147         PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT
002148         GO TO 1600-EXIT
002149     END-IF.
002150     IF WS-LATEREG-STATUS = '00'
002151         PERFORM 1610-READ-LATE-REGION-ROW THRU 1610-EXIT
002152             UNTIL WS-LATEREG-EOF
002153         CLOSE LATE-REGION-FILE
002154     END-IF.
002155     PERFORM 1620-WRITE-REGION-LINE THRU 1620-EXIT
002156         VARYING WS-LATE-IDX FROM 1 BY 1
002157         UNTIL WS-LATE-IDX > 3.
002158     PERFORM 9200-WRITE-BLANK-LINE THRU 9200-EXIT.
002159 1600-EXIT.
002160     EXIT.
002161
002162 1610-READ-LATE-REGION-ROW.
002163     READ LATE-REGION-FILE
002164         AT END
002165             SET WS-LATEREG-EOF TO TRUE
002166             GO TO 1610-EXIT
002167     END-READ.
002168     IF LT-RUN-DATE NOT = WS-RUN-DATE
002169        OR LT-SOURCE-REGION < '01' OR LT-SOURCE-REGION > '03'
002170         GO TO 1610-EXIT
002171     END-IF.
002172     MOVE LT-SOURCE-REGION(2:1) TO WS-LATE-IDX.
002173     MOVE LT-STATUS TO WS-LR-STANDING(WS-LATE-IDX).
002174     MOVE LT-RECORDS-MERGED TO WS-LR-MERGED(WS-LATE-IDX).
002175 1610-EXIT.
002176     EXIT.
002177
002178 1620-WRITE-REGION-LINE.
002179     MOVE SPACES TO WS-SUMMARY-LINE.
002180     STRING 'REGION 0' WS-LATE-IDX DELIMITED BY SIZE
002181         INTO SL-LABEL.
002182     IF WS-LR-OUTSTANDING(WS-LATE-IDX)
002183         MOVE 'OUTSTANDING - FEED NOT YET MERGED' TO SL-VALUE
002184     ELSE
002185         IF WS-LR-FOLDED-IN(WS-LATE-IDX)
002186             MOVE WS-LR-MERGED(WS-LATE-IDX) TO WS-CNT-DISPLAY
002187             STRING 'LATE - FOLDED IN,' DELIMITED BY SIZE
002188                    WS-CNT-DISPLAY      DELIMITED BY SIZE
002189                    ' MERGED'           DELIMITED BY SIZE
002190                 INTO SL-VALUE
002191         ELSE
002192             MOVE 'ON TIME' TO SL-VALUE
002193         END-IF
002194     END-IF.
002195     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002196 1620-EXIT.
002197     EXIT.
002198
002199*-----------------------------------------------------------------
002200*2000-SUMMARIZE-RUN-TOTALS
002201*THE LAST CHECKPOINT HOLDS THE RUN'S FINAL STATE - SAME READ-TO-
002202*END TECHNIQUE AS COLGATE AND MAIN'S OWN RESTART CHECK.
002203*-----------------------------------------------------------------
002204 2000-SUMMARIZE-RUN-TOTALS.
002205     MOVE SPACES TO WS-SUMMARY-LINE.
002206     MOVE '---- RUN TOTALS ----' TO SL-LABEL.
002207     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
002208     OPEN INPUT CHECKPOINT-FILE.
002209     IF WS-CKPT-STATUS NOT = '00'
002210         MOVE SPACES TO WS-SUMMARY-LINE
002211         MOVE 'CHECKPOINT' TO SL-LABEL
002212         MOVE 'NOT AVAILABLE - RUN TOTALS UNKNOWN' TO SL-VALUE
002213         PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
002214         GO TO 2000-EXIT
002215     END-IF.
002216     PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT
002217         UNTIL WS-CKPT-EOF.
002218     CLOSE CHECKPOINT-FILE.
002219     IF NOT WS-CKPT-FOUND
002220         MOVE SPACES TO WS-SUMMARY-LINE
002230         MOVE 'CHECKPOINT' TO SL-LABEL
002240         MOVE 'EMPTY - RUN TOTALS UNKNOWN' TO SL-VALUE
003040             OR GL-TAG = 'EXCEPTION - WARN'
003050             OR GL-TAG = 'RUN COMPLETE'
003060             OR GL-TAG = 'REJECT PERCENT'
003062             OR GL-TAG = 'LATE REGION - HOLD'
003064             OR GL-TAG = 'LATE REGION - WARN'
003066             OR GL-TAG = 'REGIONAL FEEDS'
003070                 MOVE SPACES TO WS-SUMMARY-LINE
003080                 MOVE GL-TAG TO SL-LABEL
003090                 MOVE GL-DETAIL TO SL-VALUE
004780     DISPLAY '  ESCALATIONS      = ' WS-ESCALATED-COUNT.
004790     DISPLAY '  UNACKNOWLEDGED   = ' WS-UNACKED-COUNT.
004800     DISPLAY '  GHOST ACKS       = ' WS-GHOST-COUNT.
004805     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004810 8000-EXIT.
004820     EXIT.
004830
005000 9200-EXIT.
005010     EXIT.
005020
005021*-----------------------------------------------------------------
005022*8500-START-LEDGER
005023*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
005024*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
005025*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
005026*THE LEDGER BEFORE ANY REAL WORK IS DONE.
005027*-----------------------------------------------------------------
005028 8500-START-LEDGER.
005029     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005030     OPEN INPUT RUN-CARD-FILE.
005031     IF WS-RUNCARD-STATUS = '00'
005032         READ RUN-CARD-FILE
005033             AT END
005034                 CONTINUE
005035         END-READ
005036         IF WS-RUNCARD-STATUS = '00'
005037             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
005038                 MOVE RN-RUN-DATE TO WS-RUN-DATE
005039             END-IF
005040             IF RN-RERUN
005041                 SET WS-RERUN-MODE TO TRUE
005042             END-IF
005043         END-IF
005044         CLOSE RUN-CARD-FILE
005045     END-IF.
005046     IF WS-RERUN-MODE
005047         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
005048     END-IF.
005049     MOVE 'S'  TO WS-LEDGER-EVENT.
005050     MOVE ZERO TO WS-LEDGER-RC.
005051     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005052 8500-EXIT.
005053     EXIT.
005054
005055*-----------------------------------------------------------------
005056*8510-CHECK-RERUN
005057*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
005058*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
005059*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
005060*MEANS THE STEP RUNS.
005061*-----------------------------------------------------------------
005062 8510-CHECK-RERUN.
005063     MOVE 'N' TO WS-STEP-CLEAN-SW.
005064     MOVE 'N' TO WS-LEDGER-EOF-SW.
005065     OPEN INPUT RUN-LEDGER-FILE.
005066     IF WS-LEDGER-STATUS NOT = '00'
005067         DISPLAY 'COLOPS: RERUN - NO RUN LEDGER, STATUS='
005068             WS-LEDGER-STATUS ' - STEP RUNS'
005069         GO TO 8510-EXIT
005070     END-IF.
005071     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
005072         UNTIL WS-LEDGER-EOF.
005073     CLOSE RUN-LEDGER-FILE.
005074     IF WS-STEP-ENDED-CLEAN
005075         DISPLAY 'COLOPS: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
005076             ' - SKIPPED ON RERUN'
005077         MOVE ZERO TO RETURN-CODE
005078         STOP RUN
005079     END-IF.
005080     DISPLAY 'COLOPS: RERUN - NO CLEAN END FOR RUN DATE '
005081         WS-RUN-DATE ' - STEP RUNS'.
005082 8510-EXIT.
005083     EXIT.
005084
005085 8520-SCAN-LEDGER-ROW.
005086     READ RUN-LEDGER-FILE
005087         AT END
005088             SET WS-LEDGER-EOF TO TRUE
005089         NOT AT END
005090             IF LG-PROGRAM = WS-LEDGER-PROGRAM
005091                AND LG-RUN-DATE = WS-RUN-DATE
005092                 IF LG-END-ROW AND LG-ENDED-CLEAN
005093                     SET WS-STEP-ENDED-CLEAN TO TRUE
005094                 ELSE
005095                     MOVE 'N' TO WS-STEP-CLEAN-SW
005096                 END-IF
005097             END-IF
005098     END-READ.
005099 8520-EXIT.
005100     EXIT.
005101
005102*-----------------------------------------------------------------
005103*8550-POST-LEDGER-END
005104*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
005105*CONTROL 1 = RECONCILIATION EXCEPTIONS, CONTROL 2 = ESCALATIONS,
005106*CONTROL 3 = UNACKNOWLEDGED.
005107*-----------------------------------------------------------------
005108 8550-POST-LEDGER-END.
005109     MOVE 'E'                TO WS-LEDGER-EVENT.
005110     MOVE RETURN-CODE        TO WS-LEDGER-RC.
005111     MOVE WS-RECON-EXC-COUNT TO WS-LEDGER-CTL-1.
005112     MOVE WS-ESCALATED-COUNT TO WS-LEDGER-CTL-2.
005113     MOVE WS-UNACKED-COUNT   TO WS-LEDGER-CTL-3.
005114     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005115 8550-EXIT.
005116     EXIT.
005117
005118*-----------------------------------------------------------------
005119*8590-WRITE-LEDGER-ROW
005120*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
005121*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
005122*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
005123*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
005124*-----------------------------------------------------------------
005125 8590-WRITE-LEDGER-ROW.
005126     OPEN EXTEND RUN-LEDGER-FILE.
005127     IF WS-LEDGER-STATUS = '35'
005128         OPEN OUTPUT RUN-LEDGER-FILE
005129     END-IF.
005130     IF WS-LEDGER-STATUS NOT = '00'
005131         DISPLAY 'COLOPS: RUN LEDGER UNAVAILABLE, STATUS='
005132             WS-LEDGER-STATUS ' - ROW NOT POSTED'
005133         GO TO 8590-EXIT
005134     END-IF.
005135     ACCEPT WS-LEDGER-CLOCK FROM TIME.
005136     MOVE SPACES              TO RUN-LEDGER-RECORD.
005137     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
005138     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
005139     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
005140     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
005141     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
005142     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
005143     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
005144     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
005145     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
005146     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
005147     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
005148     WRITE RUN-LEDGER-RECORD.
005149     CLOSE RUN-LEDGER-FILE.
005150 8590-EXIT.
005151     EXIT.
005152
005153 9999-ABEND-EXIT.
005154     CLOSE OPS-REPORT-FILE.
005155     MOVE 16 TO RETURN-CODE.
005156     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005157     STOP RUN.
