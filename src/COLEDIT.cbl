000450*                  ON THE MONDAY AFTER A HOLIDAY.  NO CALENDAR
000460*                  MOUNTED FALLS BACK TO THE OLD STRICT
000470*                  DATE-EQUALITY CHECK.
000471*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000472*                  LEDGER (RUNLEDGR) WITH THE FEED DATE AND
000473*                  EDIT COUNTS - MAIN WILL NOT START UNTIL THIS
000474*                  STEP HAS ENDED CLEAN FOR THE SAME FEED DATE.
000475*                  RUNCARD 'RERUN' SKIPS THE STEP IF IT ALREADY
000476*                  ENDED CLEAN FOR THE RUN DATE.
000477*2026-10-02  JPM   CHECKS THE FEED AGAINST THE FEED REGISTRY
000478*                  (FEEDREG).  THE FEED'S FINGERPRINT - HEADER
000479*                  DATE, SOURCE REGION, TRAILER COUNT AND DETAIL
000480*                  COUNT BY COLOR - IS TAKEN AS IT IS EDITED, AND
000481*                  A BALANCED FEED WHOSE FINGERPRINT IS ALREADY ON
000482*                  FILE IS AN EXACT REPEAT, REFUSED WITH RETURN
000483*                  CODE 12 SO MAIN IS NOT RELEASED, UNLESS A
000484*                  FEEDOVR OVERRIDE CARD COVERS IT.  A FEED PASSED
000485*                  TO MAIN IS REGISTERED.
000486*----------------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000750     SELECT CALENDAR-FILE            ASSIGN TO CALFL
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-CAL-STATUS.
000771     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000772         ORGANIZATION IS SEQUENTIAL
000773         FILE STATUS IS WS-LEDGER-STATUS.
000774     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000775         ORGANIZATION IS SEQUENTIAL
000776         FILE STATUS IS WS-RUNCARD-STATUS.
000777     SELECT FEED-REGISTRY-FILE       ASSIGN TO FEEDREG
000778         ORGANIZATION IS INDEXED
000779         ACCESS MODE IS RANDOM
000780         RECORD KEY IS FR-FEED-KEY
000781         FILE STATUS IS WS-REGISTRY-STATUS.
000782     SELECT FEED-OVERRIDE-FILE       ASSIGN TO FEEDOVR
000783         ORGANIZATION IS SEQUENTIAL
000784         FILE STATUS IS WS-OVERRIDE-STATUS.
000785
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
001640     LABEL RECORDS ARE STANDARD.
001650     COPY CALENDAR-RECORD.
001660
001661*----------------------------------------------------------------
001662*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001663*----------------------------------------------------------------
001664 FD  RUN-LEDGER-FILE
001665     LABEL RECORDS ARE STANDARD.
001666     COPY RUN-LEDGER-RECORD.
001667
001668*----------------------------------------------------------------
001669*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001670*----------------------------------------------------------------
001671 FD  RUN-CARD-FILE
001672     LABEL RECORDS ARE STANDARD.
001673     COPY RUN-CARD-RECORD.
001674
001675*----------------------------------------------------------------
001676*PERSISTENT FEED REGISTRY - ONE ROW PER FEED ACCEPTED, KEYED ON
001677*ITS FINGERPRINT, SO AN EXACT REPEAT IS A STRAIGHT KEYED READ.
001678*----------------------------------------------------------------
001679 FD  FEED-REGISTRY-FILE
001680     LABEL RECORDS ARE STANDARD.
001681     COPY FEED-REGISTRY-RECORD.
001682
001683*----------------------------------------------------------------
001684*OPTIONAL OVERRIDE CARD - LETS A GENUINE RE-RUN OF A FEED THROUGH.
001685*----------------------------------------------------------------
001686 FD  FEED-OVERRIDE-FILE
001687     LABEL RECORDS ARE STANDARD.
001688     COPY FEED-OVERRIDE-CARD.
001689
001690 WORKING-STORAGE SECTION.
001691 77  WS-FEED-STATUS                  PIC X(02).
001692 77  WS-CLEAN-STATUS                 PIC X(02).
001700 77  WS-EDITREJ-STATUS               PIC X(02).
001710 77  WS-CARD-STATUS                  PIC X(02).
001720 77  WS-WORK-STATUS                  PIC X(02).
002120 77  WS-CAL-IDX                      PIC 9(03) COMP.
002130 77  WS-STALE-LIMIT                  PIC 9(03) VALUE 1.
002140 77  WS-BUSINESS-AGE                 PIC 9(03) COMP.
002141
002142*----------------------------------------------------------------
002143*FEED REGISTRY CONTROLS - THE FEED'S FINGERPRINT AS IT IS EDITED
002144*(COUNT BY COLOR, YELLOW/GREEN/RED/BROWN THEN ANYTHING ELSE, AND
002145*THE SOURCE REGION - '**' ONCE A SECOND REGION TURNS UP) AND THE
002146*OVERRIDE CARD, IF ONE WAS SUPPLIED.
002147*----------------------------------------------------------------
002148 77  WS-REGISTRY-STATUS              PIC X(02).
002149 77  WS-OVERRIDE-STATUS              PIC X(02).
002150 77  WS-OVERRIDE-SW                  PIC X(01) VALUE 'N'.
002151     88  WS-OVERRIDE-CARD                       VALUE 'Y'.
002152 77  WS-OVERRIDE-DATE                PIC 9(08) VALUE ZERO.
002153 77  WS-OVERRIDE-REGION              PIC X(02) VALUE SPACES.
002154 77  WS-OVERRIDE-BY                  PIC X(03) VALUE SPACES.
002155 77  WS-REPEAT-SW                    PIC X(01) VALUE 'N'.
002156     88  WS-FEED-IS-REPEAT                      VALUE 'Y'.
002157 77  WS-COLOR-IDX                    PIC 9(01) COMP.
002158 01  WS-FEED-PRINT.
002159     05  WS-FP-COLOR-TOTAL OCCURS 4 TIMES
002160                                     PIC 9(09) COMP VALUE ZERO.
002161     05  WS-FP-OTHER-TOTAL           PIC 9(09) COMP VALUE ZERO.
002162     05  WS-FP-REGION                PIC X(02) VALUE SPACES.
002163 01  WS-REGISTRY-CLOCK.
002164     05  WS-REGISTRY-HHMMSS          PIC 9(06).
002165     05  FILLER                      PIC 9(02).
002166
002167*----------------------------------------------------------------
002168*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
002169*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
002170*----------------------------------------------------------------
002171 77  WS-LEDGER-STATUS                PIC X(02).
002172 77  WS-RUNCARD-STATUS               PIC X(02).
002173 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
002174     88  WS-LEDGER-EOF                          VALUE 'Y'.
002175 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
002176     88  WS-RERUN-MODE                          VALUE 'Y'.
002177 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
002178     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
002179 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002180 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLEDIT'.
002181 77  WS-LEDGER-EVENT                 PIC X(01).
002182 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
002183 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
002184 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
002185 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
002186 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
002187 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
002188 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
002189 01  WS-LEDGER-CLOCK.
002190     05  WS-LEDGER-HHMMSS            PIC 9(06).
002191     05  FILLER                      PIC 9(02).
002192
002193 PROCEDURE DIVISION.
002194*================================================================
002195*0000-MAINLINE
002196*VERIFY THE HEADER, EDIT EVERY DETAIL THROUGH TO THE TRAILER,
002202*THEN BALANCE THE COUNTS AND CHECK THE FEED REGISTRY.  A BAD FEED
002208*ENDS WITH RETURN CODE 16, AN EXACT REPEAT WITH RETURN CODE 12,
002214*SO THE SCHEDULER NEVER RELEASES MAIN AGAINST EITHER.
002220*================================================================
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     PERFORM 2000-PROCESS-FEED-RECORD THRU 2000-EXIT
002260         UNTIL WS-END-OF-FEED OR WS-TRAILER-FOUND.
002270     PERFORM 3000-BALANCE-FEED THRU 3000-EXIT.
002273     PERFORM 3500-CHECK-FEED-REGISTRY THRU 3500-EXIT.
002276     PERFORM 3600-REGISTER-FEED THRU 3600-EXIT.
002280     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002290     STOP RUN.
002300
002350*HEADER OR A STALE DATE IS FATAL BEFORE A SINGLE DETAIL MOVES.
002360*-----------------------------------------------------------------
002370 1000-INITIALIZE.
002375     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002380     OPEN INPUT FEED-INPUT-FILE.
002390     IF WS-FEED-STATUS NOT = '00'
002400         DISPLAY 'COLEDIT: UNABLE TO OPEN FEED, STATUS='
002610     END-IF.
002620     PERFORM 1150-OPEN-EXCEPTION-BASKET THRU 1150-EXIT.
002630     PERFORM 1100-READ-EDIT-CARD THRU 1100-EXIT.
002633     PERFORM 1120-READ-OVERRIDE-CARD THRU 1120-EXIT.
002636     PERFORM 1130-OPEN-FEED-REGISTRY THRU 1130-EXIT.
002640     PERFORM 1180-LOAD-CALENDAR THRU 1180-EXIT.
002650     PERFORM 1200-VERIFY-HEADER THRU 1200-EXIT.
002660     PERFORM 2100-READ-FEED-RECORD THRU 2100-EXIT.
002890 1100-EXIT.
002900     EXIT.
002910
002911*-----------------------------------------------------------------
002912*1120-READ-OVERRIDE-CARD
002913*FILE STATUS '35' MEANS NO OVERRIDE CARD - THE NORMAL NIGHT.  A
002914*CARD THAT DOES NOT SAY 'OVERRIDE' WITH A NUMERIC DATE IS IGNORED.
002915*-----------------------------------------------------------------
002916 1120-READ-OVERRIDE-CARD.
002917     OPEN INPUT FEED-OVERRIDE-FILE.
002918     IF WS-OVERRIDE-STATUS NOT = '00'
002919         GO TO 1120-EXIT
002920     END-IF.
002921     READ FEED-OVERRIDE-FILE
002922         AT END
002923             CONTINUE
002924     END-READ.
002925     IF WS-OVERRIDE-STATUS = '00'
002926         IF FO-OVERRIDE AND FO-FEED-DATE NUMERIC
002927             SET WS-OVERRIDE-CARD TO TRUE
002928             MOVE FO-FEED-DATE     TO WS-OVERRIDE-DATE
002929             MOVE FO-SOURCE-REGION TO WS-OVERRIDE-REGION
002930             MOVE FO-REQUESTED-BY  TO WS-OVERRIDE-BY
002931             DISPLAY 'COLEDIT: REPEAT OVERRIDE CARD FOR '
002932                 FO-FEED-DATE ' REGION ' FO-SOURCE-REGION
002933                 ' BY ' FO-REQUESTED-BY ' - ' FO-REASON
002934         ELSE
002935             DISPLAY 'COLEDIT: FEEDOVR CARD NOT AN OVERRIDE -'
002936                 ' IGNORED'
002937         END-IF
002938     END-IF.
002939     CLOSE FEED-OVERRIDE-FILE.
002940 1120-EXIT.
002941     EXIT.
002942
002943*-----------------------------------------------------------------
002944*1130-OPEN-FEED-REGISTRY
002945*FILE STATUS '35' MEANS FIRST EVER RUN - CREATE THE REGISTRY EMPTY
002946*AND REOPEN, SAME AS THE EXCEPTION BASKET.  ANY OTHER FAILURE IS
002947*FATAL: WITHOUT THE REGISTRY A REPEAT FEED CANNOT BE STOPPED.
002948*-----------------------------------------------------------------
002949 1130-OPEN-FEED-REGISTRY.
002950     OPEN I-O FEED-REGISTRY-FILE.
002951     IF WS-REGISTRY-STATUS = '35'
002952         OPEN OUTPUT FEED-REGISTRY-FILE
002953         CLOSE FEED-REGISTRY-FILE
002954         OPEN I-O FEED-REGISTRY-FILE
002955     END-IF.
002956     IF WS-REGISTRY-STATUS NOT = '00'
002957         DISPLAY 'COLEDIT: UNABLE TO OPEN FEED REGISTRY, STATUS='
002958             WS-REGISTRY-STATUS
002959         GO TO 9999-ABEND-EXIT
002960     END-IF.
002961 1130-EXIT.
002962     EXIT.
002963
002964*-----------------------------------------------------------------
002965*1150-OPEN-EXCEPTION-BASKET
002966*FILE STATUS '35' MEANS FIRST EVER RUN AGAINST THE BASKET -
002967*CREATE IT EMPTY AND REOPEN, SAME AS MAIN'S COLOR MASTER.  ANY
002968*OTHER FAILURE ONLY WARNS - EDITREJ IS STILL WRITTEN, SO A
002970*BASKET OUTAGE MUST NOT STOP THE EDIT.
002980*-----------------------------------------------------------------
002990 1150-OPEN-EXCEPTION-BASKET.
004310         MOVE FT-RECORD-COUNT TO WS-TRAILER-COUNT
004320     ELSE
004330         ADD 1 TO WS-DETAIL-COUNT
004335         PERFORM 2050-TALLY-FEED-PRINT THRU 2050-EXIT
004340         PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
004350         PERFORM 2100-READ-FEED-RECORD THRU 2100-EXIT
004360     END-IF.
004370 2000-EXIT.
004380     EXIT.
004390
004391*-----------------------------------------------------------------
004392*2050-TALLY-FEED-PRINT
004393*EVERY DETAIL COUNTS TOWARD THE FINGERPRINT, DUPLICATES INCLUDED,
004394*THE SAME AS IT COUNTS TOWARD THE TRAILER BALANCE.
004395*-----------------------------------------------------------------
004396 2050-TALLY-FEED-PRINT.
004397     EVALUATE FI-COLOR
004398         WHEN 'Y'
004399             ADD 1 TO WS-FP-COLOR-TOTAL(1)
004400         WHEN 'G'
004401             ADD 1 TO WS-FP-COLOR-TOTAL(2)
004402         WHEN 'R'
004403             ADD 1 TO WS-FP-COLOR-TOTAL(3)
004404         WHEN 'B'
004405             ADD 1 TO WS-FP-COLOR-TOTAL(4)
004406         WHEN OTHER
004407             ADD 1 TO WS-FP-OTHER-TOTAL
004408     END-EVALUATE.
004409     IF WS-DETAIL-COUNT = 1
004410         MOVE FI-SOURCE-REGION TO WS-FP-REGION
004411     ELSE
004412         IF FI-SOURCE-REGION NOT = WS-FP-REGION
004413             MOVE '**' TO WS-FP-REGION
004414         END-IF
004415     END-IF.
004416 2050-EXIT.
004417     EXIT.
004418
004419 2100-READ-FEED-RECORD.
004420     READ FEED-INPUT-FILE
004421         AT END
004430             SET WS-END-OF-FEED TO TRUE
004440     END-READ.
004450     IF WS-FEED-STATUS NOT = '00' AND WS-FEED-STATUS NOT = '10'
005480 3000-EXIT.
005490     EXIT.
005500
005501*-----------------------------------------------------------------
005502*3500-CHECK-FEED-REGISTRY
005503*ONLY A FEED THAT BALANCED IS WORTH LOOKING UP.  NOT ON FILE IS
005504*THE NORMAL CASE.  ON FILE IS AN EXACT REPEAT - LET THROUGH ONLY
005505*WHEN THE OVERRIDE CARD NAMES THIS HEADER DATE AND EITHER THIS
005506*FEED'S REGION OR NO REGION.
005507*-----------------------------------------------------------------
005508 3500-CHECK-FEED-REGISTRY.
005509     IF WS-FEED-IS-BAD
005510         GO TO 3500-EXIT
005511     END-IF.
005512     PERFORM 3550-BUILD-REGISTRY-KEY THRU 3550-EXIT.
005513     READ FEED-REGISTRY-FILE
005514         INVALID KEY
005515             GO TO 3500-EXIT
005516     END-READ.
005517     IF WS-REGISTRY-STATUS NOT = '00'
005518         DISPLAY 'COLEDIT: FEED REGISTRY READ ERROR, STATUS='
005519             WS-REGISTRY-STATUS
005520         GO TO 9999-ABEND-EXIT
005521     END-IF.
005522     IF WS-OVERRIDE-CARD
005523        AND WS-OVERRIDE-DATE = WS-FEED-DATE
005524        AND (WS-OVERRIDE-REGION = SPACES
005525             OR WS-OVERRIDE-REGION = WS-FP-REGION)
005526         DISPLAY 'COLEDIT: FEED REPEATS ONE FIRST EDITED '
005527             FR-FIRST-RUN-DATE ' - ACCEPTED ON OVERRIDE'
005528         GO TO 3500-EXIT
005529     END-IF.
005530     SET WS-FEED-IS-REPEAT TO TRUE.
005531     DISPLAY 'COLEDIT: FEED DATED ' WS-FEED-DATE ' REGION '
005532         WS-FP-REGION ' IS AN EXACT REPEAT OF ONE FIRST EDITED '
005533         FR-FIRST-RUN-DATE.
005534 3500-EXIT.
005535     EXIT.
005536
005537 3550-BUILD-REGISTRY-KEY.
005538     MOVE SPACES TO FEED-REGISTRY-RECORD.
005539     MOVE 'E'               TO FR-STAGE.
005540     MOVE WS-FEED-DATE      TO FR-FEED-DATE.
005541     MOVE WS-FP-REGION      TO FR-SOURCE-REGION.
005542     MOVE WS-TRAILER-COUNT  TO FR-RECORD-COUNT.
005543     PERFORM 3560-MOVE-COLOR-TOTAL THRU 3560-EXIT
005544         VARYING WS-COLOR-IDX FROM 1 BY 1
005545         UNTIL WS-COLOR-IDX > 4.
005546     MOVE WS-FP-OTHER-TOTAL TO FR-OTHER-TOTAL.
005547 3550-EXIT.
005548     EXIT.
005549
005550 3560-MOVE-COLOR-TOTAL.
005551     MOVE WS-FP-COLOR-TOTAL(WS-COLOR-IDX)
005552         TO FR-COLOR-TOTAL(WS-COLOR-IDX).
005553 3560-EXIT.
005554     EXIT.
005555
005556*-----------------------------------------------------------------
005557*3600-REGISTER-FEED
005558*ONLY A FEED PASSED TO MAIN IS REGISTERED.  A NEW FINGERPRINT GETS
005559*ITS ROW; ONE ALREADY ON FILE CAN ONLY BE HERE ON OVERRIDE, SO ITS
005560*ROW IS COUNTED AGAIN AND STAMPED WITH WHO ASKED.  THE FEED IS
005561*GOOD, SO A REGISTRY FAILURE HERE ONLY WARNS (RETURN CODE 4).
005562*-----------------------------------------------------------------
005563 3600-REGISTER-FEED.
005564     IF WS-FEED-IS-BAD OR WS-FEED-IS-REPEAT
005565         GO TO 3600-EXIT
005566     END-IF.
005567     PERFORM 3550-BUILD-REGISTRY-KEY THRU 3550-EXIT.
005568     READ FEED-REGISTRY-FILE
005569         INVALID KEY
005570             ACCEPT WS-REGISTRY-CLOCK FROM TIME
005571             MOVE WS-RUN-DATE        TO FR-FIRST-RUN-DATE
005572                                        FR-LAST-RUN-DATE
005573             MOVE WS-REGISTRY-HHMMSS TO FR-FIRST-TIME
005574             MOVE 1                  TO FR-TIMES-ACCEPTED
005575             WRITE FEED-REGISTRY-RECORD
005576             GO TO 3600-CHECK-REGISTRY-STATUS
005577     END-READ.
005578     ADD 1 TO FR-TIMES-ACCEPTED.
005579     MOVE WS-RUN-DATE    TO FR-LAST-RUN-DATE.
005580     MOVE WS-OVERRIDE-BY TO FR-OVERRIDE-BY.
005581     REWRITE FEED-REGISTRY-RECORD.
005582 3600-CHECK-REGISTRY-STATUS.
005583     IF WS-REGISTRY-STATUS NOT = '00'
005584         DISPLAY 'COLEDIT: FEED NOT REGISTERED, STATUS='
005585             WS-REGISTRY-STATUS
005586         MOVE 4 TO RETURN-CODE
005587     END-IF.
005588 3600-EXIT.
005589     EXIT.
005590
005591 4000-TERMINATE.
005592     CLOSE FEED-INPUT-FILE.
005593     CLOSE CLEAN-OUTPUT-FILE.
005594     CLOSE EDIT-REJECT-FILE.
005595     CLOSE KEY-WORK-FILE.
005596     IF WS-BASKET-AVAILABLE
005597         CLOSE EXCEPTION-BASKET-FILE
005598     END-IF.
005599     CLOSE FEED-REGISTRY-FILE.
005600     DISPLAY 'COLEDIT: EDIT COMPLETE'.
005601     DISPLAY '  DETAILS READ     = ' WS-DETAIL-COUNT.
005610     DISPLAY '  PASSED TO MAIN   = ' WS-PASSED-COUNT.
005620     DISPLAY '  DUPLICATES       = ' WS-DUP-COUNT.
005630     DISPLAY '  TRAILER COUNT    = ' WS-TRAILER-COUNT.
005650         DISPLAY 'COLEDIT: FEED REFUSED - DO NOT RELEASE MAIN'
005660         MOVE 16 TO RETURN-CODE
005670     END-IF.
005671     IF WS-FEED-IS-REPEAT
005672         DISPLAY 'COLEDIT: REPEAT FEED REFUSED - DO NOT RELEASE'
005673             ' MAIN'
005674         MOVE 12 TO RETURN-CODE
005675     END-IF.
005676     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005680 4000-EXIT.
005690     EXIT.
005700
005701*-----------------------------------------------------------------
005702*8500-START-LEDGER
005703*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
005704*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
005705*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
005706*THE LEDGER BEFORE ANY REAL WORK IS DONE.
005707*-----------------------------------------------------------------
005708 8500-START-LEDGER.
005709     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005710     OPEN INPUT RUN-CARD-FILE.
005711     IF WS-RUNCARD-STATUS = '00'
005712         READ RUN-CARD-FILE
005713             AT END
005714                 CONTINUE
005715         END-READ
005716         IF WS-RUNCARD-STATUS = '00'
005717             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
005718                 MOVE RN-RUN-DATE TO WS-RUN-DATE
005719             END-IF
005720             IF RN-RERUN
005721                 SET WS-RERUN-MODE TO TRUE
005722             END-IF
005723         END-IF
005724         CLOSE RUN-CARD-FILE
005725     END-IF.
005726     IF WS-RERUN-MODE
005727         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
005728     END-IF.
005729     MOVE 'S'  TO WS-LEDGER-EVENT.
005730     MOVE ZERO TO WS-LEDGER-RC.
005731     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005732 8500-EXIT.
005733     EXIT.
005734
005735*-----------------------------------------------------------------
005736*8510-CHECK-RERUN
005737*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
005738*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
005739*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
005740*MEANS THE STEP RUNS.
005741*-----------------------------------------------------------------
005742 8510-CHECK-RERUN.
005743     MOVE 'N' TO WS-STEP-CLEAN-SW.
005744     MOVE 'N' TO WS-LEDGER-EOF-SW.
005745     OPEN INPUT RUN-LEDGER-FILE.
005746     IF WS-LEDGER-STATUS NOT = '00'
005747         DISPLAY 'COLEDIT: RERUN - NO RUN LEDGER, STATUS='
005748             WS-LEDGER-STATUS ' - STEP RUNS'
005749         GO TO 8510-EXIT
005750     END-IF.
005751     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
005752         UNTIL WS-LEDGER-EOF.
005753     CLOSE RUN-LEDGER-FILE.
005754     IF WS-STEP-ENDED-CLEAN
005755         DISPLAY 'COLEDIT: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
005756             ' - SKIPPED ON RERUN'
005757         MOVE ZERO TO RETURN-CODE
005758         STOP RUN
005759     END-IF.
005760     DISPLAY 'COLEDIT: RERUN - NO CLEAN END FOR RUN DATE '
005761         WS-RUN-DATE ' - STEP RUNS'.
005762 8510-EXIT.
005763     EXIT.
005764
005765 8520-SCAN-LEDGER-ROW.
005766     READ RUN-LEDGER-FILE
005767         AT END
005768             SET WS-LEDGER-EOF TO TRUE
005769         NOT AT END
005770             IF LG-PROGRAM = WS-LEDGER-PROGRAM
005771                AND LG-RUN-DATE = WS-RUN-DATE
005772                 IF LG-END-ROW AND LG-ENDED-CLEAN
005773                     SET WS-STEP-ENDED-CLEAN TO TRUE
005774                 ELSE
005775                     MOVE 'N' TO WS-STEP-CLEAN-SW
005776                 END-IF
005777             END-IF
005778     END-READ.
005779 8520-EXIT.
005780     EXIT.
005781
005782*-----------------------------------------------------------------
005783*8550-POST-LEDGER-END
005784*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
005785*FEED DATE = THE VERIFIED HEADER DATE, IN = DETAILS READ, OUT =
005786*PASSED TO MAIN, CONTROL 1 = DUPLICATES, CONTROL 2 = TRAILER
005787*COUNT.
005788*-----------------------------------------------------------------
005789 8550-POST-LEDGER-END.
005790     MOVE 'E'                TO WS-LEDGER-EVENT.
005791     MOVE RETURN-CODE        TO WS-LEDGER-RC.
005792     MOVE WS-FEED-DATE       TO WS-LEDGER-FEED-DATE.
005793     MOVE WS-DETAIL-COUNT    TO WS-LEDGER-IN.
005794     MOVE WS-PASSED-COUNT    TO WS-LEDGER-OUT.
005795     MOVE WS-DUP-COUNT       TO WS-LEDGER-CTL-1.
005796     MOVE WS-TRAILER-COUNT   TO WS-LEDGER-CTL-2.
005797     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005798 8550-EXIT.
005799     EXIT.
005800
005801*-----------------------------------------------------------------
005802*8590-WRITE-LEDGER-ROW
005803*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
005804*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
005805*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
005806*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
005807*-----------------------------------------------------------------
005808 8590-WRITE-LEDGER-ROW.
005809     OPEN EXTEND RUN-LEDGER-FILE.
005810     IF WS-LEDGER-STATUS = '35'
005811         OPEN OUTPUT RUN-LEDGER-FILE
005812     END-IF.
005813     IF WS-LEDGER-STATUS NOT = '00'
005814         DISPLAY 'COLEDIT: RUN LEDGER UNAVAILABLE, STATUS='
005815             WS-LEDGER-STATUS ' - ROW NOT POSTED'
005816         GO TO 8590-EXIT
005817     END-IF.
005818     ACCEPT WS-LEDGER-CLOCK FROM TIME.
005819     MOVE SPACES              TO RUN-LEDGER-RECORD.
005820     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
005821     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
005822     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
005823     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
005824     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
005825     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
005826     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
005827     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
005828     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
005829     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
005830     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
005831     WRITE RUN-LEDGER-RECORD.
005832     CLOSE RUN-LEDGER-FILE.
005833 8590-EXIT.
005834     EXIT.
005835
005837 9999-ABEND-EXIT.
005838     CLOSE FEED-INPUT-FILE CLEAN-OUTPUT-FILE EDIT-REJECT-FILE
005839           KEY-WORK-FILE EXCEPTION-BASKET-FILE CALENDAR-FILE
005840           FEED-REGISTRY-FILE.
005841     MOVE 16 TO RETURN-CODE.
005842     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005843     STOP RUN.
