000350*                  SINGLE-EXTRACT NIGHT).  WITHOUT THIS, EVERY
000360*                  URGENT KEY DOWNSTREAM CORRECTLY LOADED CAME
000370*                  BACK 'ACKED NEVER SENT' ON PRIORITY NIGHTS.
000371*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000372*                  LEDGER (RUNLEDGR) CARRYING THE MATCH COUNTS.
000373*                  THE START ROW GOES OUT AHEAD OF THE TWO SORTS.
000374*                  RUNCARD 'RERUN' SKIPS THE STEP IF IT ALREADY
000375*                  ENDED CLEAN FOR THE RUN DATE.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000600         FILE STATUS IS WS-RPT-STATUS.
000610     SELECT SORT-EXT-WORK            ASSIGN TO SORTWK1.
000620     SELECT SORT-ACK-WORK            ASSIGN TO SORTWK2.
000621     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000622         ORGANIZATION IS SEQUENTIAL
000623         FILE STATUS IS WS-LEDGER-STATUS.
000624     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000625         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS WS-RUNCARD-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
001380     05  SA-KEY                      PIC X(10).
001390     05  FILLER                      PIC X(70).
001400
001401*----------------------------------------------------------------
001402*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001403*----------------------------------------------------------------
001404 FD  RUN-LEDGER-FILE
001405     LABEL RECORDS ARE STANDARD.
001406     COPY RUN-LEDGER-RECORD.
001407
001408*----------------------------------------------------------------
001409*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001410*----------------------------------------------------------------
001411 FD  RUN-CARD-FILE
001412     LABEL RECORDS ARE STANDARD.
001413     COPY RUN-CARD-RECORD.
001414
001415 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430*COLOR STATUS BYTE AND ITS CONDITION NAMES - THE PER-COLOR
001440*SENT/ACKED TALLIES CLASSIFY THROUGH THE SAME NAMES MAIN USES.
001880         10  WS-TBL-NAME             PIC X(10).
001890         10  WS-TBL-SENT             PIC 9(09) COMP.
001900         10  WS-TBL-ACKED            PIC 9(09) COMP.
001901
001902*----------------------------------------------------------------
001903*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001904*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001905*----------------------------------------------------------------
001906 77  WS-LEDGER-STATUS                PIC X(02).
001907 77  WS-RUNCARD-STATUS               PIC X(02).
001908 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001909     88  WS-LEDGER-EOF                          VALUE 'Y'.
001910 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001911     88  WS-RERUN-MODE                          VALUE 'Y'.
001912 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001913     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001914 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001915 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLACK'.
001916 77  WS-LEDGER-EVENT                 PIC X(01).
001917 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001918 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001919 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001920 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001921 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001922 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001923 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001924 01  WS-LEDGER-CLOCK.
001925     05  WS-LEDGER-HHMMSS            PIC 9(06).
001926     05  FILLER                      PIC 9(02).
001927
001928 PROCEDURE DIVISION.
001930*================================================================
001940*0000-MAINLINE
001950*SORT BOTH SIDES ON KEY, MATCH THEM, THEN SUMMARIZE PER COLOR.
001960*ANY EXCEPTION LEAVES RETURN CODE 8 FOR THE SCHEDULER.
001970*================================================================
001980 0000-MAINLINE.
001985     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001990     SORT SORT-EXT-WORK
002000         ON ASCENDING KEY SX-KEY
002010         INPUT PROCEDURE IS 0100-RELEASE-SENT THRU 0190-EXIT
002300             DISPLAY 'COLACK: UNABLE TO OPEN URGENT EXTRACT,'
002310                 ' STATUS=' WS-URGENT-STATUS
002320             MOVE 16 TO RETURN-CODE
002325             PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002330             STOP RUN
002340         END-IF
002350         PERFORM 0110-RELEASE-URGENT-REC THRU 0110-EXIT
002420         DISPLAY 'COLACK: UNABLE TO OPEN EXTRACT, STATUS='
002430             WS-EXTRACT-STATUS
002440         MOVE 16 TO RETURN-CODE
002445         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002450         STOP RUN
002460     END-IF.
002470     PERFORM 0120-RELEASE-NORMAL-REC THRU 0120-EXIT
004480         DISPLAY 'COLACK: OUT OF BALANCE - RETURN CODE 8'
004490         MOVE 8 TO RETURN-CODE
004500     END-IF.
004505     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004510 4000-EXIT.
004520     EXIT.
004530
004531*-----------------------------------------------------------------
004532*8500-START-LEDGER
004533*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
004534*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
004535*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
004536*THE LEDGER BEFORE ANY REAL WORK IS DONE.
004537*-----------------------------------------------------------------
004538 8500-START-LEDGER.
004539     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004540     OPEN INPUT RUN-CARD-FILE.
004541     IF WS-RUNCARD-STATUS = '00'
004542         READ RUN-CARD-FILE
004543             AT END
004544                 CONTINUE
004545         END-READ
004546         IF WS-RUNCARD-STATUS = '00'
004547             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
004548                 MOVE RN-RUN-DATE TO WS-RUN-DATE
004549             END-IF
004550             IF RN-RERUN
004551                 SET WS-RERUN-MODE TO TRUE
004552             END-IF
004553         END-IF
004554         CLOSE RUN-CARD-FILE
004555     END-IF.
004556     IF WS-RERUN-MODE
004557         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
004558     END-IF.
004559     MOVE 'S'  TO WS-LEDGER-EVENT.
004560     MOVE ZERO TO WS-LEDGER-RC.
004561     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004562 8500-EXIT.
004563     EXIT.
004564
004565*-----------------------------------------------------------------
004566*8510-CHECK-RERUN
004567*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
004568*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
004569*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
004570*MEANS THE STEP RUNS.
004571*-----------------------------------------------------------------
004572 8510-CHECK-RERUN.
004573     MOVE 'N' TO WS-STEP-CLEAN-SW.
004574     MOVE 'N' TO WS-LEDGER-EOF-SW.
004575     OPEN INPUT RUN-LEDGER-FILE.
004576     IF WS-LEDGER-STATUS NOT = '00'
004577         DISPLAY 'COLACK: RERUN - NO RUN LEDGER, STATUS='
004578             WS-LEDGER-STATUS ' - STEP RUNS'
004579         GO TO 8510-EXIT
004580     END-IF.
004581     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
004582         UNTIL WS-LEDGER-EOF.
004583     CLOSE RUN-LEDGER-FILE.
004584     IF WS-STEP-ENDED-CLEAN
004585         DISPLAY 'COLACK: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
004586             ' - SKIPPED ON RERUN'
004587         MOVE ZERO TO RETURN-CODE
004588         STOP RUN
004589     END-IF.
004590     DISPLAY 'COLACK: RERUN - NO CLEAN END FOR RUN DATE '
004591         WS-RUN-DATE ' - STEP RUNS'.
004592 8510-EXIT.
004593     EXIT.
004594
004595 8520-SCAN-LEDGER-ROW.
004596     READ RUN-LEDGER-FILE
004597         AT END
004598             SET WS-LEDGER-EOF TO TRUE
004599         NOT AT END
004600             IF LG-PROGRAM = WS-LEDGER-PROGRAM
004601                AND LG-RUN-DATE = WS-RUN-DATE
004602                 IF LG-END-ROW AND LG-ENDED-CLEAN
004603                     SET WS-STEP-ENDED-CLEAN TO TRUE
004604                 ELSE
004605                     MOVE 'N' TO WS-STEP-CLEAN-SW
004606                 END-IF
004607             END-IF
004608     END-READ.
004609 8520-EXIT.
004610     EXIT.
004611
004612*-----------------------------------------------------------------
004613*8550-POST-LEDGER-END
004614*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
004615*IN = EXTRACTED, OUT = ACKNOWLEDGED, CONTROL 1 = UNACKNOWLEDGED,
004616*CONTROL 2 = ACKNOWLEDGED BUT NEVER SENT.
004617*-----------------------------------------------------------------
004618 8550-POST-LEDGER-END.
004619     MOVE 'E'                TO WS-LEDGER-EVENT.
004620     MOVE RETURN-CODE        TO WS-LEDGER-RC.
004621     MOVE WS-SENT-COUNT      TO WS-LEDGER-IN.
004622     MOVE WS-ACKED-COUNT     TO WS-LEDGER-OUT.
004623     MOVE WS-UNACKED-COUNT   TO WS-LEDGER-CTL-1.
004624     MOVE WS-GHOST-COUNT     TO WS-LEDGER-CTL-2.
004625     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004626 8550-EXIT.
004627     EXIT.
004628
004629*-----------------------------------------------------------------
004630*8590-WRITE-LEDGER-ROW
004631*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004632*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
004633*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
004634*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
004635*-----------------------------------------------------------------
004636 8590-WRITE-LEDGER-ROW.
004637     OPEN EXTEND RUN-LEDGER-FILE.
004638     IF WS-LEDGER-STATUS = '35'
004639         OPEN OUTPUT RUN-LEDGER-FILE
004640     END-IF.
004641     IF WS-LEDGER-STATUS NOT = '00'
004642         DISPLAY 'COLACK: RUN LEDGER UNAVAILABLE, STATUS='
004643             WS-LEDGER-STATUS ' - ROW NOT POSTED'
004644         GO TO 8590-EXIT
004645     END-IF.
004646     ACCEPT WS-LEDGER-CLOCK FROM TIME.
004647     MOVE SPACES              TO RUN-LEDGER-RECORD.
004648     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
004649     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
004650     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
004651     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
004652     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
004653     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
004654     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
004655     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
004656     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
004657     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
004658     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
004659     WRITE RUN-LEDGER-RECORD.
004660     CLOSE RUN-LEDGER-FILE.
004661 8590-EXIT.
004662     EXIT.
004663
004664 9999-ABEND-EXIT.
004665     CLOSE SORTED-EXTRACT-FILE SORTED-RECEIPT-FILE
004666           ACK-REPORT-FILE.
004667     MOVE 16 TO RETURN-CODE.
004668     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004669     STOP RUN.
