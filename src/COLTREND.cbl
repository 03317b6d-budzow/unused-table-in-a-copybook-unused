000360*                  NOT AS ANY SEVEN ROWS.  NO CALENDAR, OR A
000370*                  LATEST RUN DATE THE CALENDAR DOES NOT COVER,
000380*                  FALLS BACK TO THE OLD 7-ROW WINDOWS.
000382*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000384*                  LEDGER (RUNLEDGR) CARRYING THE NUMBER OF RUNS
000386*                  REPORTED.  RUNCARD 'RERUN' SKIPS THE STEP IF IT
000388*                  ALREADY ENDED CLEAN FOR THE RUN DATE.
000389*2026-10-13  JPM   A SUPPLEMENTARY STATS ROW (A LATE REGION
000390*                  FOLDED IN AFTER THE NIGHT RAN) IS ADDED INTO
000391*                  THE RUN IT FOLLOWS INSTEAD OF COUNTING AS A RUN
000392*                  OF ITS OWN, SO THE LATE NIGHT IS WHOLE AND THE
000393*                  AVERAGES ARE NOT DRAGGED BY A SHORT ONE.
000394*2026-10-15  JPM   A SUPPLEMENTARY ROW IS ADDED INTO THE ENTRY
000395*                  FOR ITS OWN RUN DATE, SEARCHED BACK FROM THE
000396*                  LATEST, NOT SIMPLY THE ROW BEFORE IT.  ONE
000397*                  WHOSE NIGHT IS NOT HELD STANDS AS AN ENTRY OF
000398*                  ITS OWN.
000399*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000530     SELECT TREND-REPORT-FILE        ASSIGN TO TRNDRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000551     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000552         ORGANIZATION IS SEQUENTIAL
000553         FILE STATUS IS WS-LEDGER-STATUS.
000554     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000555         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS WS-RUNCARD-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
001090     05  TW-FLAG                     PIC X(30).
001100     05  FILLER                      PIC X(03).
001110
001111*----------------------------------------------------------------
001112*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001113*----------------------------------------------------------------
001114 FD  RUN-LEDGER-FILE
001115     LABEL RECORDS ARE STANDARD.
001116     COPY RUN-LEDGER-RECORD.
001117
001118*----------------------------------------------------------------
001119*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001120*----------------------------------------------------------------
001121 FD  RUN-CARD-FILE
001122     LABEL RECORDS ARE STANDARD.
001123     COPY RUN-CARD-RECORD.
001124
001125 WORKING-STORAGE SECTION.
001130 77  WS-STATS-STATUS                 PIC X(02).
001140 77  WS-CARD-STATUS                  PIC X(02).
001150 77  WS-RPT-STATUS                   PIC X(02).
001470 77  WS-BKT-IDX                      PIC 9(02) COMP.
001480 77  WS-ENT-IDX                      PIC 9(03) COMP.
001490 77  WS-SHIFT-IDX                    PIC 9(03) COMP.
001492 77  WS-SUPP-IDX                     PIC 9(03) COMP.
001494 77  WS-SUPP-FOUND-SW                PIC X(01) VALUE 'N'.
001496     88  WS-SUPP-FOUND                          VALUE 'Y'.
001500 77  WS-AVG-SPAN                     PIC 9(03) COMP.
001510 77  WS-AVG-START                    PIC 9(03) COMP.
001520 77  WS-SUM                          PIC 9(12) COMP.
001840 77  WS-LOOKUP-WEEK                  PIC 9(04).
001850 77  WS-THIS-WEEK-NO                 PIC 9(04).
001860 77  WS-PRIOR-WEEK-NO                PIC 9(04).
001861
001862*----------------------------------------------------------------
001863*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001864*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001865*----------------------------------------------------------------
001866 77  WS-LEDGER-STATUS                PIC X(02).
001867 77  WS-RUNCARD-STATUS               PIC X(02).
001868 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001869     88  WS-LEDGER-EOF                          VALUE 'Y'.
001870 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001871     88  WS-RERUN-MODE                          VALUE 'Y'.
001872 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001873     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001874 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001875 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLTREND'.
001876 77  WS-LEDGER-EVENT                 PIC X(01).
001877 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001878 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001879 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001880 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001881 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001882 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001883 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001884 01  WS-LEDGER-CLOCK.
001885     05  WS-LEDGER-HHMMSS            PIC 9(06).
001886     05  FILLER                      PIC 9(02).
001887
001888 PROCEDURE DIVISION.
001890*================================================================
001900*0000-MAINLINE
001910*LOAD THE REPOSITORY, THEN ONE STAT LINE AND ONE WEEK LINE PER
002080     STOP RUN.
002090
002100 1000-INITIALIZE.
002105     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002110     OPEN INPUT STATS-FILE.
002120     IF WS-STATS-STATUS NOT = '00'
002130         DISPLAY 'COLTREND: UNABLE TO OPEN REPOSITORY, STATUS='
002950*HOLD THE REPOSITORY IN RUN ORDER.  WHEN THE TABLE IS FULL THE
002960*OLDEST ROW FALLS OFF THE FRONT - THE TREND WINDOWS ONLY EVER
002970*LOOK BACKWARD FROM THE LATEST RUN, SO LOSING ANCIENT ROWS IS
002975*HARMLESS.  A SUPPLEMENTARY ROW CARRIES THE RUN DATE OF THE NIGHT
002980*IT WAS FOLDED INTO AND IS ADDED INTO THAT NIGHT'S ENTRY; IF THAT
002985*NIGHT IS NO LONGER HELD IT STANDS AS AN ENTRY OF ITS OWN.
002990*-----------------------------------------------------------------
003000 2000-LOAD-STATS-ROW.
003002     IF ST-SUPPLEMENTARY-ROW
003004         PERFORM 2050-ADD-SUPPLEMENTARY-ROW THRU 2050-EXIT
003005         IF WS-SUPP-FOUND
003006             GO TO 2000-READ-NEXT
003007         END-IF
003008     END-IF.
003010     IF WS-ENTRY-COUNT = 400
003020         PERFORM 2200-SHIFT-TABLE-DOWN THRU 2200-EXIT
003030     ELSE
003100     MOVE ST-BROWN-COUNT  TO WS-STAT-BUCKET(WS-ENTRY-COUNT, 4).
003110     MOVE ST-REJECT-COUNT TO WS-STAT-BUCKET(WS-ENTRY-COUNT, 5).
003120     MOVE ST-TRANS-COUNT  TO WS-STAT-BUCKET(WS-ENTRY-COUNT, 6).
003125 2000-READ-NEXT.
003130     PERFORM 2100-READ-STATS-RECORD THRU 2100-EXIT.
003140 2000-EXIT.
003150     EXIT.
003151
003152*-----------------------------------------------------------------
003153*2050-ADD-SUPPLEMENTARY-ROW
003154*SEARCH BACK FROM THE LATEST ENTRY FOR THE ONE WITH THE ROW'S RUN
003155*DATE AND ADD THE ROW INTO IT.  WS-SUPP-FOUND STAYS OFF WHEN NO
003156*ENTRY HELD HAS THAT DATE.
003157*-----------------------------------------------------------------
003158 2050-ADD-SUPPLEMENTARY-ROW.
003159     MOVE 'N' TO WS-SUPP-FOUND-SW.
003160     MOVE WS-ENTRY-COUNT TO WS-SUPP-IDX.
003161     PERFORM 2060-CHECK-SUPP-ENTRY THRU 2060-EXIT
003162         UNTIL WS-SUPP-FOUND
003163            OR WS-SUPP-IDX = ZERO.
003164     IF NOT WS-SUPP-FOUND
003165         GO TO 2050-EXIT
003166     END-IF.
003167     ADD ST-YELLOW-COUNT TO WS-STAT-BUCKET(WS-SUPP-IDX, 1).
003168     ADD ST-GREEN-COUNT  TO WS-STAT-BUCKET(WS-SUPP-IDX, 2).
003169     ADD ST-RED-COUNT    TO WS-STAT-BUCKET(WS-SUPP-IDX, 3).
003170     ADD ST-BROWN-COUNT  TO WS-STAT-BUCKET(WS-SUPP-IDX, 4).
003171     ADD ST-REJECT-COUNT TO WS-STAT-BUCKET(WS-SUPP-IDX, 5).
003172     ADD ST-TRANS-COUNT  TO WS-STAT-BUCKET(WS-SUPP-IDX, 6).
003173 2050-EXIT.
003174     EXIT.
003175
003176 2060-CHECK-SUPP-ENTRY.
003177     IF WS-STAT-DATE(WS-SUPP-IDX) = ST-RUN-DATE
003178         SET WS-SUPP-FOUND TO TRUE
003179     ELSE
003180         SUBTRACT 1 FROM WS-SUPP-IDX
003181     END-IF.
003182 2060-EXIT.
003183     EXIT.
003184
003185 2100-READ-STATS-RECORD.
003186     READ STATS-FILE
003190         AT END
003200             SET WS-STATS-EOF TO TRUE
003210     END-READ.
005470     CLOSE TREND-REPORT-FILE.
005480     DISPLAY 'COLTREND: TREND REPORT COMPLETE - '
005490         WS-ENTRY-COUNT ' RUNS ON FILE'.
005495     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005500 5000-EXIT.
005510     EXIT.
005520
005521*-----------------------------------------------------------------
005522*8500-START-LEDGER
005523*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
005524*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
005525*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
005526*THE LEDGER BEFORE ANY REAL WORK IS DONE.
005527*-----------------------------------------------------------------
005528 8500-START-LEDGER.
005529     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005530     OPEN INPUT RUN-CARD-FILE.
005531     IF WS-RUNCARD-STATUS = '00'
005532         READ RUN-CARD-FILE
005533             AT END
005534                 CONTINUE
005535         END-READ
005536         IF WS-RUNCARD-STATUS = '00'
005537             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
005538                 MOVE RN-RUN-DATE TO WS-RUN-DATE
005539             END-IF
005540             IF RN-RERUN
005541                 SET WS-RERUN-MODE TO TRUE
005542             END-IF
005543         END-IF
005544         CLOSE RUN-CARD-FILE
005545     END-IF.
005546     IF WS-RERUN-MODE
005547         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
005548     END-IF.
005549     MOVE 'S'  TO WS-LEDGER-EVENT.
005550     MOVE ZERO TO WS-LEDGER-RC.
005551     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005552 8500-EXIT.
005553     EXIT.
005554
005555*-----------------------------------------------------------------
005556*8510-CHECK-RERUN
005557*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
005558*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
005559*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
005560*MEANS THE STEP RUNS.
005561*-----------------------------------------------------------------
005562 8510-CHECK-RERUN.
005563     MOVE 'N' TO WS-STEP-CLEAN-SW.
005564     MOVE 'N' TO WS-LEDGER-EOF-SW.
005565     OPEN INPUT RUN-LEDGER-FILE.
005566     IF WS-LEDGER-STATUS NOT = '00'
005567         DISPLAY 'COLTREND: RERUN - NO RUN LEDGER, STATUS='
005568             WS-LEDGER-STATUS ' - STEP RUNS'
005569         GO TO 8510-EXIT
005570     END-IF.
005571     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
005572         UNTIL WS-LEDGER-EOF.
005573     CLOSE RUN-LEDGER-FILE.
005574     IF WS-STEP-ENDED-CLEAN
005575         DISPLAY 'COLTREND: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
005576             ' - SKIPPED ON RERUN'
005577         MOVE ZERO TO RETURN-CODE
005578         STOP RUN
005579     END-IF.
005580     DISPLAY 'COLTREND: RERUN - NO CLEAN END FOR RUN DATE '
005581         WS-RUN-DATE ' - STEP RUNS'.
005582 8510-EXIT.
005583     EXIT.
005584
005585 8520-SCAN-LEDGER-ROW.
005586     READ RUN-LEDGER-FILE
005587         AT END
005588             SET WS-LEDGER-EOF TO TRUE
005589         NOT AT END
005590             IF LG-PROGRAM = WS-LEDGER-PROGRAM
005591                AND LG-RUN-DATE = WS-RUN-DATE
005592                 IF LG-END-ROW AND LG-ENDED-CLEAN
005593                     SET WS-STEP-ENDED-CLEAN TO TRUE
005594                 ELSE
005595                     MOVE 'N' TO WS-STEP-CLEAN-SW
005596                 END-IF
005597             END-IF
005598     END-READ.
005599 8520-EXIT.
005600     EXIT.
005601
005602*-----------------------------------------------------------------
005603*8550-POST-LEDGER-END
005604*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
005605*IN = STATISTICS ROWS ON FILE.
005606*-----------------------------------------------------------------
005607 8550-POST-LEDGER-END.
005608     MOVE 'E'                TO WS-LEDGER-EVENT.
005609     MOVE RETURN-CODE        TO WS-LEDGER-RC.
005610     MOVE WS-ENTRY-COUNT     TO WS-LEDGER-IN.
005611     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005612 8550-EXIT.
005613     EXIT.
005614
005615*-----------------------------------------------------------------
005616*8590-WRITE-LEDGER-ROW
005617*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
005618*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
005619*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
005620*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
005621*-----------------------------------------------------------------
005622 8590-WRITE-LEDGER-ROW.
005623     OPEN EXTEND RUN-LEDGER-FILE.
005624     IF WS-LEDGER-STATUS = '35'
005625         OPEN OUTPUT RUN-LEDGER-FILE
005626     END-IF.
005627     IF WS-LEDGER-STATUS NOT = '00'
005628         DISPLAY 'COLTREND: RUN LEDGER UNAVAILABLE, STATUS='
005629             WS-LEDGER-STATUS ' - ROW NOT POSTED'
005630         GO TO 8590-EXIT
005631     END-IF.
005632     ACCEPT WS-LEDGER-CLOCK FROM TIME.
005633     MOVE SPACES              TO RUN-LEDGER-RECORD.
005634     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
005635     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
005636     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
005637     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
005638     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
005639     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
005640     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
005641     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
005642     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
005643     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
005644     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
005645     WRITE RUN-LEDGER-RECORD.
005646     CLOSE RUN-LEDGER-FILE.
005647 8590-EXIT.
005648     EXIT.
005649
005650 9999-ABEND-EXIT.
005651     CLOSE STATS-FILE TREND-CARD-FILE TREND-REPORT-FILE
005652           CALENDAR-FILE.
005653     MOVE 16 TO RETURN-CODE.
005654     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005655     STOP RUN.
