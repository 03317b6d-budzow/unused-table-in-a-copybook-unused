000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLOWNX.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-09-18.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-09-18  JPM   INITIAL VERSION.  UNOWNED KEY EXCEPTION LIST.
000210*                  WALKS THE COLOR MASTER IN KEY ORDER AND LOOKS
000220*                  EACH KEY UP ON THE OWNERSHIP FILE COLOWN
000230*                  MAINTAINS - EVERY MASTER KEY WITH NO OWNER ON
000240*                  FILE GOES ON THE EXCEPTION LIST (OWNEXC) WITH
000250*                  ITS CURRENT COLOR AND LAST DECISION DATE, SO
000260*                  THE BUSINESS CAN CLAIM IT BEFORE IT ESCALATES
000270*                  TO NOBODY.  NO OWNERSHIP FILE AT ALL LISTS
000280*                  EVERY KEY.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT COLOR-MASTER-FILE        ASSIGN TO COLORMST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-KEY
000380         FILE STATUS IS WS-MASTER-STATUS.
000390     SELECT OWNER-FILE               ASSIGN TO OWNERFL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS OW-KEY
000430         FILE STATUS IS WS-OWNER-STATUS.
000440     SELECT OWNER-EXCEPTION-FILE     ASSIGN TO OWNEXC
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-LEDGER-STATUS.
000500     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RUNCARD-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570*THE CURRENT-COLOR MASTER - EVERY KEY ON IT SHOULD HAVE AN OWNER.
000580*----------------------------------------------------------------
000590 FD  COLOR-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY COLOR-MASTER-RECORD.
000620
000630*----------------------------------------------------------------
000640*THE OWNERSHIP REGISTRY MAINTAINED BY COLOWN.
000650*----------------------------------------------------------------
000660 FD  OWNER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY OWNER-RECORD.
000690
000700*----------------------------------------------------------------
000710*UNOWNED KEY EXCEPTION LIST - ONE LINE PER KEY, THEN THE TOTALS.
000720*----------------------------------------------------------------
000730 FD  OWNER-EXCEPTION-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  OWNER-EXCEPTION-LINE.
000760     05  RL-KEY                      PIC X(10).
000770     05  FILLER                      PIC X(02).
000780     05  RL-COLOR                    PIC X(01).
000790     05  FILLER                      PIC X(02).
000800     05  RL-CONDITION-NAME           PIC X(20).
000810     05  FILLER                      PIC X(02).
000820     05  RL-LAST-DATE                PIC 9(08).
000830     05  FILLER                      PIC X(02).
000840     05  RL-FINDING                  PIC X(08).
000850     05  FILLER                      PIC X(02).
000860     05  RL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
000870     05  FILLER                      PIC X(12).
000880
000890*----------------------------------------------------------------
000900*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
000910*----------------------------------------------------------------
000920 FD  RUN-LEDGER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY RUN-LEDGER-RECORD.
000950
000960*----------------------------------------------------------------
000970*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
000980*----------------------------------------------------------------
000990 FD  RUN-CARD-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RUN-CARD-RECORD.
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-MASTER-STATUS                PIC X(02).
001050 77  WS-OWNER-STATUS                 PIC X(02).
001060 77  WS-RPT-STATUS                   PIC X(02).
001070
001080 77  WS-MASTER-EOF-SW                PIC X(01) VALUE 'N'.
001090     88  WS-MASTER-EOF                          VALUE 'Y'.
001100 77  WS-OWNERS-SW                    PIC X(01) VALUE 'N'.
001110     88  WS-OWNERS-AVAILABLE                    VALUE 'Y'.
001120 77  WS-OWNER-FOUND-SW               PIC X(01) VALUE 'N'.
001130     88  WS-OWNER-FOUND                         VALUE 'Y'.
001140     88  WS-OWNER-NOT-FOUND                     VALUE 'N'.
001150
001160 77  WS-MASTER-COUNT                 PIC 9(09) COMP VALUE ZERO.
001170 77  WS-OWNED-COUNT                  PIC 9(09) COMP VALUE ZERO.
001180 77  WS-UNOWNED-COUNT                PIC 9(09) COMP VALUE ZERO.
001190
001200*----------------------------------------------------------------
001210*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001220*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001230*----------------------------------------------------------------
001240 77  WS-LEDGER-STATUS                PIC X(02).
001250 77  WS-RUNCARD-STATUS               PIC X(02).
001260 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001270     88  WS-LEDGER-EOF                          VALUE 'Y'.
001280 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001290     88  WS-RERUN-MODE                          VALUE 'Y'.
001300 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001310     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001320 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001330 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLOWNX'.
001340 77  WS-LEDGER-EVENT                 PIC X(01).
001350 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001360 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001370 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001380 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001390 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001400 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001410 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001420 01  WS-LEDGER-CLOCK.
001430     05  WS-LEDGER-HHMMSS            PIC 9(06).
001440     05  FILLER                      PIC 9(02).
001450
001460 PROCEDURE DIVISION.
001470*================================================================
001480*0000-MAINLINE
001490*WALK THE MASTER, LIST EVERY KEY WITH NO OWNER, THEN THE TOTALS.
001500*================================================================
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-CHECK-MASTER-ROW THRU 2000-EXIT
001540         UNTIL WS-MASTER-EOF.
001550     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
001560     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001570     STOP RUN.
001580
001590*-----------------------------------------------------------------
001600*1000-INITIALIZE
001610*FILE STATUS '35' ON OWNERFL MEANS NO OWNERSHIP HAS BEEN SET UP
001620*YET - NOT AN ERROR, EVERY MASTER KEY IS SIMPLY UNOWNED.
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001660     OPEN INPUT COLOR-MASTER-FILE.
001670     IF WS-MASTER-STATUS NOT = '00'
001680         DISPLAY 'COLOWNX: UNABLE TO OPEN COLOR MASTER, STATUS='
001690             WS-MASTER-STATUS
001700         GO TO 9999-ABEND-EXIT
001710     END-IF.
001720     OPEN INPUT OWNER-FILE.
001730     IF WS-OWNER-STATUS = '00'
001740         SET WS-OWNERS-AVAILABLE TO TRUE
001750     ELSE
001760         IF WS-OWNER-STATUS = '35'
001770             DISPLAY 'COLOWNX: NO OWNERSHIP FILE - EVERY KEY IS'
001780                 ' UNOWNED'
001790         ELSE
001800             DISPLAY 'COLOWNX: UNABLE TO OPEN OWNERSHIP FILE,'
001810                 ' STATUS=' WS-OWNER-STATUS
001820             GO TO 9999-ABEND-EXIT
001830         END-IF
001840     END-IF.
001850     OPEN OUTPUT OWNER-EXCEPTION-FILE.
001860     IF WS-RPT-STATUS NOT = '00'
001870         DISPLAY 'COLOWNX: UNABLE TO OPEN EXCEPTION LIST, STATUS='
001880             WS-RPT-STATUS
001890         GO TO 9999-ABEND-EXIT
001900     END-IF.
001910 1000-EXIT.
001920     EXIT.
001930
001940 2000-CHECK-MASTER-ROW.
001950     READ COLOR-MASTER-FILE NEXT
001960         AT END
001970             SET WS-MASTER-EOF TO TRUE
001980             GO TO 2000-EXIT
001990     END-READ.
002000     IF WS-MASTER-STATUS NOT = '00'
002010         DISPLAY 'COLOWNX: ERROR READING MASTER, STATUS='
002020             WS-MASTER-STATUS
002030         GO TO 9999-ABEND-EXIT
002040     END-IF.
002050     ADD 1 TO WS-MASTER-COUNT.
002060     SET WS-OWNER-NOT-FOUND TO TRUE.
002070     IF WS-OWNERS-AVAILABLE
002080         MOVE CM-KEY TO OW-KEY
002090         READ OWNER-FILE
002100             INVALID KEY
002110                 SET WS-OWNER-NOT-FOUND TO TRUE
002120             NOT INVALID KEY
002130                 SET WS-OWNER-FOUND TO TRUE
002140         END-READ
002150     END-IF.
002160     IF WS-OWNER-FOUND
002170         ADD 1 TO WS-OWNED-COUNT
002180         GO TO 2000-EXIT
002190     END-IF.
002200     ADD 1 TO WS-UNOWNED-COUNT.
002210     MOVE SPACES TO OWNER-EXCEPTION-LINE.
002220     MOVE CM-KEY            TO RL-KEY.
002230     MOVE CM-COLOR          TO RL-COLOR.
002240     MOVE CM-CONDITION-NAME TO RL-CONDITION-NAME.
002250     MOVE CM-DATE           TO RL-LAST-DATE.
002260     MOVE 'NO OWNER'        TO RL-FINDING.
002270     WRITE OWNER-EXCEPTION-LINE.
002280 2000-EXIT.
002290     EXIT.
002300
002310 3000-WRITE-TOTALS.
002320     MOVE SPACES TO OWNER-EXCEPTION-LINE.
002330     MOVE '*MASTER*  ' TO RL-KEY.
002340     MOVE WS-MASTER-COUNT TO RL-COUNT.
002350     WRITE OWNER-EXCEPTION-LINE.
002360     MOVE SPACES TO OWNER-EXCEPTION-LINE.
002370     MOVE '*OWNED*   ' TO RL-KEY.
002380     MOVE WS-OWNED-COUNT TO RL-COUNT.
002390     WRITE OWNER-EXCEPTION-LINE.
002400     MOVE SPACES TO OWNER-EXCEPTION-LINE.
002410     MOVE '*UNOWNED* ' TO RL-KEY.
002420     MOVE WS-UNOWNED-COUNT TO RL-COUNT.
002430     WRITE OWNER-EXCEPTION-LINE.
002440 3000-EXIT.
002450     EXIT.
002460
002470 4000-TERMINATE.
002480     CLOSE COLOR-MASTER-FILE.
002490     IF WS-OWNERS-AVAILABLE
002500         CLOSE OWNER-FILE
002510     END-IF.
002520     CLOSE OWNER-EXCEPTION-FILE.
002530     DISPLAY 'COLOWNX: OWNERSHIP CHECK COMPLETE'.
002540     DISPLAY '  MASTER ROWS      = ' WS-MASTER-COUNT.
002550     DISPLAY '  OWNED            = ' WS-OWNED-COUNT.
002560     DISPLAY '  NO OWNER ON FILE = ' WS-UNOWNED-COUNT.
002570     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
002580 4000-EXIT.
002590     EXIT.
002600
002610*-----------------------------------------------------------------
002620*8500-START-LEDGER
002630*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
002640*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
002650*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
002660*THE LEDGER BEFORE ANY REAL WORK IS DONE.
002670*-----------------------------------------------------------------
002680 8500-START-LEDGER.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     OPEN INPUT RUN-CARD-FILE.
002710     IF WS-RUNCARD-STATUS = '00'
002720         READ RUN-CARD-FILE
002730             AT END
002740                 CONTINUE
002750         END-READ
002760         IF WS-RUNCARD-STATUS = '00'
002770             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
002780                 MOVE RN-RUN-DATE TO WS-RUN-DATE
002790             END-IF
002800             IF RN-RERUN
002810                 SET WS-RERUN-MODE TO TRUE
002820             END-IF
002830         END-IF
002840         CLOSE RUN-CARD-FILE
002850     END-IF.
002860     IF WS-RERUN-MODE
002870         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
002880     END-IF.
002890     MOVE 'S'  TO WS-LEDGER-EVENT.
002900     MOVE ZERO TO WS-LEDGER-RC.
002910     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
002920 8500-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------------------
002960*8510-CHECK-RERUN
002970*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
002980*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
002990*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
003000*MEANS THE STEP RUNS.
003010*-----------------------------------------------------------------
003020 8510-CHECK-RERUN.
003030     MOVE 'N' TO WS-STEP-CLEAN-SW.
003040     MOVE 'N' TO WS-LEDGER-EOF-SW.
003050     OPEN INPUT RUN-LEDGER-FILE.
003060     IF WS-LEDGER-STATUS NOT = '00'
003070         DISPLAY 'COLOWNX: RERUN - NO RUN LEDGER, STATUS='
003080             WS-LEDGER-STATUS ' - STEP RUNS'
003090         GO TO 8510-EXIT
003100     END-IF.
003110     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
003120         UNTIL WS-LEDGER-EOF.
003130     CLOSE RUN-LEDGER-FILE.
003140     IF WS-STEP-ENDED-CLEAN
003150         DISPLAY 'COLOWNX: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
003160             ' - SKIPPED ON RERUN'
003170         MOVE ZERO TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     DISPLAY 'COLOWNX: RERUN - NO CLEAN END FOR RUN DATE '
003210         WS-RUN-DATE ' - STEP RUNS'.
003220 8510-EXIT.
003230     EXIT.
003240
003250 8520-SCAN-LEDGER-ROW.
003260     READ RUN-LEDGER-FILE
003270         AT END
003280             SET WS-LEDGER-EOF TO TRUE
003290         NOT AT END
003300             IF LG-PROGRAM = WS-LEDGER-PROGRAM
003310                AND LG-RUN-DATE = WS-RUN-DATE
003320                 IF LG-END-ROW AND LG-ENDED-CLEAN
003330                     SET WS-STEP-ENDED-CLEAN TO TRUE
003340                 ELSE
003350                     MOVE 'N' TO WS-STEP-CLEAN-SW
003360                 END-IF
003370             END-IF
003380     END-READ.
003390 8520-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------------
003430*8550-POST-LEDGER-END
003440*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
003450*IN = MASTER ROWS CHECKED, OUT = KEYS LISTED, CONTROL 1 = OWNED,
003460*CONTROL 2 = NO OWNER ON FILE.
003470*-----------------------------------------------------------------
003480 8550-POST-LEDGER-END.
003490     MOVE 'E'                TO WS-LEDGER-EVENT.
003500     MOVE RETURN-CODE        TO WS-LEDGER-RC.
003510     MOVE WS-MASTER-COUNT    TO WS-LEDGER-IN.
003520     MOVE WS-UNOWNED-COUNT   TO WS-LEDGER-OUT.
003530     MOVE WS-OWNED-COUNT     TO WS-LEDGER-CTL-1.
003540     MOVE WS-UNOWNED-COUNT   TO WS-LEDGER-CTL-2.
003550     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003560 8550-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------------------
003600*8590-WRITE-LEDGER-ROW
003610*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003620*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
003630*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
003640*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
003650*-----------------------------------------------------------------
003660 8590-WRITE-LEDGER-ROW.
003670     OPEN EXTEND RUN-LEDGER-FILE.
003680     IF WS-LEDGER-STATUS = '35'
003690         OPEN OUTPUT RUN-LEDGER-FILE
003700     END-IF.
003710     IF WS-LEDGER-STATUS NOT = '00'
003720         DISPLAY 'COLOWNX: RUN LEDGER UNAVAILABLE, STATUS='
003730             WS-LEDGER-STATUS ' - ROW NOT POSTED'
003740         GO TO 8590-EXIT
003750     END-IF.
003760     ACCEPT WS-LEDGER-CLOCK FROM TIME.
003770     MOVE SPACES              TO RUN-LEDGER-RECORD.
003780     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
003790     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
003800     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
003810     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
003820     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
003830     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
003840     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
003850     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
003860     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
003870     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
003880     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
003890     WRITE RUN-LEDGER-RECORD.
003900     CLOSE RUN-LEDGER-FILE.
003910 8590-EXIT.
003920     EXIT.
003930
003940 9999-ABEND-EXIT.
003950     CLOSE COLOR-MASTER-FILE OWNER-FILE OWNER-EXCEPTION-FILE.
003960     MOVE 16 TO RETURN-CODE.
003970     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
003980     STOP RUN.
