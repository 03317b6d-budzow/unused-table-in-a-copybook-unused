000340*                  PURGE RECONCILES.  THE CARD MODE DEFAULTS TO
000350*                  REPORT - NOTHING IS DELETED UNLESS OPERATIONS
000360*                  EXPLICITLY MOUNTS A 'PURGE' CARD.
000362*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000364*                  LEDGER (RUNLEDGR) CARRYING THE HOUSEKEEPING
000366*                  COUNTS.  RUNCARD 'RERUN' SKIPS THE STEP IF IT
000368*                  ALREADY ENDED CLEAN FOR THE RUN DATE.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000550     SELECT PURGE-REPORT-FILE        ASSIGN TO PRGRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000571     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS WS-LEDGER-STATUS.
000574     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000575         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS WS-RUNCARD-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
001110     05  RL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001120     05  FILLER                      PIC X(28).
001130
001131*----------------------------------------------------------------
001132*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001133*----------------------------------------------------------------
001134 FD  RUN-LEDGER-FILE
001135     LABEL RECORDS ARE STANDARD.
001136     COPY RUN-LEDGER-RECORD.
001137
001138*----------------------------------------------------------------
001139*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001140*----------------------------------------------------------------
001141 FD  RUN-CARD-FILE
001142     LABEL RECORDS ARE STANDARD.
001143     COPY RUN-CARD-RECORD.
001144
001145 WORKING-STORAGE SECTION.
001150 77  WS-MASTER-STATUS                PIC X(02).
001160 77  WS-STATE-STATUS                 PIC X(02).
001170 77  WS-CARD-STATUS                  PIC X(02).
001420 77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
001430 77  WS-CURRENT-COUNT                PIC 9(09) COMP VALUE ZERO.
001440 77  WS-REMAIN-COUNT                 PIC 9(09) COMP VALUE ZERO.
001441
001442*----------------------------------------------------------------
001443*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001444*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001445*----------------------------------------------------------------
001446 77  WS-LEDGER-STATUS                PIC X(02).
001447 77  WS-RUNCARD-STATUS               PIC X(02).
001448 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001449     88  WS-LEDGER-EOF                          VALUE 'Y'.
001450 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001451     88  WS-RERUN-MODE                          VALUE 'Y'.
001452 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001453     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001454 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001455 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLPURGE'.
001456 77  WS-LEDGER-EVENT                 PIC X(01).
001457 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001458 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001459 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001460 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001461 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001462 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001463 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001464 01  WS-LEDGER-CLOCK.
001465     05  WS-LEDGER-HHMMSS            PIC 9(06).
001466     05  FILLER                      PIC 9(02).
001467
001468 PROCEDURE DIVISION.
001470*================================================================
001480*0000-MAINLINE
001490*WORK OUT THE CUTOFF, WALK THE MASTER FRONT TO BACK JUDGING
001640*SUBTRACTION ACROSS MONTH AND YEAR ENDS, AS IN COLARCH.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001665     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001670     PERFORM 1100-READ-PURGE-CARD THRU 1100-EXIT.
001680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001690     COMPUTE WS-DATE-INTEGER =
003800         DISPLAY '  WOULD PURGE      = ' WS-WOULD-COUNT
003810     END-IF.
003820     DISPLAY '  ROWS REMAINING   = ' WS-REMAIN-COUNT.
003825     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
003830 4000-EXIT.
003840     EXIT.
003850
003851*-----------------------------------------------------------------
003852*8500-START-LEDGER
003853*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
003854*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
003855*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
003856*THE LEDGER BEFORE ANY REAL WORK IS DONE.
003857*-----------------------------------------------------------------
003858 8500-START-LEDGER.
003859     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003860     OPEN INPUT RUN-CARD-FILE.
003861     IF WS-RUNCARD-STATUS = '00'
003862         READ RUN-CARD-FILE
003863             AT END
003864                 CONTINUE
003865         END-READ
003866         IF WS-RUNCARD-STATUS = '00'
003867             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
003868                 MOVE RN-RUN-DATE TO WS-RUN-DATE
003869             END-IF
003870             IF RN-RERUN
003871                 SET WS-RERUN-MODE TO TRUE
003872             END-IF
003873         END-IF
003874         CLOSE RUN-CARD-FILE
003875     END-IF.
003876     IF WS-RERUN-MODE
003877         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
003878     END-IF.
003879     MOVE 'S'  TO WS-LEDGER-EVENT.
003880     MOVE ZERO TO WS-LEDGER-RC.
003881     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003882 8500-EXIT.
003883     EXIT.
003884
003885*-----------------------------------------------------------------
003886*8510-CHECK-RERUN
003887*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
003888*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
003889*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
003890*MEANS THE STEP RUNS.
003891*-----------------------------------------------------------------
003892 8510-CHECK-RERUN.
003893     MOVE 'N' TO WS-STEP-CLEAN-SW.
003894     MOVE 'N' TO WS-LEDGER-EOF-SW.
003895     OPEN INPUT RUN-LEDGER-FILE.
003896     IF WS-LEDGER-STATUS NOT = '00'
003897         DISPLAY 'COLPURGE: RERUN - NO RUN LEDGER, STATUS='
003898             WS-LEDGER-STATUS ' - STEP RUNS'
003899         GO TO 8510-EXIT
003900     END-IF.
003901     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
003902         UNTIL WS-LEDGER-EOF.
003903     CLOSE RUN-LEDGER-FILE.
003904     IF WS-STEP-ENDED-CLEAN
003905         DISPLAY 'COLPURGE: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
003906             ' - SKIPPED ON RERUN'
003907         MOVE ZERO TO RETURN-CODE
003908         STOP RUN
003909     END-IF.
003910     DISPLAY 'COLPURGE: RERUN - NO CLEAN END FOR RUN DATE '
003911         WS-RUN-DATE ' - STEP RUNS'.
003912 8510-EXIT.
003913     EXIT.
003914
003915 8520-SCAN-LEDGER-ROW.
003916     READ RUN-LEDGER-FILE
003917         AT END
003918             SET WS-LEDGER-EOF TO TRUE
003919         NOT AT END
003920             IF LG-PROGRAM = WS-LEDGER-PROGRAM
003921                AND LG-RUN-DATE = WS-RUN-DATE
003922                 IF LG-END-ROW AND LG-ENDED-CLEAN
003923                     SET WS-STEP-ENDED-CLEAN TO TRUE
003924                 ELSE
003925                     MOVE 'N' TO WS-STEP-CLEAN-SW
003926                 END-IF
003927             END-IF
003928     END-READ.
003929 8520-EXIT.
003930     EXIT.
003931
003932*-----------------------------------------------------------------
003933*8550-POST-LEDGER-END
003934*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
003935*IN = MASTER ROWS READ, OUT = ROWS REMAINING, CONTROL 1 = PURGED,
003936*CONTROL 2 = WOULD PURGE, CONTROL 3 = HELD AS AGING.
003937*-----------------------------------------------------------------
003938 8550-POST-LEDGER-END.
003939     MOVE 'E'                TO WS-LEDGER-EVENT.
003940     MOVE RETURN-CODE        TO WS-LEDGER-RC.
003941     MOVE WS-READ-COUNT      TO WS-LEDGER-IN.
003942     MOVE WS-REMAIN-COUNT    TO WS-LEDGER-OUT.
003943     MOVE WS-PURGED-COUNT    TO WS-LEDGER-CTL-1.
003944     MOVE WS-WOULD-COUNT     TO WS-LEDGER-CTL-2.
003945     MOVE WS-HELD-COUNT      TO WS-LEDGER-CTL-3.
003946     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003947 8550-EXIT.
003948     EXIT.
003949
003950*-----------------------------------------------------------------
003951*8590-WRITE-LEDGER-ROW
003952*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003953*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
003954*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
003955*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
003956*-----------------------------------------------------------------
003957 8590-WRITE-LEDGER-ROW.
003958     OPEN EXTEND RUN-LEDGER-FILE.
003959     IF WS-LEDGER-STATUS = '35'
003960         OPEN OUTPUT RUN-LEDGER-FILE
003961     END-IF.
003962     IF WS-LEDGER-STATUS NOT = '00'
003963         DISPLAY 'COLPURGE: RUN LEDGER UNAVAILABLE, STATUS='
003964             WS-LEDGER-STATUS ' - ROW NOT POSTED'
003965         GO TO 8590-EXIT
003966     END-IF.
003967     ACCEPT WS-LEDGER-CLOCK FROM TIME.
003968     MOVE SPACES              TO RUN-LEDGER-RECORD.
003969     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
003970     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
003971     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
003972     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
003973     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
003974     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
003975     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
003976     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
003977     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
003978     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
003979     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
003980     WRITE RUN-LEDGER-RECORD.
003981     CLOSE RUN-LEDGER-FILE.
003982 8590-EXIT.
003983     EXIT.
003984
003985 9999-ABEND-EXIT.
003986     CLOSE COLOR-MASTER-FILE AGE-STATE-FILE PURGE-REPORT-FILE.
003987     MOVE 16 TO RETURN-CODE.
003988     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
003989     STOP RUN.
