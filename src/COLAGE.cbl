000590*                  RED WAS CREATING A PHANTOM 'RULE Y>R' STATE
000600*                  ROW THAT AGED FOREVER AND COULD EVEN PAGE
000610*                  THE ALERT DESK.
000611*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000612*                  LEDGER (RUNLEDGR) CARRYING THE AGING AND
000613*                  ESCALATION COUNTS.  RUNCARD 'RERUN' SKIPS THE
000614*                  STEP IF IT ALREADY ENDED CLEAN FOR THE RUN
000615*                  DATE.
000616*2026-09-18  JPM   EVERY ESCFL RECORD NOW CARRIES THE KEY'S OWNING
000617*                  BUSINESS UNIT, CONTACT AND ESCALATION GROUP OFF
000618*                  THE OWNERSHIP FILE (OWNERFL, MAINTAINED BY
000619*                  COLOWN), SO THE DESK ROUTES AN ESCALATION
000620*                  WITHOUT LOOKING THE KEY UP.  A KEY WITH NO
000621*                  OWNER ON FILE GOES OUT WITH THOSE FIELDS BLANK
000622*                  AND IS COUNTED; COLOWNX LISTS IT.
000623*2026-09-25  JPM   COLRECL'S RECLASSIFIED-ADMIN ENTRIES MOVE A KEY
000624*                  INTO, BETWEEN OR OUT OF THE STUCK TIERS LIKE A
000625*                  DISPATCH, BUT ARE NOT A RUN - A RECLASSIFIED
000626*                  KEY STARTS ITS NEW TIER AT ZERO RUNS AND A
000627*                  RECLASSIFICATION NEVER ADDS ONE.  THEY ARE
000628*                  COUNTED SEPARATELY ON THE CONSOLE TOTALS.
000629*----------------------------------------------------------------
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000840     SELECT CALENDAR-FILE            ASSIGN TO CALFL
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-CAL-STATUS.
000861     SELECT OWNER-FILE               ASSIGN TO OWNERFL
000862         ORGANIZATION IS INDEXED
000863         ACCESS MODE IS RANDOM
000864         RECORD KEY IS OW-KEY
000865         FILE STATUS IS WS-OWNER-STATUS.
000870     SELECT SORT-WORK-FILE           ASSIGN TO SORTWK.
000871     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000872         ORGANIZATION IS SEQUENTIAL
000873         FILE STATUS IS WS-LEDGER-STATUS.
000874     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000875         ORGANIZATION IS SEQUENTIAL
000876         FILE STATUS IS WS-RUNCARD-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
001460*----------------------------------------------------------------
001470*MACHINE-READABLE ESCALATION INTERFACE FOR THE ALERT DESK -
001480*'ESC' THE FIRST RUN A KEY CROSSES THE THRESHOLD, 'CLR' WHEN
001486*IT FINALLY CLEARS.  INGESTED DOWNSTREAM LIKE EXTRFL.  THE OWNER
001492*FIELDS ARE BLANK WHEN THE KEY HAS NO OWNER ON FILE.
001500*----------------------------------------------------------------
001510 FD  ESCALATION-FILE
001520     LABEL RECORDS ARE STANDARD.
001570     05  ES-RUN-COUNT                PIC 9(05).
001580     05  ES-FIRST-DATE               PIC 9(08).
001590     05  ES-SOURCE-REGION            PIC X(02).
001594     05  ES-BUSINESS-UNIT            PIC X(08).
001598     05  ES-CONTACT                  PIC X(20).
001602     05  ES-ESCALATION-GROUP         PIC X(08).
001606     05  FILLER                      PIC X(15).
001610
001620*----------------------------------------------------------------
001630*OPERATIONS-MAINTAINED SHOP CALENDAR - THE RUN COUNT ONLY MOVES
001660 FD  CALENDAR-FILE
001670     LABEL RECORDS ARE STANDARD.
001680     COPY CALENDAR-RECORD.
001681
001682*----------------------------------------------------------------
001683*KEY OWNERSHIP REGISTRY - WHO EACH ESCALATION IS ROUTED TO.
001684*MISSING FILE MEANS NO KEY HAS AN OWNER YET.
001685*----------------------------------------------------------------
001686 FD  OWNER-FILE
001687     LABEL RECORDS ARE STANDARD.
001688     COPY OWNER-RECORD.
001690
001700 SD  SORT-WORK-FILE.
001710 01  SORT-RECORD.
001750     05  SR-FIRST-DATE               PIC 9(08).
001760     05  SR-LAST-DATE                PIC 9(08).
001770
001771*----------------------------------------------------------------
001772*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001773*----------------------------------------------------------------
001774 FD  RUN-LEDGER-FILE
001775     LABEL RECORDS ARE STANDARD.
001776     COPY RUN-LEDGER-RECORD.
001777
001778*----------------------------------------------------------------
001779*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001780*----------------------------------------------------------------
001781 FD  RUN-CARD-FILE
001782     LABEL RECORDS ARE STANDARD.
001783     COPY RUN-CARD-RECORD.
001784
001785 WORKING-STORAGE SECTION.
001790*----------------------------------------------------------------
001800*COLOR STATUS BYTE AND ITS CONDITION NAMES - AUDIT ENTRIES ARE
001810*CLASSIFIED THROUGH THE SAME NAMES MAIN DISPATCHES ON.
001900 77  WS-RPT-STATUS                   PIC X(02).
001910 77  WS-ESC-STATUS                   PIC X(02).
001920 77  WS-CAL-STATUS                   PIC X(02).
001925 77  WS-OWNER-STATUS                 PIC X(02).
001930
001940 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001950     88  WS-AUDIT-EOF                           VALUE 'Y'.
002000 77  WS-STATE-FOUND-SW               PIC X(01) VALUE 'N'.
002010     88  WS-STATE-FOUND                         VALUE 'Y'.
002020     88  WS-STATE-NOT-FOUND                     VALUE 'N'.
002021 77  WS-RECLASS-SW                   PIC X(01) VALUE 'N'.
002022     88  WS-RECLASS-ENTRY                       VALUE 'Y'.
002023 77  WS-OWNERS-SW                    PIC X(01) VALUE 'N'.
002026     88  WS-OWNERS-AVAILABLE                    VALUE 'Y'.
002030
002040*----------------------------------------------------------------
002050*ESCALATION AGE - CONSECUTIVE RUNS IN RED/BROWN BEFORE A KEY
002130 77  WS-ESCALATED-COUNT              PIC 9(09) COMP VALUE ZERO.
002140 77  WS-NEW-ESC-COUNT                PIC 9(09) COMP VALUE ZERO.
002150 77  WS-DEESC-COUNT                  PIC 9(09) COMP VALUE ZERO.
002155 77  WS-UNOWNED-ESC-COUNT            PIC 9(09) COMP VALUE ZERO.
002157 77  WS-RECLASS-COUNT                PIC 9(09) COMP VALUE ZERO.
002160
002170*----------------------------------------------------------------
002180*SHOP CALENDAR HELD IN DATE ORDER - A DECISION ONLY MOVES THE
002330 77  WS-CAL-IDX                      PIC 9(03) COMP.
002340 77  WS-CAL-FOUND-SW                 PIC X(01) VALUE 'N'.
002350     88  WS-CAL-FOUND                           VALUE 'Y'.
002351
002352*----------------------------------------------------------------
002353*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
002354*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
002355*----------------------------------------------------------------
002356 77  WS-LEDGER-STATUS                PIC X(02).
002357 77  WS-RUNCARD-STATUS               PIC X(02).
002358 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
002359     88  WS-LEDGER-EOF                          VALUE 'Y'.
002360 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
002361     88  WS-RERUN-MODE                          VALUE 'Y'.
002362 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
002363     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
002364 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002365 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLAGE'.
002366 77  WS-LEDGER-EVENT                 PIC X(01).
002367 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
002368 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
002369 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
002370 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
002371 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
002372 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
002373 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
002374 01  WS-LEDGER-CLOCK.
002375     05  WS-LEDGER-HHMMSS            PIC 9(06).
002376     05  FILLER                      PIC 9(02).
002377
002378 PROCEDURE DIVISION.
002380*================================================================
002390*0000-MAINLINE
002400*ROLL TODAY'S AUDIT TRAIL INTO THE AGE STATE FILE, THEN SORT
002570     STOP RUN.
002580
002590 1000-INITIALIZE.
002595     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002600     OPEN INPUT AUDIT-FILE.
002610     IF WS-AUDIT-STATUS NOT = '00'
002620         DISPLAY 'COLAGE: UNABLE TO OPEN AUDIT FILE, STATUS='
002760     END-IF.
002770     PERFORM 1100-READ-AGE-CARD THRU 1100-EXIT.
002780     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
002785     PERFORM 1300-OPEN-OWNERS THRU 1300-EXIT.
002790     OPEN OUTPUT ESCALATION-FILE.
002800     IF WS-ESC-STATUS NOT = '00'
002810         DISPLAY 'COLAGE: UNABLE TO OPEN ESCALATION FILE,'
003490     END-READ.
003500 1210-EXIT.
003510     EXIT.
003511
003512*-----------------------------------------------------------------
003513*1300-OPEN-OWNERS
003514*FILE STATUS '35' (NOT FOUND) MEANS NO OWNERSHIP HAS BEEN SET UP -
003515*THE ESCALATION RECORDS GO OUT WITH THE OWNER FIELDS BLANK, AS
003516*THEY ALWAYS DID.
003517*-----------------------------------------------------------------
003518 1300-OPEN-OWNERS.
003519     OPEN INPUT OWNER-FILE.
003520     IF WS-OWNER-STATUS = '00'
003521         SET WS-OWNERS-AVAILABLE TO TRUE
003522         GO TO 1300-EXIT
003523     END-IF.
003524     IF WS-OWNER-STATUS NOT = '35'
003525         DISPLAY 'COLAGE: UNABLE TO OPEN OWNERSHIP FILE, STATUS='
003526             WS-OWNER-STATUS
003527         GO TO 9999-ABEND-EXIT
003528     END-IF.
003529     DISPLAY 'COLAGE: NO OWNERSHIP FILE - ESCALATIONS GO OUT'
003530         ' UNOWNED'.
003531 1300-EXIT.
003532     EXIT.
003533
003534*-----------------------------------------------------------------
003540*2000-PROCESS-AUDIT-RECORD
003550*A RED OR BROWN DECISION AGES THE KEY'S STATE ROW.  A YELLOW OR
003560*GREEN DECISION MEANS THE KEY LEFT THE STUCK TIERS - ITS ROW IS
003570*DELETED.  ANY OTHER COLOR IS A REJECT ENTRY AND DOES NOT MOVE
003580*THE AGE EITHER WAY.  NOR DO TRANSITION-REJECTED,
003590*REJECT-REPAIRED OR COLRULE'S RULE-... ENTRIES - THEIR COLOR
003595*IS VALID BUT NO KEY WAS EVER DISPATCHED IT.  COLRECL'S
003600*RECLASSIFIED-ADMIN ENTRIES DID MOVE THE KEY AND ARE WORKED BY
003605*COLOR LIKE A DISPATCH, FLAGGED SO 2200 DOES NOT COUNT A RUN.
003610*-----------------------------------------------------------------
003620 2000-PROCESS-AUDIT-RECORD.
003630     IF AU-BRANCH-NAME = 'TRANSITION-REJECTED'
003660         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
003670         GO TO 2000-EXIT
003680     END-IF.
003681     IF AU-BRANCH-NAME = 'RECLASSIFIED-ADMIN'
003682         SET WS-RECLASS-ENTRY TO TRUE
003683         ADD 1 TO WS-RECLASS-COUNT
003684     ELSE
003685         MOVE 'N' TO WS-RECLASS-SW
003686     END-IF.
003690     MOVE AU-COLOR TO COLOR-CODE.
003700     EVALUATE TRUE
003710         WHEN COL-RED
003960*COUNT AT ONE - THE CONSECUTIVE RUN COUNT IS PER TIER, NOT PER
003970*KEY LIFETIME.  A KEY SEEN TWICE IN ONE AUDIT FILE (REPAIR AND
003980*RESUBMIT) JUST AGES TWICE, WHICH OVERSTATES BY AT MOST ONE RUN.
003983*A RECLASSIFICATION IS NOT A RUN - IT SETS THE TIER AT ZERO RUNS
003986*AND NEVER ADDS ONE, SO THE NEXT NIGHTLY DISPATCH IS RUN ONE.
003990*-----------------------------------------------------------------
004000 2200-AGE-STATE-ROW.
004010     PERFORM 2500-READ-STATE-ROW THRU 2500-EXIT.
004040*            ONLY A BUSINESS-DATE DECISION MOVES THE COUNT -
004050*            THE AGECARD THRESHOLD COUNTS BUSINESS RUNS.
004060             PERFORM 2270-CHECK-BUSINESS-DATE THRU 2270-EXIT
004070             IF WS-IS-BUSINESS-DAY AND NOT WS-RECLASS-ENTRY
004080                 ADD 1 TO AG-RUN-COUNT
004090             END-IF
004100         ELSE
004110             MOVE AU-COLOR TO AG-COLOR
004120             MOVE 1 TO AG-RUN-COUNT
004122             IF WS-RECLASS-ENTRY
004124                 MOVE ZERO TO AG-RUN-COUNT
004126             END-IF
004130             MOVE AU-DATE TO AG-FIRST-DATE
004140*            A TIER CHANGE RESTARTS THE COUNT, SO THE
004150*            ESCALATION FLAG RESTARTS WITH IT - A FRESH
004250         MOVE AU-KEY TO AG-KEY
004260         MOVE AU-COLOR TO AG-COLOR
004270         MOVE 1 TO AG-RUN-COUNT
004272         IF WS-RECLASS-ENTRY
004274             MOVE ZERO TO AG-RUN-COUNT
004276         END-IF
004280         MOVE AU-DATE TO AG-FIRST-DATE
004290         MOVE AU-DATE TO AG-LAST-DATE
004300         MOVE AU-SOURCE-REGION TO AG-SOURCE-REGION
004620     MOVE AG-RUN-COUNT     TO ES-RUN-COUNT.
004630     MOVE AG-FIRST-DATE    TO ES-FIRST-DATE.
004640     MOVE AG-SOURCE-REGION TO ES-SOURCE-REGION.
004645     PERFORM 2260-STAMP-OWNER THRU 2260-EXIT.
004650     WRITE ESCALATION-RECORD.
004660     MOVE 'Y' TO AG-ESCALATED-SW.
004670     ADD 1 TO WS-NEW-ESC-COUNT.
004680 2250-EXIT.
004690     EXIT.
004700
004701*-----------------------------------------------------------------
004702*2260-STAMP-OWNER
004703*THE KEY'S OWNER, CONTACT AND ESCALATION GROUP GO ON THE
004704*INTERFACE RECORD ALREADY BUILT IN ESCALATION-RECORD.  NO OWNER ON
004705*FILE LEAVES THEM BLANK; ONLY AN 'ESC' WITH NOBODY TO PAGE IS
004706*COUNTED.
004707*-----------------------------------------------------------------
004708 2260-STAMP-OWNER.
004709     IF WS-OWNERS-AVAILABLE
004710         MOVE ES-KEY TO OW-KEY
004711         READ OWNER-FILE
004712             INVALID KEY
004713                 CONTINUE
004714             NOT INVALID KEY
004715                 MOVE OW-BUSINESS-UNIT    TO ES-BUSINESS-UNIT
004716                 MOVE OW-CONTACT          TO ES-CONTACT
004717                 MOVE OW-ESCALATION-GROUP TO ES-ESCALATION-GROUP
004718         END-READ
004719     END-IF.
004720     IF ES-ESCALATION-GROUP = SPACES
004721         AND ES-ACTION = 'ESC'
004722         ADD 1 TO WS-UNOWNED-ESC-COUNT
004723     END-IF.
004724 2260-EXIT.
004725     EXIT.
004726
004727*-----------------------------------------------------------------
004728*2270-CHECK-BUSINESS-DATE
004730*A DATE OFF THE CALENDAR, OR NO CALENDAR AT ALL, COUNTS AS A
004740*BUSINESS DATE - THE CHECK FAILS OPEN SO AN OUT-OF-DATE
004750*CALENDAR NEVER STOPS KEYS FROM AGING.
005300     MOVE AG-RUN-COUNT     TO ES-RUN-COUNT.
005310     MOVE AG-FIRST-DATE    TO ES-FIRST-DATE.
005320     MOVE AG-SOURCE-REGION TO ES-SOURCE-REGION.
005325     PERFORM 2260-STAMP-OWNER THRU 2260-EXIT.
005330     WRITE ESCALATION-RECORD.
005340     ADD 1 TO WS-DEESC-COUNT.
005350 2350-EXIT.
005610         DISPLAY 'COLAGE: UNABLE TO REOPEN AGE STATE, STATUS='
005620             WS-STATE-STATUS
005630         MOVE 16 TO RETURN-CODE
005635         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
005640         STOP RUN
005650     END-IF.
005660     PERFORM 3010-READ-STATE-NEXT THRU 3010-EXIT
005990         DISPLAY 'COLAGE: UNABLE TO OPEN AGING REPORT, STATUS='
006000             WS-RPT-STATUS
006010         MOVE 16 TO RETURN-CODE
006015         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
006020         STOP RUN
006030     END-IF.
006040     PERFORM 4010-RETURN-SORTED-ROW THRU 4010-EXIT
006450     DISPLAY '  ESCALATED        = ' WS-ESCALATED-COUNT.
006460     DISPLAY '  NEWLY ESCALATED  = ' WS-NEW-ESC-COUNT.
006470     DISPLAY '  DE-ESCALATED     = ' WS-DEESC-COUNT.
006471     DISPLAY '  ESCALATED UNOWNED= ' WS-UNOWNED-ESC-COUNT.
006472     DISPLAY '  RECLASSIFICATIONS= ' WS-RECLASS-COUNT.
006473     IF WS-OWNERS-AVAILABLE
006474         CLOSE OWNER-FILE
006475     END-IF.
006476     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
006480 5000-EXIT.
006490     EXIT.
006500
006501*-----------------------------------------------------------------
006502*8500-START-LEDGER
006503*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
006504*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
006505*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
006506*THE LEDGER BEFORE ANY REAL WORK IS DONE.
006507*-----------------------------------------------------------------
006508 8500-START-LEDGER.
006509     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006510     OPEN INPUT RUN-CARD-FILE.
006511     IF WS-RUNCARD-STATUS = '00'
006512         READ RUN-CARD-FILE
006513             AT END
006514                 CONTINUE
006515         END-READ
006516         IF WS-RUNCARD-STATUS = '00'
006517             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
006518                 MOVE RN-RUN-DATE TO WS-RUN-DATE
006519             END-IF
006520             IF RN-RERUN
006521                 SET WS-RERUN-MODE TO TRUE
006522             END-IF
006523         END-IF
006524         CLOSE RUN-CARD-FILE
006525     END-IF.
006526     IF WS-RERUN-MODE
006527         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
006528     END-IF.
006529     MOVE 'S'  TO WS-LEDGER-EVENT.
006530     MOVE ZERO TO WS-LEDGER-RC.
006531     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
006532 8500-EXIT.
006533     EXIT.
006534
006535*-----------------------------------------------------------------
006536*8510-CHECK-RERUN
006537*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
006538*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
006539*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
006540*MEANS THE STEP RUNS.
006541*-----------------------------------------------------------------
006542 8510-CHECK-RERUN.
006543     MOVE 'N' TO WS-STEP-CLEAN-SW.
006544     MOVE 'N' TO WS-LEDGER-EOF-SW.
006545     OPEN INPUT RUN-LEDGER-FILE.
006546     IF WS-LEDGER-STATUS NOT = '00'
006547         DISPLAY 'COLAGE: RERUN - NO RUN LEDGER, STATUS='
006548             WS-LEDGER-STATUS ' - STEP RUNS'
006549         GO TO 8510-EXIT
006550     END-IF.
006551     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
006552         UNTIL WS-LEDGER-EOF.
006553     CLOSE RUN-LEDGER-FILE.
006554     IF WS-STEP-ENDED-CLEAN
006555         DISPLAY 'COLAGE: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
006556             ' - SKIPPED ON RERUN'
006557         MOVE ZERO TO RETURN-CODE
006558         STOP RUN
006559     END-IF.
006560     DISPLAY 'COLAGE: RERUN - NO CLEAN END FOR RUN DATE '
006561         WS-RUN-DATE ' - STEP RUNS'.
006562 8510-EXIT.
006563     EXIT.
006564
006565 8520-SCAN-LEDGER-ROW.
006566     READ RUN-LEDGER-FILE
006567         AT END
006568             SET WS-LEDGER-EOF TO TRUE
006569         NOT AT END
006570             IF LG-PROGRAM = WS-LEDGER-PROGRAM
006571                AND LG-RUN-DATE = WS-RUN-DATE
006572                 IF LG-END-ROW AND LG-ENDED-CLEAN
006573                     SET WS-STEP-ENDED-CLEAN TO TRUE
006574                 ELSE
006575                     MOVE 'N' TO WS-STEP-CLEAN-SW
006576                 END-IF
006577             END-IF
006578     END-READ.
006579 8520-EXIT.
006580     EXIT.
006581
006582*-----------------------------------------------------------------
006583*8550-POST-LEDGER-END
006584*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
006585*IN = DECISIONS AGED, OUT = KEYS ON THE REPORT, CONTROL 1 =
006586*ESCALATED, CONTROL 2 = NEWLY ESCALATED, CONTROL 3 =
006587*DE-ESCALATED.
006588*-----------------------------------------------------------------
006589 8550-POST-LEDGER-END.
006590     MOVE 'E'                TO WS-LEDGER-EVENT.
006591     MOVE RETURN-CODE        TO WS-LEDGER-RC.
006592     MOVE WS-AGED-COUNT      TO WS-LEDGER-IN.
006593     MOVE WS-REPORTED-COUNT  TO WS-LEDGER-OUT.
006594     MOVE WS-ESCALATED-COUNT TO WS-LEDGER-CTL-1.
006595     MOVE WS-NEW-ESC-COUNT   TO WS-LEDGER-CTL-2.
006596     MOVE WS-DEESC-COUNT     TO WS-LEDGER-CTL-3.
006597     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
006598 8550-EXIT.
006599     EXIT.
006600
006601*-----------------------------------------------------------------
006602*8590-WRITE-LEDGER-ROW
006603*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
006604*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
006605*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
006606*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
006607*-----------------------------------------------------------------
006608 8590-WRITE-LEDGER-ROW.
006609     OPEN EXTEND RUN-LEDGER-FILE.
006610     IF WS-LEDGER-STATUS = '35'
006611         OPEN OUTPUT RUN-LEDGER-FILE
006612     END-IF.
006613     IF WS-LEDGER-STATUS NOT = '00'
006614         DISPLAY 'COLAGE: RUN LEDGER UNAVAILABLE, STATUS='
006615             WS-LEDGER-STATUS ' - ROW NOT POSTED'
006616         GO TO 8590-EXIT
006617     END-IF.
006618     ACCEPT WS-LEDGER-CLOCK FROM TIME.
006619     MOVE SPACES              TO RUN-LEDGER-RECORD.
006620     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
006621     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
006622     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
006623     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
006624     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
006625     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
006626     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
006627     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
006628     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
006629     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
006630     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
006631     WRITE RUN-LEDGER-RECORD.
006632     CLOSE RUN-LEDGER-FILE.
006633 8590-EXIT.
006634     EXIT.
006635
006636 9999-ABEND-EXIT.
006637     CLOSE AUDIT-FILE AGE-STATE-FILE AGE-CARD-FILE
006638           AGING-REPORT-FILE ESCALATION-FILE CALENDAR-FILE
006639           OWNER-FILE.
006640     MOVE 16 TO RETURN-CODE.
006641     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
006642     STOP RUN.
