000290*                  COLINQ FALLS BACK TO THE ARCHIVE WHEN AN
000300*                  ANALYST ASKS FOR HISTORY OLDER THAN THE
000310*                  LIVE FILE HOLDS.
000311*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000312*                  LEDGER (RUNLEDGR) CARRYING THE ARCHIVED AND
000313*                  RETAINED COUNTS.  RUNCARD 'RERUN' SKIPS THE
000314*                  STEP IF IT ALREADY ENDED CLEAN FOR THE RUN
000315*                  DATE.
000316*2026-10-06  JPM   THE LIVE TRAIL IS PROVED AGAINST ITS SEAL
000317*                  (AUDSEAL) BEFORE IT IS SPLIT - A BROKEN SEAL
000318*                  REFUSES THE SPLIT WITH RETURN CODE 8, SO AN
000319*                  ALTERED TRAIL IS NEVER ARCHIVED AS GOOD.  THE
000320*                  NEW ARCHIVE GENERATION AND THE TRIMMED FILE
000321*                  EACH GET A FRESH SEAL OF THEIR OWN (ARCHSEAL,
000322*                  NEWSEAL - THE JOB STREAM SWAPS NEWSEAL IN WITH
000323*                  NEWAUDIT).
000324*2026-10-09  JPM   EACH RUN NOW WRITES A NEW, NUMBERED ARCHIVE
000325*                  GENERATION (ARCHFL.GNNNN, SEALED BY
000326*                  ARCHSEAL.GNNNN) AND APPENDS A ROW FOR IT TO THE
000327*                  GENERATION CATALOG (ARCHCAT) - ITS NAME, DATE
000328*                  RANGE, ENTRY COUNT AND COUNTS BY COLOR AND
000329*                  REGION - SO THE HISTORY READERS CAN OPEN EVERY
000330*                  GENERATION A DATE RANGE NEEDS.  THE FIRST RUN
000331*                  WITH NO CATALOG TAKES ON THE ARCHFL THEN
000332*                  MOUNTED AS GENERATION 0.
000333*2026-10-15  JPM   ARCHFL AND ARCHSEAL ARE ASSIGNED TO THEIR DDS
000334*                  AGAIN.  THE NEW GENERATION AND ITS SEAL ARE
000335*                  ALLOCATED NEW AND CATALOGED TO THOSE DDS
000336*                  THROUGH BPXWDYN, AND AN ARCHFL TAKEN ON AS
000337*                  GENERATION 0 IS CATALOGED UNDER THE DATA SET
000338*                  NAME BEHIND ITS DD.
000339*----------------------------------------------------------------
000340
000341 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520     SELECT SORT-WORK-FILE           ASSIGN TO SORTWK.
000521     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000522         ORGANIZATION IS SEQUENTIAL
000523         FILE STATUS IS WS-LEDGER-STATUS.
000524     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000525         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS WS-RUNCARD-STATUS.
000527     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000528         ORGANIZATION IS SEQUENTIAL
000529         FILE STATUS IS WS-AUDSEAL-STATUS.
000530     SELECT ARCHIVE-SEAL-FILE        ASSIGN TO ARCHSEAL
000531         ORGANIZATION IS SEQUENTIAL
000532         FILE STATUS IS WS-ARCHSEAL-STATUS.
000533     SELECT KEEP-SEAL-FILE           ASSIGN TO NEWSEAL
000534         ORGANIZATION IS SEQUENTIAL
000535         FILE STATUS IS WS-NEWSEAL-STATUS.
000536     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000537         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS WS-ARCHCAT-STATUS.
000539
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
001050     05  SR-KEY                      PIC X(10).
001060     05  SR-COLOR                    PIC X(01).
001070
001071*----------------------------------------------------------------
001072*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001073*----------------------------------------------------------------
001074 FD  RUN-LEDGER-FILE
001075     LABEL RECORDS ARE STANDARD.
001076     COPY RUN-LEDGER-RECORD.
001077
001078*----------------------------------------------------------------
001079*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001080*----------------------------------------------------------------
001081 FD  RUN-CARD-FILE
001082     LABEL RECORDS ARE STANDARD.
001083     COPY RUN-CARD-RECORD.
001084
001085*----------------------------------------------------------------
001086*SEAL OF THE LIVE AUDIT TRAIL - PROVED BEFORE IT IS SPLIT.
001087*----------------------------------------------------------------
001088 FD  AUDIT-SEAL-FILE
001089     LABEL RECORDS ARE STANDARD.
001090     COPY AUDIT-SEAL-RECORD.
001091
001092*----------------------------------------------------------------
001093*SEAL OF THE NEW ARCHIVE GENERATION.
001094*----------------------------------------------------------------
001095 FD  ARCHIVE-SEAL-FILE
001096     LABEL RECORDS ARE STANDARD.
001097     COPY AUDIT-SEAL-RECORD
001098         REPLACING ==AUDIT-SEAL-RECORD==
001099                BY ==ARCHIVE-SEAL-RECORD==.
001100
001101*----------------------------------------------------------------
001102*SEAL OF THE TRIMMED LIVE FILE - REPLACES AUDSEAL WITH IT.
001103*----------------------------------------------------------------
001104 FD  KEEP-SEAL-FILE
001105     LABEL RECORDS ARE STANDARD.
001106     COPY AUDIT-SEAL-RECORD
001107         REPLACING ==AUDIT-SEAL-RECORD==
001108                BY ==KEEP-SEAL-RECORD==.
001109
001110*----------------------------------------------------------------
001111*ARCHIVE GENERATION CATALOG - ONE ROW APPENDED PER GENERATION
001112*WRITTEN, OLDEST FIRST.
001113*----------------------------------------------------------------
001114 FD  ARCHIVE-CATALOG-FILE
001115     LABEL RECORDS ARE STANDARD.
001116     COPY ARCHIVE-CATALOG-RECORD.
001117
001118 WORKING-STORAGE SECTION.
001119 01  COLOR-CODE                      PIC X(01).
001120     COPY COLOR-STATUS-CODES.
001121     COPY NON-USED-BROWN.
001122
001123 77  WS-AUDIT-STATUS                 PIC X(02).
001124 77  WS-ARCH-STATUS                  PIC X(02).
001125 77  WS-KEEP-STATUS                  PIC X(02).
001126 77  WS-CARD-STATUS                  PIC X(02).
001130 77  WS-RPT-STATUS                   PIC X(02).
001140
001150 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001330 77  WS-GROUP-COUNT                  PIC 9(09) COMP VALUE ZERO.
001340 77  WS-GROUP-KEY                    PIC X(10).
001350 77  WS-GROUP-COLOR                  PIC X(01).
001351
001352*----------------------------------------------------------------
001353*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001354*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001355*----------------------------------------------------------------
001356 77  WS-LEDGER-STATUS                PIC X(02).
001357 77  WS-RUNCARD-STATUS               PIC X(02).
001358 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001359     88  WS-LEDGER-EOF                          VALUE 'Y'.
001360 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001361     88  WS-RERUN-MODE                          VALUE 'Y'.
001362 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001363     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001364 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001365 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLARCH'.
001366 77  WS-LEDGER-EVENT                 PIC X(01).
001367 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001368 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001369 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001370 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001371 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001372 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001373 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001374 01  WS-LEDGER-CLOCK.
001375     05  WS-LEDGER-HHMMSS            PIC 9(06).
001376     05  FILLER                      PIC 9(02).
001377
001378*----------------------------------------------------------------
001379*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
001380*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
001381*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
001382*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
001383*THE KEY HASH IS TAKEN WITH.
001384*----------------------------------------------------------------
001385 77  WS-AUDSEAL-STATUS               PIC X(02).
001386 77  WS-ARCHSEAL-STATUS              PIC X(02).
001387 77  WS-NEWSEAL-STATUS               PIC X(02).
001388 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
001389     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
001390 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
001391     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
001392 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
001393 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
001394 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
001395 77  WS-SEAL-CHAR                    PIC X(01).
001396 77  WS-SEAL-DATE                    PIC 9(08).
001397 01  WS-SEAL-CLOCK.
001398     05  WS-SEAL-HHMMSS              PIC 9(06).
001399     05  FILLER                      PIC 9(02).
001400 01  WS-SEAL-TOTALS.
001401     05  WS-SEAL-COUNT               PIC 9(09).
001402     05  WS-SEAL-BRANCH OCCURS 11 TIMES
001403                                     PIC 9(09).
001404     05  WS-SEAL-FIRST.
001405         10  WS-SEAL-FIRST-DATE      PIC 9(08).
001406         10  WS-SEAL-FIRST-TIME      PIC 9(08).
001407     05  WS-SEAL-LAST.
001408         10  WS-SEAL-LAST-DATE       PIC 9(08).
001409         10  WS-SEAL-LAST-TIME       PIC 9(08).
001410     05  WS-SEAL-HASH                PIC 9(18).
001411 01  WS-SEAL-ENTRY.
001412     05  WS-SEAL-ENTRY-KEY.
001413         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
001414                                     PIC X(01).
001415     05  FILLER                      PIC X(01).
001416     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
001417     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
001418     05  FILLER                      PIC X(19).
001419 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
001420     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
001421 01  WS-SEAL-WEIGHT-LIST.
001422     05  FILLER                      PIC 9(04) VALUE 1.
001423     05  FILLER                      PIC 9(04) VALUE 3.
001424     05  FILLER                      PIC 9(04) VALUE 7.
001425     05  FILLER                      PIC 9(04) VALUE 13.
001426     05  FILLER                      PIC 9(04) VALUE 31.
001427     05  FILLER                      PIC 9(04) VALUE 61.
001428     05  FILLER                      PIC 9(04) VALUE 127.
001429     05  FILLER                      PIC 9(04) VALUE 251.
001430     05  FILLER                      PIC 9(04) VALUE 509.
001431     05  FILLER                      PIC 9(04) VALUE 1021.
001432 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
001433     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
001434                                     PIC 9(04).
001435*----------------------------------------------------------------
001436*SEAL VERIFICATION - THE SEAL AS FOUND ON FILE, THE BREAKS AND
001437*UNSEALED FILES FOUND, AND WHAT IS REPORTED FOR EACH BREAK.
001438*----------------------------------------------------------------
001439 77  WS-SEAL-BREAK-COUNT             PIC 9(05) COMP VALUE ZERO.
001440 77  WS-SEAL-MISSING-COUNT           PIC 9(03) COMP VALUE ZERO.
001441 77  WS-SEAL-FILE-ID                 PIC X(08).
001442 77  WS-SEAL-ITEM                    PIC X(25).
001443 77  WS-SEAL-FOUND                   PIC 9(18).
001444 77  WS-SEAL-EXPECTED                PIC 9(18).
001445 01  WS-SEALED-TOTALS.
001446     05  WS-SEALED-COUNT             PIC 9(09).
001447     05  WS-SEALED-BRANCH OCCURS 11 TIMES
001448                                     PIC 9(09).
001449     05  WS-SEALED-FIRST.
001450         10  WS-SEALED-FIRST-DATE    PIC 9(08).
001451         10  WS-SEALED-FIRST-TIME    PIC 9(08).
001452     05  WS-SEALED-LAST.
001453         10  WS-SEALED-LAST-DATE     PIC 9(08).
001454         10  WS-SEALED-LAST-TIME     PIC 9(08).
001455     05  WS-SEALED-HASH              PIC 9(18).
001456 01  WS-SEAL-BRANCH-NAME-LIST.
001457     05  FILLER                      PIC X(25)
001458             VALUE 'YELLOW-DISPATCHED'.
001459     05  FILLER                      PIC X(25)
001460             VALUE 'GREEN-REVIEWED-CLEAR'.
001461     05  FILLER                      PIC X(25)
001462             VALUE 'RED-DISPATCHED'.
001463     05  FILLER                      PIC X(25)
001464             VALUE 'BROWN-UNDER-INVESTIGATION'.
001465     05  FILLER                      PIC X(25)
001466             VALUE 'REJECTED-INVALID-COLOR'.
001467     05  FILLER                      PIC X(25)
001468             VALUE 'TRANSITION-REJECTED'.
001469     05  FILLER                      PIC X(25)
001470             VALUE 'REJECT-REPAIRED'.
001471     05  FILLER                      PIC X(25)
001472             VALUE 'RULE-ADDED-BY-XXX'.
001473     05  FILLER                      PIC X(25)
001474             VALUE 'RULE-DELETED-BY-XXX'.
001475     05  FILLER                      PIC X(25)
001476             VALUE 'RECLASSIFIED-ADMIN'.
001477     05  FILLER                      PIC X(25)
001478             VALUE 'OTHER BRANCHES'.
001479 01  WS-SEAL-BRANCH-NAME-TABLE REDEFINES WS-SEAL-BRANCH-NAME-LIST.
001480     05  WS-SEAL-BRANCH-NAME OCCURS 11 TIMES
001481                                     PIC X(25).
001482
001483*----------------------------------------------------------------
001484*ARCHIVE CATALOG CONTROLS - THE NUMBER AND NAMES OF THE GENERATION
001485*BEING WRITTEN (ARCHFL AND ARCHSEAL ONLY FOR GENERATION 0, THE
001486*ARCHIVE TAKEN ON WHEN THE CATALOG IS STARTED), AND ITS DATE RANGE
001487*AND COUNTS BY COLOR AND REGION FOR ITS CATALOG ROW.
001488*----------------------------------------------------------------
001489 77  WS-ARCHCAT-STATUS               PIC X(02).
001490 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
001491     88  WS-CATALOG-EOF                         VALUE 'Y'.
001492 77  WS-ADOPT-EOF-SW                 PIC X(01) VALUE 'N'.
001493     88  WS-ADOPT-EOF                           VALUE 'Y'.
001494 77  WS-LAST-GEN-NO                  PIC 9(04) VALUE ZERO.
001495 77  WS-CAT-GEN-NO                   PIC 9(04) VALUE ZERO.
001496 77  WS-CAT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001497 77  WS-CAT-DATE                     PIC 9(08).
001498 77  WS-CAT-ROW-IDX                  PIC 9(02) COMP.
001499 77  WS-CAT-COL-IDX                  PIC 9(02) COMP.
001500 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
001501 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
001502 77  WS-ARCHSEAL-DSN                 PIC X(44) VALUE 'ARCHSEAL'.
001503 01  WS-CAT-CLOCK.
001504     05  WS-CAT-HHMMSS               PIC 9(06).
001505     05  FILLER                      PIC 9(02).
001506 01  WS-CAT-TOTALS.
001507     05  WS-CAT-ENTRIES              PIC 9(09) COMP.
001508     05  WS-CAT-FIRST-DATE           PIC 9(08).
001509     05  WS-CAT-LAST-DATE            PIC 9(08).
001510     05  WS-CAT-COLOR-ROW OCCURS 5 TIMES.
001511         10  WS-CAT-CELL OCCURS 4 TIMES
001512                                     PIC 9(09) COMP.
001513*----------------------------------------------------------------
001514*DYNAMIC ALLOCATION - THE NEW GENERATION AND ITS SEAL ARE
001515*ALLOCATED TO THE ARCHFL AND ARCHSEAL DDS THROUGH BPXWDYN, WHICH
001516*TAKES THE REQUEST AS A HALFWORD LENGTH FOLLOWED BY THE TEXT, AND
001517*HANDS A DATA SET NAME ASKED FOR BACK THE SAME WAY.
001518*----------------------------------------------------------------
001519 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
001520 77  WS-ALLOC-DD                     PIC X(08).
001521 77  WS-ALLOC-DSN                    PIC X(44).
001522 77  WS-ALLOC-SPACE                  PIC X(20).
001523 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
001524 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
001525 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
001526 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
001527 01  WS-ALLOC-REQUEST.
001528     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
001529     05  WS-ALLOC-TEXT               PIC X(120).
001530 01  WS-ALLOC-RETURN.
001531     05  WS-ALLOC-RETURN-LENGTH      PIC S9(04) COMP.
001532     05  WS-ALLOC-RETURN-DSN         PIC X(45).
001533
001534 PROCEDURE DIVISION.
001535*================================================================
001536*0000-MAINLINE
001537*WORK OUT THE CUTOFF, SPLIT THE AUDIT TRAIL INSIDE THE SORT
001538*INPUT PROCEDURE, THEN CONTROL-BREAK THE ARCHIVED ENTRIES INTO
001539*THE PER-KEY/COLOR SUMMARY ON THE CONTROL REPORT.
001540*================================================================
001541 0000-MAINLINE.
001542     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001543     SORT SORT-WORK-FILE
001544         ON ASCENDING KEY SR-KEY
001545         ON ASCENDING KEY SR-COLOR
001546         INPUT PROCEDURE IS 2000-SPLIT-AUDIT THRU 2090-EXIT
001547         OUTPUT PROCEDURE IS 3000-WRITE-SUMMARY THRU 3090-EXIT.
001548     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001549     STOP RUN.
001550
001551*-----------------------------------------------------------------
001552*1000-INITIALIZE
001560*THE CUTOFF IS TODAY MINUS THE RETENTION DAYS.  DATE ARITHMETIC
001570*HAS NO ORDINARY-VERB FORM, SO THE DATE INTRINSICS CARRY THE
001580*SUBTRACTION ACROSS MONTH AND YEAR ENDS.
001590*-----------------------------------------------------------------
001600 1000-INITIALIZE.
001605     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
001610     PERFORM 1100-READ-ARCH-CARD THRU 1100-EXIT.
001620     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001630     COMPUTE WS-DATE-INTEGER =
001670         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
001680     DISPLAY 'COLARCH: RETAINING ' WS-RETAIN-DAYS
001690         ' DAYS - CUTOFF DATE ' WS-CUTOFF-DATE.
001691*    THE TRAIL IS PROVED BEFORE ANYTHING IS WRITTEN FROM IT - A
001692*    BREAK STOPS THE RUN WITH AUDITFL, ARCHFL AND NEWAUDIT AS THEY
001693*    WERE.  A TRAIL WITH NO SEAL YET IS SPLIT WITH A WARNING.
001694     PERFORM 8660-VERIFY-AUDIT-SEAL THRU 8660-EXIT.
001695     IF WS-SEAL-BREAK-COUNT > ZERO
001696         DISPLAY 'COLARCH: AUDIT SEAL BROKEN - SPLIT REFUSED'
001697         MOVE 8 TO RETURN-CODE
001698         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
001699         STOP RUN
001700     END-IF.
001701     PERFORM 1200-READ-CATALOG THRU 1200-EXIT.
001702 1000-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------------
001890     END-IF.
001900 1100-EXIT.
001910     EXIT.
001911
001912*-----------------------------------------------------------------
001913*1200-READ-CATALOG
001914*THE NEW GENERATION IS NUMBERED ONE PAST THE LAST ON THE CATALOG
001915*AND WRITTEN UNDER ITS OWN NAME, SO NO EARLIER GENERATION IS EVER
001916*WRITTEN OVER.  NO CATALOG YET MEANS THIS IS THE FIRST RUN SINCE
001917*THE CATALOG CAME IN - THE ARCHFL THEN MOUNTED IS TAKEN ON FIRST.
001918*A CATALOG THAT CANNOT BE READ STOPS THE RUN BEFORE ANYTHING IS
001919*SPLIT - A GENERATION NUMBERED WRONGLY COULD OVERLAY AN OLD ONE.
001920*-----------------------------------------------------------------
001921 1200-READ-CATALOG.
001922     MOVE ZERO TO WS-LAST-GEN-NO.
001923     MOVE 'N'  TO WS-CATALOG-EOF-SW.
001924     OPEN INPUT ARCHIVE-CATALOG-FILE.
001925     IF WS-ARCHCAT-STATUS = '35'
001926         PERFORM 1300-ADOPT-MOUNTED-ARCHIVE THRU 1300-EXIT
001927     ELSE
001928         IF WS-ARCHCAT-STATUS NOT = '00'
001929             DISPLAY 'COLARCH: UNABLE TO OPEN ARCHIVE CATALOG,'
001930                 ' STATUS=' WS-ARCHCAT-STATUS
001931             MOVE 16 TO RETURN-CODE
001932             PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
001933             STOP RUN
001934         ELSE
001935             PERFORM 1210-READ-CATALOG-ROW THRU 1210-EXIT
001936                 UNTIL WS-CATALOG-EOF
001937             CLOSE ARCHIVE-CATALOG-FILE
001938         END-IF
001939     END-IF.
001940     IF WS-LAST-GEN-NO = 9999
001941         DISPLAY 'COLARCH: ARCHIVE CATALOG IS FULL AT GENERATION'
001942             ' 9999'
001943         MOVE 16 TO RETURN-CODE
001944         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
001945         STOP RUN
001946     END-IF.
001947     COMPUTE WS-CAT-GEN-NO = WS-LAST-GEN-NO + 1.
001948     MOVE WS-CUTOFF-DATE TO WS-CAT-CUTOFF-DATE.
001949     MOVE SPACES TO WS-ARCH-DSN.
001950     STRING 'ARCHFL.G' WS-CAT-GEN-NO DELIMITED BY SIZE
001951         INTO WS-ARCH-DSN.
001952     MOVE SPACES TO WS-ARCHSEAL-DSN.
001953     STRING 'ARCHSEAL.G' WS-CAT-GEN-NO DELIMITED BY SIZE
001954         INTO WS-ARCHSEAL-DSN.
001955     MOVE SPACES TO WS-GEN-FILE-ID.
001956     STRING 'GEN' WS-CAT-GEN-NO DELIMITED BY SIZE
001957         INTO WS-GEN-FILE-ID.
001958     INITIALIZE WS-CAT-TOTALS.
001959     DISPLAY 'COLARCH: WRITING ARCHIVE GENERATION ' WS-CAT-GEN-NO
001960         ' TO ' WS-ARCH-DSN.
001961 1200-EXIT.
001962     EXIT.
001963
001964 1210-READ-CATALOG-ROW.
001965     READ ARCHIVE-CATALOG-FILE
001966         AT END
001967             SET WS-CATALOG-EOF TO TRUE
001968     END-READ.
001969     IF WS-CATALOG-EOF
001970         GO TO 1210-EXIT
001971     END-IF.
001972     IF NOT CT-GENERATION-ROW
001973         DISPLAY 'COLARCH: ARCHIVE CATALOG ROW NOT RECOGNISED'
001974         MOVE 16 TO RETURN-CODE
001975         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
001976         STOP RUN
001977     END-IF.
001978     IF CT-GENERATION-NO > WS-LAST-GEN-NO
001979         MOVE CT-GENERATION-NO TO WS-LAST-GEN-NO
001980     END-IF.
001981 1210-EXIT.
001982     EXIT.
001983
001984*-----------------------------------------------------------------
001985*1300-ADOPT-MOUNTED-ARCHIVE
001986*THE SINGLE ARCHFL OF THE OLD ARRANGEMENT IS TOTALLED AND
001987*CATALOGED, AS IT STANDS, AS GENERATION 0 SO THE READERS CAN STILL
001988*FIND THE HISTORY IT HOLDS.  IT IS CATALOGED UNDER THE DATA SET
001989*NAMES ARCHFL AND ARCHSEAL ARE ALLOCATED TO IN THIS STEP, SINCE
001990*THAT IS HOW THE READERS ALLOCATE IT LATER.  NOTHING MOUNTED MEANS
001991*THERE IS NO OLDER HISTORY AND THE CATALOG STARTS WITH THIS RUN'S
001992*GENERATION.
001993*-----------------------------------------------------------------
001994 1300-ADOPT-MOUNTED-ARCHIVE.
001995     OPEN INPUT ARCHIVE-FILE.
001996     IF WS-ARCH-STATUS = '35'
001997         DISPLAY 'COLARCH: NO ARCHIVE CATALOG AND NO ARCHFL'
001998             ' MOUNTED - CATALOG STARTS AT GENERATION 1'
001999         GO TO 1300-EXIT
002000     END-IF.
002001     IF WS-ARCH-STATUS NOT = '00'
002002         DISPLAY 'COLARCH: UNABLE TO OPEN ARCHFL TO CATALOG IT,'
002003             ' STATUS=' WS-ARCH-STATUS
002004         MOVE 16 TO RETURN-CODE
002005         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002006         STOP RUN
002007     END-IF.
002008     INITIALIZE WS-CAT-TOTALS.
002009     MOVE 'N' TO WS-ADOPT-EOF-SW.
002010     PERFORM 1310-TALLY-MOUNTED-ENTRY THRU 1310-EXIT
002011         UNTIL WS-ADOPT-EOF.
002012     CLOSE ARCHIVE-FILE.
002013     PERFORM 1320-NAME-MOUNTED-ARCHIVE THRU 1320-EXIT.
002014     MOVE ZERO TO WS-CAT-GEN-NO.
002015     MOVE ZERO TO WS-CAT-CUTOFF-DATE.
002016     PERFORM 5100-CATALOG-GENERATION THRU 5100-EXIT.
002017     DISPLAY 'COLARCH: ARCHFL CATALOGED AS GENERATION 0, '
002018         WS-CAT-ENTRIES ' ENTRIES'.
002019 1300-EXIT.
002020     EXIT.
002021
002022 1310-TALLY-MOUNTED-ENTRY.
002023     READ ARCHIVE-FILE
002024         AT END
002025             SET WS-ADOPT-EOF TO TRUE
002026         NOT AT END
002027             PERFORM 2020-TALLY-GENERATION THRU 2020-EXIT
002028     END-READ.
002029 1310-EXIT.
002030     EXIT.
002031
002032*-----------------------------------------------------------------
002033*1320-NAME-MOUNTED-ARCHIVE
002034*ASK FOR THE DATA SET NAMES BEHIND THE ARCHFL AND ARCHSEAL DDS.
002035*AN ARCHFL WITH NO NAME TO CATALOG IT UNDER WOULD BE LOST TO THE
002036*READERS, SO THE RUN ENDS RETURN CODE 16 BEFORE ANYTHING IS
002037*SPLIT.  NO ARCHSEAL MOUNTED CATALOGS GENERATION 0 WITH NO SEAL,
002038*WHICH THE READERS REPORT AS UNSEALED.
002039*-----------------------------------------------------------------
002040 1320-NAME-MOUNTED-ARCHIVE.
002041     MOVE 'ARCHFL' TO WS-ALLOC-DD.
002042     PERFORM 8880-ASK-DATA-SET-NAME THRU 8880-EXIT.
002043     IF WS-ALLOC-RC NOT = ZERO
002044        OR WS-ALLOC-DSN = SPACES
002045         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
002046         DISPLAY 'COLARCH: NO DATA SET NAME FOUND FOR ARCHFL,'
002047             ' BPXWDYN RC=' WS-ALLOC-RC-DISPLAY
002048             ' - ARCHFL NOT CATALOGED'
002049         MOVE 16 TO RETURN-CODE
002050         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002051         STOP RUN
002052     END-IF.
002053     MOVE WS-ALLOC-DSN TO WS-ARCH-DSN.
002054     MOVE 'ARCHSEAL' TO WS-ALLOC-DD.
002055     PERFORM 8880-ASK-DATA-SET-NAME THRU 8880-EXIT.
002056     IF WS-ALLOC-RC = ZERO
002057         MOVE WS-ALLOC-DSN TO WS-ARCHSEAL-DSN
002058     ELSE
002059         MOVE SPACES TO WS-ARCHSEAL-DSN
002060         DISPLAY 'COLARCH: NO ARCHSEAL MOUNTED - GENERATION 0'
002061             ' CATALOGED WITH NO SEAL'
002062     END-IF.
002063 1320-EXIT.
002064     EXIT.
002065
002066*-----------------------------------------------------------------
002067*2000-SPLIT-AUDIT
002068*SORT INPUT PROCEDURE - EVERY LIVE AUDIT ENTRY GOES EITHER TO
002069*THE ARCHIVE (AND INTO THE SORT FOR THE SUMMARY) OR TO THE
002070*TRIMMED LIVE FILE.  FILE ERRORS IN HERE END THE RUN ON THE
002071*SPOT - A GO TO OUT OF A SORT PROCEDURE IS NOT LEGAL.
002072*-----------------------------------------------------------------
002073 2000-SPLIT-AUDIT.
002074     OPEN INPUT AUDIT-FILE.
002075     IF WS-AUDIT-STATUS NOT = '00'
002076         DISPLAY 'COLARCH: UNABLE TO OPEN AUDIT FILE, STATUS='
002077             WS-AUDIT-STATUS
002078         MOVE 16 TO RETURN-CODE
002079         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002080         STOP RUN
002081     END-IF.
002082     MOVE 'ARCHFL'         TO WS-ALLOC-DD.
002083     MOVE WS-ARCH-DSN      TO WS-ALLOC-DSN.
002084     MOVE 'CYL SPACE(5,5)' TO WS-ALLOC-SPACE.
002085     PERFORM 8850-ALLOCATE-NEW-DD THRU 8850-EXIT.
002086     IF WS-ALLOC-RC NOT = ZERO
002087         MOVE 16 TO RETURN-CODE
002088         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002089         STOP RUN
002090     END-IF.
002091     OPEN OUTPUT ARCHIVE-FILE.
002092     IF WS-ARCH-STATUS NOT = '00'
002100         DISPLAY 'COLARCH: UNABLE TO OPEN ARCHIVE, STATUS='
002110             WS-ARCH-STATUS
002120         MOVE 16 TO RETURN-CODE
002125         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002130         STOP RUN
002140     END-IF.
002150     OPEN OUTPUT KEEP-FILE.
002170         DISPLAY 'COLARCH: UNABLE TO OPEN TRIMMED FILE, STATUS='
002180             WS-KEEP-STATUS
002190         MOVE 16 TO RETURN-CODE
002195         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002200         STOP RUN
002210     END-IF.
002220     PERFORM 2010-SPLIT-AUDIT-RECORD THRU 2010-EXIT
002340             IF AU-DATE OF AUDIT-RECORD < WS-CUTOFF-DATE
002350                 MOVE AUDIT-RECORD TO ARCHIVE-AUDIT-RECORD
002360                 WRITE ARCHIVE-AUDIT-RECORD
002365                 PERFORM 2020-TALLY-GENERATION THRU 2020-EXIT
002370                 MOVE AU-KEY OF AUDIT-RECORD   TO SR-KEY
002380                 MOVE AU-COLOR OF AUDIT-RECORD TO SR-COLOR
002390                 RELEASE SORT-RECORD
002460     END-READ.
002470 2010-EXIT.
002480     EXIT.
002481
002482*-----------------------------------------------------------------
002483*2020-TALLY-GENERATION
002484*COUNT THE ARCHIVED ENTRY IN ARCHIVE-AUDIT-RECORD INTO THE
002485*GENERATION'S CATALOG FIGURES - ITS EARLIEST AND LATEST DATE, AND
002486*ITS COLOR (YELLOW, GREEN, RED, BROWN, OTHER) BY SOURCE REGION
002487*(01, 02, 03, OTHER).
002488*-----------------------------------------------------------------
002489 2020-TALLY-GENERATION.
002490     ADD 1 TO WS-CAT-ENTRIES.
002491     IF WS-CAT-ENTRIES = 1
002492        OR AU-DATE OF ARCHIVE-AUDIT-RECORD < WS-CAT-FIRST-DATE
002493         MOVE AU-DATE OF ARCHIVE-AUDIT-RECORD TO WS-CAT-FIRST-DATE
002494     END-IF.
002495     IF AU-DATE OF ARCHIVE-AUDIT-RECORD > WS-CAT-LAST-DATE
002496         MOVE AU-DATE OF ARCHIVE-AUDIT-RECORD TO WS-CAT-LAST-DATE
002497     END-IF.
002498     MOVE AU-COLOR OF ARCHIVE-AUDIT-RECORD TO COLOR-CODE.
002499     EVALUATE TRUE
002500         WHEN COL-YELLOW
002501             MOVE 1 TO WS-CAT-ROW-IDX
002502         WHEN COL-GREEN
002503             MOVE 2 TO WS-CAT-ROW-IDX
002504         WHEN COL-RED
002505             MOVE 3 TO WS-CAT-ROW-IDX
002506         WHEN COL-BROWN
002507             MOVE 4 TO WS-CAT-ROW-IDX
002508         WHEN OTHER
002509             MOVE 5 TO WS-CAT-ROW-IDX
002510     END-EVALUATE.
002511     EVALUATE AU-SOURCE-REGION OF ARCHIVE-AUDIT-RECORD
002512         WHEN '01'
002513             MOVE 1 TO WS-CAT-COL-IDX
002514         WHEN '02'
002515             MOVE 2 TO WS-CAT-COL-IDX
002516         WHEN '03'
002517             MOVE 3 TO WS-CAT-COL-IDX
002518         WHEN OTHER
002519             MOVE 4 TO WS-CAT-COL-IDX
002520     END-EVALUATE.
002521     ADD 1 TO WS-CAT-CELL(WS-CAT-ROW-IDX, WS-CAT-COL-IDX).
002522 2020-EXIT.
002523     EXIT.
002524
002525 2090-EXIT.
002526     EXIT.
002527
002530*-----------------------------------------------------------------
002540*3000-WRITE-SUMMARY
002550*SORT OUTPUT PROCEDURE - THE ARCHIVED ENTRIES COME BACK IN
002620         DISPLAY 'COLARCH: UNABLE TO OPEN REPORT, STATUS='
002630             WS-RPT-STATUS
002640         MOVE 16 TO RETURN-CODE
002645         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
002650         STOP RUN
002660     END-IF.
002670     PERFORM 3010-RETURN-SORTED-ROW THRU 3010-EXIT
003290     DISPLAY 'COLARCH: ARCHIVE COMPLETE'.
003300     DISPLAY '  ARCHIVED ENTRIES = ' WS-ARCHIVED-COUNT.
003310     DISPLAY '  RETAINED ENTRIES = ' WS-RETAINED-COUNT.
003311     PERFORM 8612-SEAL-ARCHIVE-AS-IT-STANDS THRU 8612-EXIT.
003312     PERFORM 8652-WRITE-ARCHIVE-SEAL THRU 8652-EXIT.
003313     PERFORM 8614-SEAL-KEEP-AS-IT-STANDS THRU 8614-EXIT.
003314     PERFORM 8654-WRITE-KEEP-SEAL THRU 8654-EXIT.
003315     IF WS-SEAL-MISSING-COUNT > ZERO
003316        AND RETURN-CODE < 4
003317         MOVE 4 TO RETURN-CODE
003318     END-IF.
003319     PERFORM 5100-CATALOG-GENERATION THRU 5100-EXIT.
003320     DISPLAY '  GENERATION       = ' WS-CAT-GEN-NO ' '
003321         WS-ARCH-DSN.
003322     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
003323 5000-EXIT.
003330     EXIT.
003331
003332*-----------------------------------------------------------------
003333*5100-CATALOG-GENERATION
003334*APPEND THE CATALOG ROW FOR GENERATION WS-CAT-GEN-NO.  FILE STATUS
003335*'35' MEANS THIS IS THE FIRST ROW AND CREATES THE CATALOG.  A
003336*GENERATION THAT CANNOT BE CATALOGED WOULD BE INVISIBLE TO EVERY
003337*HISTORY READER, SO THE RUN ENDS RETURN CODE 16 AND THE JOB STREAM
003338*DOES NOT SWAP NEWAUDIT IN FOR AUDITFL.
003339*-----------------------------------------------------------------
003340 5100-CATALOG-GENERATION.
003341     OPEN EXTEND ARCHIVE-CATALOG-FILE.
003342     IF WS-ARCHCAT-STATUS = '35'
003343         OPEN OUTPUT ARCHIVE-CATALOG-FILE
003344     END-IF.
003345     IF WS-ARCHCAT-STATUS NOT = '00'
003346         DISPLAY 'COLARCH: UNABLE TO OPEN ARCHIVE CATALOG,'
003347             ' STATUS=' WS-ARCHCAT-STATUS ' - ' WS-GEN-FILE-ID
003348             ' NOT CATALOGED'
003349         MOVE 16 TO RETURN-CODE
003350         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
003351         STOP RUN
003352     END-IF.
003353     ACCEPT WS-CAT-DATE  FROM DATE YYYYMMDD.
003354     ACCEPT WS-CAT-CLOCK FROM TIME.
003355     MOVE SPACES TO ARCHIVE-CATALOG-RECORD.
003356     INITIALIZE ARCHIVE-CATALOG-RECORD.
003357     MOVE 'AGEN'             TO CT-RECORD-ID.
003358     MOVE WS-CAT-GEN-NO      TO CT-GENERATION-NO.
003359     MOVE WS-ARCH-DSN        TO CT-GENERATION-NAME.
003360     MOVE WS-ARCHSEAL-DSN    TO CT-SEAL-NAME.
003361     MOVE WS-CAT-DATE        TO CT-WRITTEN-DATE.
003362     MOVE WS-CAT-HHMMSS      TO CT-WRITTEN-TIME.
003363     MOVE WS-CAT-CUTOFF-DATE TO CT-CUTOFF-DATE.
003364     MOVE WS-CAT-FIRST-DATE  TO CT-FIRST-DATE.
003365     MOVE WS-CAT-LAST-DATE   TO CT-LAST-DATE.
003366     MOVE WS-CAT-ENTRIES     TO CT-ENTRY-COUNT.
003367     PERFORM 5110-CATALOG-CELL THRU 5110-EXIT
003368         VARYING WS-CAT-ROW-IDX FROM 1 BY 1
003369         UNTIL WS-CAT-ROW-IDX > 5
003370         AFTER WS-CAT-COL-IDX FROM 1 BY 1
003371         UNTIL WS-CAT-COL-IDX > 4.
003372     WRITE ARCHIVE-CATALOG-RECORD.
003373     IF WS-ARCHCAT-STATUS NOT = '00'
003374         DISPLAY 'COLARCH: UNABLE TO WRITE ARCHIVE CATALOG,'
003375             ' STATUS=' WS-ARCHCAT-STATUS ' - ' WS-GEN-FILE-ID
003376             ' NOT CATALOGED'
003377         CLOSE ARCHIVE-CATALOG-FILE
003378         MOVE 16 TO RETURN-CODE
003379         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
003380         STOP RUN
003381     END-IF.
003382     CLOSE ARCHIVE-CATALOG-FILE.
003383 5100-EXIT.
003384     EXIT.
003385
003386 5110-CATALOG-CELL.
003387     MOVE WS-CAT-CELL(WS-CAT-ROW-IDX, WS-CAT-COL-IDX)
003388         TO CT-REGION-COUNT(WS-CAT-ROW-IDX, WS-CAT-COL-IDX).
003389 5110-EXIT.
003390     EXIT.
003391
003392*-----------------------------------------------------------------
003393*8500-START-LEDGER
003394*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
003395*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
003396*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
003400*THE LEDGER BEFORE ANY REAL WORK IS DONE.
003410*-----------------------------------------------------------------
003420 8500-START-LEDGER.
003430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003440     OPEN INPUT RUN-CARD-FILE.
003450     IF WS-RUNCARD-STATUS = '00'
003460         READ RUN-CARD-FILE
003470             AT END
003480                 CONTINUE
003490         END-READ
003500         IF WS-RUNCARD-STATUS = '00'
003510             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
003520                 MOVE RN-RUN-DATE TO WS-RUN-DATE
003530             END-IF
003540             IF RN-RERUN
003550                 SET WS-RERUN-MODE TO TRUE
003560             END-IF
003570         END-IF
003580         CLOSE RUN-CARD-FILE
003590     END-IF.
003600     IF WS-RERUN-MODE
003610         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
003620     END-IF.
003630     MOVE 'S'  TO WS-LEDGER-EVENT.
003640     MOVE ZERO TO WS-LEDGER-RC.
003650     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
003660 8500-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------------------
003700*8510-CHECK-RERUN
003710*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
003720*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
003730*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
003740*MEANS THE STEP RUNS.
003750*-----------------------------------------------------------------
003760 8510-CHECK-RERUN.
003770     MOVE 'N' TO WS-STEP-CLEAN-SW.
003780     MOVE 'N' TO WS-LEDGER-EOF-SW.
003790     OPEN INPUT RUN-LEDGER-FILE.
003800     IF WS-LEDGER-STATUS NOT = '00'
003810         DISPLAY 'COLARCH: RERUN - NO RUN LEDGER, STATUS='
003820             WS-LEDGER-STATUS ' - STEP RUNS'
003830         GO TO 8510-EXIT
003840     END-IF.
003850     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
003860         UNTIL WS-LEDGER-EOF.
003870     CLOSE RUN-LEDGER-FILE.
003880     IF WS-STEP-ENDED-CLEAN
003890         DISPLAY 'COLARCH: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
003900             ' - SKIPPED ON RERUN'
003910         MOVE ZERO TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     DISPLAY 'COLARCH: RERUN - NO CLEAN END FOR RUN DATE '
003950         WS-RUN-DATE ' - STEP RUNS'.
003960 8510-EXIT.
003970     EXIT.
003980
003990 8520-SCAN-LEDGER-ROW.
004000     READ RUN-LEDGER-FILE
004010         AT END
004020             SET WS-LEDGER-EOF TO TRUE
004030         NOT AT END
004040             IF LG-PROGRAM = WS-LEDGER-PROGRAM
004050                AND LG-RUN-DATE = WS-RUN-DATE
004060                 IF LG-END-ROW AND LG-ENDED-CLEAN
004070                     SET WS-STEP-ENDED-CLEAN TO TRUE
004080                 ELSE
004090                     MOVE 'N' TO WS-STEP-CLEAN-SW
004100                 END-IF
004110             END-IF
004120     END-READ.
004130 8520-EXIT.
004140     EXIT.
004150
004160*-----------------------------------------------------------------
004170*8550-POST-LEDGER-END
004180*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
004190*IN = LIVE ENTRIES READ, OUT = ARCHIVED, CONTROL 1 = RETAINED,
004200*CONTROL 2 = SUMMARY GROUPS, CONTROL 3 = ARCHIVE GENERATION.
004210*-----------------------------------------------------------------
004220 8550-POST-LEDGER-END.
004230     MOVE 'E'                TO WS-LEDGER-EVENT.
004240     MOVE RETURN-CODE        TO WS-LEDGER-RC.
004250     COMPUTE WS-LEDGER-IN = WS-ARCHIVED-COUNT + WS-RETAINED-COUNT.
004260     MOVE WS-ARCHIVED-COUNT  TO WS-LEDGER-OUT.
004270     MOVE WS-RETAINED-COUNT  TO WS-LEDGER-CTL-1.
004280     MOVE WS-GROUP-COUNT     TO WS-LEDGER-CTL-2.
004285     MOVE WS-CAT-GEN-NO      TO WS-LEDGER-CTL-3.
004290     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004300 8550-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------------
004340*8590-WRITE-LEDGER-ROW
004350*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004360*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
004370*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
004380*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
004390*-----------------------------------------------------------------
004400 8590-WRITE-LEDGER-ROW.
004410     OPEN EXTEND RUN-LEDGER-FILE.
004420     IF WS-LEDGER-STATUS = '35'
004430         OPEN OUTPUT RUN-LEDGER-FILE
004440     END-IF.
004450     IF WS-LEDGER-STATUS NOT = '00'
004460         DISPLAY 'COLARCH: RUN LEDGER UNAVAILABLE, STATUS='
004470             WS-LEDGER-STATUS ' - ROW NOT POSTED'
004480         GO TO 8590-EXIT
004490     END-IF.
004500     ACCEPT WS-LEDGER-CLOCK FROM TIME.
004510     MOVE SPACES              TO RUN-LEDGER-RECORD.
004520     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
004530     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
004540     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
004550     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
004560     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
004570     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
004580     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
004590     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
004600     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
004610     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
004620     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
004630     WRITE RUN-LEDGER-RECORD.
004640     CLOSE RUN-LEDGER-FILE.
004650 8590-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------------
004690*8610-SEAL-AUDIT-AS-IT-STANDS
004700*RE-TOTAL THE LIVE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
004710*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004720*SEAL.
004730*-----------------------------------------------------------------
004740 8610-SEAL-AUDIT-AS-IT-STANDS.
004750     INITIALIZE WS-SEAL-TOTALS.
004760     MOVE 'N' TO WS-SEAL-EOF-SW.
004770     MOVE 'N' TO WS-SEAL-FOUND-SW.
004780     OPEN INPUT AUDIT-FILE.
004790     IF WS-AUDIT-STATUS = '35'
004800         GO TO 8610-EXIT
004810     END-IF.
004820     IF WS-AUDIT-STATUS NOT = '00'
004830         DISPLAY 'COLARCH: UNABLE TO OPEN AUDITFL TO SEAL IT,'
004840             ' STATUS=' WS-AUDIT-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
004870         STOP RUN
004880     END-IF.
004890     SET WS-SEALED-FILE-FOUND TO TRUE.
004900     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
004910         UNTIL WS-SEAL-FILE-EOF.
004920     CLOSE AUDIT-FILE.
004930 8610-EXIT.
004940     EXIT.
004950
004960 8611-TOTAL-AUDIT-ENTRY.
004970     READ AUDIT-FILE
004980         AT END
004990             SET WS-SEAL-FILE-EOF TO TRUE
005000         NOT AT END
005010             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
005020             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005030     END-READ.
005040 8611-EXIT.
005050     EXIT.
005060
005070*-----------------------------------------------------------------
005080*8612-SEAL-ARCHIVE-AS-IT-STANDS
005090*RE-TOTAL THE NEW ARCHIVE GENERATION (ARCHFL.GNNNN) FROM THE TOP
005100*INTO WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
005110*SEAL.
005120*-----------------------------------------------------------------
005130 8612-SEAL-ARCHIVE-AS-IT-STANDS.
005140     INITIALIZE WS-SEAL-TOTALS.
005150     MOVE 'N' TO WS-SEAL-EOF-SW.
005160     MOVE 'N' TO WS-SEAL-FOUND-SW.
005170     OPEN INPUT ARCHIVE-FILE.
005180     IF WS-ARCH-STATUS = '35'
005190         GO TO 8612-EXIT
005200     END-IF.
005210     IF WS-ARCH-STATUS NOT = '00'
005220         DISPLAY 'COLARCH: UNABLE TO OPEN ARCHFL TO SEAL IT,'
005230             ' STATUS=' WS-ARCH-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
005260         STOP RUN
005270     END-IF.
005280     SET WS-SEALED-FILE-FOUND TO TRUE.
005290     PERFORM 8613-TOTAL-ARCHIVE-ENTRY THRU 8613-EXIT
005300         UNTIL WS-SEAL-FILE-EOF.
005310     CLOSE ARCHIVE-FILE.
005320 8612-EXIT.
005330     EXIT.
005340
005350 8613-TOTAL-ARCHIVE-ENTRY.
005360     READ ARCHIVE-FILE
005370         AT END
005380             SET WS-SEAL-FILE-EOF TO TRUE
005390         NOT AT END
005400             MOVE ARCHIVE-AUDIT-RECORD TO WS-SEAL-ENTRY
005410             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005420     END-READ.
005430 8613-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470*8614-SEAL-KEEP-AS-IT-STANDS
005480*RE-TOTAL THE TRIMMED LIVE FILE (NEWAUDIT) FROM THE TOP INTO
005490*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
005500*SEAL.
005510*-----------------------------------------------------------------
005520 8614-SEAL-KEEP-AS-IT-STANDS.
005530     INITIALIZE WS-SEAL-TOTALS.
005540     MOVE 'N' TO WS-SEAL-EOF-SW.
005550     MOVE 'N' TO WS-SEAL-FOUND-SW.
005560     OPEN INPUT KEEP-FILE.
005570     IF WS-KEEP-STATUS = '35'
005580         GO TO 8614-EXIT
005590     END-IF.
005600     IF WS-KEEP-STATUS NOT = '00'
005610         DISPLAY 'COLARCH: UNABLE TO OPEN NEWAUDIT TO SEAL IT,'
005620             ' STATUS=' WS-KEEP-STATUS
005630         MOVE 16 TO RETURN-CODE
005640         PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT
005650         STOP RUN
005660     END-IF.
005670     SET WS-SEALED-FILE-FOUND TO TRUE.
005680     PERFORM 8615-TOTAL-KEEP-ENTRY THRU 8615-EXIT
005690         UNTIL WS-SEAL-FILE-EOF.
005700     CLOSE KEEP-FILE.
005710 8614-EXIT.
005720     EXIT.
005730
005740 8615-TOTAL-KEEP-ENTRY.
005750     READ KEEP-FILE
005760         AT END
005770             SET WS-SEAL-FILE-EOF TO TRUE
005780         NOT AT END
005790             MOVE KEEP-AUDIT-RECORD TO WS-SEAL-ENTRY
005800             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005810     END-READ.
005820 8615-EXIT.
005830     EXIT.
005840
005850*-----------------------------------------------------------------
005860*8620-SEAL-ONE-ENTRY
005870*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
005880*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
005890*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
005900*-----------------------------------------------------------------
005910 8620-SEAL-ONE-ENTRY.
005920     ADD 1 TO WS-SEAL-COUNT.
005930     EVALUATE TRUE
005940         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
005950             MOVE 1 TO WS-SEAL-BRANCH-IDX
005960         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
005970             MOVE 2 TO WS-SEAL-BRANCH-IDX
005980         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
005990             MOVE 3 TO WS-SEAL-BRANCH-IDX
006000         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
006010             MOVE 4 TO WS-SEAL-BRANCH-IDX
006020         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
006030             MOVE 5 TO WS-SEAL-BRANCH-IDX
006040         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
006050             MOVE 6 TO WS-SEAL-BRANCH-IDX
006060         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
006070             MOVE 7 TO WS-SEAL-BRANCH-IDX
006080         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
006090             MOVE 8 TO WS-SEAL-BRANCH-IDX
006100         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
006110             MOVE 9 TO WS-SEAL-BRANCH-IDX
006120         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
006130             MOVE 10 TO WS-SEAL-BRANCH-IDX
006140         WHEN OTHER
006150             MOVE 11 TO WS-SEAL-BRANCH-IDX
006160     END-EVALUATE.
006170     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
006180     IF WS-SEAL-COUNT = 1
006190         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
006200     END-IF.
006210     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
006220     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
006230         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
006240         UNTIL WS-SEAL-CHAR-IDX > 10.
006250 8620-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------------
006290*8625-HASH-KEY-CHARACTER
006300*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
006310*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
006320*KEY, IS ADDED TO THE HASH TOTAL.
006330*-----------------------------------------------------------------
006340 8625-HASH-KEY-CHARACTER.
006350     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
006360     MOVE ZERO TO WS-SEAL-CHAR-POS.
006370     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
006380         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
006390     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
006400         + (WS-SEAL-CHAR-POS + 1)
006410         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
006420 8625-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------------
006460*8652-WRITE-ARCHIVE-SEAL
006470*SEAL THE ARCHIVE GENERATION JUST WRITTEN (ARCHSEAL.GNNNN).
006480*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
006490*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
006500*RETURN CODE 8.
006510*-----------------------------------------------------------------
006520 8652-WRITE-ARCHIVE-SEAL.
006521     MOVE 'ARCHSEAL'          TO WS-ALLOC-DD.
006522     MOVE WS-ARCHSEAL-DSN     TO WS-ALLOC-DSN.
006523     MOVE 'TRACKS SPACE(1,1)' TO WS-ALLOC-SPACE.
006524     PERFORM 8850-ALLOCATE-NEW-DD THRU 8850-EXIT.
006525     IF WS-ALLOC-RC NOT = ZERO
006526         DISPLAY 'COLARCH: ARCHSEAL NOT ALLOCATED - ARCHFL NOT'
006527             ' SEALED'
006528         IF RETURN-CODE < 8
006529             MOVE 8 TO RETURN-CODE
006530         END-IF
006531         GO TO 8652-EXIT
006532     END-IF.
006533     OPEN OUTPUT ARCHIVE-SEAL-FILE.
006540     IF WS-ARCHSEAL-STATUS NOT = '00'
006550         DISPLAY 'COLARCH: UNABLE TO OPEN ARCHSEAL, STATUS='
006560             WS-ARCHSEAL-STATUS ' - ARCHFL NOT SEALED'
006570         IF RETURN-CODE < 8
006580             MOVE 8 TO RETURN-CODE
006590         END-IF
006600         GO TO 8652-EXIT
006610     END-IF.
006620     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
006630     ACCEPT WS-SEAL-CLOCK FROM TIME.
006640     MOVE SPACES          TO ARCHIVE-SEAL-RECORD.
006650     MOVE 'SEAL'          TO AS-RECORD-ID
006660                             OF ARCHIVE-SEAL-RECORD.
006670     MOVE WS-GEN-FILE-ID  TO AS-FILE-ID
006680                             OF ARCHIVE-SEAL-RECORD.
006690     MOVE 'COLARCH'       TO AS-SEALED-BY
006700                             OF ARCHIVE-SEAL-RECORD.
006710     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE
006720                             OF ARCHIVE-SEAL-RECORD.
006730     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME
006740                             OF ARCHIVE-SEAL-RECORD.
006750     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS
006760                             OF ARCHIVE-SEAL-RECORD.
006770     WRITE ARCHIVE-SEAL-RECORD.
006780     IF WS-ARCHSEAL-STATUS NOT = '00'
006790         DISPLAY 'COLARCH: UNABLE TO WRITE ARCHSEAL, STATUS='
006800             WS-ARCHSEAL-STATUS ' - ARCHFL NOT SEALED'
006810         IF RETURN-CODE < 8
006820             MOVE 8 TO RETURN-CODE
006830         END-IF
006840     END-IF.
006850     CLOSE ARCHIVE-SEAL-FILE.
006860 8652-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------------
006900*8654-WRITE-KEEP-SEAL
006910*SEAL THE TRIMMED LIVE FILE JUST WRITTEN (NEWAUDIT).
006920*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
006930*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
006940*RETURN CODE 8.
006950*-----------------------------------------------------------------
006960 8654-WRITE-KEEP-SEAL.
006970     OPEN OUTPUT KEEP-SEAL-FILE.
006980     IF WS-NEWSEAL-STATUS NOT = '00'
006990         DISPLAY 'COLARCH: UNABLE TO OPEN NEWSEAL, STATUS='
007000             WS-NEWSEAL-STATUS ' - NEWAUDIT NOT SEALED'
007010         IF RETURN-CODE < 8
007020             MOVE 8 TO RETURN-CODE
007030         END-IF
007040         GO TO 8654-EXIT
007050     END-IF.
007060     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
007070     ACCEPT WS-SEAL-CLOCK FROM TIME.
007080     MOVE SPACES          TO KEEP-SEAL-RECORD.
007090     MOVE 'SEAL'          TO AS-RECORD-ID
007100                             OF KEEP-SEAL-RECORD.
007110     MOVE 'NEWAUDIT'      TO AS-FILE-ID
007120                             OF KEEP-SEAL-RECORD.
007130     MOVE 'COLARCH'       TO AS-SEALED-BY
007140                             OF KEEP-SEAL-RECORD.
007150     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE
007160                             OF KEEP-SEAL-RECORD.
007170     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME
007180                             OF KEEP-SEAL-RECORD.
007190     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS
007200                             OF KEEP-SEAL-RECORD.
007210     WRITE KEEP-SEAL-RECORD.
007220     IF WS-NEWSEAL-STATUS NOT = '00'
007230         DISPLAY 'COLARCH: UNABLE TO WRITE NEWSEAL, STATUS='
007240             WS-NEWSEAL-STATUS ' - NEWAUDIT NOT SEALED'
007250         IF RETURN-CODE < 8
007260             MOVE 8 TO RETURN-CODE
007270         END-IF
007280     END-IF.
007290     CLOSE KEEP-SEAL-FILE.
007300 8654-EXIT.
007310     EXIT.
007320
007330*-----------------------------------------------------------------
007340*8660-VERIFY-AUDIT-SEAL
007350*PROVE THE LIVE AUDIT TRAIL BEFORE IT IS SPLIT.
007360*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (AUDSEAL)
007370*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
007380*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
007390*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
007400*-----------------------------------------------------------------
007410 8660-VERIFY-AUDIT-SEAL.
007420     MOVE 'AUDITFL' TO WS-SEAL-FILE-ID.
007430     PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT.
007440     OPEN INPUT AUDIT-SEAL-FILE.
007450     IF WS-AUDSEAL-STATUS = '35'
007460         IF WS-SEALED-FILE-FOUND
007470             ADD 1 TO WS-SEAL-MISSING-COUNT
007480             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
007490             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
007500             MOVE ZERO              TO WS-SEAL-EXPECTED
007510             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
007520         END-IF
007530         GO TO 8660-EXIT
007540     END-IF.
007550     IF WS-AUDSEAL-STATUS = '00'
007560         READ AUDIT-SEAL-FILE
007570             AT END
007580                 CONTINUE
007590         END-READ
007600     END-IF.
007610     IF WS-AUDSEAL-STATUS NOT = '00'
007620        OR NOT AS-SEAL-ROW OF AUDIT-SEAL-RECORD
007630         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
007640         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
007650         MOVE ZERO                  TO WS-SEAL-EXPECTED
007660         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
007670         CLOSE AUDIT-SEAL-FILE
007680         GO TO 8660-EXIT
007690     END-IF.
007700     MOVE AS-SEAL-TOTALS OF AUDIT-SEAL-RECORD
007710       TO WS-SEALED-TOTALS.
007720     CLOSE AUDIT-SEAL-FILE.
007730     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
007740 8660-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780*8670-COMPARE-SEAL
007790*EVERY FIGURE THAT DISAGREES WITH THE SEAL IS A BREAK OF ITS OWN,
007800*SO THE REPORT SHOWS WHAT CHANGED, NOT JUST THAT SOMETHING DID.
007810*-----------------------------------------------------------------
007820 8670-COMPARE-SEAL.
007830     IF WS-SEAL-TOTALS = WS-SEALED-TOTALS
007840         GO TO 8670-EXIT
007850     END-IF.
007860     IF WS-SEAL-COUNT NOT = WS-SEALED-COUNT
007870         MOVE 'ENTRY COUNT'         TO WS-SEAL-ITEM
007880         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
007890         MOVE WS-SEALED-COUNT       TO WS-SEAL-EXPECTED
007900         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
007910     END-IF.
007920     PERFORM 8675-COMPARE-BRANCH THRU 8675-EXIT
007930         VARYING WS-SEAL-BRANCH-IDX FROM 1 BY 1
007940         UNTIL WS-SEAL-BRANCH-IDX > 11.
007950     IF WS-SEAL-FIRST NOT = WS-SEALED-FIRST
007960         MOVE 'FIRST TIMESTAMP'     TO WS-SEAL-ITEM
007970         COMPUTE WS-SEAL-FOUND =
007980             WS-SEAL-FIRST-DATE * 100000000 + WS-SEAL-FIRST-TIME
007990         COMPUTE WS-SEAL-EXPECTED =
008000             WS-SEALED-FIRST-DATE * 100000000
008010             + WS-SEALED-FIRST-TIME
008020         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
008030     END-IF.
008040     IF WS-SEAL-LAST NOT = WS-SEALED-LAST
008050         MOVE 'LAST TIMESTAMP'      TO WS-SEAL-ITEM
008060         COMPUTE WS-SEAL-FOUND =
008070             WS-SEAL-LAST-DATE * 100000000 + WS-SEAL-LAST-TIME
008080         COMPUTE WS-SEAL-EXPECTED =
008090             WS-SEALED-LAST-DATE * 100000000
008100             + WS-SEALED-LAST-TIME
008110         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
008120     END-IF.
008130     IF WS-SEAL-HASH NOT = WS-SEALED-HASH
008140         MOVE 'KEY HASH TOTAL'      TO WS-SEAL-ITEM
008150         MOVE WS-SEAL-HASH          TO WS-SEAL-FOUND
008160         MOVE WS-SEALED-HASH        TO WS-SEAL-EXPECTED
008170         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
008180     END-IF.
008190 8670-EXIT.
008200     EXIT.
008210
008220 8675-COMPARE-BRANCH.
008230     IF WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
008240        NOT = WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
008250         MOVE WS-SEAL-BRANCH-NAME(WS-SEAL-BRANCH-IDX)
008260                                    TO WS-SEAL-ITEM
008270         MOVE WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
008280                                    TO WS-SEAL-FOUND
008290         MOVE WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
008300                                    TO WS-SEAL-EXPECTED
008310         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
008320     END-IF.
008330 8675-EXIT.
008340     EXIT.
008350
008360 8680-NOTE-SEAL-BREAK.
008370     ADD 1 TO WS-SEAL-BREAK-COUNT.
008380     PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT.
008390 8680-EXIT.
008400     EXIT.
008410
008420*-----------------------------------------------------------------
008430*8690-REPORT-SEAL-BREAK
008440*THE SEAL IS PROVED BEFORE THE CONTROL REPORT IS OPENED, SO EACH
008450*BREAK GOES TO THE CONSOLE - THE FILE, THE FIGURE THAT DISAGREES,
008460*WHAT THE FILE HOLDS NOW AND WHAT ITS SEAL SAYS IT HELD.
008470*-----------------------------------------------------------------
008480 8690-REPORT-SEAL-BREAK.
008490     DISPLAY 'COLARCH: SEAL ' WS-SEAL-FILE-ID ' ' WS-SEAL-ITEM
008500         ' FILE ' WS-SEAL-FOUND ' SEAL ' WS-SEAL-EXPECTED.
008510 8690-EXIT.
008520     EXIT.
008530
008540*-----------------------------------------------------------------
008550*8850-ALLOCATE-NEW-DD
008560*ALLOCATE DATA SET WS-ALLOC-DSN NEW AND CATALOGED, WS-ALLOC-SPACE
008570*IN SIZE, TO DD WS-ALLOC-DD IN PLACE OF WHATEVER THE DD HELD.  THE
008580*RECORD FORMAT COMES FROM THE FD WHEN THE FILE IS OPENED.  A NAME
008590*ALREADY ON THE SYSTEM CATALOG IS NOT ALLOCATED - IT IS LEFT FROM
008600*A RUN THAT FAILED BEFORE CATALOGING IT, AND IS NEVER WRITTEN
008610*OVER.  THE DD IS THEN FREED SO NOTHING ALLOCATED EARLIER IS
008620*WRITTEN IN ITS PLACE.
008630*-----------------------------------------------------------------
008640 8850-ALLOCATE-NEW-DD.
008650     MOVE SPACES TO WS-ALLOC-TEXT.
008660     MOVE 1      TO WS-ALLOC-PTR.
008670     STRING 'ALLOC DD('      DELIMITED BY SIZE
008680            WS-ALLOC-DD      DELIMITED BY SPACE
008690            ') DSN('''       DELIMITED BY SIZE
008700            WS-ALLOC-DSN     DELIMITED BY SPACE
008710            ''') NEW CATALOG ' DELIMITED BY SIZE
008720            WS-ALLOC-SPACE   DELIMITED BY '  '
008730            ' UNIT(SYSDA) REUSE' DELIMITED BY SIZE
008740         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
008750     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
008760     IF WS-ALLOC-RC NOT = ZERO
008770         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
008780         DISPLAY 'COLARCH: UNABLE TO ALLOCATE NEW ' WS-ALLOC-DSN
008790         DISPLAY 'COLARCH:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
008800             WS-ALLOC-RC-DISPLAY
008810         PERFORM 8860-FREE-DD THRU 8860-EXIT
008820     END-IF.
008830 8850-EXIT.
008840     EXIT.
008850
008860*-----------------------------------------------------------------
008870*8860-FREE-DD
008880*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
008890*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
008900*RESULT OF THE REQUEST BEFORE IT.
008910*-----------------------------------------------------------------
008920 8860-FREE-DD.
008930     MOVE SPACES TO WS-ALLOC-TEXT.
008940     MOVE 1      TO WS-ALLOC-PTR.
008950     STRING 'FREE DD('  DELIMITED BY SIZE
008960            WS-ALLOC-DD DELIMITED BY SPACE
008970            ')'         DELIMITED BY SIZE
008980         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
008990     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
009000     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
009010     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
009020 8860-EXIT.
009030     EXIT.
009040
009050*-----------------------------------------------------------------
009060*8870-CALL-BPXWDYN
009070*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
009080*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
009090*BACK AFTER THE CALL.
009100*-----------------------------------------------------------------
009110 8870-CALL-BPXWDYN.
009120     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
009130     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
009140     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
009150     MOVE RETURN-CODE TO WS-ALLOC-RC.
009160     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
009170 8870-EXIT.
009180     EXIT.
009190
009200*-----------------------------------------------------------------
009210*8880-ASK-DATA-SET-NAME
009220*ASK BPXWDYN FOR THE DATA SET NAME DD WS-ALLOC-DD IS ALLOCATED TO,
009230*INTO WS-ALLOC-DSN.  A DD THAT IS NOT ALLOCATED COMES BACK
009240*NONZERO.
009250*-----------------------------------------------------------------
009260 8880-ASK-DATA-SET-NAME.
009270     MOVE SPACES TO WS-ALLOC-TEXT WS-ALLOC-DSN.
009280     MOVE 1      TO WS-ALLOC-PTR.
009290     STRING 'INFO DD('        DELIMITED BY SIZE
009300            WS-ALLOC-DD       DELIMITED BY SPACE
009310            ') INRTDSN(DSN)'  DELIMITED BY SIZE
009320         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
009330     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
009340     MOVE 45     TO WS-ALLOC-RETURN-LENGTH.
009350     MOVE SPACES TO WS-ALLOC-RETURN-DSN.
009360     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
009370     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST WS-ALLOC-RETURN.
009380     MOVE RETURN-CODE TO WS-ALLOC-RC.
009390     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
009400     IF WS-ALLOC-RC = ZERO
009410         MOVE WS-ALLOC-RETURN-DSN TO WS-ALLOC-DSN
009420         INSPECT WS-ALLOC-DSN REPLACING ALL LOW-VALUE BY SPACE
009430     END-IF.
009440 8880-EXIT.
009450     EXIT.
