000390*                  REASON MRGP) SO COLFIX CAN REPAIR THEM FROM
000400*                  THE ONE QUEUE.  THE MRGREJ LOG STILL WRITES
000410*                  AS BEFORE.  A BASKET FAILURE ONLY WARNS.
000411*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000412*                  LEDGER (RUNLEDGR) CARRYING THE FEED DATE AND
000413*                  THE MERGE COUNTS.  RUNCARD 'RERUN' SKIPS THE
000414*                  STEP IF IT ALREADY ENDED CLEAN FOR THE RUN
000415*                  DATE.
000416*2026-10-02  JPM   CHECKS EVERY REGIONAL FEED AGAINST THE FEED
000417*                  REGISTRY (FEEDREG) BEFORE MERGING.  A FIRST
000418*                  PASS FINGERPRINTS EACH REGION - DETAIL COUNT
000419*                  AND COUNT BY COLOR - AND A FINGERPRINT ALREADY
000420*                  ON FILE FOR THE SAME HEADER DATE IS AN EXACT
000421*                  REPEAT: THE MERGE IS REFUSED WITH RETURN CODE
000422*                  12 BEFORE ANYTHING IS WRITTEN, UNLESS A FEEDOVR
000423*                  OVERRIDE CARD COVERS IT.  EACH REGION MERGED IS
000424*                  REGISTERED AFTER THE TRAILER IS WRITTEN.
000425*2026-10-13  JPM   LATE-REGION MODE, SELECTED BY THE MERGE CARD
000426*                  (MRGCARD).  'LATE' MERGES THE REGIONS WHOSE
000427*                  FEEDS HAVE ARRIVED AND LOGS ANY STILL MISSING
000428*                  AS OUTSTANDING ON THE LATE-REGION LOG (LATEREG)
000429*                  INSTEAD OF ABENDING; ALL THREE MISSING IS STILL
000430*                  FATAL.  'FOLDIN' IS THE FOLLOW-UP RUN: THE
000431*                  OUTSTANDING FEEDS THAT HAVE NOW LANDED ARE
000432*                  MERGED AGAINST THE KEYS ALREADY DISPATCHED THAT
000433*                  NIGHT (MRGPRIOR) UNDER THE SAME LOWEST-REGION-
000434*                  WINS PRECEDENCE, INTO A SUPPLEMENTARY MRGOUT
000435*                  FOR COLEDIT AND MAIN.  A LATE ARRIVAL FROM A
000436*                  LOWER REGION SUPERSEDES THE DISPATCHED KEY,
000437*                  WHICH IS LOGGED ON MRGREJ.  EACH REGION FOLDED
000438*                  IN GOES ON THE LOG; NOTHING TO FOLD IN ENDS
000439*                  WITH RETURN CODE 8 AND NO MRGOUT.
000440*2026-10-15  JPM   A REGIONAL ARRIVAL IS REGISTERED WITHOUT A
000441*                  DATE IN ITS KEY - THE FEED CARRIES NONE, AND
000442*                  TONIGHT'S DATE LET THE SAME FILE REMOUNTED ON A
000443*                  LATER NIGHT THROUGH AS NEW.  THE OVERRIDE CARD
000444*                  NOW NAMES THE NIGHT THE FEED WAS FIRST MERGED.
000445*                  THE KEY WORK FILE READ AND REWRITES USED IN
000446*                  RESOLVING A DUPLICATE KEY ARE STATUS-CHECKED.
000447*----------------------------------------------------------------
000448
000449 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT REGION1-FEED-FILE        ASSIGN TO REGIN1
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS XB-BASKET-KEY
000710         FILE STATUS IS WS-BASKET-STATUS.
000711     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000712         ORGANIZATION IS SEQUENTIAL
000713         FILE STATUS IS WS-LEDGER-STATUS.
000714     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000715         ORGANIZATION IS SEQUENTIAL
000716         FILE STATUS IS WS-RUNCARD-STATUS.
000717     SELECT FEED-REGISTRY-FILE       ASSIGN TO FEEDREG
000718         ORGANIZATION IS INDEXED
000719         ACCESS MODE IS RANDOM
000720         RECORD KEY IS FR-FEED-KEY
000721         FILE STATUS IS WS-REGISTRY-STATUS.
000722     SELECT FEED-OVERRIDE-FILE       ASSIGN TO FEEDOVR
000723         ORGANIZATION IS SEQUENTIAL
000724         FILE STATUS IS WS-OVERRIDE-STATUS.
000725     SELECT MERGE-MODE-FILE          ASSIGN TO MRGCARD
000726         ORGANIZATION IS SEQUENTIAL
000727         FILE STATUS IS WS-MRGCARD-STATUS.
000728     SELECT LATE-REGION-FILE         ASSIGN TO LATEREG
000729         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-LATEREG-STATUS.
000731     SELECT PRIOR-MERGE-FILE         ASSIGN TO MRGPRIOR
000732         ORGANIZATION IS SEQUENTIAL
000733         FILE STATUS IS WS-PRIOR-STATUS.
000734
000735 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------
000760*THE THREE REGIONAL FEEDS - PLAIN COLOR-RECORD DETAILS AS EACH
001470*----------------------------------------------------------------
001480*KEYED SCRATCH FILE FOR THE CROSS-REGION DUPLICATE CHECK - THE
001490*FIRST WRITE OF A KEY STANDS, A STATUS 22 WRITE IS A LOSING
001496*ARRIVAL FROM A LATER REGION.  ON A FOLD-IN RUN IT STARTS LOADED
001502*WITH THE KEYS ALREADY DISPATCHED THAT NIGHT, FLAGGED AS SUCH.
001510*----------------------------------------------------------------
001520 FD  KEY-WORK-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  KEY-WORK-RECORD.
001550     05  KW-KEY                      PIC X(10).
001553     05  KW-SOURCE-REGION            PIC X(02).
001556     05  KW-COLOR                    PIC X(01).
001559     05  KW-DISPATCHED-SW            PIC X(01).
001562         88  KW-DISPATCHED               VALUE 'Y'.
001565     05  FILLER                      PIC X(66).
001570
001580*----------------------------------------------------------------
001590*UNIFIED EXCEPTION WORKBASKET - PRECEDENCE LOSSES POST HERE AS
001630     LABEL RECORDS ARE STANDARD.
001640     COPY EXCEPTION-RECORD.
001650
001651*----------------------------------------------------------------
001652*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001653*----------------------------------------------------------------
001654 FD  RUN-LEDGER-FILE
001655     LABEL RECORDS ARE STANDARD.
001656     COPY RUN-LEDGER-RECORD.
001657
001658*----------------------------------------------------------------
001659*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001660*----------------------------------------------------------------
001661 FD  RUN-CARD-FILE
001662     LABEL RECORDS ARE STANDARD.
001663     COPY RUN-CARD-RECORD.
001664
001665*----------------------------------------------------------------
001666*PERSISTENT FEED REGISTRY - ONE ROW PER FEED ACCEPTED, KEYED ON
001667*ITS FINGERPRINT, SO AN EXACT REPEAT IS A STRAIGHT KEYED READ.
001668*----------------------------------------------------------------
001669 FD  FEED-REGISTRY-FILE
001670     LABEL RECORDS ARE STANDARD.
001671     COPY FEED-REGISTRY-RECORD.
001672
001673*----------------------------------------------------------------
001674*OPTIONAL OVERRIDE CARD - LETS A GENUINE RE-RUN OF A FEED THROUGH.
001675*----------------------------------------------------------------
001676 FD  FEED-OVERRIDE-FILE
001677     LABEL RECORDS ARE STANDARD.
001678     COPY FEED-OVERRIDE-CARD.
001679
001680*----------------------------------------------------------------
001681*OPTIONAL MERGE MODE CARD - LATE-REGION AND FOLD-IN RUNS.
001682*----------------------------------------------------------------
001683 FD  MERGE-MODE-FILE
001684     LABEL RECORDS ARE STANDARD.
001685     COPY MERGE-MODE-CARD.
001686
001687*----------------------------------------------------------------
001688*LATE-REGION LOG - REGIONS LEFT OUTSTANDING AND FOLDED IN.
001689*----------------------------------------------------------------
001690 FD  LATE-REGION-FILE
001691     LABEL RECORDS ARE STANDARD.
001692     COPY LATE-REGION-RECORD.
001693
001694*----------------------------------------------------------------
001695*FOLD-IN ONLY - THE CONSOLIDATED FEED(S) ALREADY DISPATCHED FOR
001696*THE NIGHT, AS WRITTEN TO MRGOUT: THE NIGHTLY ONE AND ANY EARLIER
001697*SUPPLEMENTARY ONE, CONCATENATED.  HDR AND TRL RECORDS ARE PASSED
001698*OVER WHEREVER THEY FALL.
001699*----------------------------------------------------------------
001700 FD  PRIOR-MERGE-FILE
001701     LABEL RECORDS ARE STANDARD.
001702 01  PRIOR-HEADER-RECORD.
001703     05  PH-RECORD-ID                PIC X(03).
001704     05  PH-FEED-DATE                PIC 9(08).
001705     05  FILLER                      PIC X(69).
001706     COPY COLOR-RECORD
001707         REPLACING ==COLOR-RECORD== BY ==PRIOR-DETAIL-RECORD==
001708                   ==CR-KEY==        BY ==PD-KEY==
001709                   ==CR-COLOR==      BY ==PD-COLOR==
001710                   ==CR-SOURCE-REGION==
001711                                     BY ==PD-SOURCE-REGION==
001712                   ==CR-FEED-DATE==  BY ==PD-FEED-DATE==.
001713
001714 WORKING-STORAGE SECTION.
001715 77  WS-REGION-STATUS                PIC X(02).
001716 77  WS-MERGED-STATUS                PIC X(02).
001717 77  WS-MRGREJ-STATUS                PIC X(02).
001718 77  WS-WORK-STATUS                  PIC X(02).
001719 77  WS-BASKET-STATUS                PIC X(02).
001720 77  WS-BASKET-AVAIL-SW              PIC X(01) VALUE 'N'.
001730     88  WS-BASKET-AVAILABLE                    VALUE 'Y'.
001740
001980     05  WS-WORK-COLOR               PIC X(01).
001990     05  WS-WORK-REGION              PIC X(02).
002000     05  FILLER                      PIC X(67).
002001
002002*----------------------------------------------------------------
002003*FEED REGISTRY CONTROLS - EACH REGION'S FINGERPRINT FROM THE FIRST
002004*PASS (DETAILS READ AND COUNT BY COLOR, YELLOW/GREEN/RED/BROWN
002005*THEN ANYTHING ELSE) AND THE OVERRIDE CARD, IF ONE WAS SUPPLIED.
002006*----------------------------------------------------------------
002007 77  WS-REGISTRY-STATUS              PIC X(02).
002008 77  WS-OVERRIDE-STATUS              PIC X(02).
002009 77  WS-OVERRIDE-SW                  PIC X(01) VALUE 'N'.
002010     88  WS-OVERRIDE-CARD                       VALUE 'Y'.
002011 77  WS-OVERRIDE-DATE                PIC 9(08) VALUE ZERO.
002012 77  WS-OVERRIDE-REGION              PIC X(02) VALUE SPACES.
002013 77  WS-OVERRIDE-BY                  PIC X(03) VALUE SPACES.
002014 77  WS-REPEAT-COUNT                 PIC 9(01) COMP VALUE ZERO.
002015 77  WS-COLOR-IDX                    PIC 9(01) COMP.
002016 01  WS-REGION-PRINTS.
002017     05  WS-REGION-PRINT OCCURS 3 TIMES.
002018         10  WS-RP-COUNT             PIC 9(09) COMP VALUE ZERO.
002019         10  WS-RP-COLOR-TOTAL OCCURS 4 TIMES
002020                                     PIC 9(09) COMP VALUE ZERO.
002021         10  WS-RP-OTHER-TOTAL       PIC 9(09) COMP VALUE ZERO.
002022 01  WS-REGISTRY-CLOCK.
002023     05  WS-REGISTRY-HHMMSS          PIC 9(06).
002024     05  FILLER                      PIC 9(02).
002025
002026*----------------------------------------------------------------
002027*LATE-REGION CONTROLS - THE MODE OFF THE MERGE CARD, AND EACH
002028*REGION'S PART IN THIS RUN: MERGED NOW, OUTSTANDING (NOT YET
002029*ARRIVED), OR NEITHER (MERGED EARLIER THE SAME NIGHT - FOLD-IN
002030*ONLY), WITH WHAT A FOLDED-IN REGION DID FOR ITS LOG ROW.
002031*----------------------------------------------------------------
002032 77  WS-MRGCARD-STATUS               PIC X(02).
002033 77  WS-LATEREG-STATUS               PIC X(02).
002034 77  WS-PRIOR-STATUS                 PIC X(02).
002035 77  WS-MERGE-MODE-SW                PIC X(01) VALUE 'N'.
002036     88  WS-LATE-REGION-MODE                    VALUE 'L'.
002037     88  WS-FOLD-IN-MODE                        VALUE 'F'.
002038 77  WS-LATEREG-EOF-SW               PIC X(01) VALUE 'N'.
002039     88  WS-LATEREG-EOF                         VALUE 'Y'.
002040 77  WS-PRIOR-EOF-SW                 PIC X(01) VALUE 'N'.
002041     88  WS-PRIOR-EOF                           VALUE 'Y'.
002042 77  WS-MERGE-REGION-COUNT           PIC 9(01) COMP VALUE ZERO.
002043 77  WS-OUTSTANDING-COUNT            PIC 9(01) COMP VALUE ZERO.
002044 77  WS-SUPERSEDED-COUNT             PIC 9(09) COMP VALUE ZERO.
002045 77  WS-DISPATCHED-COUNT             PIC 9(09) COMP VALUE ZERO.
002046 77  WS-NIGHT-RUN-DATE               PIC 9(08) VALUE ZERO.
002047 77  WS-LATE-REGION-NUMBER           PIC 9(01).
002048 01  WS-REGION-STATES.
002049     05  WS-REGION-STATE OCCURS 3 TIMES.
002050         10  WS-RS-STATE-SW          PIC X(01) VALUE SPACE.
002051             88  WS-RS-TO-MERGE          VALUE 'M'.
002052             88  WS-RS-OUTSTANDING       VALUE 'O'.
002053         10  WS-RS-MERGED            PIC 9(09) COMP VALUE ZERO.
002054         10  WS-RS-LOST              PIC 9(09) COMP VALUE ZERO.
002055         10  WS-RS-SUPERSEDED        PIC 9(09) COMP VALUE ZERO.
002056 01  WS-LATEREG-CLOCK.
002057     05  WS-LATEREG-HHMMSS           PIC 9(06).
002058     05  FILLER                      PIC 9(02).
002059
002060*----------------------------------------------------------------
002061*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
002062*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
002063*----------------------------------------------------------------
002064 77  WS-LEDGER-STATUS                PIC X(02).
002065 77  WS-RUNCARD-STATUS               PIC X(02).
002066 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
002067     88  WS-LEDGER-EOF                          VALUE 'Y'.
002068 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
002069     88  WS-RERUN-MODE                          VALUE 'Y'.
002070 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
002071     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
002072 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002073 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLMERGE'.
002074 77  WS-LEDGER-EVENT                 PIC X(01).
002075 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
002076 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
002077 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
002078 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
002079 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
002080 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
002081 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
002082 01  WS-LEDGER-CLOCK.
002083     05  WS-LEDGER-HHMMSS            PIC 9(06).
002084     05  FILLER                      PIC 9(02).
002085
002086 PROCEDURE DIVISION.
002087*================================================================
002088*0000-MAINLINE
002089*HEADER OUT, THEN THE THREE REGIONS IN PRECEDENCE ORDER, THEN
002090*THE TRAILER CARRYING THE MERGED DETAIL COUNT, THEN EACH REGION
002091*MERGED GOES ON THE FEED REGISTRY.  A REGION NOT BEING MERGED
002092*THIS RUN (LATE-REGION AND FOLD-IN MODES) IS PASSED OVER BY
002093*EVERY STEP.
002094*================================================================
002095 0000-MAINLINE.
002096     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 2000-MERGE-ONE-REGION THRU 2000-EXIT
002110         VARYING WS-REGION-NUMBER FROM 1 BY 1
002120         UNTIL WS-REGION-NUMBER > 3.
002130     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
002132     PERFORM 3500-REGISTER-REGION-FEED THRU 3500-EXIT
002134         VARYING WS-REGION-NUMBER FROM 1 BY 1
002136         UNTIL WS-REGION-NUMBER > 3.
002140     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002150     STOP RUN.
002160
002170 1000-INITIALIZE.
002175     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002176     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002177     PERFORM 1150-READ-MERGE-MODE-CARD THRU 1150-EXIT.
002178     IF WS-FOLD-IN-MODE
002179         PERFORM 1600-OPEN-PRIOR-MERGE THRU 1600-EXIT
002180     END-IF.
002181     PERFORM 1500-SELECT-REGIONS THRU 1500-EXIT.
002182     PERFORM 1200-CHECK-FEED-REGISTRY THRU 1200-EXIT.
002183     IF WS-LATE-REGION-MODE AND WS-OUTSTANDING-COUNT > ZERO
002184         PERFORM 1800-POST-LATE-REGIONS THRU 1800-EXIT
002185     END-IF.
002186     OPEN OUTPUT MERGED-FEED-FILE.
002190     IF WS-MERGED-STATUS NOT = '00'
002200         DISPLAY 'COLMERGE: UNABLE TO OPEN MERGED FEED, STATUS='
002210             WS-MERGED-STATUS
002270             ' STATUS=' WS-MRGREJ-STATUS
002280         GO TO 9999-ABEND-EXIT
002290     END-IF.
002293*    CREATED EMPTY, THEN REOPENED I-O SO A DUPLICATE ON A FOLD-IN
002296*    RUN CAN BE READ BACK TO SEE WHICH REGION HOLDS THE KEY.
002300     OPEN OUTPUT KEY-WORK-FILE.
002302     IF WS-WORK-STATUS = '00'
002304         CLOSE KEY-WORK-FILE
002306         OPEN I-O KEY-WORK-FILE
002308     END-IF.
002310     IF WS-WORK-STATUS NOT = '00'
002320         DISPLAY 'COLMERGE: UNABLE TO OPEN KEY WORK FILE,'
002330             ' STATUS=' WS-WORK-STATUS
002340         GO TO 9999-ABEND-EXIT
002350     END-IF.
002360     PERFORM 1100-OPEN-EXCEPTION-BASKET THRU 1100-EXIT.
002365     IF WS-FOLD-IN-MODE
002370         PERFORM 1700-LOAD-DISPATCHED-KEYS THRU 1700-EXIT
002375     END-IF.
002380     MOVE SPACES TO MERGED-HEADER-RECORD.
002390     MOVE 'HDR' TO MH-RECORD-ID.
002400     MOVE WS-TODAY-DATE TO MH-FEED-DATE.
002640     END-IF.
002650 1100-EXIT.
002660     EXIT.
002661
002662*-----------------------------------------------------------------
002663*1150-READ-MERGE-MODE-CARD
002664*FILE STATUS '35' MEANS NO MERGE CARD - THE NORMAL NIGHT, WHERE A
002665*MISSING REGION IS FATAL.  A CARD NAMING NO KNOWN MODE IS IGNORED.
002666*-----------------------------------------------------------------
002667 1150-READ-MERGE-MODE-CARD.
002668     OPEN INPUT MERGE-MODE-FILE.
002669     IF WS-MRGCARD-STATUS NOT = '00'
002670         GO TO 1150-EXIT
002671     END-IF.
002672     READ MERGE-MODE-FILE
002673         AT END
002674             CONTINUE
002675     END-READ.
002676     IF WS-MRGCARD-STATUS = '00'
002677         IF MG-LATE-REGION-MODE
002678             SET WS-LATE-REGION-MODE TO TRUE
002679             DISPLAY 'COLMERGE: LATE-REGION MODE - REGIONS NOT'
002680                 ' YET ARRIVED ARE LEFT OUTSTANDING'
002681         ELSE
002682             IF MG-FOLD-IN-MODE
002683                 SET WS-FOLD-IN-MODE TO TRUE
002684                 DISPLAY 'COLMERGE: FOLD-IN RUN - OUTSTANDING'
002685                     ' REGIONS MERGED AGAINST KEYS ALREADY'
002686                     ' DISPATCHED'
002687             ELSE
002688                 DISPLAY 'COLMERGE: MRGCARD MODE ' MG-MODE
002689                     ' NOT RECOGNISED - IGNORED'
002690             END-IF
002691         END-IF
002692     END-IF.
002693     CLOSE MERGE-MODE-FILE.
002694 1150-EXIT.
002695     EXIT.
002696
002697*-----------------------------------------------------------------
002698*1200-CHECK-FEED-REGISTRY
002699*A FIRST PASS OVER THE THREE REGIONAL FEEDS TAKES EACH ONE'S
002700*FINGERPRINT, UNDATED SO A FILE REMOUNTED ON A LATER NIGHT IS
002701*STILL CAUGHT.  ANY EXACT REPEAT NOT COVERED BY THE
002702*OVERRIDE CARD REFUSES THE WHOLE MERGE BEFORE MRGOUT IS OPENED,
002703*SO THE LAST GOOD CONSOLIDATION IS LEFT AS IT WAS.  THE READ
002704*COUNTS ARE CLEARED AGAIN FOR THE MERGE PROPER.
002705*-----------------------------------------------------------------
002706 1200-CHECK-FEED-REGISTRY.
002707     PERFORM 1210-READ-OVERRIDE-CARD THRU 1210-EXIT.
002708     PERFORM 1220-OPEN-FEED-REGISTRY THRU 1220-EXIT.
002709     PERFORM 1300-FINGERPRINT-REGION THRU 1300-EXIT
002710         VARYING WS-REGION-NUMBER FROM 1 BY 1
002711         UNTIL WS-REGION-NUMBER > 3.
002712     INITIALIZE WS-REGION-READ-COUNTS.
002713     PERFORM 1400-CHECK-REGION-PRINT THRU 1400-EXIT
002714         VARYING WS-REGION-NUMBER FROM 1 BY 1
002715         UNTIL WS-REGION-NUMBER > 3.
002716     IF WS-REPEAT-COUNT > ZERO
002717         DISPLAY 'COLMERGE: ' WS-REPEAT-COUNT ' REGIONAL FEED(S)'
002718             ' ALREADY MERGED - CONSOLIDATION REFUSED'
002719         GO TO 9900-REFUSE-REPEAT-EXIT
002720     END-IF.
002721 1200-EXIT.
002722     EXIT.
002723
002724*-----------------------------------------------------------------
002725*1210-READ-OVERRIDE-CARD
002726*FILE STATUS '35' MEANS NO OVERRIDE CARD - THE NORMAL NIGHT.  A
002727*CARD THAT DOES NOT SAY 'OVERRIDE' WITH A NUMERIC DATE IS IGNORED.
002728*-----------------------------------------------------------------
002729 1210-READ-OVERRIDE-CARD.
002730     OPEN INPUT FEED-OVERRIDE-FILE.
002731     IF WS-OVERRIDE-STATUS NOT = '00'
002732         GO TO 1210-EXIT
002733     END-IF.
002734     READ FEED-OVERRIDE-FILE
002735         AT END
002736             CONTINUE
002737     END-READ.
002738     IF WS-OVERRIDE-STATUS = '00'
002739         IF FO-OVERRIDE AND FO-FEED-DATE NUMERIC
002740             SET WS-OVERRIDE-CARD TO TRUE
002741             MOVE FO-FEED-DATE     TO WS-OVERRIDE-DATE
002742             MOVE FO-SOURCE-REGION TO WS-OVERRIDE-REGION
002743             MOVE FO-REQUESTED-BY  TO WS-OVERRIDE-BY
002744             DISPLAY 'COLMERGE: REPEAT OVERRIDE CARD FOR '
002745                 FO-FEED-DATE ' REGION ' FO-SOURCE-REGION
002746                 ' BY ' FO-REQUESTED-BY ' - ' FO-REASON
002747         ELSE
002748             DISPLAY 'COLMERGE: FEEDOVR CARD NOT AN OVERRIDE -'
002749                 ' IGNORED'
002750         END-IF
002751     END-IF.
002752     CLOSE FEED-OVERRIDE-FILE.
002753 1210-EXIT.
002754     EXIT.
002755
002756*-----------------------------------------------------------------
002757*1220-OPEN-FEED-REGISTRY
002758*FILE STATUS '35' MEANS FIRST EVER RUN - CREATE THE REGISTRY EMPTY
002759*AND REOPEN, SAME AS THE EXCEPTION BASKET.  ANY OTHER FAILURE IS
002760*FATAL: WITHOUT THE REGISTRY A REPEAT FEED CANNOT BE STOPPED.
002761*-----------------------------------------------------------------
002762 1220-OPEN-FEED-REGISTRY.
002763     OPEN I-O FEED-REGISTRY-FILE.
002764     IF WS-REGISTRY-STATUS = '35'
002765         OPEN OUTPUT FEED-REGISTRY-FILE
002766         CLOSE FEED-REGISTRY-FILE
002767         OPEN I-O FEED-REGISTRY-FILE
002768     END-IF.
002769     IF WS-REGISTRY-STATUS NOT = '00'
002770         DISPLAY 'COLMERGE: UNABLE TO OPEN FEED REGISTRY, STATUS='
002771             WS-REGISTRY-STATUS
002772         GO TO 9999-ABEND-EXIT
002773     END-IF.
002774 1220-EXIT.
002775     EXIT.
002776
002777 1300-FINGERPRINT-REGION.
002778     IF NOT WS-RS-TO-MERGE(WS-REGION-NUMBER)
002779         GO TO 1300-EXIT
002780     END-IF.
002781     MOVE 'N' TO WS-REGION-EOF-SW.
002782     MOVE WS-REGION-NUMBER TO WS-REGION-ID(2:1).
002783     MOVE '0' TO WS-REGION-ID(1:1).
002784     PERFORM 2050-OPEN-REGION-FEED THRU 2050-EXIT.
002785     PERFORM 2100-READ-REGION-RECORD THRU 2100-EXIT.
002786     PERFORM 1310-COUNT-PRINT-DETAIL THRU 1310-EXIT
002787         UNTIL WS-END-OF-REGION.
002788     PERFORM 2300-CLOSE-REGION-FEED THRU 2300-EXIT.
002789     MOVE WS-REGION-READ(WS-REGION-NUMBER)
002790         TO WS-RP-COUNT(WS-REGION-NUMBER).
002791 1300-EXIT.
002792     EXIT.
002793
002794 1310-COUNT-PRINT-DETAIL.
002795     EVALUATE WS-WORK-COLOR
002796         WHEN 'Y'
002797             ADD 1 TO WS-RP-COLOR-TOTAL(WS-REGION-NUMBER, 1)
002798         WHEN 'G'
002799             ADD 1 TO WS-RP-COLOR-TOTAL(WS-REGION-NUMBER, 2)
002800         WHEN 'R'
002801             ADD 1 TO WS-RP-COLOR-TOTAL(WS-REGION-NUMBER, 3)
002802         WHEN 'B'
002803             ADD 1 TO WS-RP-COLOR-TOTAL(WS-REGION-NUMBER, 4)
002804         WHEN OTHER
002805             ADD 1 TO WS-RP-OTHER-TOTAL(WS-REGION-NUMBER)
002806     END-EVALUATE.
002807     PERFORM 2100-READ-REGION-RECORD THRU 2100-EXIT.
002808 1310-EXIT.
002809     EXIT.
002810
002811*-----------------------------------------------------------------
002812*1400-CHECK-REGION-PRINT
002813*NOT ON FILE IS THE NORMAL CASE.  ON FILE IS AN EXACT REPEAT -
002814*LET THROUGH ONLY WHEN THE OVERRIDE CARD NAMES THE NIGHT THE FEED
002815*WAS FIRST MERGED AND EITHER THIS REGION OR NO REGION.
002816*-----------------------------------------------------------------
002817 1400-CHECK-REGION-PRINT.
002818     IF NOT WS-RS-TO-MERGE(WS-REGION-NUMBER)
002819         GO TO 1400-EXIT
002820     END-IF.
002821     MOVE WS-REGION-NUMBER TO WS-REGION-ID(2:1).
002822     MOVE '0' TO WS-REGION-ID(1:1).
002823     PERFORM 1450-BUILD-REGISTRY-KEY THRU 1450-EXIT.
002824     READ FEED-REGISTRY-FILE
002825         INVALID KEY
002826             GO TO 1400-EXIT
002827     END-READ.
002828     IF WS-REGISTRY-STATUS NOT = '00'
002829         DISPLAY 'COLMERGE: FEED REGISTRY READ ERROR, STATUS='
002830             WS-REGISTRY-STATUS
002831         GO TO 9999-ABEND-EXIT
002832     END-IF.
002833     IF WS-OVERRIDE-CARD
002834        AND WS-OVERRIDE-DATE = FR-FIRST-RUN-DATE
002835        AND (WS-OVERRIDE-REGION = SPACES
002836             OR WS-OVERRIDE-REGION = WS-REGION-ID)
002837         DISPLAY 'COLMERGE: REGION ' WS-REGION-ID ' FEED REPEATS'
002838             ' ONE FIRST MERGED ' FR-FIRST-RUN-DATE
002839             ' - ACCEPTED ON OVERRIDE'
002840         GO TO 1400-EXIT
002841     END-IF.
002842     ADD 1 TO WS-REPEAT-COUNT.
002843     DISPLAY 'COLMERGE: REGION ' WS-REGION-ID ' FEED IS AN EXACT'
002844         ' REPEAT OF ONE FIRST MERGED ' FR-FIRST-RUN-DATE
002845         ' (' FR-RECORD-COUNT ' RECORDS)'.
002846 1400-EXIT.
002847     EXIT.
002848
002849 1450-BUILD-REGISTRY-KEY.
002850     MOVE SPACES TO FEED-REGISTRY-RECORD.
002851     MOVE 'M'                              TO FR-STAGE.
002852     MOVE ZERO                             TO FR-FEED-DATE.
002853     MOVE WS-REGION-ID                     TO FR-SOURCE-REGION.
002854     MOVE WS-RP-COUNT(WS-REGION-NUMBER)    TO FR-RECORD-COUNT.
002855     PERFORM 1460-MOVE-COLOR-TOTAL THRU 1460-EXIT
002856         VARYING WS-COLOR-IDX FROM 1 BY 1
002857         UNTIL WS-COLOR-IDX > 4.
002858     MOVE WS-RP-OTHER-TOTAL(WS-REGION-NUMBER) TO FR-OTHER-TOTAL.
002859 1450-EXIT.
002860     EXIT.
002861
002862 1460-MOVE-COLOR-TOTAL.
002863     MOVE WS-RP-COLOR-TOTAL(WS-REGION-NUMBER, WS-COLOR-IDX)
002864         TO FR-COLOR-TOTAL(WS-COLOR-IDX).
002865 1460-EXIT.
002866     EXIT.
002867
002868*-----------------------------------------------------------------
002869*1500-SELECT-REGIONS
002870*DECIDE WHICH REGIONS THIS RUN MERGES.  THE NORMAL NIGHT TAKES
002871*ALL THREE AND A MISSING ONE ABENDS WHEN ITS FEED IS OPENED.  IN
002872*LATE-REGION MODE EACH FEED IS TRIED FIRST - ONE NOT THERE
002873*(STATUS '35') IS OUTSTANDING, BUT WITH NONE AT ALL THERE IS
002874*NOTHING TO MERGE.  A FOLD-IN RUN TAKES ONLY THE REGIONS THE LOG
002875*STILL HAS OUTSTANDING FOR THE NIGHT AND THAT HAVE NOW ARRIVED.
002876*-----------------------------------------------------------------
002877 1500-SELECT-REGIONS.
002878     IF WS-FOLD-IN-MODE
002879         PERFORM 1520-LOAD-OUTSTANDING-REGIONS THRU 1520-EXIT
002880     ELSE
002881         MOVE 'M' TO WS-RS-STATE-SW(1) WS-RS-STATE-SW(2)
002882                     WS-RS-STATE-SW(3)
002883     END-IF.
002884     IF WS-LATE-REGION-MODE OR WS-FOLD-IN-MODE
002885         PERFORM 1510-PROBE-REGION-FEED THRU 1510-EXIT
002886             VARYING WS-REGION-NUMBER FROM 1 BY 1
002887             UNTIL WS-REGION-NUMBER > 3
002888     END-IF.
002889     MOVE ZERO TO WS-MERGE-REGION-COUNT WS-OUTSTANDING-COUNT.
002890     PERFORM 1505-COUNT-REGION-STATE THRU 1505-EXIT
002891         VARYING WS-REGION-NUMBER FROM 1 BY 1
002892         UNTIL WS-REGION-NUMBER > 3.
002893     IF WS-FOLD-IN-MODE AND WS-MERGE-REGION-COUNT = ZERO
002894         GO TO 9800-NOTHING-TO-FOLD-EXIT
002895     END-IF.
002896     IF WS-MERGE-REGION-COUNT = ZERO
002897         DISPLAY 'COLMERGE: NO REGIONAL FEED HAS ARRIVED -'
002898             ' NOTHING TO MERGE'
002899         GO TO 9999-ABEND-EXIT
002900     END-IF.
002901 1500-EXIT.
002902     EXIT.
002903
002904 1505-COUNT-REGION-STATE.
002905     IF WS-RS-TO-MERGE(WS-REGION-NUMBER)
002906         ADD 1 TO WS-MERGE-REGION-COUNT
002907     END-IF.
002908     IF WS-RS-OUTSTANDING(WS-REGION-NUMBER)
002909         ADD 1 TO WS-OUTSTANDING-COUNT
002910     END-IF.
002911 1505-EXIT.
002912     EXIT.
002913
002914*-----------------------------------------------------------------
002915*1510-PROBE-REGION-FEED
002916*ONLY STATUS '35' - THE FEED IS NOT THERE - MAKES A REGION
002917*OUTSTANDING.  A FEED THAT IS THERE BUT WILL NOT OPEN IS A FAULT,
002918*NOT A LATE OFFICE, AND STAYS FATAL.
002919*-----------------------------------------------------------------
002920 1510-PROBE-REGION-FEED.
002921     IF WS-FOLD-IN-MODE
002922        AND NOT WS-RS-OUTSTANDING(WS-REGION-NUMBER)
002923         GO TO 1510-EXIT
002924     END-IF.
002925     MOVE WS-REGION-NUMBER TO WS-REGION-ID(2:1).
002926     MOVE '0' TO WS-REGION-ID(1:1).
002927     EVALUATE WS-REGION-NUMBER
002928         WHEN 1
002929             OPEN INPUT REGION1-FEED-FILE
002930         WHEN 2
002931             OPEN INPUT REGION2-FEED-FILE
002932         WHEN 3
002933             OPEN INPUT REGION3-FEED-FILE
002934     END-EVALUATE.
002935     IF WS-REGION-STATUS = '00'
002936         PERFORM 2300-CLOSE-REGION-FEED THRU 2300-EXIT
002937         MOVE 'M' TO WS-RS-STATE-SW(WS-REGION-NUMBER)
002938         GO TO 1510-EXIT
002939     END-IF.
002940     IF WS-REGION-STATUS NOT = '35'
002941         DISPLAY 'COLMERGE: UNABLE TO OPEN REGION '
002942             WS-REGION-ID ' FEED, STATUS=' WS-REGION-STATUS
002943         GO TO 9999-ABEND-EXIT
002944     END-IF.
002945     MOVE 'O' TO WS-RS-STATE-SW(WS-REGION-NUMBER).
002946     DISPLAY 'COLMERGE: REGION ' WS-REGION-ID
002947         ' FEED NOT ARRIVED - OUTSTANDING'.
002948 1510-EXIT.
002949     EXIT.
002950
002951*-----------------------------------------------------------------
002952*1520-LOAD-OUTSTANDING-REGIONS
002953*READ THE LATE-REGION LOG FOR THE NIGHT'S FEED DATE - THE LAST
002954*ROW FOR A REGION IS ITS STANDING, SO AN 'O' ROW MAKES IT
002955*OUTSTANDING AND A LATER 'F' ROW MEANS IT IS ALREADY FOLDED IN.
002956*NO LOG AT ALL MEANS NOTHING WAS EVER LEFT OUTSTANDING.
002957*-----------------------------------------------------------------
002958 1520-LOAD-OUTSTANDING-REGIONS.
002959     OPEN INPUT LATE-REGION-FILE.
002960     IF WS-LATEREG-STATUS = '35'
002961         GO TO 1520-EXIT
002962     END-IF.
002963     IF WS-LATEREG-STATUS NOT = '00'
002964         DISPLAY 'COLMERGE: UNABLE TO OPEN LATE-REGION LOG,'
002965             ' STATUS=' WS-LATEREG-STATUS
002966         GO TO 9999-ABEND-EXIT
002967     END-IF.
002968     MOVE 'N' TO WS-LATEREG-EOF-SW.
002969     PERFORM 1530-SCAN-LATE-REGION-ROW THRU 1530-EXIT
002970         UNTIL WS-LATEREG-EOF.
002971     CLOSE LATE-REGION-FILE.
002972 1520-EXIT.
002973     EXIT.
002974
002975 1530-SCAN-LATE-REGION-ROW.
002976     READ LATE-REGION-FILE
002977         AT END
002978             SET WS-LATEREG-EOF TO TRUE
002979             GO TO 1530-EXIT
002980     END-READ.
002981     IF LT-FEED-DATE NOT = WS-TODAY-DATE
002982         GO TO 1530-EXIT
002983     END-IF.
002984     IF LT-SOURCE-REGION < '01' OR LT-SOURCE-REGION > '03'
002985         GO TO 1530-EXIT
002986     END-IF.
002987     MOVE LT-SOURCE-REGION(2:1) TO WS-LATE-REGION-NUMBER.
002988     IF LT-OUTSTANDING
002989         MOVE 'O' TO WS-RS-STATE-SW(WS-LATE-REGION-NUMBER)
002990         MOVE LT-RUN-DATE TO WS-NIGHT-RUN-DATE
002991     END-IF.
002992     IF LT-FOLDED-IN
002993         MOVE SPACE TO WS-RS-STATE-SW(WS-LATE-REGION-NUMBER)
002994     END-IF.
002995 1530-EXIT.
002996     EXIT.
002997
002998*-----------------------------------------------------------------
002999*1600-OPEN-PRIOR-MERGE
003000*THE FIRST RECORD OF WHAT WAS DISPATCHED MUST BE ITS HEADER - ITS
003001*DATE IS THE NIGHT BEING COMPLETED, SO IT STANDS IN FOR TODAY'S
003002*DATE ON THE HEADER, THE REGISTRY AND THE LOG FROM HERE ON.
003003*-----------------------------------------------------------------
003004 1600-OPEN-PRIOR-MERGE.
003005     OPEN INPUT PRIOR-MERGE-FILE.
003006     IF WS-PRIOR-STATUS NOT = '00'
003007         DISPLAY 'COLMERGE: UNABLE TO OPEN DISPATCHED MERGE'
003008             ' (MRGPRIOR), STATUS=' WS-PRIOR-STATUS
003009         GO TO 9999-ABEND-EXIT
003010     END-IF.
003011     READ PRIOR-MERGE-FILE
003012         AT END
003013             SET WS-PRIOR-EOF TO TRUE
003014     END-READ.
003015     IF WS-PRIOR-EOF OR PH-RECORD-ID NOT = 'HDR'
003016        OR PH-FEED-DATE NOT NUMERIC
003017         DISPLAY 'COLMERGE: DISPATCHED MERGE HAS NO HEADER'
003018         GO TO 9999-ABEND-EXIT
003019     END-IF.
003020     MOVE PH-FEED-DATE TO WS-TODAY-DATE.
003021     DISPLAY 'COLMERGE: FOLDING IN FOR FEED DATE ' WS-TODAY-DATE.
003022 1600-EXIT.
003023     EXIT.
003024
003025*-----------------------------------------------------------------
003026*1700-LOAD-DISPATCHED-KEYS
003027*EVERY KEY ALREADY DISPATCHED GOES ON THE WORK FILE WITH ITS
003028*REGION, FLAGGED DISPATCHED.  A KEY THAT APPEARS TWICE (A LATE
003029*REGION ALREADY FOLDED IN SUPERSEDED IT) KEEPS THE LOWER REGION.
003030*-----------------------------------------------------------------
003031 1700-LOAD-DISPATCHED-KEYS.
003032     PERFORM 1710-READ-PRIOR-RECORD THRU 1710-EXIT.
003033     PERFORM 1720-LOAD-DISPATCHED-KEY THRU 1720-EXIT
003034         UNTIL WS-PRIOR-EOF.
003035     CLOSE PRIOR-MERGE-FILE.
003036     DISPLAY 'COLMERGE: ' WS-DISPATCHED-COUNT
003037         ' KEYS ALREADY DISPATCHED FOR THE NIGHT'.
003038 1700-EXIT.
003039     EXIT.
003040
003041 1710-READ-PRIOR-RECORD.
003042     READ PRIOR-MERGE-FILE
003043         AT END
003044             SET WS-PRIOR-EOF TO TRUE
003045     END-READ.
003046     IF NOT WS-PRIOR-EOF
003047        AND (PH-RECORD-ID = 'HDR' OR PH-RECORD-ID = 'TRL')
003048         GO TO 1710-READ-PRIOR-RECORD
003049     END-IF.
003050 1710-EXIT.
003051     EXIT.
003052
003053 1720-LOAD-DISPATCHED-KEY.
003054     MOVE SPACES           TO KEY-WORK-RECORD.
003055     MOVE PD-KEY           TO KW-KEY.
003056     MOVE PD-SOURCE-REGION TO KW-SOURCE-REGION.
003057     MOVE PD-COLOR         TO KW-COLOR.
003058     MOVE 'Y'              TO KW-DISPATCHED-SW.
003059     WRITE KEY-WORK-RECORD.
003060     IF WS-WORK-STATUS = '00'
003061         ADD 1 TO WS-DISPATCHED-COUNT
003062         GO TO 1720-READ-NEXT
003063     END-IF.
003064     IF WS-WORK-STATUS NOT = '22'
003065         DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003066             WS-WORK-STATUS
003067         GO TO 9999-ABEND-EXIT
003068     END-IF.
003069     READ KEY-WORK-FILE.
003070     IF WS-WORK-STATUS NOT = '00'
003071         DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003072             WS-WORK-STATUS
003073         GO TO 9999-ABEND-EXIT
003074     END-IF.
003075     IF PD-SOURCE-REGION NOT < KW-SOURCE-REGION
003076         GO TO 1720-READ-NEXT
003077     END-IF.
003078     MOVE PD-SOURCE-REGION TO KW-SOURCE-REGION.
003079     MOVE PD-COLOR         TO KW-COLOR.
003080     REWRITE KEY-WORK-RECORD.
003081     IF WS-WORK-STATUS NOT = '00'
003082         DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003083             WS-WORK-STATUS
003084         GO TO 9999-ABEND-EXIT
003085     END-IF.
003086 1720-READ-NEXT.
003087     PERFORM 1710-READ-PRIOR-RECORD THRU 1710-EXIT.
003088 1720-EXIT.
003089     EXIT.
003090
003091*-----------------------------------------------------------------
003092*1800-POST-LATE-REGIONS
003093*LATE-REGION MODE LOGS EACH OUTSTANDING REGION BEFORE ANYTHING IS
003094*MERGED - WITHOUT THAT ROW NOTHING DOWNSTREAM WOULD KNOW THE NIGHT
003095*IS SHORT, SO A LOG THAT CANNOT BE WRITTEN STOPS THE MERGE.  A
003096*FOLD-IN RUN LOGS EACH REGION IT FOLDED IN AT THE END; THE MERGE
003097*IS WRITTEN BY THEN, SO A FAILURE ONLY WARNS (RETURN CODE 4) AND
003098*THE REGION GOES ON SHOWING OUTSTANDING, WHICH HOLDS THE GATE.
003099*FILE STATUS '35' MEANS THE FIRST LATE NIGHT CREATES THE LOG.
003100*-----------------------------------------------------------------
003101 1800-POST-LATE-REGIONS.
003102     OPEN EXTEND LATE-REGION-FILE.
003103     IF WS-LATEREG-STATUS = '35'
003104         OPEN OUTPUT LATE-REGION-FILE
003105     END-IF.
003106     IF WS-LATEREG-STATUS NOT = '00'
003107         DISPLAY 'COLMERGE: UNABLE TO WRITE LATE-REGION LOG,'
003108             ' STATUS=' WS-LATEREG-STATUS
003109         IF WS-FOLD-IN-MODE
003110             MOVE 4 TO RETURN-CODE
003111             GO TO 1800-EXIT
003112         END-IF
003113         GO TO 9999-ABEND-EXIT
003114     END-IF.
003115     ACCEPT WS-LATEREG-CLOCK FROM TIME.
003116     PERFORM 1810-WRITE-LATE-REGION-ROW THRU 1810-EXIT
003117         VARYING WS-REGION-NUMBER FROM 1 BY 1
003118         UNTIL WS-REGION-NUMBER > 3.
003119     CLOSE LATE-REGION-FILE.
003120 1800-EXIT.
003121     EXIT.
003122
003123 1810-WRITE-LATE-REGION-ROW.
003124     MOVE SPACES TO LATE-REGION-RECORD.
003125     IF WS-LATE-REGION-MODE
003126         IF NOT WS-RS-OUTSTANDING(WS-REGION-NUMBER)
003127             GO TO 1810-EXIT
003128         END-IF
003129         MOVE WS-RUN-DATE TO LT-RUN-DATE
003130         MOVE 'O'         TO LT-STATUS
003131         MOVE ZERO        TO LT-RECORDS-READ LT-RECORDS-MERGED
003132                             LT-LOST-PRECEDENCE LT-SUPERSEDED
003133     ELSE
003134         IF NOT WS-RS-TO-MERGE(WS-REGION-NUMBER)
003135             GO TO 1810-EXIT
003136         END-IF
003137         MOVE WS-NIGHT-RUN-DATE TO LT-RUN-DATE
003138         MOVE 'F'               TO LT-STATUS
003139         MOVE WS-REGION-READ(WS-REGION-NUMBER)
003140             TO LT-RECORDS-READ
003141         MOVE WS-RS-MERGED(WS-REGION-NUMBER)
003142             TO LT-RECORDS-MERGED
003143         MOVE WS-RS-LOST(WS-REGION-NUMBER)
003144             TO LT-LOST-PRECEDENCE
003145         MOVE WS-RS-SUPERSEDED(WS-REGION-NUMBER)
003146             TO LT-SUPERSEDED
003147     END-IF.
003148     MOVE WS-TODAY-DATE      TO LT-FEED-DATE.
003149     MOVE WS-REGION-NUMBER   TO WS-REGION-ID(2:1).
003150     MOVE '0'                TO WS-REGION-ID(1:1).
003151     MOVE WS-REGION-ID       TO LT-SOURCE-REGION.
003152     ACCEPT LT-POSTED-DATE FROM DATE YYYYMMDD.
003153     MOVE WS-LATEREG-HHMMSS  TO LT-POSTED-TIME.
003154     WRITE LATE-REGION-RECORD.
003155 1810-EXIT.
003156     EXIT.
003157
003158*-----------------------------------------------------------------
003159*2000-MERGE-ONE-REGION
003160*OPEN THE REGION'S FEED, PASS EVERY DETAIL THROUGH THE
003161*CROSS-REGION DUPLICATE CHECK, CLOSE IT.  REGION ORDER IS THE
003162*PRECEDENCE ORDER, SO A KEY ALREADY ON THE WORK FILE ALWAYS
003163*CAME FROM A LOWER-NUMBERED (HIGHER-PRECEDENCE) REGION.
003164*-----------------------------------------------------------------
003165 2000-MERGE-ONE-REGION.
003166     IF NOT WS-RS-TO-MERGE(WS-REGION-NUMBER)
003167         GO TO 2000-EXIT
003168     END-IF.
003169     MOVE 'N' TO WS-REGION-EOF-SW.
003170     MOVE WS-REGION-NUMBER TO WS-REGION-ID(2:1).
003171     MOVE '0' TO WS-REGION-ID(1:1).
003172     PERFORM 2050-OPEN-REGION-FEED THRU 2050-EXIT.
003173     PERFORM 2100-READ-REGION-RECORD THRU 2100-EXIT.
003174     PERFORM 2200-MERGE-REGION-RECORD THRU 2200-EXIT
003175         UNTIL WS-END-OF-REGION.
003176     PERFORM 2300-CLOSE-REGION-FEED THRU 2300-EXIT.
003177     DISPLAY 'COLMERGE: REGION ' WS-REGION-ID ' READ '
003178         WS-REGION-READ(WS-REGION-NUMBER) ' RECORDS'.
003179 2000-EXIT.
003180     EXIT.
003181
003182 2050-OPEN-REGION-FEED.
003183     EVALUATE WS-REGION-NUMBER
003184         WHEN 1
003185             OPEN INPUT REGION1-FEED-FILE
003186         WHEN 2
003187             OPEN INPUT REGION2-FEED-FILE
003188         WHEN 3
003189             OPEN INPUT REGION3-FEED-FILE
003190     END-EVALUATE.
003191     IF WS-REGION-STATUS NOT = '00'
003192         DISPLAY 'COLMERGE: UNABLE TO OPEN REGION '
003193             WS-REGION-ID ' FEED, STATUS=' WS-REGION-STATUS
003194         GO TO 9999-ABEND-EXIT
003195     END-IF.
003196 2050-EXIT.
003197     EXIT.
003198
003199 2100-READ-REGION-RECORD.
003200     EVALUATE WS-REGION-NUMBER
003201         WHEN 1
003202             READ REGION1-FEED-FILE
003203                 AT END
003204                     SET WS-END-OF-REGION TO TRUE
003205                 NOT AT END
003206                     MOVE REGION1-RECORD TO WS-WORK-DETAIL
003207             END-READ
003208         WHEN 2
003209             READ REGION2-FEED-FILE
003210                 AT END
003211                     SET WS-END-OF-REGION TO TRUE
003212                 NOT AT END
003213                     MOVE REGION2-RECORD TO WS-WORK-DETAIL
003214             END-READ
003220         WHEN 3
003230             READ REGION3-FEED-FILE
003240                 AT END
003370*2200-MERGE-REGION-RECORD
003380*FIRST ARRIVAL OF A KEY WINS - STATUS 22 OFF THE KEYED WORK
003390*FILE MEANS A HIGHER-PRECEDENCE REGION ALREADY SENT THIS KEY
003396*AND THE ARRIVAL IN HAND LOSES.  ON A FOLD-IN RUN THE KEY MAY
003402*INSTEAD BE ONE ALREADY DISPATCHED, WHICH 2250 SETTLES.
003410*-----------------------------------------------------------------
003420 2200-MERGE-REGION-RECORD.
003430     MOVE SPACES TO KEY-WORK-RECORD.
003440     MOVE WS-WORK-KEY TO KW-KEY.
003442     MOVE WS-REGION-ID TO KW-SOURCE-REGION.
003444     MOVE WS-WORK-COLOR TO KW-COLOR.
003446     MOVE 'N' TO KW-DISPATCHED-SW.
003450     WRITE KEY-WORK-RECORD.
003460     EVALUATE WS-WORK-STATUS
003470         WHEN '00'
003480             PERFORM 2400-WRITE-MERGED-DETAIL THRU 2400-EXIT
003490         WHEN '22'
003500             PERFORM 2250-RESOLVE-DUPLICATE-KEY THRU 2250-EXIT
003510         WHEN OTHER
003520             DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003530                 WS-WORK-STATUS
003570 2200-EXIT.
003580     EXIT.
003590
003591*-----------------------------------------------------------------
003592*2250-RESOLVE-DUPLICATE-KEY
003593*THE SAME PRECEDENCE AGAINST THE NIGHT'S DISPATCHED KEYS: ONE
003594*DISPATCHED FROM A LOWER REGION BEATS THE LATE ARRIVAL AS ALWAYS,
003595*BUT ONE DISPATCHED FROM A HIGHER REGION ONLY WON BECAUSE THIS
003596*REGION WAS LATE - THE LATE ARRIVAL IS MERGED AND SUPERSEDES IT,
003597*AND THE WORK FILE NOW HOLDS THE KEY FOR THIS REGION.
003598*-----------------------------------------------------------------
003599 2250-RESOLVE-DUPLICATE-KEY.
003600     IF NOT WS-FOLD-IN-MODE
003601         PERFORM 2500-REJECT-DUPLICATE THRU 2500-EXIT
003602         GO TO 2250-EXIT
003603     END-IF.
003604     READ KEY-WORK-FILE.
003605     IF WS-WORK-STATUS NOT = '00'
003606         DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003607             WS-WORK-STATUS
003608         GO TO 9999-ABEND-EXIT
003609     END-IF.
003610     IF NOT KW-DISPATCHED OR KW-SOURCE-REGION NOT > WS-REGION-ID
003611         PERFORM 2500-REJECT-DUPLICATE THRU 2500-EXIT
003612         GO TO 2250-EXIT
003613     END-IF.
003614     PERFORM 2550-SUPERSEDE-DISPATCHED THRU 2550-EXIT.
003615     PERFORM 2400-WRITE-MERGED-DETAIL THRU 2400-EXIT.
003616     MOVE WS-REGION-ID TO KW-SOURCE-REGION.
003617     MOVE WS-WORK-COLOR TO KW-COLOR.
003618     MOVE 'N' TO KW-DISPATCHED-SW.
003619     REWRITE KEY-WORK-RECORD.
003620     IF WS-WORK-STATUS NOT = '00'
003621         DISPLAY 'COLMERGE: KEY WORK FILE ERROR, STATUS='
003622             WS-WORK-STATUS
003623         GO TO 9999-ABEND-EXIT
003624     END-IF.
003625 2250-EXIT.
003626     EXIT.
003627
003628 2300-CLOSE-REGION-FEED.
003629     EVALUATE WS-REGION-NUMBER
003630         WHEN 1
003631             CLOSE REGION1-FEED-FILE
003640         WHEN 2
003650             CLOSE REGION2-FEED-FILE
003660         WHEN 3
003740     MOVE WS-REGION-ID TO MD-SOURCE-REGION.
003750     WRITE MERGED-DETAIL-RECORD.
003760     ADD 1 TO WS-MERGED-COUNT.
003765     ADD 1 TO WS-RS-MERGED(WS-REGION-NUMBER).
003770 2400-EXIT.
003780     EXIT.
003790
003850     MOVE 'LOST-REGION-PRECEDENCE' TO MR-REASON.
003860     WRITE MERGE-REJECT-RECORD.
003870     ADD 1 TO WS-DUP-COUNT.
003875     ADD 1 TO WS-RS-LOST(WS-REGION-NUMBER).
003880     PERFORM 2600-POST-BASKET-EXCEPTION THRU 2600-EXIT.
003890     DISPLAY 'COLMERGE: KEY ' WS-WORK-KEY ' FROM REGION '
003900         WS-REGION-ID ' LOST PRECEDENCE'.
003910 2500-EXIT.
003920     EXIT.
003921
003922*-----------------------------------------------------------------
003923*2550-SUPERSEDE-DISPATCHED
003924*THE DISPATCHED ARRIVAL GOES ON THE MERGE REJECT LOG WITH ITS OWN
003925*REGION, SO THE LOG SHOWS WHAT THE NIGHT SENT AND WHAT REPLACED
003926*IT.  IT IS NOT POSTED TO THE BASKET - THE VALUE THAT SHOULD HAVE
003927*WON IS GOING THROUGH NOW, SO THERE IS NOTHING FOR COLFIX TO DO.
003928*-----------------------------------------------------------------
003929 2550-SUPERSEDE-DISPATCHED.
003930     MOVE SPACES TO MERGE-REJECT-RECORD.
003931     MOVE KW-KEY TO MR-KEY.
003932     MOVE KW-COLOR TO MR-COLOR.
003933     MOVE KW-SOURCE-REGION TO MR-SOURCE-REGION.
003934     MOVE 'SUPERSEDED-BY-LATE-RGN' TO MR-REASON.
003935     WRITE MERGE-REJECT-RECORD.
003936     ADD 1 TO WS-SUPERSEDED-COUNT.
003937     ADD 1 TO WS-RS-SUPERSEDED(WS-REGION-NUMBER).
003938     DISPLAY 'COLMERGE: KEY ' KW-KEY ' DISPATCHED FROM REGION '
003939         KW-SOURCE-REGION ' SUPERSEDED BY LATE REGION '
003940         WS-REGION-ID.
003941 2550-EXIT.
003942     EXIT.
003943
003944*-----------------------------------------------------------------
003950*2600-POST-BASKET-EXCEPTION
003960*ONE OPEN ROW PER KEY/DATE/REASON - A REPEAT LOSS OF THE SAME
003970*KEY TODAY JUST REWRITES ITS ROW.  A POST FAILURE ONLY WARNS.
004260 3000-EXIT.
004270     EXIT.
004280
004281*-----------------------------------------------------------------
004282*3500-REGISTER-REGION-FEED
004283*A NEW FINGERPRINT GETS ITS ROW; ONE ALREADY ON FILE CAN ONLY BE
004284*HERE ON OVERRIDE, SO ITS ROW IS COUNTED AGAIN AND STAMPED WITH
004285*WHO ASKED.  THE MERGE IS ALREADY WRITTEN, SO A REGISTRY FAILURE
004286*HERE ONLY WARNS (RETURN CODE 4) RATHER THAN UNDO A GOOD NIGHT.
004287*-----------------------------------------------------------------
004288 3500-REGISTER-REGION-FEED.
004289     IF NOT WS-RS-TO-MERGE(WS-REGION-NUMBER)
004290         GO TO 3500-EXIT
004291     END-IF.
004292     MOVE WS-REGION-NUMBER TO WS-REGION-ID(2:1).
004293     MOVE '0' TO WS-REGION-ID(1:1).
004294     PERFORM 1450-BUILD-REGISTRY-KEY THRU 1450-EXIT.
004295     READ FEED-REGISTRY-FILE
004296         INVALID KEY
004297             ACCEPT WS-REGISTRY-CLOCK FROM TIME
004298             MOVE WS-RUN-DATE        TO FR-FIRST-RUN-DATE
004299                                        FR-LAST-RUN-DATE
004300             MOVE WS-REGISTRY-HHMMSS TO FR-FIRST-TIME
004301             MOVE 1                  TO FR-TIMES-ACCEPTED
004302             WRITE FEED-REGISTRY-RECORD
004303             GO TO 3500-CHECK-REGISTRY-STATUS
004304     END-READ.
004305     ADD 1 TO FR-TIMES-ACCEPTED.
004306     MOVE WS-RUN-DATE    TO FR-LAST-RUN-DATE.
004307     MOVE WS-OVERRIDE-BY TO FR-OVERRIDE-BY.
004308     REWRITE FEED-REGISTRY-RECORD.
004309 3500-CHECK-REGISTRY-STATUS.
004310     IF WS-REGISTRY-STATUS NOT = '00'
004311         DISPLAY 'COLMERGE: REGION ' WS-REGION-ID
004312             ' NOT REGISTERED, STATUS=' WS-REGISTRY-STATUS
004313         MOVE 4 TO RETURN-CODE
004314     END-IF.
004315 3500-EXIT.
004316     EXIT.
004317
004318 4000-TERMINATE.
004319     CLOSE MERGED-FEED-FILE.
004320     CLOSE MERGE-REJECT-FILE.
004321     CLOSE KEY-WORK-FILE.
004330     IF WS-BASKET-AVAILABLE
004340         CLOSE EXCEPTION-BASKET-FILE
004350     END-IF.
004355     CLOSE FEED-REGISTRY-FILE.
004356     IF WS-FOLD-IN-MODE
004357         PERFORM 1800-POST-LATE-REGIONS THRU 1800-EXIT
004358     END-IF.
004360     DISPLAY 'COLMERGE: CONSOLIDATION COMPLETE'.
004370     DISPLAY '  MERGED DETAILS   = ' WS-MERGED-COUNT.
004380     DISPLAY '  LOST PRECEDENCE  = ' WS-DUP-COUNT.
004381     IF WS-FOLD-IN-MODE
004382         DISPLAY '  REGIONS FOLDED   = ' WS-MERGE-REGION-COUNT
004383         DISPLAY '  SUPERSEDED       = ' WS-SUPERSEDED-COUNT
004384     END-IF.
004385     IF WS-OUTSTANDING-COUNT > ZERO
004386         DISPLAY '  STILL OUTSTANDING= ' WS-OUTSTANDING-COUNT
004387     END-IF.
004388     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004390 4000-EXIT.
004400     EXIT.
004410
004411*-----------------------------------------------------------------
004412*8500-START-LEDGER
004413*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
004414*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
004415*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
004416*THE LEDGER BEFORE ANY REAL WORK IS DONE.
004417*-----------------------------------------------------------------
004418 8500-START-LEDGER.
004419     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004420     OPEN INPUT RUN-CARD-FILE.
004421     IF WS-RUNCARD-STATUS = '00'
004422         READ RUN-CARD-FILE
004423             AT END
004424                 CONTINUE
004425         END-READ
004426         IF WS-RUNCARD-STATUS = '00'
004427             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
004428                 MOVE RN-RUN-DATE TO WS-RUN-DATE
004429             END-IF
004430             IF RN-RERUN
004431                 SET WS-RERUN-MODE TO TRUE
004432             END-IF
004433         END-IF
004434         CLOSE RUN-CARD-FILE
004435     END-IF.
004436     IF WS-RERUN-MODE
004437         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
004438     END-IF.
004439     MOVE 'S'  TO WS-LEDGER-EVENT.
004440     MOVE ZERO TO WS-LEDGER-RC.
004441     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004442 8500-EXIT.
004443     EXIT.
004444
004445*-----------------------------------------------------------------
004446*8510-CHECK-RERUN
004447*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
004448*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
004449*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
004450*MEANS THE STEP RUNS.
004451*-----------------------------------------------------------------
004452 8510-CHECK-RERUN.
004453     MOVE 'N' TO WS-STEP-CLEAN-SW.
004454     MOVE 'N' TO WS-LEDGER-EOF-SW.
004455     OPEN INPUT RUN-LEDGER-FILE.
004456     IF WS-LEDGER-STATUS NOT = '00'
004457         DISPLAY 'COLMERGE: RERUN - NO RUN LEDGER, STATUS='
004458             WS-LEDGER-STATUS ' - STEP RUNS'
004459         GO TO 8510-EXIT
004460     END-IF.
004461     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
004462         UNTIL WS-LEDGER-EOF.
004463     CLOSE RUN-LEDGER-FILE.
004464     IF WS-STEP-ENDED-CLEAN
004465         DISPLAY 'COLMERGE: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
004466             ' - SKIPPED ON RERUN'
004467         MOVE ZERO TO RETURN-CODE
004468         STOP RUN
004469     END-IF.
004470     DISPLAY 'COLMERGE: RERUN - NO CLEAN END FOR RUN DATE '
004471         WS-RUN-DATE ' - STEP RUNS'.
004472 8510-EXIT.
004473     EXIT.
004474
004475 8520-SCAN-LEDGER-ROW.
004476     READ RUN-LEDGER-FILE
004477         AT END
004478             SET WS-LEDGER-EOF TO TRUE
004479         NOT AT END
004480             IF LG-PROGRAM = WS-LEDGER-PROGRAM
004481                AND LG-RUN-DATE = WS-RUN-DATE
004482                 IF LG-END-ROW AND LG-ENDED-CLEAN
004483                     SET WS-STEP-ENDED-CLEAN TO TRUE
004484                 ELSE
004485                     MOVE 'N' TO WS-STEP-CLEAN-SW
004486                 END-IF
004487             END-IF
004488     END-READ.
004489 8520-EXIT.
004490     EXIT.
004491
004492*-----------------------------------------------------------------
004493*8550-POST-LEDGER-END
004494*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
004495*FEED DATE = THE DATE ON THE HEADER WRITTEN, IN = DETAILS READ
004496*ACROSS ALL REGIONS, OUT = MERGED DETAILS, CONTROL 1 = LOST
004497*PRECEDENCE, CONTROL 2 = REGIONS LEFT OUTSTANDING, CONTROL 3 =
004498*DISPATCHED KEYS SUPERSEDED BY A LATE REGION.
004499*-----------------------------------------------------------------
004500 8550-POST-LEDGER-END.
004501     MOVE 'E'                TO WS-LEDGER-EVENT.
004502     MOVE RETURN-CODE        TO WS-LEDGER-RC.
004503     MOVE WS-TODAY-DATE      TO WS-LEDGER-FEED-DATE.
004504     COMPUTE WS-LEDGER-IN = WS-REGION-READ(1) + WS-REGION-READ(2)
004505                          + WS-REGION-READ(3).
004506     MOVE WS-MERGED-COUNT    TO WS-LEDGER-OUT.
004507     MOVE WS-DUP-COUNT       TO WS-LEDGER-CTL-1.
004508     MOVE WS-OUTSTANDING-COUNT TO WS-LEDGER-CTL-2.
004509     MOVE WS-SUPERSEDED-COUNT  TO WS-LEDGER-CTL-3.
004510     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004511 8550-EXIT.
004512     EXIT.
004513
004514*-----------------------------------------------------------------
004515*8590-WRITE-LEDGER-ROW
004516*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004517*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
004518*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
004519*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
004520*-----------------------------------------------------------------
004521 8590-WRITE-LEDGER-ROW.
004522     OPEN EXTEND RUN-LEDGER-FILE.
004523     IF WS-LEDGER-STATUS = '35'
004524         OPEN OUTPUT RUN-LEDGER-FILE
004525     END-IF.
004526     IF WS-LEDGER-STATUS NOT = '00'
004527         DISPLAY 'COLMERGE: RUN LEDGER UNAVAILABLE, STATUS='
004528             WS-LEDGER-STATUS ' - ROW NOT POSTED'
004529         GO TO 8590-EXIT
004530     END-IF.
004531     ACCEPT WS-LEDGER-CLOCK FROM TIME.
004532     MOVE SPACES              TO RUN-LEDGER-RECORD.
004533     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
004534     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
004535     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
004536     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
004537     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
004538     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
004539     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
004540     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
004541     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
004542     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
004543     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
004544     WRITE RUN-LEDGER-RECORD.
004545     CLOSE RUN-LEDGER-FILE.
004546 8590-EXIT.
004547     EXIT.
004548
004549*-----------------------------------------------------------------
004550*9800-NOTHING-TO-FOLD-EXIT
004551*RETURN CODE 8 - NO OUTSTANDING REGION'S FEED HAS LANDED YET (OR
004552*NONE IS OUTSTANDING).  NO MRGOUT IS WRITTEN, SO THE FOLLOW-UP
004553*STEPS HOLD UNTIL THE RUN IS TRIED AGAIN.
004554*-----------------------------------------------------------------
004555 9800-NOTHING-TO-FOLD-EXIT.
004556     CLOSE PRIOR-MERGE-FILE.
004557     IF WS-OUTSTANDING-COUNT = ZERO
004558         DISPLAY 'COLMERGE: NO REGION OUTSTANDING FOR FEED DATE '
004559             WS-TODAY-DATE ' - NOTHING TO FOLD IN'
004560     ELSE
004561         DISPLAY 'COLMERGE: ' WS-OUTSTANDING-COUNT ' REGION(S)'
004562             ' STILL OUTSTANDING - NOTHING TO FOLD IN YET'
004563     END-IF.
004564     MOVE 8 TO RETURN-CODE.
004565     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004566     STOP RUN.
004567
004568*-----------------------------------------------------------------
004569*9900-REFUSE-REPEAT-EXIT
004570*RETURN CODE 12 IS THE REPEAT-FEED REFUSAL - NOTHING WAS MERGED,
004571*THE END ROW SAYS SO, AND THE SCHEDULER HOLDS THE NIGHT.
004572*-----------------------------------------------------------------
004573 9900-REFUSE-REPEAT-EXIT.
004574     CLOSE FEED-REGISTRY-FILE.
004575     IF WS-FOLD-IN-MODE
004576         CLOSE PRIOR-MERGE-FILE
004577     END-IF.
004578     MOVE 12 TO RETURN-CODE.
004579     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004580     STOP RUN.
004581 9999-ABEND-EXIT.
004582     CLOSE REGION1-FEED-FILE REGION2-FEED-FILE
004583           REGION3-FEED-FILE MERGED-FEED-FILE
004584           MERGE-REJECT-FILE KEY-WORK-FILE
004585           EXCEPTION-BASKET-FILE FEED-REGISTRY-FILE
004586           LATE-REGION-FILE PRIOR-MERGE-FILE.
004587     MOVE 16 TO RETURN-CODE.
004588     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004589     STOP RUN.
