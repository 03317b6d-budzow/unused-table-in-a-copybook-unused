000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLRECL.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-09-25.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-09-25  JPM   INITIAL VERSION.  BULK ADMINISTRATIVE
000210*                  RECLASSIFICATION.  A SELECTION CARD (RECLCARD)
000220*                  PICKS MASTER KEYS BY REGION, CURRENT COLOR AND
000230*                  KEY RANGE - OR AN EXPLICIT KEY LIST (RECLKEYS)
000240*                  NAMES THEM - AND GIVES THE TARGET COLOR.  EACH
000250*                  SELECTED KEY GOES THROUGH THE SAME COLOR
000260*                  VALIDATION AND TRANSFL TRANSITION RULES MAIN
000270*                  APPLIES; A LEGAL MOVE REWRITES COLORMST AND IS
000280*                  AUDITED UNDER ITS OWN BRANCH, RECLASSIFIED-
000290*                  ADMIN, WHICH COLRECON BUCKETS APART FROM THE
000300*                  DISPATCH COLORS AND COLVERFY, COLASOF AND
000310*                  COLAGE TREAT AS A MOVE OF THE MASTER.  EVERY
000320*                  SELECTED KEY GOES ON THE CONTROL REPORT
000330*                  (RECLRPT) WITH ITS BEFORE AND AFTER COLOR,
000340*                  THEN BEFORE/AFTER TOTALS BY COLOR.  REPLACES
000350*                  FEEDING MADE-UP COLRIN RECORDS THROUGH THE
000360*                  NIGHTLY RUN, WHICH COUNTED THEM AS DISPATCHES
000370*                  IN THE DAILY STATS AND THE RECONCILIATION.
000372*2026-10-06  JPM   ROLLS THE AUDIT TRAIL SEAL (AUDSEAL) FORWARD
000374*                  OVER EVERY RECLASSIFIED-ADMIN ENTRY IT APPENDS
000376*                  AND REWRITES IT AT THE END OF THE RUN.
000377*2026-10-15  JPM   A KEY LIST READ THAT FAILS STOPS THE RUN
000378*                  INSTEAD OF WORKING A STALE KEY.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RECL-CARD-FILE           ASSIGN TO RECLCARD
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CARD-STATUS.
000460     SELECT RECL-KEY-FILE            ASSIGN TO RECLKEYS
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-KEYS-STATUS.
000490     SELECT TRANSITION-RULES-FILE    ASSIGN TO TRANSFL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RULES-STATUS.
000520     SELECT COLOR-MASTER-FILE        ASSIGN TO COLORMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CM-KEY
000560         FILE STATUS IS WS-MASTER-STATUS.
000570     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT RECL-REPORT-FILE         ASSIGN TO RECLRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000622     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS WS-AUDSEAL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670*SELECTION CARD - REQUIRED.  A BLANK SELECTION FIELD MATCHES
000680*EVERYTHING; AT LEAST ONE MUST BE GIVEN UNLESS A KEY LIST IS
000690*SUPPLIED.  THE TARGET COLOR, REQUESTER AND REASON ARE ECHOED ON
000700*THE CONTROL REPORT.
000710*----------------------------------------------------------------
000720 FD  RECL-CARD-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  RECL-CARD-RECORD.
000750     05  RC-SOURCE-REGION            PIC X(02).
000760     05  RC-CURRENT-COLOR            PIC X(01).
000770     05  RC-LOW-KEY                  PIC X(10).
000780     05  RC-HIGH-KEY                 PIC X(10).
000790     05  RC-TARGET-COLOR             PIC X(01).
000800     05  RC-REQUESTED-BY             PIC X(03).
000810     05  RC-REASON                   PIC X(30).
000820     05  FILLER                      PIC X(23).
000830
000840*----------------------------------------------------------------
000850*OPTIONAL EXPLICIT KEY LIST - ONE KEY PER CARD.  WHEN PRESENT
000860*ONLY THE LISTED KEYS ARE LOOKED AT; THE CARD'S SELECTION FIELDS
000870*STILL APPLY TO THEM.
000880*----------------------------------------------------------------
000890 FD  RECL-KEY-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  RECL-KEY-RECORD.
000920     05  RK-KEY                      PIC X(10).
000930     05  FILLER                      PIC X(70).
000940
000950*----------------------------------------------------------------
000960*LEGAL COLOR TRANSITIONS - THE SAME FILE MAIN LOADS.
000970*----------------------------------------------------------------
000980 FD  TRANSITION-RULES-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  TRANSITION-RULE-RECORD.
001010     05  TR-FROM-COLOR               PIC X(01).
001020     05  TR-TO-COLOR                 PIC X(01).
001030     05  FILLER                      PIC X(78).
001040
001050*----------------------------------------------------------------
001060*CURRENT-COLOR MASTER - WALKED IN KEY ORDER FOR A CARD SELECTION,
001070*READ BY KEY FOR A KEY LIST, REWRITTEN FOR EACH LEGAL MOVE.
001080*----------------------------------------------------------------
001090 FD  COLOR-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY COLOR-MASTER-RECORD.
001120
001130*----------------------------------------------------------------
001140*THE LIVE AUDIT TRAIL - ONE RECLASSIFIED-ADMIN ENTRY PER MOVE.
001150*----------------------------------------------------------------
001160 FD  AUDIT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY AUDIT-RECORD.
001190
001200*----------------------------------------------------------------
001210*BEFORE/AFTER CONTROL REPORT - THE CARD ECHO, ONE LINE PER
001220*SELECTED KEY, THEN THE TOTALS.
001230*----------------------------------------------------------------
001240 FD  RECL-REPORT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  RECL-TEXT-LINE.
001270     05  RT-TAG                      PIC X(12).
001280     05  RT-TEXT                     PIC X(68).
001290 01  RECL-DETAIL-LINE.
001300     05  RL-KEY                      PIC X(10).
001310     05  FILLER                      PIC X(02).
001320     05  RL-REGION                   PIC X(02).
001330     05  FILLER                      PIC X(02).
001340     05  RL-BEFORE-COLOR             PIC X(01).
001350     05  FILLER                      PIC X(02).
001360     05  RL-AFTER-COLOR              PIC X(01).
001370     05  FILLER                      PIC X(02).
001380     05  RL-RESULT                   PIC X(12).
001390     05  FILLER                      PIC X(02).
001400     05  RL-LAST-DATE                PIC 9(08).
001410     05  FILLER                      PIC X(02).
001420     05  RL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001430     05  FILLER                      PIC X(21).
001431
001432*----------------------------------------------------------------
001433*SEAL OF THE AUDIT TRAIL - ROLLED FORWARD OVER THIS RUN'S ENTRIES.
001434*----------------------------------------------------------------
001435 FD  AUDIT-SEAL-FILE
001436     LABEL RECORDS ARE STANDARD.
001437     COPY AUDIT-SEAL-RECORD.
001440
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------
001470*COLOR STATUS BYTE - THE TARGET COLOR IS VALIDATED THROUGH IT,
001480*AND EACH BEFORE/AFTER COLOR IS TALLIED THROUGH IT.
001490*----------------------------------------------------------------
001500 01  COLOR-CODE                      PIC X(01).
001510     COPY COLOR-STATUS-CODES.
001520     COPY NON-USED-BROWN.
001530
001540 77  WS-CARD-STATUS                  PIC X(02).
001550 77  WS-KEYS-STATUS                  PIC X(02).
001560 77  WS-RULES-STATUS                 PIC X(02).
001570 77  WS-MASTER-STATUS                PIC X(02).
001580 77  WS-AUDIT-STATUS                 PIC X(02).
001590 77  WS-RPT-STATUS                   PIC X(02).
001600
001610 77  WS-KEY-LIST-SW                  PIC X(01) VALUE 'N'.
001620     88  WS-KEY-LIST-MODE                       VALUE 'Y'.
001630 77  WS-SELECT-EOF-SW                PIC X(01) VALUE 'N'.
001640     88  WS-SELECT-EOF                          VALUE 'Y'.
001650 77  WS-SELECTED-SW                  PIC X(01) VALUE 'N'.
001660     88  WS-KEY-SELECTED                        VALUE 'Y'.
001670     88  WS-KEY-NOT-SELECTED                    VALUE 'N'.
001680 77  WS-COLOR-VALID-SW               PIC X(01) VALUE 'N'.
001690     88  WS-COLOR-IS-VALID                      VALUE 'Y'.
001700     88  WS-COLOR-IS-INVALID                    VALUE 'N'.
001710 77  WS-TRANSITION-SW                PIC X(01) VALUE 'Y'.
001720     88  WS-TRANSITION-OK                       VALUE 'Y'.
001730     88  WS-TRANSITION-BAD                      VALUE 'N'.
001740 77  WS-RULES-EOF-SW                 PIC X(01) VALUE 'N'.
001750     88  WS-END-OF-RULES                        VALUE 'Y'.
001760 77  WS-RULES-LOADED-SW              PIC X(01) VALUE 'N'.
001770     88  WS-RULES-LOADED                        VALUE 'Y'.
001780
001790*----------------------------------------------------------------
001800*THE SELECTION, HELD OFF THE CARD.  A BLANK FIELD MATCHES ALL.
001810*----------------------------------------------------------------
001820 77  WS-SEL-REGION                   PIC X(02).
001830 77  WS-SEL-COLOR                    PIC X(01).
001840 77  WS-SEL-LOW-KEY                  PIC X(10).
001850 77  WS-SEL-HIGH-KEY                 PIC X(10).
001860 77  WS-TARGET-COLOR                 PIC X(01).
001870 77  WS-CONDITION-NAME               PIC X(20).
001880 77  WS-REQUESTED-BY                 PIC X(03).
001890 77  WS-REASON                       PIC X(30).
001900
001910*----------------------------------------------------------------
001920*LEGAL FROM/TO PAIRS OFF TRANSFL - SAME TABLE MAIN BUILDS.
001930*----------------------------------------------------------------
001940 01  WS-RULES-TABLE.
001950     05  WS-RULE-ENTRY OCCURS 50 TIMES
001960                       INDEXED BY WS-RULE-IDX.
001970         10  WS-RULE-FROM            PIC X(01).
001980         10  WS-RULE-TO              PIC X(01).
001990 77  WS-RULE-COUNT                   PIC 9(03) COMP VALUE ZERO.
002000
002010 77  WS-PRIOR-COLOR                  PIC X(01).
002020 77  WS-FINAL-COLOR                  PIC X(01).
002030 77  WS-CURRENT-DATE                 PIC 9(08).
002040 77  WS-CURRENT-TIME                 PIC 9(08).
002050
002060 77  WS-LISTED-COUNT                 PIC 9(09) COMP VALUE ZERO.
002070 77  WS-EXAMINED-COUNT               PIC 9(09) COMP VALUE ZERO.
002080 77  WS-SELECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
002090 77  WS-RECLASS-COUNT                PIC 9(09) COMP VALUE ZERO.
002100 77  WS-UNCHANGED-COUNT              PIC 9(09) COMP VALUE ZERO.
002110 77  WS-REFUSED-COUNT                PIC 9(09) COMP VALUE ZERO.
002120 77  WS-NOT-FOUND-COUNT              PIC 9(09) COMP VALUE ZERO.
002130 77  WS-PASSED-OVER-COUNT            PIC 9(09) COMP VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160*BEFORE/AFTER TALLIES OF THE SELECTED KEYS - ROWS 1-4 YELLOW,
002170*GREEN, RED, BROWN, ROW 5 ANY OTHER BYTE ON THE MASTER.
002180*----------------------------------------------------------------
002190 01  WS-COLOR-TALLIES.
002200     05  WS-TALLY-ROW OCCURS 5 TIMES.
002210         10  WS-BEFORE-COUNT         PIC 9(09) COMP VALUE ZERO.
002220         10  WS-AFTER-COUNT          PIC 9(09) COMP VALUE ZERO.
002230 01  WS-TALLY-NAME-LIST              PIC X(05) VALUE 'YGRB*'.
002240 01  WS-TALLY-NAME-TABLE REDEFINES WS-TALLY-NAME-LIST.
002250     05  WS-TALLY-NAME OCCURS 5 TIMES PIC X(01).
002260 77  WS-CLR-IDX                      PIC 9(02) COMP.
002270 77  WS-TOTAL-LABEL                  PIC X(12).
002280 77  WS-TOTAL-VALUE                  PIC 9(09) COMP.
002281
002282*----------------------------------------------------------------
002283*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
002284*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
002285*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
002286*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
002287*THE KEY HASH IS TAKEN WITH.
002288*----------------------------------------------------------------
002289 77  WS-AUDSEAL-STATUS               PIC X(02).
002290 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
002291     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
002292 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
002293     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
002294 77  WS-SEAL-LOADED-SW               PIC X(01) VALUE 'N'.
002295     88  WS-SEAL-LOADED                         VALUE 'Y'.
002296 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
002297 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
002298 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
002299 77  WS-SEAL-CHAR                    PIC X(01).
002300 77  WS-SEAL-DATE                    PIC 9(08).
002301 01  WS-SEAL-CLOCK.
002302     05  WS-SEAL-HHMMSS              PIC 9(06).
002303     05  FILLER                      PIC 9(02).
002304 01  WS-SEAL-TOTALS.
002305     05  WS-SEAL-COUNT               PIC 9(09).
002306     05  WS-SEAL-BRANCH OCCURS 11 TIMES
002307                                     PIC 9(09).
002308     05  WS-SEAL-FIRST.
002309         10  WS-SEAL-FIRST-DATE      PIC 9(08).
002310         10  WS-SEAL-FIRST-TIME      PIC 9(08).
002311     05  WS-SEAL-LAST.
002312         10  WS-SEAL-LAST-DATE       PIC 9(08).
002313         10  WS-SEAL-LAST-TIME       PIC 9(08).
002314     05  WS-SEAL-HASH                PIC 9(18).
002315 01  WS-SEAL-ENTRY.
002316     05  WS-SEAL-ENTRY-KEY.
002317         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
002318                                     PIC X(01).
002319     05  FILLER                      PIC X(01).
002320     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
002321     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
002322     05  FILLER                      PIC X(19).
002323 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
002324     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
002325 01  WS-SEAL-WEIGHT-LIST.
002326     05  FILLER                      PIC 9(04) VALUE 1.
002327     05  FILLER                      PIC 9(04) VALUE 3.
002328     05  FILLER                      PIC 9(04) VALUE 7.
002329     05  FILLER                      PIC 9(04) VALUE 13.
002330     05  FILLER                      PIC 9(04) VALUE 31.
002331     05  FILLER                      PIC 9(04) VALUE 61.
002332     05  FILLER                      PIC 9(04) VALUE 127.
002333     05  FILLER                      PIC 9(04) VALUE 251.
002334     05  FILLER                      PIC 9(04) VALUE 509.
002335     05  FILLER                      PIC 9(04) VALUE 1021.
002336 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
002337     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
002338                                     PIC 9(04).
002339
002340 PROCEDURE DIVISION.
002341*=================================================================
002342*0000-MAINLINE
002343*READ THE CARD, THEN WORK EITHER THE KEY LIST OR THE MASTER IN
002344*KEY ORDER, THEN THE TOTALS.
002350*=================================================================
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     IF WS-KEY-LIST-MODE
002390         PERFORM 2000-SELECT-LISTED-KEY THRU 2000-EXIT
002400             UNTIL WS-SELECT-EOF
002410     ELSE
002420         PERFORM 2100-SELECT-MASTER-ROW THRU 2100-EXIT
002430             UNTIL WS-SELECT-EOF
002440     END-IF.
002450     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002460     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002470     STOP RUN.
002480
002490*-----------------------------------------------------------------
002500*1000-INITIALIZE
002510*NOTHING IS OPENED FOR UPDATE UNTIL THE CARD HAS PASSED.  A CARD
002520*WITH NO SELECTION AT ALL AND NO KEY LIST IS REFUSED - IT WOULD
002530*RECLASSIFY THE WHOLE MASTER.  THE MASTER MUST ALREADY EXIST;
002540*THERE IS NOTHING TO RECLASSIFY ON AN EMPTY ONE.
002550*-----------------------------------------------------------------
002560 1000-INITIALIZE.
002570     PERFORM 1100-READ-RECL-CARD THRU 1100-EXIT.
002580     PERFORM 1200-OPEN-KEY-LIST THRU 1200-EXIT.
002590     IF NOT WS-KEY-LIST-MODE
002600        AND WS-SEL-REGION = SPACES
002610        AND WS-SEL-COLOR = SPACE
002620        AND WS-SEL-LOW-KEY = SPACES
002630        AND WS-SEL-HIGH-KEY = SPACES
002640         DISPLAY 'COLRECL: CARD SELECTS NOTHING AND NO KEY LIST -'
002650             ' WHOLE MASTER NOT RECLASSIFIED'
002660         GO TO 9999-ABEND-EXIT
002670     END-IF.
002680     PERFORM 1500-LOAD-TRANSITION-RULES THRU 1500-EXIT.
002690     OPEN I-O COLOR-MASTER-FILE.
002700     IF WS-MASTER-STATUS NOT = '00'
002710         DISPLAY 'COLRECL: UNABLE TO OPEN COLOR MASTER, STATUS='
002720             WS-MASTER-STATUS
002730         GO TO 9999-ABEND-EXIT
002740     END-IF.
002745     PERFORM 8600-LOAD-AUDIT-SEAL THRU 8600-EXIT.
002750     OPEN EXTEND AUDIT-FILE.
002760     IF WS-AUDIT-STATUS = '35'
002770         OPEN OUTPUT AUDIT-FILE
002780     END-IF.
002790     IF WS-AUDIT-STATUS NOT = '00'
002800         DISPLAY 'COLRECL: UNABLE TO OPEN AUDIT FILE, STATUS='
002810             WS-AUDIT-STATUS
002820         GO TO 9999-ABEND-EXIT
002830     END-IF.
002840     OPEN OUTPUT RECL-REPORT-FILE.
002850     IF WS-RPT-STATUS NOT = '00'
002860         DISPLAY 'COLRECL: UNABLE TO OPEN CONTROL REPORT, STATUS='
002870             WS-RPT-STATUS
002880         GO TO 9999-ABEND-EXIT
002890     END-IF.
002900     PERFORM 1300-WRITE-CARD-ECHO THRU 1300-EXIT.
002910     IF NOT WS-KEY-LIST-MODE
002920         PERFORM 1400-POSITION-MASTER THRU 1400-EXIT
002930     END-IF.
002940 1000-EXIT.
002950     EXIT.
002960
002970*-----------------------------------------------------------------
002980*1100-READ-RECL-CARD
002990*THE CARD MUST BE THERE AND ITS TARGET MUST PASS THE SAME COLOR
003000*VALIDATION MAIN APPLIES - THERE IS NO SENSIBLE DEFAULT FOR
003010*EITHER, SO BOTH END THE RUN BEFORE ANYTHING IS TOUCHED.
003020*-----------------------------------------------------------------
003030 1100-READ-RECL-CARD.
003040     OPEN INPUT RECL-CARD-FILE.
003050     IF WS-CARD-STATUS NOT = '00'
003060         DISPLAY 'COLRECL: NO SELECTION CARD, STATUS='
003070             WS-CARD-STATUS
003080         GO TO 9999-ABEND-EXIT
003090     END-IF.
003100     READ RECL-CARD-FILE
003110         AT END
003120             DISPLAY 'COLRECL: SELECTION CARD FILE IS EMPTY'
003130             CLOSE RECL-CARD-FILE
003140             GO TO 9999-ABEND-EXIT
003150     END-READ.
003160     MOVE RC-SOURCE-REGION TO WS-SEL-REGION.
003170     MOVE RC-CURRENT-COLOR TO WS-SEL-COLOR.
003180     MOVE RC-LOW-KEY       TO WS-SEL-LOW-KEY.
003190     MOVE RC-HIGH-KEY      TO WS-SEL-HIGH-KEY.
003200     MOVE RC-TARGET-COLOR  TO WS-TARGET-COLOR.
003210     MOVE RC-REQUESTED-BY  TO WS-REQUESTED-BY.
003220     MOVE RC-REASON        TO WS-REASON.
003230     CLOSE RECL-CARD-FILE.
003240     MOVE WS-TARGET-COLOR TO COLOR-CODE.
003250     PERFORM 2200-VALIDATE-COLOR THRU 2200-EXIT.
003260     IF WS-COLOR-IS-INVALID
003270         DISPLAY 'COLRECL: TARGET COLOR ''' WS-TARGET-COLOR
003280             ''' IS NOT A VALID COLOR'
003290         GO TO 9999-ABEND-EXIT
003300     END-IF.
003310     IF WS-SEL-LOW-KEY NOT = SPACES
003320        AND WS-SEL-HIGH-KEY NOT = SPACES
003330        AND WS-SEL-LOW-KEY > WS-SEL-HIGH-KEY
003340         DISPLAY 'COLRECL: LOW KEY IS ABOVE HIGH KEY ON THE CARD'
003350         GO TO 9999-ABEND-EXIT
003360     END-IF.
003370 1100-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------------
003410*1200-OPEN-KEY-LIST
003420*FILE STATUS '35' MEANS NO KEY LIST - THE CARD'S SELECTION DRIVES
003430*A WALK OF THE MASTER INSTEAD.
003440*-----------------------------------------------------------------
003450 1200-OPEN-KEY-LIST.
003460     OPEN INPUT RECL-KEY-FILE.
003470     IF WS-KEYS-STATUS = '00'
003480         SET WS-KEY-LIST-MODE TO TRUE
003490         GO TO 1200-EXIT
003500     END-IF.
003510     IF WS-KEYS-STATUS NOT = '35'
003520         DISPLAY 'COLRECL: UNABLE TO OPEN KEY LIST, STATUS='
003530             WS-KEYS-STATUS
003540         GO TO 9999-ABEND-EXIT
003550     END-IF.
003560 1200-EXIT.
003570     EXIT.
003580
003590 1300-WRITE-CARD-ECHO.
003600     PERFORM 2910-BUILD-TIMESTAMP THRU 2910-EXIT.
003610     MOVE SPACES TO RECL-TEXT-LINE.
003620     MOVE 'COLRECL' TO RT-TAG.
003630     STRING 'ADMINISTRATIVE RECLASSIFICATION RUN '
003640                             DELIMITED BY SIZE
003650            WS-CURRENT-DATE  DELIMITED BY SIZE
003660         INTO RT-TEXT.
003670     WRITE RECL-TEXT-LINE.
003680     MOVE SPACES TO RECL-TEXT-LINE.
003690     MOVE 'SELECTION' TO RT-TAG.
003700     STRING 'REGION '        DELIMITED BY SIZE
003710            WS-SEL-REGION    DELIMITED BY SIZE
003720            '  COLOR '       DELIMITED BY SIZE
003730            WS-SEL-COLOR     DELIMITED BY SIZE
003740            '  KEYS '        DELIMITED BY SIZE
003750            WS-SEL-LOW-KEY   DELIMITED BY SIZE
003760            ' - '            DELIMITED BY SIZE
003770            WS-SEL-HIGH-KEY  DELIMITED BY SIZE
003780         INTO RT-TEXT.
003790     WRITE RECL-TEXT-LINE.
003800     IF WS-KEY-LIST-MODE
003810         MOVE SPACES TO RECL-TEXT-LINE
003820         MOVE 'SELECTION' TO RT-TAG
003830         MOVE 'LISTED KEYS ONLY (RECLKEYS)' TO RT-TEXT
003840         WRITE RECL-TEXT-LINE
003850     END-IF.
003860     MOVE SPACES TO RECL-TEXT-LINE.
003870     MOVE 'TARGET' TO RT-TAG.
003880     STRING WS-TARGET-COLOR   DELIMITED BY SIZE
003890            ' '               DELIMITED BY SIZE
003900            WS-CONDITION-NAME DELIMITED BY SPACE
003910            '  BY '           DELIMITED BY SIZE
003920            WS-REQUESTED-BY   DELIMITED BY SIZE
003930            '  '              DELIMITED BY SIZE
003940            WS-REASON         DELIMITED BY SIZE
003950         INTO RT-TEXT.
003960     WRITE RECL-TEXT-LINE.
003970 1300-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------------------
004010*1400-POSITION-MASTER
004020*START AT THE LOW KEY, OR AT THE TOP OF THE MASTER IF THE CARD
004030*GIVES NONE.  NOTHING AT OR ABOVE THE LOW KEY IS AN EMPTY
004040*SELECTION, NOT AN ERROR.
004050*-----------------------------------------------------------------
004060 1400-POSITION-MASTER.
004070     IF WS-SEL-LOW-KEY = SPACES
004080         MOVE LOW-VALUES TO CM-KEY
004090     ELSE
004100         MOVE WS-SEL-LOW-KEY TO CM-KEY
004110     END-IF.
004120     START COLOR-MASTER-FILE KEY IS NOT LESS THAN CM-KEY
004130         INVALID KEY
004140             SET WS-SELECT-EOF TO TRUE
004150     END-START.
004160 1400-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------------
004200*1500-LOAD-TRANSITION-RULES
004210*SAME RULE AS MAIN - FILE STATUS '35' MEANS OPERATIONS SUPPLIED
004220*NO RULES AND EVERY MOVE IS LEGAL.
004230*-----------------------------------------------------------------
004240 1500-LOAD-TRANSITION-RULES.
004250     MOVE SPACES TO WS-RULES-TABLE.
004260     OPEN INPUT TRANSITION-RULES-FILE.
004270     IF WS-RULES-STATUS = '35'
004280         DISPLAY 'COLRECL: NO TRANSITION RULES SUPPLIED - ALL'
004290             ' COLOR MOVES ARE LEGAL THIS RUN'
004300         GO TO 1500-EXIT
004310     END-IF.
004320     IF WS-RULES-STATUS NOT = '00'
004330         DISPLAY 'COLRECL: UNABLE TO OPEN TRANSITION-RULES-FILE,'
004340             ' STATUS=' WS-RULES-STATUS
004350         GO TO 9999-ABEND-EXIT
004360     END-IF.
004370     PERFORM 1510-READ-TRANSITION-RULE THRU 1510-EXIT
004380         UNTIL WS-END-OF-RULES.
004390     CLOSE TRANSITION-RULES-FILE.
004400     SET WS-RULES-LOADED TO TRUE.
004410     DISPLAY 'COLRECL: ' WS-RULE-COUNT ' TRANSITION RULES LOADED'.
004420 1500-EXIT.
004430     EXIT.
004440
004450 1510-READ-TRANSITION-RULE.
004460     READ TRANSITION-RULES-FILE
004470         AT END
004480             SET WS-END-OF-RULES TO TRUE
004490         NOT AT END
004500             IF WS-RULE-COUNT >= 50
004510                 DISPLAY 'COLRECL: TRANSITION RULES TABLE FULL -'
004520                     ' RAISE THE TABLE SIZE'
004530                 GO TO 9999-ABEND-EXIT
004540             END-IF
004550             ADD 1 TO WS-RULE-COUNT
004560             MOVE TR-FROM-COLOR TO WS-RULE-FROM(WS-RULE-COUNT)
004570             MOVE TR-TO-COLOR   TO WS-RULE-TO(WS-RULE-COUNT)
004580     END-READ.
004590 1510-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630*2000-SELECT-LISTED-KEY
004640*A LISTED KEY NOT ON THE MASTER, OR ONE THE CARD'S SELECTION
004650*RULES OUT, IS STILL SHOWN ON THE REPORT SO THE LIST BALANCES.
004660*-----------------------------------------------------------------
004670 2000-SELECT-LISTED-KEY.
004680     READ RECL-KEY-FILE
004690         AT END
004700             SET WS-SELECT-EOF TO TRUE
004710             GO TO 2000-EXIT
004720     END-READ.
004721     IF WS-KEYS-STATUS NOT = '00'
004722         DISPLAY 'COLRECL: ERROR READING KEY LIST, STATUS='
004723             WS-KEYS-STATUS
004724         GO TO 9999-ABEND-EXIT
004725     END-IF.
004730     IF RK-KEY = SPACES
004740         GO TO 2000-EXIT
004750     END-IF.
004760     ADD 1 TO WS-LISTED-COUNT.
004770     MOVE RK-KEY TO CM-KEY.
004780     READ COLOR-MASTER-FILE
004790         INVALID KEY
004800             ADD 1 TO WS-NOT-FOUND-COUNT
004810             MOVE SPACES TO RECL-DETAIL-LINE
004820             MOVE RK-KEY TO RL-KEY
004830             MOVE 'NOT ON FILE' TO RL-RESULT
004840             WRITE RECL-DETAIL-LINE
004850             GO TO 2000-EXIT
004860     END-READ.
004870     PERFORM 2300-CHECK-SELECTION THRU 2300-EXIT.
004880     IF WS-KEY-NOT-SELECTED
004890         ADD 1 TO WS-PASSED-OVER-COUNT
004900         MOVE SPACES TO RECL-DETAIL-LINE
004910         MOVE CM-KEY TO RL-KEY
004920         MOVE CM-SOURCE-REGION TO RL-REGION
004930         MOVE CM-COLOR TO RL-BEFORE-COLOR
004940         MOVE CM-DATE TO RL-LAST-DATE
004950         MOVE 'NOT SELECTED' TO RL-RESULT
004960         WRITE RECL-DETAIL-LINE
004970         GO TO 2000-EXIT
004980     END-IF.
004990     PERFORM 2500-RECLASSIFY-KEY THRU 2500-EXIT.
005000 2000-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040*2100-SELECT-MASTER-ROW
005050*THE WALK STOPS AT THE FIRST KEY PAST THE HIGH KEY.  ROWS THE
005060*SELECTION RULES OUT ARE ONLY COUNTED.
005070*-----------------------------------------------------------------
005080 2100-SELECT-MASTER-ROW.
005090     READ COLOR-MASTER-FILE NEXT
005100         AT END
005110             SET WS-SELECT-EOF TO TRUE
005120             GO TO 2100-EXIT
005130     END-READ.
005140     IF WS-MASTER-STATUS NOT = '00'
005150         DISPLAY 'COLRECL: ERROR READING MASTER, STATUS='
005160             WS-MASTER-STATUS
005170         GO TO 9999-ABEND-EXIT
005180     END-IF.
005190     IF WS-SEL-HIGH-KEY NOT = SPACES
005200        AND CM-KEY > WS-SEL-HIGH-KEY
005210         SET WS-SELECT-EOF TO TRUE
005220         GO TO 2100-EXIT
005230     END-IF.
005240     ADD 1 TO WS-EXAMINED-COUNT.
005250     PERFORM 2300-CHECK-SELECTION THRU 2300-EXIT.
005260     IF WS-KEY-NOT-SELECTED
005270         ADD 1 TO WS-PASSED-OVER-COUNT
005280         GO TO 2100-EXIT
005290     END-IF.
005300     PERFORM 2500-RECLASSIFY-KEY THRU 2500-EXIT.
005310 2100-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350*2200-VALIDATE-COLOR
005360*THE SAME TEST MAIN APPLIES - ONLY THE FOUR DEFINED CONDITION
005370*NAMES ARE GOOD DATA.  THE CONDITION NAME MAIN WOULD PUT ON THE
005380*MASTER IS PICKED UP AT THE SAME TIME.
005390*-----------------------------------------------------------------
005400 2200-VALIDATE-COLOR.
005410     SET WS-COLOR-IS-VALID TO TRUE.
005420     EVALUATE TRUE
005430         WHEN COL-YELLOW
005440             MOVE 'YELLOW' TO WS-CONDITION-NAME
005450         WHEN COL-GREEN
005460             MOVE 'GREEN'  TO WS-CONDITION-NAME
005470         WHEN COL-RED
005480             MOVE 'RED'    TO WS-CONDITION-NAME
005490         WHEN COL-BROWN
005500             MOVE 'BROWN'  TO WS-CONDITION-NAME
005510         WHEN OTHER
005520             SET WS-COLOR-IS-INVALID TO TRUE
005530     END-EVALUATE.
005540 2200-EXIT.
005550     EXIT.
005560
005570 2300-CHECK-SELECTION.
005580     SET WS-KEY-SELECTED TO TRUE.
005590     IF WS-SEL-REGION NOT = SPACES
005600        AND CM-SOURCE-REGION NOT = WS-SEL-REGION
005610         SET WS-KEY-NOT-SELECTED TO TRUE
005620     END-IF.
005630     IF WS-SEL-COLOR NOT = SPACE
005640        AND CM-COLOR NOT = WS-SEL-COLOR
005650         SET WS-KEY-NOT-SELECTED TO TRUE
005660     END-IF.
005670     IF WS-SEL-LOW-KEY NOT = SPACES
005680        AND CM-KEY < WS-SEL-LOW-KEY
005690         SET WS-KEY-NOT-SELECTED TO TRUE
005700     END-IF.
005710     IF WS-SEL-HIGH-KEY NOT = SPACES
005720        AND CM-KEY > WS-SEL-HIGH-KEY
005730         SET WS-KEY-NOT-SELECTED TO TRUE
005740     END-IF.
005750 2300-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------------
005790*2500-RECLASSIFY-KEY
005800*ONE REPORT LINE PER SELECTED KEY WHATEVER THE OUTCOME, AND THE
005810*KEY'S COLOR IS TALLIED BEFORE AND AFTER SO THE TWO TOTAL BLOCKS
005820*BALANCE TO THE SELECTED COUNT.
005830*-----------------------------------------------------------------
005840 2500-RECLASSIFY-KEY.
005850     ADD 1 TO WS-SELECTED-COUNT.
005860     MOVE CM-COLOR TO WS-PRIOR-COLOR.
005870     MOVE SPACES TO RECL-DETAIL-LINE.
005880     MOVE CM-KEY           TO RL-KEY.
005890     MOVE CM-SOURCE-REGION TO RL-REGION.
005900     MOVE WS-PRIOR-COLOR   TO RL-BEFORE-COLOR.
005910     MOVE CM-DATE          TO RL-LAST-DATE.
005920     MOVE WS-PRIOR-COLOR TO COLOR-CODE.
005930     PERFORM 2800-FIND-TALLY-ROW THRU 2800-EXIT.
005940     ADD 1 TO WS-BEFORE-COUNT(WS-CLR-IDX).
005950     PERFORM 2510-APPLY-RECLASS THRU 2510-EXIT.
005960     MOVE WS-FINAL-COLOR TO RL-AFTER-COLOR COLOR-CODE.
005970     PERFORM 2800-FIND-TALLY-ROW THRU 2800-EXIT.
005980     ADD 1 TO WS-AFTER-COUNT(WS-CLR-IDX).
005990     WRITE RECL-DETAIL-LINE.
006000 2500-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------------
006040*2510-APPLY-RECLASS
006050*A KEY ALREADY IN THE TARGET COLOR IS LEFT ALONE.  A MOVE THE
006060*TRANSITION RULES DO NOT ALLOW IS REFUSED AND LEAVES THE MASTER
006070*AS IT WAS - IT IS NOT AUDITED, SINCE NOTHING MOVED AND A
006080*TRANSITION-REJECTED ENTRY WOULD COUNT AGAINST THE NIGHTLY RUN.
006090*A LEGAL MOVE IS AUDITED FIRST, THEN THE MASTER IS REWRITTEN,
006100*THE SAME ORDER MAIN USES.
006110*-----------------------------------------------------------------
006120 2510-APPLY-RECLASS.
006130     MOVE WS-PRIOR-COLOR TO WS-FINAL-COLOR.
006140     IF WS-PRIOR-COLOR = WS-TARGET-COLOR
006150         ADD 1 TO WS-UNCHANGED-COUNT
006160         MOVE 'UNCHANGED' TO RL-RESULT
006170         GO TO 2510-EXIT
006180     END-IF.
006190     PERFORM 2270-CHECK-TRANSITION THRU 2270-EXIT.
006200     IF WS-TRANSITION-BAD
006210         ADD 1 TO WS-REFUSED-COUNT
006220         MOVE 'REFUSED' TO RL-RESULT
006230         GO TO 2510-EXIT
006240     END-IF.
006250     PERFORM 2910-BUILD-TIMESTAMP THRU 2910-EXIT.
006260     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
006270     MOVE WS-TARGET-COLOR   TO CM-COLOR.
006280     MOVE WS-CONDITION-NAME TO CM-CONDITION-NAME.
006290     MOVE WS-CURRENT-DATE   TO CM-DATE.
006300     MOVE WS-CURRENT-TIME   TO CM-TIME.
006310     REWRITE COLOR-MASTER-RECORD.
006320     IF WS-MASTER-STATUS NOT = '00'
006330         DISPLAY 'COLRECL: COLOR MASTER UPDATE FAILED, STATUS='
006340             WS-MASTER-STATUS ' KEY ' CM-KEY
006350         GO TO 9999-ABEND-EXIT
006360     END-IF.
006370     MOVE WS-TARGET-COLOR TO WS-FINAL-COLOR.
006380     ADD 1 TO WS-RECLASS-COUNT.
006390     MOVE 'RECLASSIFIED' TO RL-RESULT.
006400 2510-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------------------
006440*2270-CHECK-TRANSITION
006450*MAIN'S RULE - NO RULES FILE PASSES, OTHERWISE THE FROM/TO PAIR
006460*MUST BE ON THE TABLE.  THE UNCHANGED CASE NEVER GETS HERE.
006470*-----------------------------------------------------------------
006480 2270-CHECK-TRANSITION.
006490     SET WS-TRANSITION-OK TO TRUE.
006500     IF NOT WS-RULES-LOADED
006510         GO TO 2270-EXIT
006520     END-IF.
006530     SET WS-RULE-IDX TO 1.
006540     SEARCH WS-RULE-ENTRY
006550         AT END
006560             SET WS-TRANSITION-BAD TO TRUE
006570         WHEN WS-RULE-FROM(WS-RULE-IDX) = WS-PRIOR-COLOR
006580          AND WS-RULE-TO(WS-RULE-IDX) = WS-TARGET-COLOR
006590             CONTINUE
006600     END-SEARCH.
006610 2270-EXIT.
006620     EXIT.
006630
006640 2800-FIND-TALLY-ROW.
006650     EVALUATE TRUE
006660         WHEN COL-YELLOW
006670             MOVE 1 TO WS-CLR-IDX
006680         WHEN COL-GREEN
006690             MOVE 2 TO WS-CLR-IDX
006700         WHEN COL-RED
006710             MOVE 3 TO WS-CLR-IDX
006720         WHEN COL-BROWN
006730             MOVE 4 TO WS-CLR-IDX
006740         WHEN OTHER
006750             MOVE 5 TO WS-CLR-IDX
006760     END-EVALUATE.
006770 2800-EXIT.
006780     EXIT.
006790
006800 2900-WRITE-AUDIT-RECORD.
006810     MOVE SPACES                     TO AUDIT-RECORD.
006820     MOVE CM-KEY                     TO AU-KEY.
006830     MOVE WS-TARGET-COLOR            TO AU-COLOR.
006840     MOVE 'RECLASSIFIED-ADMIN'       TO AU-BRANCH-NAME.
006850     MOVE WS-CURRENT-DATE            TO AU-DATE.
006860     MOVE WS-CURRENT-TIME            TO AU-TIME.
006870     MOVE CM-SOURCE-REGION           TO AU-SOURCE-REGION.
006880     WRITE AUDIT-RECORD.
006890     IF WS-AUDIT-STATUS NOT = '00'
006900         DISPLAY 'COLRECL: AUDIT WRITE FAILED, STATUS='
006910             WS-AUDIT-STATUS ' KEY ' CM-KEY
006920         GO TO 9999-ABEND-EXIT
006930     END-IF.
006933     MOVE AUDIT-RECORD TO WS-SEAL-ENTRY.
006936     PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT.
006940 2900-EXIT.
006950     EXIT.
006960
006970 2910-BUILD-TIMESTAMP.
006980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006990     ACCEPT WS-CURRENT-TIME FROM TIME.
007000 2910-EXIT.
007010     EXIT.
007020
007030*-----------------------------------------------------------------
007040*3000-WRITE-TOTALS
007050*OUTCOME COUNTS, THEN THE SELECTED KEYS BY COLOR BEFORE AND
007060*AFTER THE RUN.
007070*-----------------------------------------------------------------
007080 3000-WRITE-TOTALS.
007090     IF WS-KEY-LIST-MODE
007100         MOVE 'LISTED' TO WS-TOTAL-LABEL
007110         MOVE WS-LISTED-COUNT TO WS-TOTAL-VALUE
007120     ELSE
007130         MOVE 'EXAMINED' TO WS-TOTAL-LABEL
007140         MOVE WS-EXAMINED-COUNT TO WS-TOTAL-VALUE
007150     END-IF.
007160     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007170     MOVE 'NOT ON FILE' TO WS-TOTAL-LABEL.
007180     MOVE WS-NOT-FOUND-COUNT TO WS-TOTAL-VALUE.
007190     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007200     MOVE 'NOT SELECTED' TO WS-TOTAL-LABEL.
007210     MOVE WS-PASSED-OVER-COUNT TO WS-TOTAL-VALUE.
007220     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007230     MOVE 'SELECTED' TO WS-TOTAL-LABEL.
007240     MOVE WS-SELECTED-COUNT TO WS-TOTAL-VALUE.
007250     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007260     MOVE 'RECLASSIFIED' TO WS-TOTAL-LABEL.
007270     MOVE WS-RECLASS-COUNT TO WS-TOTAL-VALUE.
007280     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007290     MOVE 'UNCHANGED' TO WS-TOTAL-LABEL.
007300     MOVE WS-UNCHANGED-COUNT TO WS-TOTAL-VALUE.
007310     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007320     MOVE 'REFUSED' TO WS-TOTAL-LABEL.
007330     MOVE WS-REFUSED-COUNT TO WS-TOTAL-VALUE.
007340     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
007350     PERFORM 3200-WRITE-COLOR-TOTALS THRU 3200-EXIT
007360         VARYING WS-CLR-IDX FROM 1 BY 1
007370         UNTIL WS-CLR-IDX > 5.
007380 3000-EXIT.
007390     EXIT.
007400
007410 3100-WRITE-TOTAL-LINE.
007420     MOVE SPACES TO RECL-DETAIL-LINE.
007430     MOVE '*TOTAL*'      TO RL-KEY.
007440     MOVE WS-TOTAL-LABEL TO RL-RESULT.
007450     MOVE WS-TOTAL-VALUE TO RL-COUNT.
007460     WRITE RECL-DETAIL-LINE.
007470 3100-EXIT.
007480     EXIT.
007490
007500 3200-WRITE-COLOR-TOTALS.
007510     MOVE SPACES TO RECL-DETAIL-LINE.
007520     MOVE '*BEFORE*' TO RL-KEY.
007530     MOVE WS-TALLY-NAME(WS-CLR-IDX) TO RL-BEFORE-COLOR.
007540     MOVE WS-BEFORE-COUNT(WS-CLR-IDX) TO RL-COUNT.
007550     WRITE RECL-DETAIL-LINE.
007560     MOVE SPACES TO RECL-DETAIL-LINE.
007570     MOVE '*AFTER*' TO RL-KEY.
007580     MOVE WS-TALLY-NAME(WS-CLR-IDX) TO RL-AFTER-COLOR.
007590     MOVE WS-AFTER-COUNT(WS-CLR-IDX) TO RL-COUNT.
007600     WRITE RECL-DETAIL-LINE.
007610 3200-EXIT.
007620     EXIT.
007630
007640*-----------------------------------------------------------------
007650*4000-TERMINATE
007660*RETURN CODE 4 WHEN ANY SELECTED MOVE WAS REFUSED OR A LISTED
007670*KEY WAS NOT ON THE MASTER - THE RUN COMPLETED BUT DID NOT DO
007680*EVERYTHING THE CARD ASKED.
007690*-----------------------------------------------------------------
007700 4000-TERMINATE.
007710     IF WS-KEY-LIST-MODE
007720         CLOSE RECL-KEY-FILE
007730     END-IF.
007740     CLOSE COLOR-MASTER-FILE.
007750     CLOSE AUDIT-FILE.
007760     CLOSE RECL-REPORT-FILE.
007770     DISPLAY 'COLRECL: RECLASSIFICATION COMPLETE, TARGET '
007780         WS-TARGET-COLOR.
007790     DISPLAY '  KEYS SELECTED    = ' WS-SELECTED-COUNT.
007800     DISPLAY '  RECLASSIFIED     = ' WS-RECLASS-COUNT.
007810     DISPLAY '  UNCHANGED        = ' WS-UNCHANGED-COUNT.
007820     DISPLAY '  REFUSED          = ' WS-REFUSED-COUNT.
007830     DISPLAY '  NOT ON MASTER    = ' WS-NOT-FOUND-COUNT.
007840     IF WS-REFUSED-COUNT > ZERO OR WS-NOT-FOUND-COUNT > ZERO
007850         MOVE 4 TO RETURN-CODE
007860     END-IF.
007865     PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT.
007870 4000-EXIT.
007880     EXIT.
007890
007891*-----------------------------------------------------------------
007892*8600-LOAD-AUDIT-SEAL
007893*PICK UP THE SEAL OF THE AUDIT TRAIL SO THIS RUN'S ENTRIES CAN
007894*ROLL IT FORWARD.  NO SEAL YET (STATUS '35') MEANS THE TRAIL
007895*PREDATES SEALING - IT IS SEALED AS IT STANDS AND THE RUN GOES ON.
007896*A SEAL THAT CANNOT BE READ STOPS THE RUN BEFORE ANYTHING IS
007897*APPENDED.
007898*-----------------------------------------------------------------
007899 8600-LOAD-AUDIT-SEAL.
007900     MOVE 'N' TO WS-SEAL-LOADED-SW.
007901     OPEN INPUT AUDIT-SEAL-FILE.
007902     IF WS-AUDSEAL-STATUS = '35'
007903         DISPLAY 'COLRECL: NO AUDIT SEAL ON FILE - AUDITFL SEALED'
007904             ' AS IT STANDS'
007905         PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT
007906         SET WS-SEAL-LOADED TO TRUE
007907         GO TO 8600-EXIT
007908     END-IF.
007909     IF WS-AUDSEAL-STATUS = '00'
007910         READ AUDIT-SEAL-FILE
007911             AT END
007912                 CONTINUE
007913         END-READ
007914     END-IF.
007915     IF WS-AUDSEAL-STATUS NOT = '00'
007916        OR NOT AS-SEAL-ROW
007917         DISPLAY 'COLRECL: AUDIT SEAL UNREADABLE, STATUS='
007918             WS-AUDSEAL-STATUS
007919         CLOSE AUDIT-SEAL-FILE
007920         GO TO 9999-ABEND-EXIT
007921     END-IF.
007922     MOVE AS-SEAL-TOTALS TO WS-SEAL-TOTALS.
007923     CLOSE AUDIT-SEAL-FILE.
007924     SET WS-SEAL-LOADED TO TRUE.
007925 8600-EXIT.
007926     EXIT.
007927
007928*-----------------------------------------------------------------
007929*8610-SEAL-AUDIT-AS-IT-STANDS
007930*RE-TOTAL THE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
007931*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
007932*SEAL.
007933*-----------------------------------------------------------------
007934 8610-SEAL-AUDIT-AS-IT-STANDS.
007935     INITIALIZE WS-SEAL-TOTALS.
007936     MOVE 'N' TO WS-SEAL-EOF-SW.
007937     MOVE 'N' TO WS-SEAL-FOUND-SW.
007938     OPEN INPUT AUDIT-FILE.
007939     IF WS-AUDIT-STATUS = '35'
007940         GO TO 8610-EXIT
007941     END-IF.
007942     IF WS-AUDIT-STATUS NOT = '00'
007943         DISPLAY 'COLRECL: UNABLE TO OPEN AUDITFL TO SEAL IT,'
007944             ' STATUS=' WS-AUDIT-STATUS
007945         GO TO 9999-ABEND-EXIT
007946     END-IF.
007947     SET WS-SEALED-FILE-FOUND TO TRUE.
007948     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
007949         UNTIL WS-SEAL-FILE-EOF.
007950     CLOSE AUDIT-FILE.
007951 8610-EXIT.
007952     EXIT.
007953
007954 8611-TOTAL-AUDIT-ENTRY.
007955     READ AUDIT-FILE
007956         AT END
007957             SET WS-SEAL-FILE-EOF TO TRUE
007958         NOT AT END
007959             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
007960             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
007961     END-READ.
007962 8611-EXIT.
007963     EXIT.
007964
007965*-----------------------------------------------------------------
007966*8620-SEAL-ONE-ENTRY
007967*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
007968*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
007969*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
007970*-----------------------------------------------------------------
007971 8620-SEAL-ONE-ENTRY.
007972     ADD 1 TO WS-SEAL-COUNT.
007973     EVALUATE TRUE
007974         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
007975             MOVE 1 TO WS-SEAL-BRANCH-IDX
007976         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
007977             MOVE 2 TO WS-SEAL-BRANCH-IDX
007978         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
007979             MOVE 3 TO WS-SEAL-BRANCH-IDX
007980         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
007981             MOVE 4 TO WS-SEAL-BRANCH-IDX
007982         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
007983             MOVE 5 TO WS-SEAL-BRANCH-IDX
007984         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
007985             MOVE 6 TO WS-SEAL-BRANCH-IDX
007986         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
007987             MOVE 7 TO WS-SEAL-BRANCH-IDX
007988         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
007989             MOVE 8 TO WS-SEAL-BRANCH-IDX
007990         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
007991             MOVE 9 TO WS-SEAL-BRANCH-IDX
007992         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
007993             MOVE 10 TO WS-SEAL-BRANCH-IDX
007994         WHEN OTHER
007995             MOVE 11 TO WS-SEAL-BRANCH-IDX
007996     END-EVALUATE.
007997     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
007998     IF WS-SEAL-COUNT = 1
007999         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
008000     END-IF.
008001     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
008002     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
008003         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
008004         UNTIL WS-SEAL-CHAR-IDX > 10.
008005 8620-EXIT.
008006     EXIT.
008007
008008*-----------------------------------------------------------------
008009*8625-HASH-KEY-CHARACTER
008010*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
008011*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
008012*KEY, IS ADDED TO THE HASH TOTAL.
008013*-----------------------------------------------------------------
008014 8625-HASH-KEY-CHARACTER.
008015     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
008016     MOVE ZERO TO WS-SEAL-CHAR-POS.
008017     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
008018         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
008019     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
008020         + (WS-SEAL-CHAR-POS + 1)
008021         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
008022 8625-EXIT.
008023     EXIT.
008024
008025*-----------------------------------------------------------------
008026*8650-WRITE-AUDIT-SEAL
008027*SEAL THE AUDIT TRAIL AS IT NOW STANDS, THIS RUN'S ENTRIES IN.
008028*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
008029*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
008030*RETURN CODE 8.
008031*-----------------------------------------------------------------
008032 8650-WRITE-AUDIT-SEAL.
008033     OPEN OUTPUT AUDIT-SEAL-FILE.
008034     IF WS-AUDSEAL-STATUS NOT = '00'
008035         DISPLAY 'COLRECL: UNABLE TO OPEN AUDSEAL, STATUS='
008036             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
008037         IF RETURN-CODE < 8
008038             MOVE 8 TO RETURN-CODE
008039         END-IF
008040         GO TO 8650-EXIT
008041     END-IF.
008042     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
008043     ACCEPT WS-SEAL-CLOCK FROM TIME.
008044     MOVE SPACES          TO AUDIT-SEAL-RECORD.
008045     MOVE 'SEAL'          TO AS-RECORD-ID.
008046     MOVE 'AUDITFL'       TO AS-FILE-ID.
008047     MOVE 'COLRECL'       TO AS-SEALED-BY.
008048     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE.
008049     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME.
008050     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS.
008051     WRITE AUDIT-SEAL-RECORD.
008052     IF WS-AUDSEAL-STATUS NOT = '00'
008053         DISPLAY 'COLRECL: UNABLE TO WRITE AUDSEAL, STATUS='
008054             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
008055         IF RETURN-CODE < 8
008056             MOVE 8 TO RETURN-CODE
008057         END-IF
008058     END-IF.
008059     CLOSE AUDIT-SEAL-FILE.
008060 8650-EXIT.
008061     EXIT.
008062
008063 9999-ABEND-EXIT.
008064     CLOSE RECL-KEY-FILE COLOR-MASTER-FILE AUDIT-FILE
008065           RECL-REPORT-FILE.
008066     IF WS-SEAL-LOADED
008067         PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT
008068     END-IF.
008069     MOVE 16 TO RETURN-CODE.
008070     STOP RUN.
