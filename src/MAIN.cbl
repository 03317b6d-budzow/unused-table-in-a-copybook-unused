001200*                  CHECKPOINT (CK-FEED-DATE NONZERO), CARD OR
001210*                  NO CARD - THE CHECKPOINT ALWAYS DECIDES,
001220*                  SAME RULE AS THE PRIORITY PASS.
001221*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
001222*                  LEDGER (RUNLEDGR), AND WILL NOT START UNLESS
001223*                  COLEDIT'S LAST END ROW FOR THE SAME FEED DATE
001224*                  IS A CLEAN END - THE FIRST RECORD IS NOW READ
001225*                  AHEAD OF THE OUTPUT OPENS SO A REFUSED RUN
001226*                  LEAVES THE PRIOR OUTPUTS UNTOUCHED.  CATCH-UP
001227*                  MODE CLEARS EACH FEED DATE AT ITS FEED BREAK.
001228*                  RUNCARD 'RERUN' SKIPS THE STEP IF IT ALREADY
001229*                  ENDED CLEAN FOR THE RUN DATE.
001230*2026-09-11  JPM   ADDED THE CHANGED-ONLY DELTA EXTRACT (DELTAFL)
001231*                  ALONGSIDE EXTRFL - ONE DELTA-RECORD PER KEY
001232*                  WHOSE DISPATCHED COLOR MOVED TONIGHT OR THAT
001233*                  IS NEW TO THE MASTER, CARRYING THE PRIOR AND
001234*                  NEW COLOR AND BOTH CONDITION NAMES, WRAPPED IN
001235*                  ITS OWN HDR/TRL PAIR WITH THE COUNT, THE
001236*                  PER-COLOR TOTALS AND THE NEW/CHANGED SPLIT ON
001237*                  THE TRAILER.  THE TOTALS RIDE THE CHECKPOINT SO
001238*                  A RESTART STILL BALANCES.  COLSPLIT SPLITS IT
001239*                  BY REGION THE SAME WAY AS THE FULL EXTRACT.
001240*2026-09-25  JPM   THE MASTER ROW NOW CARRIES THE SOURCE REGION
001241*                  OF THE KEY'S LATEST DISPATCH (CM-SOURCE-
001242*                  REGION), SO COLRECL CAN SELECT A REGION'S KEYS
001243*                  FOR AN ADMINISTRATIVE RECLASSIFICATION.
001244*2026-10-06  JPM   THE AUDIT TRAIL IS SEALED (AUDSEAL) - ENTRY
001245*                  COUNT, COUNTS BY BRANCH, FIRST AND LAST
001246*                  TIMESTAMP AND A HASH TOTAL OF THE KEYS, ROLLED
001247*                  FORWARD OVER EVERY ENTRY WRITTEN AND REWRITTEN
001248*                  AT THE END OF THE RUN (AND ON AN ABEND) SO THE
001249*                  READERS OF THE TRAIL CAN PROVE IT BEFORE THEY
001250*                  TRUST IT.
001251*2026-10-13  JPM   FOLD-IN RUN (MRGCARD = 'FOLDIN') FOR A REGION
001252*                  COLMERGE LEFT OUTSTANDING: THE LATE RECORDS ARE
001253*                  WORKED AGAINST THE MASTER AS USUAL, BUT THE
001254*                  AUDIT TRAIL IS APPENDED TO AND RE-SEALED AS IT
001255*                  STANDS RATHER THAN STARTED AFRESH, AND THE
001256*                  STATS ROW IS MARKED SUPPLEMENTARY SO COLTREND
001257*                  ADDS IT TO THE NIGHT IT COMPLETES.  EXTRACT,
001258*                  DELTA AND THE OTHER OUTPUTS GO TO THE
001259*                  SUPPLEMENTARY DATASETS THE FOLLOW-UP JOB
001260*                  MOUNTS.
001261*2026-10-15  JPM   ONLY COLEDIT ROWS UNDER THE RUN DATE CLEAR
001262*                  THE FEED - THE LAST OF THEM MUST BE A CLEAN END
001263*                  FOR THE FEED DATE IN HAND, SO AN EDIT THAT DIED
001264*                  BEFORE READING ITS HEADER CAN NO LONGER LEAVE
001265*                  LAST NIGHT'S CLEAN END STANDING IN FOR IT.  THE
001266*                  DELTA TRAILER WRITE IS STATUS-CHECKED.
001267*2026-10-15  JPM   A RESTART RECOUNTS DELTAFL AS IT STANDS BEFORE
001268*                  APPENDING TO IT INSTEAD OF TAKING THE DELTA
001269*                  TOTALS OFF THE CHECKPOINT - DETAILS WRITTEN
001270*                  AFTER THE LAST CHECKPOINT ARE IN THE FILE BUT
001271*                  ARE SKIPPED ON REPROCESSING, SO THE TRAILER
001272*                  CAME UP SHORT.  THE DELTA HEADER WRITE IS
001273*                  STATUS-CHECKED.
001274*2026-10-15  JPM   A FOLD-IN RUN'S STATS ROW CARRIES THE RUN-CARD
001275*                  DATE OF THE NIGHT IT FOLDS INTO, NOT THE DATE
001276*                  THE JOB ENDED, SO COLTREND CAN FIND THAT NIGHT.
001277*----------------------------------------------------------------
001278 
001279 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001281 FILE-CONTROL.
001282     SELECT COLOR-INPUT-FILE         ASSIGN TO COLRIN
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-INPUT-STATUS.
001310     SELECT CHECKPOINT-FILE          ASSIGN TO CKPTFL
001370     SELECT EXTRACT-FILE             ASSIGN TO EXTRFL
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-EXTRACT-STATUS.
001392     SELECT DELTA-FILE               ASSIGN TO DELTAFL
001394         ORGANIZATION IS SEQUENTIAL
001396         FILE STATUS IS WS-DELTA-STATUS.
001400     SELECT REJECT-FILE              ASSIGN TO REJECTFL
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-REJECT-STATUS.
001600     SELECT CATCHUP-CARD-FILE        ASSIGN TO CATCARD
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-CATCH-STATUS.
001622     SELECT MERGE-MODE-FILE          ASSIGN TO MRGCARD
001624         ORGANIZATION IS SEQUENTIAL
001626         FILE STATUS IS WS-MRGCARD-STATUS.
001630     SELECT STATS-FILE               ASSIGN TO STATSFL
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-STATS-STATUS.
001680         ACCESS MODE IS RANDOM
001690         RECORD KEY IS XB-BASKET-KEY
001700         FILE STATUS IS WS-BASKET-STATUS.
001701     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
001702         ORGANIZATION IS SEQUENTIAL
001703         FILE STATUS IS WS-LEDGER-STATUS.
001704     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
001705         ORGANIZATION IS SEQUENTIAL
001706         FILE STATUS IS WS-RUNCARD-STATUS.
001707     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
001708         ORGANIZATION IS SEQUENTIAL
001709         FILE STATUS IS WS-AUDSEAL-STATUS.
001710
001720 DATA DIVISION.
001730 FILE SECTION.
002040 FD  EXTRACT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060     COPY EXTRACT-RECORD.
002061
002062*----------------------------------------------------------------
002063*CHANGED-ONLY DELTA EXTRACT - HDR, ONE DETAIL PER KEY THAT MOVED
002064*COLOR OR IS NEW TO THE MASTER, TRL WITH THE COUNT, PER-COLOR
002065*TOTALS (BY NEW COLOR) AND THE NEW/CHANGED SPLIT.  THE THREE 01
002066*LEVELS ARE ALTERNATE VIEWS OF THE SAME RECORD AREA, SAME
002067*CONVENTION AS COLMERGE'S CONSOLIDATED FEED.
002068*----------------------------------------------------------------
002069 FD  DELTA-FILE
002070     LABEL RECORDS ARE STANDARD.
002071 01  DELTA-HEADER-RECORD.
002072     05  DH-RECORD-ID                PIC X(03).
002073     05  DH-FEED-DATE                PIC 9(08).
002074     05  FILLER                      PIC X(69).
002075 01  DELTA-TRAILER-RECORD.
002076     05  DT-RECORD-ID                PIC X(03).
002077     05  DT-RECORD-COUNT             PIC 9(09).
002078     05  DT-YELLOW-COUNT             PIC 9(09).
002079     05  DT-GREEN-COUNT              PIC 9(09).
002080     05  DT-RED-COUNT                PIC 9(09).
002081     05  DT-BROWN-COUNT              PIC 9(09).
002082     05  DT-NEW-KEY-COUNT            PIC 9(09).
002083     05  DT-CHANGED-COUNT            PIC 9(09).
002084     05  FILLER                      PIC X(14).
002085     COPY DELTA-RECORD.
002086 
002087*----------------------------------------------------------------
002090*RECORDS FAILING COLOR VALIDATION.
002100*----------------------------------------------------------------
002110 FD  REJECT-FILE
002890 01  CATCHUP-CARD-RECORD.
002900     05  CH-MODE                     PIC X(08).
002910     05  FILLER                      PIC X(72).
002911
002912*----------------------------------------------------------------
002913*OPTIONAL MERGE MODE CARD, SHARED WITH COLMERGE - ONLY 'FOLDIN'
002914*MEANS ANYTHING HERE.
002915*----------------------------------------------------------------
002916 FD  MERGE-MODE-FILE
002917     LABEL RECORDS ARE STANDARD.
002918     COPY MERGE-MODE-CARD.
002920
002930*----------------------------------------------------------------
002940*ROLLING STATISTICS REPOSITORY - ONE DATED ROW OF FINAL BUCKET
003070     LABEL RECORDS ARE STANDARD.
003080     COPY EXCEPTION-RECORD.
003090
003091*----------------------------------------------------------------
003092*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
003093*----------------------------------------------------------------
003094 FD  RUN-LEDGER-FILE
003095     LABEL RECORDS ARE STANDARD.
003096     COPY RUN-LEDGER-RECORD.
003097
003098*----------------------------------------------------------------
003099*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
003100*----------------------------------------------------------------
003101 FD  RUN-CARD-FILE
003102     LABEL RECORDS ARE STANDARD.
003103     COPY RUN-CARD-RECORD.
003104
003105*----------------------------------------------------------------
003106*SEAL OF THE AUDIT TRAIL - ROLLED FORWARD OVER THIS RUN'S ENTRIES.
003107*----------------------------------------------------------------
003108 FD  AUDIT-SEAL-FILE
003109     LABEL RECORDS ARE STANDARD.
003110     COPY AUDIT-SEAL-RECORD.
003111
003112 WORKING-STORAGE SECTION.
003113*----------------------------------------------------------------
003120*COLOR STATUS BYTE AND ITS CONDITION NAMES.
003130*----------------------------------------------------------------
003140 01  COLOR-CODE                      PIC X(01).
003220 77  WS-CKPT-STATUS                  PIC X(02).
003230 77  WS-AUDIT-STATUS                 PIC X(02).
003240 77  WS-EXTRACT-STATUS               PIC X(02).
003245 77  WS-DELTA-STATUS                 PIC X(02).
003250 77  WS-REJECT-STATUS                PIC X(02).
003260 77  WS-MASTER-STATUS                PIC X(02).
003270 77  WS-RULES-STATUS                 PIC X(02).
003290 77  WS-URGENT-STATUS                PIC X(02).
003300 77  WS-PRTY-STATUS                  PIC X(02).
003310 77  WS-CATCH-STATUS                 PIC X(02).
003315 77  WS-MRGCARD-STATUS               PIC X(02).
003320 77  WS-STATS-STATUS                 PIC X(02).
003330 77  WS-BASKET-STATUS                PIC X(02).
003340
003700         10  WS-RULE-TO              PIC X(01).
003710 77  WS-RULE-COUNT                   PIC 9(03) COMP VALUE ZERO.
003720 77  WS-PRIOR-COLOR                  PIC X(01).
003725 77  WS-PRIOR-CONDITION              PIC X(20).
003730
003740 77  WS-PRIORITY-SW                  PIC X(01) VALUE 'N'.
003750     88  WS-PRIORITY-MODE                       VALUE 'Y'.
003760 77  WS-CATCHUP-SW                   PIC X(01) VALUE 'N'.
003770     88  WS-CATCHUP-MODE                        VALUE 'Y'.
003773 77  WS-FOLD-IN-SW                   PIC X(01) VALUE 'N'.
003776     88  WS-FOLD-IN-RUN                         VALUE 'Y'.
003780 77  WS-BASKET-AVAIL-SW              PIC X(01) VALUE 'N'.
003790     88  WS-BASKET-AVAILABLE                    VALUE 'Y'.
003800 77  WS-EXC-REASON                   PIC X(04).
004340 77  WS-URGENT-COUNT                 PIC 9(09) COMP VALUE ZERO.
004350 77  WS-CHECKPOINT-INTERVAL          PIC 9(09) COMP VALUE 1000.
004360 77  WS-CHECKPOINT-COUNTER           PIC 9(09) COMP VALUE ZERO.
004361*----------------------------------------------------------------
004362*DELTA EXTRACT TRAILER TOTALS - KEYS NEW TO THE MASTER, KEYS THAT
004363*CHANGED COLOR, AND BOTH TOGETHER BY THE NEW COLOR.  CARRIED ON
004364*THE CHECKPOINT WITH THE RUN COUNTS, BUT A RESTART RECOUNTS THEM
004365*FROM DELTAFL AS IT STANDS (8660).
004366*----------------------------------------------------------------
004367 77  WS-DELTA-NEW-COUNT              PIC 9(09) COMP VALUE ZERO.
004368 77  WS-DELTA-CHANGED-COUNT          PIC 9(09) COMP VALUE ZERO.
004369 77  WS-DELTA-YELLOW-COUNT           PIC 9(09) COMP VALUE ZERO.
004370 77  WS-DELTA-GREEN-COUNT            PIC 9(09) COMP VALUE ZERO.
004371 77  WS-DELTA-RED-COUNT              PIC 9(09) COMP VALUE ZERO.
004372 77  WS-DELTA-BROWN-COUNT            PIC 9(09) COMP VALUE ZERO.
004373 
004380*----------------------------------------------------------------
004390*TIMESTAMP STAMPED ON EVERY AUDIT AND EXTRACT RECORD.
004400*----------------------------------------------------------------
004440 01  WS-TIMESTAMP-DISPLAY            REDEFINES
004450                                      WS-CURRENT-TIMESTAMP
004460                                      PIC X(16).
004461
004462*----------------------------------------------------------------
004463*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
004464*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
004465*----------------------------------------------------------------
004466 77  WS-LEDGER-STATUS                PIC X(02).
004467 77  WS-RUNCARD-STATUS               PIC X(02).
004468 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
004469     88  WS-LEDGER-EOF                          VALUE 'Y'.
004470 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
004471     88  WS-RERUN-MODE                          VALUE 'Y'.
004472 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
004473     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
004474 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
004475 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'MAIN'.
004476 77  WS-LEDGER-EVENT                 PIC X(01).
004477 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
004478 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
004479 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
004480 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
004481 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
004482 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
004483 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
004484*----------------------------------------------------------------
004485*THE FEED DATE BEING CLEARED AGAINST COLEDIT'S END ROWS - ZERO
004486*(AN UNSTAMPED OR EMPTY INPUT) CLEARS AGAINST THE RUN DATE.  THE
004487*FEED SWITCH IS THE LAST EDIT OF THAT FEED DATE, FOR CATCH-UP.
004488*----------------------------------------------------------------
004489 77  WS-GATE-FEED-DATE               PIC 9(08) VALUE ZERO.
004490 77  WS-EDIT-CLEAN-SW                PIC X(01) VALUE 'N'.
004491     88  WS-EDIT-ENDED-CLEAN                    VALUE 'Y'.
004492 77  WS-EDIT-FEED-SW                 PIC X(01) VALUE 'N'.
004493     88  WS-EDIT-FEED-ENDED-CLEAN               VALUE 'Y'.
004494 01  WS-LEDGER-CLOCK.
004495     05  WS-LEDGER-HHMMSS            PIC 9(06).
004496     05  FILLER                      PIC 9(02).
004497
004498*----------------------------------------------------------------
004499*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
004500*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
004501*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
004502*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
004503*THE KEY HASH IS TAKEN WITH.
004504*----------------------------------------------------------------
004505 77  WS-AUDSEAL-STATUS               PIC X(02).
004506 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
004507     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
004508 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
004509     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
004510 77  WS-SEAL-LOADED-SW               PIC X(01) VALUE 'N'.
004511     88  WS-SEAL-LOADED                         VALUE 'Y'.
004512 77  WS-DELTA-EOF-SW                 PIC X(01) VALUE 'N'.
004513     88  WS-DELTA-FILE-EOF                      VALUE 'Y'.
004514 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
004515 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
004516 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
004517 77  WS-SEAL-CHAR                    PIC X(01).
004518 77  WS-SEAL-DATE                    PIC 9(08).
004519 01  WS-SEAL-CLOCK.
004520     05  WS-SEAL-HHMMSS              PIC 9(06).
004521     05  FILLER                      PIC 9(02).
004522 01  WS-SEAL-TOTALS.
004523     05  WS-SEAL-COUNT               PIC 9(09).
004524     05  WS-SEAL-BRANCH OCCURS 11 TIMES
004525                                     PIC 9(09).
004526     05  WS-SEAL-FIRST.
004527         10  WS-SEAL-FIRST-DATE      PIC 9(08).
004528         10  WS-SEAL-FIRST-TIME      PIC 9(08).
004529     05  WS-SEAL-LAST.
004530         10  WS-SEAL-LAST-DATE       PIC 9(08).
004531         10  WS-SEAL-LAST-TIME       PIC 9(08).
004532     05  WS-SEAL-HASH                PIC 9(18).
004533 01  WS-SEAL-ENTRY.
004534     05  WS-SEAL-ENTRY-KEY.
004535         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
004536                                     PIC X(01).
004537     05  FILLER                      PIC X(01).
004538     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
004539     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
004540     05  FILLER                      PIC X(19).
004541 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
004542     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
004543 01  WS-SEAL-WEIGHT-LIST.
004544     05  FILLER                      PIC 9(04) VALUE 1.
004545     05  FILLER                      PIC 9(04) VALUE 3.
004546     05  FILLER                      PIC 9(04) VALUE 7.
004547     05  FILLER                      PIC 9(04) VALUE 13.
004548     05  FILLER                      PIC 9(04) VALUE 31.
004549     05  FILLER                      PIC 9(04) VALUE 61.
004550     05  FILLER                      PIC 9(04) VALUE 127.
004551     05  FILLER                      PIC 9(04) VALUE 251.
004552     05  FILLER                      PIC 9(04) VALUE 509.
004553     05  FILLER                      PIC 9(04) VALUE 1021.
004554 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
004555     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
004556                                     PIC 9(04).
004557 
004558 PROCEDURE DIVISION.
004559*=================================================================
004560*0000-MAINLINE
004561*OPEN FILES, DRIVE THE READ/DISPATCH LOOP TO END OF INPUT, THEN
004562*CLOSE OUT THE RUN.
004563*=================================================================
004564 0000-MAINLINE.
004565     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004566     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
004570         UNTIL WS-END-OF-INPUT.
004580     IF WS-PASS-NUMBER = 1
004590         PERFORM 1700-START-SECOND-PASS THRU 1700-EXIT
004700*PROCESS.
004710*-----------------------------------------------------------------
004720 1000-INITIALIZE.
004725     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
004730     OPEN INPUT COLOR-INPUT-FILE.
004740     IF WS-INPUT-STATUS NOT = '00'
004750         DISPLAY 'MAIN: UNABLE TO OPEN COLOR-INPUT-FILE, STATUS='
004780     END-IF.
004790     PERFORM 1600-READ-PRIORITY-CARD THRU 1600-EXIT.
004800     PERFORM 1650-READ-CATCHUP-CARD THRU 1650-EXIT.
004805     PERFORM 1660-READ-MERGE-MODE-CARD THRU 1660-EXIT.
004810*    CATCH-UP AND PRIORITY CANNOT MIX - THE PRIORITY REREAD
004820*    WOULD CUT EVERY FEED'S STATS ROW TWICE.  CATCH-UP WINS.
004830     IF WS-CATCHUP-MODE AND WS-PRIORITY-MODE
004960         MOVE 1 TO WS-PASS-NUMBER
004970         DISPLAY 'MAIN: PRIORITY MODE - URGENT PASS FIRST'
004980     END-IF.
004981*    THE FIRST RECORD TO WORK IS READ AHEAD OF THE OUTPUT OPENS
004982*    SO A FEED COLEDIT HAS NOT CLEARED IS REFUSED BEFORE THE
004983*    PRIOR RUN'S OUTPUTS ARE EMPTIED.
004984     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
004985     IF WS-END-OF-INPUT
004986        OR CI-FEED-DATE NOT NUMERIC
004987        OR CI-FEED-DATE = ZERO
004988         MOVE ZERO TO WS-GATE-FEED-DATE
004989     ELSE
004990         MOVE CI-FEED-DATE TO WS-GATE-FEED-DATE
004991     END-IF.
004992     PERFORM 8530-CHECK-EDIT-ENDED THRU 8530-EXIT.
004993*    A FRESH RUN STARTS A NEW TRAIL AND SO A NEW SEAL.  A RESTART
004994*    APPENDS TO WHAT THE ABENDED RUN LEFT, SO THAT IS RE-TOTALLED
004995*    AS IT STANDS RATHER THAN TRUSTING A SEAL THE ABEND MAY HAVE
004996*    WRITTEN SHORT.  A FOLD-IN RUN APPENDS TO THE NIGHT'S TRAIL
004997*    THE SAME WAY.
004998     IF WS-RESTART-RUN OR WS-FOLD-IN-RUN
004999         PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT
005000     ELSE
005001         INITIALIZE WS-SEAL-TOTALS
005002     END-IF.
005003     SET WS-SEAL-LOADED TO TRUE.
005004*    THE DELTA TOTALS ARE LIKEWISE TAKEN FROM DELTAFL AS IT
005005*    STANDS.
005006*    DETAILS THE ABENDED RUN WROTE AFTER ITS LAST CHECKPOINT ARE
005007*    STILL IN THE FILE, BUT THEIR KEYS ALREADY SHOW THE NEW COLOR
005008*    ON THE MASTER, SO REPROCESSING SKIPS THEM AND NEVER COUNTS
005009*    THEM - THE CHECKPOINTED TOTALS WOULD LEAVE THE TRAILER SHORT.
005010     IF WS-RESTART-RUN
005011         PERFORM 8660-RECOUNT-DELTA-AS-IT-STANDS THRU 8660-EXIT
005012     END-IF.
005013     IF WS-RESTART-RUN
005014         OPEN EXTEND AUDIT-FILE
005015         OPEN EXTEND EXTRACT-FILE
005016         OPEN EXTEND DELTA-FILE
005020         OPEN EXTEND CHECKPOINT-FILE
005030         OPEN EXTEND REJECT-FILE
005040         OPEN EXTEND TRANSITION-EXCEPT-FILE
005041     ELSE
005042         IF WS-FOLD-IN-RUN
005043             OPEN EXTEND AUDIT-FILE
005044             OPEN OUTPUT EXTRACT-FILE
005045             OPEN OUTPUT DELTA-FILE
005046             OPEN OUTPUT CHECKPOINT-FILE
005047             OPEN OUTPUT REJECT-FILE
005048             OPEN OUTPUT TRANSITION-EXCEPT-FILE
005050         ELSE
005060             OPEN OUTPUT AUDIT-FILE
005070             OPEN OUTPUT EXTRACT-FILE
005075             OPEN OUTPUT DELTA-FILE
005080             OPEN OUTPUT CHECKPOINT-FILE
005090             OPEN OUTPUT REJECT-FILE
005100             OPEN OUTPUT TRANSITION-EXCEPT-FILE
005105         END-IF
005110     END-IF.
005120     IF WS-CKPT-STATUS NOT = '00'
005130         DISPLAY 'MAIN: UNABLE TO OPEN CHECKPOINT-FILE, STATUS='
005240             WS-EXTRACT-STATUS
005250         GO TO 9999-ABEND-EXIT
005260     END-IF.
005261     IF WS-DELTA-STATUS NOT = '00'
005262         DISPLAY 'MAIN: UNABLE TO OPEN DELTA-FILE, STATUS='
005263             WS-DELTA-STATUS
005264         GO TO 9999-ABEND-EXIT
005265     END-IF.
005266*    A RESTART APPENDS TO THE DELTA THE ABENDED RUN ALREADY
005267*    HEADED - ONLY A FRESH RUN CUTS THE HEADER.
005268     IF NOT WS-RESTART-RUN
005269         MOVE SPACES      TO DELTA-HEADER-RECORD
005270         MOVE 'HDR'       TO DH-RECORD-ID
005271         MOVE WS-RUN-DATE TO DH-FEED-DATE
005272         WRITE DELTA-HEADER-RECORD
005273         IF WS-DELTA-STATUS NOT = '00'
005274             DISPLAY 'MAIN: DELTA-FILE WRITE FAILED, STATUS='
005275                 WS-DELTA-STATUS
005276             GO TO 9999-ABEND-EXIT
005277         END-IF
005278     END-IF.
005279     IF WS-REJECT-STATUS NOT = '00'
005280         DISPLAY 'MAIN: UNABLE TO OPEN REJECT-FILE, STATUS='
005290             WS-REJECT-STATUS
005300         GO TO 9999-ABEND-EXIT
005520     PERFORM 1400-OPEN-COLOR-MASTER THRU 1400-EXIT.
005530     PERFORM 1450-OPEN-EXCEPTION-BASKET THRU 1450-EXIT.
005540     PERFORM 1500-LOAD-TRANSITION-RULES THRU 1500-EXIT.
005560 1000-EXIT.
005570     EXIT.
005580 
008110     END-IF.
008120 1650-EXIT.
008130     EXIT.
008131
008132*-----------------------------------------------------------------
008133*1660-READ-MERGE-MODE-CARD
008134*FILE STATUS '35' (NOT FOUND) MEANS NO CARD WAS SUPPLIED - THE
008135*RUN IS THE ORDINARY NIGHTLY RUN.  THE LATE-REGION NIGHT ITSELF
008136*('LATE') IS AN ORDINARY RUN AS FAR AS THIS STEP IS CONCERNED.
008137*-----------------------------------------------------------------
008138 1660-READ-MERGE-MODE-CARD.
008139     OPEN INPUT MERGE-MODE-FILE.
008140     IF WS-MRGCARD-STATUS = '00'
008141         READ MERGE-MODE-FILE
008142             AT END
008143                 CONTINUE
008144         END-READ
008145         IF WS-MRGCARD-STATUS = '00' AND MG-FOLD-IN-MODE
008146             SET WS-FOLD-IN-RUN TO TRUE
008147             DISPLAY 'MAIN: FOLD-IN RUN - LATE REGION APPENDED TO'
008148                 ' THE NIGHT''S AUDIT TRAIL'
008149         END-IF
008150         CLOSE MERGE-MODE-FILE
008151     END-IF.
008152 1660-EXIT.
008153     EXIT.
008154
008155*-----------------------------------------------------------------
008160*1700-START-SECOND-PASS
008170*PASS 1 IS DONE - CLOSE THE URGENT EXTRACT SO DOWNSTREAM CAN
008180*PICK IT UP MID-WINDOW, REWIND THE INPUT, AND WORK THE
008700         IF WS-TRANSITION-OK
008710             PERFORM 2300-DISPATCH-COLOR THRU 2300-EXIT
008720             PERFORM 2400-WRITE-EXTRACT-RECORD THRU 2400-EXIT
008725             PERFORM 2470-WRITE-DELTA-RECORD THRU 2470-EXIT
008730             PERFORM 2500-UPDATE-COLOR-MASTER THRU 2500-EXIT
008740         ELSE
008750             PERFORM 2280-TRANSITION-EXCEPTION THRU 2280-EXIT
009100     IF CI-FEED-DATE = WS-FEED-DATE
009110         GO TO 2020-EXIT
009120     END-IF.
009122*    EVERY DATED FEED IN THE RUN MUST HAVE CLEARED COLEDIT.
009124     MOVE CI-FEED-DATE TO WS-GATE-FEED-DATE.
009126     PERFORM 8530-CHECK-EDIT-ENDED THRU 8530-EXIT.
009130     IF WS-FEED-DATE NOT = ZERO
009140         PERFORM 2030-HOLD-COMPLETED-FEED THRU 2030-EXIT
009150         MOVE ZERO TO WS-FEED-RECORD-COUNT WS-FEED-YELLOW-COUNT
010040*2270-CHECK-TRANSITION
010050*ONE KEYED READ OF THE MASTER GIVES THE KEY'S PRIOR COLOR (AND
010060*LEAVES WS-MASTER-FOUND-SW SET FOR 2500-UPDATE-COLOR-MASTER, SO
010066*THE MASTER IS ONLY READ ONCE PER RECORD - THE PRIOR CONDITION
010074*NAME IS KEPT FOR THE DELTA EXTRACT THE SAME WAY).  NO PRIOR
010082*ROW, NO RULES FILE, OR AN UNCHANGED COLOR ALL PASS; OTHERWISE THE
010090*FROM/TO PAIR MUST BE ON THE RULES TABLE.
010100*-----------------------------------------------------------------
010110 2270-CHECK-TRANSITION.
010210         GO TO 2270-EXIT
010220     END-IF.
010230     MOVE CM-COLOR TO WS-PRIOR-COLOR.
010235     MOVE CM-CONDITION-NAME TO WS-PRIOR-CONDITION.
010240     IF WS-PRIOR-COLOR = COLOR-CODE
010250         GO TO 2270-EXIT
010260     END-IF.
011480 2450-EXIT.
011490     EXIT.
011500
011501*-----------------------------------------------------------------
011502*2470-WRITE-DELTA-RECORD
011503*ONLY A KEY NEW TO THE MASTER OR ONE WHOSE COLOR MOVED GOES ON THE
011504*DELTA - AN UNCHANGED REDISPATCH IS ALREADY ON THE CONSUMER'S
011505*COPY.  RUNS AHEAD OF 2500-UPDATE-COLOR-MASTER, WHILE THE MASTER
011506*ROW STILL HOLDS THE PRIOR COLOR 2270-CHECK-TRANSITION READ.  BOTH
011507*PRIORITY PASSES FEED THE ONE DELTA FILE.
011508*-----------------------------------------------------------------
011509 2470-WRITE-DELTA-RECORD.
011510     MOVE SPACES TO DELTA-RECORD.
011511     IF WS-MASTER-NOT-FOUND
011512         SET DL-NEW-KEY TO TRUE
011513         ADD 1 TO WS-DELTA-NEW-COUNT
011514     ELSE
011515         IF WS-PRIOR-COLOR = COLOR-CODE
011516             GO TO 2470-EXIT
011517         END-IF
011518         SET DL-COLOR-CHANGED TO TRUE
011519         MOVE WS-PRIOR-COLOR         TO DL-PRIOR-COLOR
011520         MOVE WS-PRIOR-CONDITION     TO DL-PRIOR-CONDITION
011521         ADD 1 TO WS-DELTA-CHANGED-COUNT
011522     END-IF.
011523     MOVE WS-CURRENT-KEY             TO DL-KEY.
011524     MOVE COLOR-CODE                 TO DL-NEW-COLOR.
011525     MOVE WS-CONDITION-NAME          TO DL-NEW-CONDITION.
011526     MOVE WS-CURRENT-DATE            TO DL-DATE.
011527     MOVE WS-CURRENT-TIME            TO DL-TIME.
011528     MOVE CI-SOURCE-REGION           TO DL-SOURCE-REGION.
011529     EVALUATE TRUE
011530         WHEN COL-YELLOW
011531             ADD 1 TO WS-DELTA-YELLOW-COUNT
011532         WHEN COL-GREEN
011533             ADD 1 TO WS-DELTA-GREEN-COUNT
011534         WHEN COL-RED
011535             ADD 1 TO WS-DELTA-RED-COUNT
011536         WHEN COL-BROWN
011537             ADD 1 TO WS-DELTA-BROWN-COUNT
011538     END-EVALUATE.
011539     WRITE DELTA-RECORD.
011540     IF WS-DELTA-STATUS NOT = '00'
011541         DISPLAY 'MAIN: DELTA-FILE WRITE FAILED, STATUS='
011542             WS-DELTA-STATUS
011543         GO TO 9999-ABEND-EXIT
011544     END-IF.
011545 2470-EXIT.
011546     EXIT.
011547
011548*-----------------------------------------------------------------
011549*2500-UPDATE-COLOR-MASTER
011550*2270-CHECK-TRANSITION ALREADY READ THE MASTER FOR THIS KEY AND
011551*LEFT WS-MASTER-FOUND-SW SET - A HIT MEANS THE ROW IS REWRITTEN
011552*WITH THE LATEST DECISION, A MISS MEANS A NEW ROW IS WRITTEN.
011560*-----------------------------------------------------------------
011570 2500-UPDATE-COLOR-MASTER.
011580     IF WS-MASTER-NOT-FOUND
011630     MOVE WS-CONDITION-NAME          TO CM-CONDITION-NAME.
011640     MOVE WS-CURRENT-DATE            TO CM-DATE.
011650     MOVE WS-CURRENT-TIME            TO CM-TIME.
011655     MOVE CI-SOURCE-REGION           TO CM-SOURCE-REGION.
011660     IF WS-MASTER-FOUND
011670         REWRITE COLOR-MASTER-RECORD
011680     ELSE
011960     MOVE WS-FEED-TRANS-COUNT        TO CK-FEED-TRANS-COUNT.
011970     MOVE WS-FEEDS-HELD              TO CK-FEEDS-HELD.
011980     MOVE WS-FEED-TABLE              TO CK-FEED-TABLE.
011981     MOVE WS-DELTA-NEW-COUNT         TO CK-DELTA-NEW-COUNT.
011982     MOVE WS-DELTA-CHANGED-COUNT     TO CK-DELTA-CHANGED-COUNT.
011983     MOVE WS-DELTA-YELLOW-COUNT      TO CK-DELTA-YELLOW-COUNT.
011984     MOVE WS-DELTA-GREEN-COUNT       TO CK-DELTA-GREEN-COUNT.
011985     MOVE WS-DELTA-RED-COUNT         TO CK-DELTA-RED-COUNT.
011986     MOVE WS-DELTA-BROWN-COUNT       TO CK-DELTA-BROWN-COUNT.
011990     MOVE WS-RUN-COMPLETE-SW         TO CK-RUN-COMPLETE.
012000     WRITE CHECKPOINT-RECORD.
012010     DISPLAY 'MAIN: CHECKPOINT WRITTEN AT ' WS-TIMESTAMP-DISPLAY
012110     MOVE WS-CURRENT-TIME            TO AU-TIME.
012120     MOVE CI-SOURCE-REGION           TO AU-SOURCE-REGION.
012130     WRITE AUDIT-RECORD.
012133     MOVE AUDIT-RECORD TO WS-SEAL-ENTRY.
012136     PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT.
012140 2900-EXIT.
012150     EXIT.
012160 
012630     CLOSE CHECKPOINT-FILE.
012640     CLOSE AUDIT-FILE.
012650     CLOSE EXTRACT-FILE.
012653     PERFORM 3100-WRITE-DELTA-TRAILER THRU 3100-EXIT.
012656     CLOSE DELTA-FILE.
012660     CLOSE REJECT-FILE.
012670     CLOSE COLOR-MASTER-FILE.
012680     CLOSE TRANSITION-EXCEPT-FILE.
012700         CLOSE EXCEPTION-BASKET-FILE
012710     END-IF.
012720     PERFORM MY-NOT-USED-SECTION THRU MY-NOT-USED-PARAGRAPH-EXIT.
012722     PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT.
012725     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
012730 3000-EXIT.
012740     EXIT.
012741
012742*-----------------------------------------------------------------
012743*3100-WRITE-DELTA-TRAILER
012744*THE DELTA'S OWN CONTROL TOTALS - THE DETAIL COUNT, THE TOTALS BY
012745*NEW COLOR, AND HOW MANY WERE NEW KEYS AGAINST CHANGED ONES, SO A
012746*CONSUMER CAN BALANCE THE FILE BEFORE APPLYING IT.
012747*-----------------------------------------------------------------
012748 3100-WRITE-DELTA-TRAILER.
012749     MOVE SPACES TO DELTA-TRAILER-RECORD.
012750     MOVE 'TRL' TO DT-RECORD-ID.
012751     COMPUTE DT-RECORD-COUNT = WS-DELTA-NEW-COUNT
012752                             + WS-DELTA-CHANGED-COUNT.
012753     MOVE WS-DELTA-YELLOW-COUNT      TO DT-YELLOW-COUNT.
012754     MOVE WS-DELTA-GREEN-COUNT       TO DT-GREEN-COUNT.
012755     MOVE WS-DELTA-RED-COUNT         TO DT-RED-COUNT.
012756     MOVE WS-DELTA-BROWN-COUNT       TO DT-BROWN-COUNT.
012757     MOVE WS-DELTA-NEW-COUNT         TO DT-NEW-KEY-COUNT.
012758     MOVE WS-DELTA-CHANGED-COUNT     TO DT-CHANGED-COUNT.
012759     WRITE DELTA-TRAILER-RECORD.
012760     IF WS-DELTA-STATUS NOT = '00'
012761         DISPLAY 'MAIN: DELTA-FILE WRITE FAILED, STATUS='
012762             WS-DELTA-STATUS
012763         GO TO 9999-ABEND-EXIT
012764     END-IF.
012765 3100-EXIT.
012766     EXIT.
012767 
012768*-----------------------------------------------------------------
012769*8500-START-LEDGER
012770*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
012771*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
012772*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
012773*THE LEDGER BEFORE ANY REAL WORK IS DONE.
012774*-----------------------------------------------------------------
012775 8500-START-LEDGER.
012776     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012777     OPEN INPUT RUN-CARD-FILE.
012778     IF WS-RUNCARD-STATUS = '00'
012779         READ RUN-CARD-FILE
012780             AT END
012781                 CONTINUE
012782         END-READ
012783         IF WS-RUNCARD-STATUS = '00'
012784             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
012785                 MOVE RN-RUN-DATE TO WS-RUN-DATE
012786             END-IF
012787             IF RN-RERUN
012788                 SET WS-RERUN-MODE TO TRUE
012789             END-IF
012790         END-IF
012791         CLOSE RUN-CARD-FILE
012792     END-IF.
012793     IF WS-RERUN-MODE
012794         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
012795     END-IF.
012796     MOVE 'S'  TO WS-LEDGER-EVENT.
012797     MOVE ZERO TO WS-LEDGER-RC.
012798     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
012799 8500-EXIT.
012800     EXIT.
012801
012802*-----------------------------------------------------------------
012803*8510-CHECK-RERUN
012804*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
012805*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
012806*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
012807*MEANS THE STEP RUNS.
012808*-----------------------------------------------------------------
012809 8510-CHECK-RERUN.
012810     MOVE 'N' TO WS-STEP-CLEAN-SW.
012811     MOVE 'N' TO WS-LEDGER-EOF-SW.
012812     OPEN INPUT RUN-LEDGER-FILE.
012813     IF WS-LEDGER-STATUS NOT = '00'
012814         DISPLAY 'MAIN: RERUN - NO RUN LEDGER, STATUS='
012815             WS-LEDGER-STATUS ' - STEP RUNS'
012816         GO TO 8510-EXIT
012817     END-IF.
012818     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
012819         UNTIL WS-LEDGER-EOF.
012820     CLOSE RUN-LEDGER-FILE.
012821     IF WS-STEP-ENDED-CLEAN
012822         DISPLAY 'MAIN: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
012823             ' - SKIPPED ON RERUN'
012824         MOVE ZERO TO RETURN-CODE
012825         STOP RUN
012826     END-IF.
012827     DISPLAY 'MAIN: RERUN - NO CLEAN END FOR RUN DATE '
012828         WS-RUN-DATE ' - STEP RUNS'.
012829 8510-EXIT.
012830     EXIT.
012831
012832 8520-SCAN-LEDGER-ROW.
012833     READ RUN-LEDGER-FILE
012834         AT END
012835             SET WS-LEDGER-EOF TO TRUE
012836         NOT AT END
012837             IF LG-PROGRAM = WS-LEDGER-PROGRAM
012838                AND LG-RUN-DATE = WS-RUN-DATE
012839                 IF LG-END-ROW AND LG-ENDED-CLEAN
012840                     SET WS-STEP-ENDED-CLEAN TO TRUE
012841                 ELSE
012842                     MOVE 'N' TO WS-STEP-CLEAN-SW
012843                 END-IF
012844             END-IF
012845     END-READ.
012846 8520-EXIT.
012847     EXIT.
012848
012849*-----------------------------------------------------------------
012850*8530-CHECK-EDIT-ENDED
012851*MAIN WORKS ONLY A FEED COLEDIT HAS PASSED UNDER THE RUN DATE -
012852*THE LAST COLEDIT ROW FOR THE RUN DATE MUST BE A CLEAN END FOR THE
012853*FEED DATE IN HAND.  A FAILED EDIT, ONE THAT DIED BEFORE IT READ
012854*ITS HEADER, OR NO EDIT AT ALL TONIGHT REFUSES THE RUN WITH RETURN
012855*CODE 16; AN EARLIER NIGHT'S CLEAN END NEVER COUNTS.  CATCH-UP
012856*EDITS EACH FEED IN TURN, SO THERE THE LAST EDIT TONIGHT NEED ONLY
012857*HAVE ENDED CLEAN, AND THE LAST EDIT TONIGHT OF THE FEED DATE IN
012858*HAND MUST HAVE ENDED CLEAN AS WELL.  AN UNSTAMPED OR EMPTY INPUT
012859*CLEARS AGAINST THE LAST EDIT RUN UNDER THE RUN DATE.
012860*-----------------------------------------------------------------
012861 8530-CHECK-EDIT-ENDED.
012862     MOVE 'N' TO WS-EDIT-CLEAN-SW.
012863     MOVE 'N' TO WS-EDIT-FEED-SW.
012864     MOVE 'N' TO WS-LEDGER-EOF-SW.
012865     OPEN INPUT RUN-LEDGER-FILE.
012866     IF WS-LEDGER-STATUS NOT = '00'
012867         DISPLAY 'MAIN: RUN LEDGER UNAVAILABLE, STATUS='
012868             WS-LEDGER-STATUS ' - COLEDIT NOT CONFIRMED'
012869         GO TO 9999-ABEND-EXIT
012870     END-IF.
012871     PERFORM 8540-SCAN-EDIT-ROW THRU 8540-EXIT
012872         UNTIL WS-LEDGER-EOF.
012873     CLOSE RUN-LEDGER-FILE.
012874     IF WS-CATCHUP-MODE
012875        AND WS-GATE-FEED-DATE NOT = ZERO
012876        AND NOT WS-EDIT-FEED-ENDED-CLEAN
012877         MOVE 'N' TO WS-EDIT-CLEAN-SW
012878     END-IF.
012879     IF NOT WS-EDIT-ENDED-CLEAN
012880         IF WS-GATE-FEED-DATE = ZERO
012881             DISPLAY 'MAIN: COLEDIT HAS NOT ENDED CLEAN FOR RUN'
012882                 ' DATE ' WS-RUN-DATE ' - RUN REFUSED'
012883         ELSE
012884             DISPLAY 'MAIN: COLEDIT HAS NOT ENDED CLEAN FOR FEED'
012885                 ' DATE ' WS-GATE-FEED-DATE ' - RUN REFUSED'
012886         END-IF
012887         GO TO 9999-ABEND-EXIT
012888     END-IF.
012889     MOVE WS-GATE-FEED-DATE TO WS-LEDGER-FEED-DATE.
012890 8530-EXIT.
012891     EXIT.
012892
012893 8540-SCAN-EDIT-ROW.
012894     READ RUN-LEDGER-FILE
012895         AT END
012896             SET WS-LEDGER-EOF TO TRUE
012897             GO TO 8540-EXIT
012898     END-READ.
012899     IF LG-PROGRAM NOT = 'COLEDIT'
012900        OR LG-RUN-DATE NOT = WS-RUN-DATE
012901         GO TO 8540-EXIT
012902     END-IF.
012903     MOVE 'N' TO WS-EDIT-CLEAN-SW.
012904     IF LG-END-ROW AND LG-ENDED-CLEAN
012905         IF WS-GATE-FEED-DATE = ZERO
012906            OR WS-CATCHUP-MODE
012907            OR LG-FEED-DATE = WS-GATE-FEED-DATE
012908             SET WS-EDIT-ENDED-CLEAN TO TRUE
012909         END-IF
012910     END-IF.
012911     IF WS-GATE-FEED-DATE = ZERO
012912        OR LG-FEED-DATE NOT = WS-GATE-FEED-DATE
012913         GO TO 8540-EXIT
012914     END-IF.
012915     MOVE 'N' TO WS-EDIT-FEED-SW.
012916     IF LG-END-ROW AND LG-ENDED-CLEAN
012917         SET WS-EDIT-FEED-ENDED-CLEAN TO TRUE
012918     END-IF.
012919 8540-EXIT.
012920     EXIT.
012921
012922*-----------------------------------------------------------------
012923*8550-POST-LEDGER-END
012924*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
012925*FEED DATE = THE LAST FEED DATE CLEARED AGAINST COLEDIT, IN =
012926*RECORDS READ, OUT = DISPATCHED (ALL FOUR BUCKETS), CONTROL 1 =
012927*REJECTS, CONTROL 2 = TRANSITION EXCEPTIONS, CONTROL 3 = RED PLUS
012928*BROWN.
012929*-----------------------------------------------------------------
012930 8550-POST-LEDGER-END.
012931     MOVE 'E'                TO WS-LEDGER-EVENT.
012932     MOVE RETURN-CODE        TO WS-LEDGER-RC.
012933     MOVE WS-RECORD-COUNT    TO WS-LEDGER-IN.
012934     COMPUTE WS-LEDGER-OUT = WS-YELLOW-COUNT + WS-GREEN-COUNT
012935                           + WS-RED-COUNT + WS-BROWN-COUNT.
012936     MOVE WS-REJECT-COUNT    TO WS-LEDGER-CTL-1.
012937     MOVE WS-TRANS-COUNT     TO WS-LEDGER-CTL-2.
012938     COMPUTE WS-LEDGER-CTL-3 = WS-RED-COUNT + WS-BROWN-COUNT.
012939     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
012940 8550-EXIT.
012941     EXIT.
012942
012943*-----------------------------------------------------------------
012944*8590-WRITE-LEDGER-ROW
012945*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
012946*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
012947*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
012948*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
012949*-----------------------------------------------------------------
012950 8590-WRITE-LEDGER-ROW.
012951     OPEN EXTEND RUN-LEDGER-FILE.
012952     IF WS-LEDGER-STATUS = '35'
012953         OPEN OUTPUT RUN-LEDGER-FILE
012954     END-IF.
012955     IF WS-LEDGER-STATUS NOT = '00'
012956         DISPLAY 'MAIN: RUN LEDGER UNAVAILABLE, STATUS='
012957             WS-LEDGER-STATUS ' - ROW NOT POSTED'
012958         GO TO 8590-EXIT
012959     END-IF.
012960     ACCEPT WS-LEDGER-CLOCK FROM TIME.
012961     MOVE SPACES              TO RUN-LEDGER-RECORD.
012962     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
012963     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
012964     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
012965     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
012966     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
012967     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
012968     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
012969     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
012970     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
012971     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
012972     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
012973     WRITE RUN-LEDGER-RECORD.
012974     CLOSE RUN-LEDGER-FILE.
012975 8590-EXIT.
012976     EXIT.
012977
012978*-----------------------------------------------------------------
012979*8610-SEAL-AUDIT-AS-IT-STANDS
012980*RE-TOTAL THE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
012981*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
012982*SEAL.
012983*-----------------------------------------------------------------
012984 8610-SEAL-AUDIT-AS-IT-STANDS.
012985     INITIALIZE WS-SEAL-TOTALS.
012986     MOVE 'N' TO WS-SEAL-EOF-SW.
012987     MOVE 'N' TO WS-SEAL-FOUND-SW.
012988     OPEN INPUT AUDIT-FILE.
012989     IF WS-AUDIT-STATUS = '35'
012990         GO TO 8610-EXIT
012991     END-IF.
012992     IF WS-AUDIT-STATUS NOT = '00'
012993         DISPLAY 'MAIN: UNABLE TO OPEN AUDITFL TO SEAL IT,'
012994             ' STATUS=' WS-AUDIT-STATUS
012995         GO TO 9999-ABEND-EXIT
012996     END-IF.
012997     SET WS-SEALED-FILE-FOUND TO TRUE.
012998     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
012999         UNTIL WS-SEAL-FILE-EOF.
013000     CLOSE AUDIT-FILE.
013001 8610-EXIT.
013002     EXIT.
013003
013004 8611-TOTAL-AUDIT-ENTRY.
013005     READ AUDIT-FILE
013006         AT END
013007             SET WS-SEAL-FILE-EOF TO TRUE
013008         NOT AT END
013009             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
013010             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
013011     END-READ.
013012 8611-EXIT.
013013     EXIT.
013014
013015*-----------------------------------------------------------------
013016*8620-SEAL-ONE-ENTRY
013017*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
013018*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
013019*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
013020*-----------------------------------------------------------------
013021 8620-SEAL-ONE-ENTRY.
013022     ADD 1 TO WS-SEAL-COUNT.
013023     EVALUATE TRUE
013024         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
013025             MOVE 1 TO WS-SEAL-BRANCH-IDX
013026         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
013027             MOVE 2 TO WS-SEAL-BRANCH-IDX
013028         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
013029             MOVE 3 TO WS-SEAL-BRANCH-IDX
013030         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
013031             MOVE 4 TO WS-SEAL-BRANCH-IDX
013032         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
013033             MOVE 5 TO WS-SEAL-BRANCH-IDX
013034         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
013035             MOVE 6 TO WS-SEAL-BRANCH-IDX
013036         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
013037             MOVE 7 TO WS-SEAL-BRANCH-IDX
013038         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
013039             MOVE 8 TO WS-SEAL-BRANCH-IDX
013040         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
013041             MOVE 9 TO WS-SEAL-BRANCH-IDX
013042         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
013043             MOVE 10 TO WS-SEAL-BRANCH-IDX
013044         WHEN OTHER
013045             MOVE 11 TO WS-SEAL-BRANCH-IDX
013046     END-EVALUATE.
013047     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
013048     IF WS-SEAL-COUNT = 1
013049         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
013050     END-IF.
013051     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
013052     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
013053         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
013054         UNTIL WS-SEAL-CHAR-IDX > 10.
013055 8620-EXIT.
013056     EXIT.
013057
013058*-----------------------------------------------------------------
013059*8625-HASH-KEY-CHARACTER
013060*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
013061*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
013062*KEY, IS ADDED TO THE HASH TOTAL.
013063*-----------------------------------------------------------------
013064 8625-HASH-KEY-CHARACTER.
013065     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
013066     MOVE ZERO TO WS-SEAL-CHAR-POS.
013067     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
013068         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
013069     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
013070         + (WS-SEAL-CHAR-POS + 1)
013071         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
013072 8625-EXIT.
013073     EXIT.
013074
013075*-----------------------------------------------------------------
013076*8650-WRITE-AUDIT-SEAL
013077*SEAL THE AUDIT TRAIL AS IT NOW STANDS, THIS RUN'S ENTRIES IN.
013078*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
013079*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
013080*RETURN CODE 8.
013081*-----------------------------------------------------------------
013082 8650-WRITE-AUDIT-SEAL.
013083     OPEN OUTPUT AUDIT-SEAL-FILE.
013084     IF WS-AUDSEAL-STATUS NOT = '00'
013085         DISPLAY 'MAIN: UNABLE TO OPEN AUDSEAL, STATUS='
013086             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
013087         IF RETURN-CODE < 8
013088             MOVE 8 TO RETURN-CODE
013089         END-IF
013090         GO TO 8650-EXIT
013091     END-IF.
013092     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
013093     ACCEPT WS-SEAL-CLOCK FROM TIME.
013094     MOVE SPACES          TO AUDIT-SEAL-RECORD.
013095     MOVE 'SEAL'          TO AS-RECORD-ID.
013096     MOVE 'AUDITFL'       TO AS-FILE-ID.
013097     MOVE 'MAIN'          TO AS-SEALED-BY.
013098     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE.
013099     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME.
013100     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS.
013101     WRITE AUDIT-SEAL-RECORD.
013102     IF WS-AUDSEAL-STATUS NOT = '00'
013103         DISPLAY 'MAIN: UNABLE TO WRITE AUDSEAL, STATUS='
013104             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
013105         IF RETURN-CODE < 8
013106             MOVE 8 TO RETURN-CODE
013107         END-IF
013108     END-IF.
013109     CLOSE AUDIT-SEAL-FILE.
013110 8650-EXIT.
013111     EXIT.
013112
013113*-----------------------------------------------------------------
013114*8660-RECOUNT-DELTA-AS-IT-STANDS
013115*RE-TOTAL THE DELTA EXTRACT (DELTAFL) THE ABENDED RUN LEFT INTO
013116*THE TRAILER TOTALS, SO THE TRAILER THIS RUN CUTS BALANCES TO
013117*EVERY DETAIL IN THE FILE.  A FILE THAT IS NOT THERE TOTALS TO
013118*NOTHING.  A TRAILER ALREADY IN THE FILE MEANS IT WAS CLOSED OFF
013119*AND CANNOT BE APPENDED TO.
013120*-----------------------------------------------------------------
013121 8660-RECOUNT-DELTA-AS-IT-STANDS.
013122     MOVE ZERO TO WS-DELTA-NEW-COUNT   WS-DELTA-CHANGED-COUNT
013123                  WS-DELTA-YELLOW-COUNT WS-DELTA-GREEN-COUNT
013124                  WS-DELTA-RED-COUNT    WS-DELTA-BROWN-COUNT.
013125     MOVE 'N' TO WS-DELTA-EOF-SW.
013126     OPEN INPUT DELTA-FILE.
013127     IF WS-DELTA-STATUS = '35'
013128         GO TO 8660-EXIT
013129     END-IF.
013130     IF WS-DELTA-STATUS NOT = '00'
013131         DISPLAY 'MAIN: UNABLE TO OPEN DELTA-FILE TO RECOUNT IT,'
013132             ' STATUS=' WS-DELTA-STATUS
013133         GO TO 9999-ABEND-EXIT
013134     END-IF.
013135     PERFORM 8661-COUNT-DELTA-DETAIL THRU 8661-EXIT
013136         UNTIL WS-DELTA-FILE-EOF.
013137     CLOSE DELTA-FILE.
013138     DISPLAY 'MAIN: RESTART - DELTA-FILE RECOUNTED, '
013139         WS-DELTA-NEW-COUNT ' NEW, ' WS-DELTA-CHANGED-COUNT
013140         ' CHANGED'.
013141 8660-EXIT.
013142     EXIT.
013143
013144 8661-COUNT-DELTA-DETAIL.
013145     READ DELTA-FILE
013146         AT END
013147             SET WS-DELTA-FILE-EOF TO TRUE
013148             GO TO 8661-EXIT
013149     END-READ.
013150     IF DH-RECORD-ID = 'HDR'
013151         GO TO 8661-EXIT
013152     END-IF.
013153     IF DT-RECORD-ID = 'TRL'
013154         DISPLAY 'MAIN: DELTA-FILE ALREADY HAS A TRAILER -'
013155             ' CANNOT APPEND ON RESTART'
013156         CLOSE DELTA-FILE
013157         GO TO 9999-ABEND-EXIT
013158     END-IF.
013159     IF DL-NEW-KEY
013160         ADD 1 TO WS-DELTA-NEW-COUNT
013161     ELSE
013162         ADD 1 TO WS-DELTA-CHANGED-COUNT
013163     END-IF.
013164     EVALUATE DL-NEW-COLOR
013165         WHEN 'Y'
013166             ADD 1 TO WS-DELTA-YELLOW-COUNT
013167         WHEN 'G'
013168             ADD 1 TO WS-DELTA-GREEN-COUNT
013169         WHEN 'R'
013170             ADD 1 TO WS-DELTA-RED-COUNT
013171         WHEN 'B'
013172             ADD 1 TO WS-DELTA-BROWN-COUNT
013173     END-EVALUATE.
013174 8661-EXIT.
013175     EXIT.
013176
013177*-----------------------------------------------------------------
013178*9999-ABEND-EXIT
013179*UNRECOVERABLE FILE ERROR - CLOSE WHAT IS OPEN AND GIVE THE JOB
013180*STEP A NON-ZERO RETURN CODE.
013181*-----------------------------------------------------------------
013182 9999-ABEND-EXIT.
013183     CLOSE COLOR-INPUT-FILE CHECKPOINT-FILE AUDIT-FILE
013184           EXTRACT-FILE DELTA-FILE REJECT-FILE COLOR-MASTER-FILE
013185           TRANSITION-EXCEPT-FILE URGENT-EXTRACT-FILE
013186           EXCEPTION-BASKET-FILE.
013187     IF WS-SEAL-LOADED
013188         PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT
013189     END-IF.
013190     MOVE 16 TO RETURN-CODE.
013191     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
013192     STOP RUN.
013193 
013194*-----------------------------------------------------------------
013195*MY-NOT-USED-SECTION
013196*END-OF-JOB SUMMARY - A ONE-PAGE TALLY OF EVERY COLOR BUCKET PLUS
013197*THE REJECT COUNT, SO WHOEVER RUNS THE BATCH OVERNIGHT HAS
013198*SOMETHING TO EYEBALL INSTEAD OF JUST A CLEAN RETURN CODE.
013199*-----------------------------------------------------------------
013200 MY-NOT-USED-SECTION SECTION.
013201 MY-NOT-USED-PARAGRAPH.
013202     DISPLAY 'MAIN: RUN COMPLETE'.
013203     DISPLAY '  RECORDS READ = ' WS-RECORD-COUNT.
013204     DISPLAY '  YELLOW COUNT = ' WS-YELLOW-COUNT.
013205     DISPLAY '  GREEN  COUNT = ' WS-GREEN-COUNT.
013206     DISPLAY '  RED    COUNT = ' WS-RED-COUNT.
013207     DISPLAY '  BROWN  COUNT = ' WS-BROWN-COUNT.
013208     DISPLAY '  REJECT COUNT = ' WS-REJECT-COUNT.
013209     DISPLAY '  TRANS EXCEPT = ' WS-TRANS-COUNT.
013210     DISPLAY '  DELTA NEW    = ' WS-DELTA-NEW-COUNT.
013211     DISPLAY '  DELTA CHANGED= ' WS-DELTA-CHANGED-COUNT.
013212     IF WS-PRIORITY-MODE
013213         DISPLAY '  URGENT EXTR  = ' WS-URGENT-COUNT
013214     END-IF.
013215*    IN CATCH-UP MODE THE STATS ROWS GO OUT PER FEED, NOT AS ONE
013216*    MERGED ROW THAT WOULD RUIN COLTREND'S PER-DATE NUMBERS -
013217*    THE FEED STILL IN HAND IS ROLLED INTO THE HELD TABLE AND
013218*    THEN EVERY HELD FEED'S ROW IS APPENDED IN ONE PASS.
013219     IF WS-CATCHUP-MODE
013220         IF WS-FEED-DATE NOT = ZERO
013221             PERFORM 2030-HOLD-COMPLETED-FEED THRU 2030-EXIT
013222         END-IF
013223         PERFORM MY-FEED-STATS-PARAGRAPH
013224             THRU MY-FEED-STATS-PARAGRAPH-EXIT
013225         DISPLAY '  FEEDS WORKED = ' WS-FEEDS-DONE
013226     ELSE
013227         PERFORM MY-STATS-PARAGRAPH THRU MY-STATS-PARAGRAPH-EXIT
013228     END-IF.
013229 MY-NOT-USED-PARAGRAPH-EXIT.
013230     EXIT.
013240
013250*-----------------------------------------------------------------
013340*-----------------------------------------------------------------
013350 MY-STATS-PARAGRAPH.
013360*    THE ROW CARRIES THE END-OF-JOB DATE - NOT THE LAST
013365*    RECORD'S, WHICH A RUN WITH AN EMPTY FEED NEVER SETS.  A
013370*    FOLD-IN ROW CARRIES THE RUN-CARD DATE INSTEAD - THE NIGHT IT
013375*    FOLDS INTO, WHICH IS WHAT COLTREND ADDS IT TO.
013380     PERFORM 2910-BUILD-TIMESTAMP THRU 2910-EXIT.
013390     OPEN EXTEND STATS-FILE.
013400     IF WS-STATS-STATUS = '35'
013530         MOVE WS-BROWN-COUNT     TO ST-BROWN-COUNT
013540         MOVE WS-REJECT-COUNT    TO ST-REJECT-COUNT
013550         MOVE WS-TRANS-COUNT     TO ST-TRANS-COUNT
013552         IF WS-FOLD-IN-RUN
013553             MOVE WS-RUN-DATE    TO ST-RUN-DATE
013554             MOVE 'S'            TO ST-ROW-TYPE
013556         END-IF
013560         WRITE STATS-RECORD
013570         CLOSE STATS-FILE
013580     END-IF.
013960     MOVE WS-FD-BROWN-COUNT(WS-FEED-IDX)  TO ST-BROWN-COUNT.
013970     MOVE WS-FD-REJECT-COUNT(WS-FEED-IDX) TO ST-REJECT-COUNT.
013980     MOVE WS-FD-TRANS-COUNT(WS-FEED-IDX)  TO ST-TRANS-COUNT.
013982     IF WS-FOLD-IN-RUN
013984         MOVE 'S'                         TO ST-ROW-TYPE
013986     END-IF.
013990     WRITE STATS-RECORD.
014000     ADD 1 TO WS-FEEDS-DONE.
014010     DISPLAY 'MAIN: STATS ROW CUT FOR FEED DATED '
