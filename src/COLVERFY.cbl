000380*                  REJECT-REPAIRED ENTRIES NEVER MOVED THE
000390*                  MASTER, SO THEY DO NOT COUNT HERE EITHER
000400*                  (SAME EXCLUSION COLAGE AND COLRECON APPLY).
000401*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000402*                  LEDGER (RUNLEDGR) CARRYING THE REPLAY AND
000403*                  VERIFICATION COUNTS.  RUNCARD 'RERUN' SKIPS THE
000404*                  STEP IF IT ALREADY ENDED CLEAN FOR THE RUN
000405*                  DATE.
000406*2026-09-25  JPM   COLRECL'S RECLASSIFIED-ADMIN ENTRIES NOW MOVE
000407*                  THE DERIVED COLOR THE SAME AS A DISPATCH - THE
000408*                  RECLASSIFICATION RUN REWRITES THE MASTER, SO
000409*                  WITHOUT THEM EVERY RECLASSIFIED KEY WOULD SHOW
000410*                  AS A MISMATCH AND A REPAIR CARD WOULD UNDO IT.
000411*2026-10-06  JPM   THE TRAIL IS PROVED AGAINST ITS SEAL (AUDSEAL,
000412*                  AND ARCHSEAL WHEN THE ARCHIVE IS REPLAYED)
000413*                  BEFORE IT IS REPLAYED.  EVERY BREAK IS LISTED
000414*                  AT THE HEAD OF THE REPORT AND ENDS THE RUN WITH
000415*                  RETURN CODE 8; A REPAIR CARD IS THEN WORKED IN
000416*                  REPORT MODE, SO THE MASTER IS NEVER REWRITTEN
000417*                  FROM A TRAIL THAT DOES NOT PROVE.  AN UNSEALED
000418*                  FILE IS LISTED AND ONLY WARNS (CODE 4).
000419*2026-10-09  JPM   AN 'ARC' CARD NOW REPLAYS EVERY ARCHIVE
000420*                  GENERATION ON THE GENERATION CATALOG (ARCHCAT),
000421*                  OLDEST FIRST, EACH PROVED AGAINST ITS OWN SEAL,
000422*                  NOT JUST WHICHEVER ARCHFL HAPPENED TO BE
000423*                  MOUNTED.  A CATALOGED GENERATION THAT IS NOT
000424*                  MOUNTED IS LISTED ON THE REPORT, TURNS A REPAIR
000425*                  RUN INTO A REPORT RUN AND ENDS THE RUN WITH
000426*                  RETURN CODE 8.
000427*2026-10-15  JPM   ARCHFL AND ARCHSEAL ARE ASSIGNED TO THEIR DDS
000428*                  AGAIN.  EACH CATALOGED GENERATION AND ITS SEAL
000429*                  ARE ALLOCATED TO THOSE DDS BY NAME THROUGH
000430*                  BPXWDYN BEFORE THEY ARE OPENED.
000431*2026-10-15  JPM   A REPAIRED MASTER ROW TAKES ITS SOURCE REGION
000432*                  FROM THE REPLAYED TRAIL ENTRY ALONG WITH ITS
000433*                  COLOR, SO COLRECL NEVER STAMPS A STALE REGION
000434*                  ON THE TRAIL FROM IT.
000435*----------------------------------------------------------------
000436
000437 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000650     SELECT VERIFY-REPORT-FILE       ASSIGN TO VERRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000671     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000672         ORGANIZATION IS SEQUENTIAL
000673         FILE STATUS IS WS-LEDGER-STATUS.
000674     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000675         ORGANIZATION IS SEQUENTIAL
000676         FILE STATUS IS WS-RUNCARD-STATUS.
000677     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000678         ORGANIZATION IS SEQUENTIAL
000679         FILE STATUS IS WS-AUDSEAL-STATUS.
000680     SELECT ARCHIVE-SEAL-FILE        ASSIGN TO ARCHSEAL
000681         ORGANIZATION IS SEQUENTIAL
000682         FILE STATUS IS WS-ARCHSEAL-STATUS.
000683     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000684         ORGANIZATION IS SEQUENTIAL
000685         FILE STATUS IS WS-ARCHCAT-STATUS.
000686
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------------
000890                   ==AU-BRANCH-NAME== BY ==AR-BRANCH-NAME==
000900                   ==AU-TIMESTAMP==   BY ==AR-TIMESTAMP==
000910                   ==AU-DATE==        BY ==AR-DATE==
000920                   ==AU-TIME==        BY ==AR-TIME==
000925                   ==AU-SOURCE-REGION== BY ==AR-SOURCE-REGION==.
000930
000940*----------------------------------------------------------------
000950*THE CURRENT-COLOR MASTER BEING VERIFIED - OPENED I-O ONLY IN
001120     05  KW-COLOR                    PIC X(01).
001130     05  KW-DATE                     PIC 9(08).
001140     05  KW-TIME                     PIC 9(08).
001145     05  KW-SOURCE-REGION            PIC X(02).
001150     05  FILLER                      PIC X(51).
001160
001170*----------------------------------------------------------------
001180*OPTIONAL CONTROL CARD - 'REPAIR' IN COLUMNS 1-6 REWRITES
001450     05  FILLER                      PIC X(02).
001460     05  RL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001470     05  FILLER                      PIC X(25).
001471 01  VERIFY-SEAL-LINE.
001472     05  VX-FILE-ID                  PIC X(08).
001473     05  FILLER                      PIC X(02).
001474     05  VX-ITEM                     PIC X(25).
001475     05  FILLER                      PIC X(02).
001476     05  VX-FOUND                    PIC Z(17)9.
001477     05  FILLER                      PIC X(02).
001478     05  VX-SEALED                   PIC Z(17)9.
001479     05  FILLER                      PIC X(05).
001480
001481*----------------------------------------------------------------
001482*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001483*----------------------------------------------------------------
001484 FD  RUN-LEDGER-FILE
001485     LABEL RECORDS ARE STANDARD.
001486     COPY RUN-LEDGER-RECORD.
001487
001488*----------------------------------------------------------------
001489*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001490*----------------------------------------------------------------
001491 FD  RUN-CARD-FILE
001492     LABEL RECORDS ARE STANDARD.
001493     COPY RUN-CARD-RECORD.
001494
001495*----------------------------------------------------------------
001496*SEAL OF THE LIVE AUDIT TRAIL.
001497*----------------------------------------------------------------
001498 FD  AUDIT-SEAL-FILE
001499     LABEL RECORDS ARE STANDARD.
001500     COPY AUDIT-SEAL-RECORD.
001501
001502*----------------------------------------------------------------
001503*SEAL OF THE ARCHIVE GENERATION.
001504*----------------------------------------------------------------
001505 FD  ARCHIVE-SEAL-FILE
001506     LABEL RECORDS ARE STANDARD.
001507     COPY AUDIT-SEAL-RECORD
001508         REPLACING ==AUDIT-SEAL-RECORD==
001509                BY ==ARCHIVE-SEAL-RECORD==.
001510
001511*----------------------------------------------------------------
001512*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
001513*WRITTEN, OLDEST FIRST.
001514*----------------------------------------------------------------
001515 FD  ARCHIVE-CATALOG-FILE
001516     LABEL RECORDS ARE STANDARD.
001517     COPY ARCHIVE-CATALOG-RECORD.
001518
001519 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001521*COLOR STATUS BYTE AND ITS CONDITION NAMES - USED TO SPELL THE
001522*CONDITION NAME BACK OUT WHEN A MASTER ROW IS REPAIRED.
001530*----------------------------------------------------------------
001540 01  COLOR-CODE                      PIC X(01).
001550     COPY COLOR-STATUS-CODES.
001850 77  WS-REPLAY-COLOR                 PIC X(01).
001860 77  WS-REPLAY-DATE                  PIC 9(08).
001870 77  WS-REPLAY-TIME                  PIC 9(08).
001875 77  WS-REPLAY-REGION                PIC X(02).
001880
001890 77  WS-REPLAYED-COUNT               PIC 9(09) COMP VALUE ZERO.
001900 77  WS-MASTER-COUNT                 PIC 9(09) COMP VALUE ZERO.
001920 77  WS-MISMATCH-COUNT               PIC 9(09) COMP VALUE ZERO.
001930 77  WS-REPAIRED-COUNT               PIC 9(09) COMP VALUE ZERO.
001940 77  WS-NOAUDIT-COUNT                PIC 9(09) COMP VALUE ZERO.
001941
001942*----------------------------------------------------------------
001943*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
001944*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
001945*----------------------------------------------------------------
001946 77  WS-LEDGER-STATUS                PIC X(02).
001947 77  WS-RUNCARD-STATUS               PIC X(02).
001948 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
001949     88  WS-LEDGER-EOF                          VALUE 'Y'.
001950 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
001951     88  WS-RERUN-MODE                          VALUE 'Y'.
001952 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
001953     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
001954 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001955 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLVERFY'.
001956 77  WS-LEDGER-EVENT                 PIC X(01).
001957 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
001958 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
001959 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
001960 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
001961 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
001962 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
001963 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
001964 01  WS-LEDGER-CLOCK.
001965     05  WS-LEDGER-HHMMSS            PIC 9(06).
001966     05  FILLER                      PIC 9(02).
001967
001968*----------------------------------------------------------------
001969*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
001970*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
001971*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
001972*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
001973*THE KEY HASH IS TAKEN WITH.
001974*----------------------------------------------------------------
001975 77  WS-AUDSEAL-STATUS               PIC X(02).
001976 77  WS-ARCHSEAL-STATUS              PIC X(02).
001977 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
001978     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
001979 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
001980     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
001981 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
001982 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
001983 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
001984 77  WS-SEAL-CHAR                    PIC X(01).
001985 01  WS-SEAL-TOTALS.
001986     05  WS-SEAL-COUNT               PIC 9(09).
001987     05  WS-SEAL-BRANCH OCCURS 11 TIMES
001988                                     PIC 9(09).
001989     05  WS-SEAL-FIRST.
001990         10  WS-SEAL-FIRST-DATE      PIC 9(08).
001991         10  WS-SEAL-FIRST-TIME      PIC 9(08).
001992     05  WS-SEAL-LAST.
001993         10  WS-SEAL-LAST-DATE       PIC 9(08).
001994         10  WS-SEAL-LAST-TIME       PIC 9(08).
001995     05  WS-SEAL-HASH                PIC 9(18).
001996 01  WS-SEAL-ENTRY.
001997     05  WS-SEAL-ENTRY-KEY.
001998         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
001999                                     PIC X(01).
002000     05  FILLER                      PIC X(01).
002001     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
002002     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
002003     05  FILLER                      PIC X(19).
002004 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
002005     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
002006 01  WS-SEAL-WEIGHT-LIST.
002007     05  FILLER                      PIC 9(04) VALUE 1.
002008     05  FILLER                      PIC 9(04) VALUE 3.
002009     05  FILLER                      PIC 9(04) VALUE 7.
002010     05  FILLER                      PIC 9(04) VALUE 13.
002011     05  FILLER                      PIC 9(04) VALUE 31.
002012     05  FILLER                      PIC 9(04) VALUE 61.
002013     05  FILLER                      PIC 9(04) VALUE 127.
002014     05  FILLER                      PIC 9(04) VALUE 251.
002015     05  FILLER                      PIC 9(04) VALUE 509.
002016     05  FILLER                      PIC 9(04) VALUE 1021.
002017 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
002018     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
002019                                     PIC 9(04).
002020*----------------------------------------------------------------
002021*SEAL VERIFICATION - THE SEAL AS FOUND ON FILE, THE BREAKS AND
002022*UNSEALED FILES FOUND, AND WHAT IS REPORTED FOR EACH BREAK.
002023*----------------------------------------------------------------
002024 77  WS-SEAL-BREAK-COUNT             PIC 9(05) COMP VALUE ZERO.
002025 77  WS-SEAL-MISSING-COUNT           PIC 9(03) COMP VALUE ZERO.
002026 77  WS-SEAL-FILE-ID                 PIC X(08).
002027 77  WS-SEAL-ITEM                    PIC X(25).
002028 77  WS-SEAL-FOUND                   PIC 9(18).
002029 77  WS-SEAL-EXPECTED                PIC 9(18).
002030 01  WS-SEALED-TOTALS.
002031     05  WS-SEALED-COUNT             PIC 9(09).
002032     05  WS-SEALED-BRANCH OCCURS 11 TIMES
002033                                     PIC 9(09).
002034     05  WS-SEALED-FIRST.
002035         10  WS-SEALED-FIRST-DATE    PIC 9(08).
002036         10  WS-SEALED-FIRST-TIME    PIC 9(08).
002037     05  WS-SEALED-LAST.
002038         10  WS-SEALED-LAST-DATE     PIC 9(08).
002039         10  WS-SEALED-LAST-TIME     PIC 9(08).
002040     05  WS-SEALED-HASH              PIC 9(18).
002041 01  WS-SEAL-BRANCH-NAME-LIST.
002042     05  FILLER                      PIC X(25)
002043             VALUE 'YELLOW-DISPATCHED'.
002044     05  FILLER                      PIC X(25)
002045             VALUE 'GREEN-REVIEWED-CLEAR'.
002046     05  FILLER                      PIC X(25)
002047             VALUE 'RED-DISPATCHED'.
002048     05  FILLER                      PIC X(25)
002049             VALUE 'BROWN-UNDER-INVESTIGATION'.
002050     05  FILLER                      PIC X(25)
002051             VALUE 'REJECTED-INVALID-COLOR'.
002052     05  FILLER                      PIC X(25)
002053             VALUE 'TRANSITION-REJECTED'.
002054     05  FILLER                      PIC X(25)
002055             VALUE 'REJECT-REPAIRED'.
002056     05  FILLER                      PIC X(25)
002057             VALUE 'RULE-ADDED-BY-XXX'.
002058     05  FILLER                      PIC X(25)
002059             VALUE 'RULE-DELETED-BY-XXX'.
002060     05  FILLER                      PIC X(25)
002061             VALUE 'RECLASSIFIED-ADMIN'.
002062     05  FILLER                      PIC X(25)
002063             VALUE 'OTHER BRANCHES'.
002064 01  WS-SEAL-BRANCH-NAME-TABLE REDEFINES WS-SEAL-BRANCH-NAME-LIST.
002065     05  WS-SEAL-BRANCH-NAME OCCURS 11 TIMES
002066                                     PIC X(25).
002067
002068*----------------------------------------------------------------
002069*ARCHIVE CATALOG CONTROLS - THE GENERATIONS TO BE READ (THOSE
002070*WHOSE DATES OVERLAP THE RANGE ASKED FOR, OLDEST FIRST), WHETHER
002071*EACH ONE IS MOUNTED, AND THE NAMES THE GENERATION IN HAND IS
002072*OPENED UNDER.  WITH NO CATALOG YET THE ONE GENERATION IS
002073*WHATEVER ARCHFL IS MOUNTED, AS IT ALWAYS WAS.
002074*----------------------------------------------------------------
002075 77  WS-ARCHCAT-STATUS               PIC X(02).
002076 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
002077     88  WS-CATALOG-EOF                         VALUE 'Y'.
002078 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
002079     88  WS-CATALOG-FOUND                       VALUE 'Y'.
002080     88  WS-CATALOG-BAD                         VALUE 'E'.
002081 77  WS-CATALOG-FROM-DATE            PIC 9(08) VALUE ZERO.
002082 77  WS-CATALOG-TO-DATE              PIC 9(08) VALUE 99999999.
002083 77  WS-GEN-COUNT                    PIC 9(04) COMP VALUE ZERO.
002084 77  WS-GEN-IDX                      PIC 9(04) COMP VALUE ZERO.
002085 77  WS-GEN-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
002086 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
002087 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
002088 77  WS-ARCHSEAL-DSN                 PIC X(44) VALUE 'ARCHSEAL'.
002089 01  WS-GEN-TABLE.
002090     05  WS-GEN-ENTRY OCCURS 999 TIMES.
002091         10  WS-GEN-NO               PIC 9(04).
002092         10  WS-GEN-NAME             PIC X(44).
002093         10  WS-GEN-SEAL-NAME        PIC X(44).
002094         10  WS-GEN-MOUNTED-SW       PIC X(01).
002095             88  WS-GEN-MOUNTED          VALUE 'Y'.
002096*----------------------------------------------------------------
002097*DYNAMIC ALLOCATION - THE GENERATION IN HAND IS ALLOCATED BY ITS
002098*CATALOGED NAME TO THE ARCHFL DD, AND ITS SEAL TO ARCHSEAL,
002099*THROUGH BPXWDYN, WHICH TAKES THE REQUEST AS A HALFWORD LENGTH
002100*FOLLOWED BY THE TEXT.
002101*----------------------------------------------------------------
002102 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
002103 77  WS-ALLOC-DD                     PIC X(08).
002104 77  WS-ALLOC-DSN                    PIC X(44).
002105 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
002106 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
002107 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
002108 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
002109 01  WS-ALLOC-REQUEST.
002110     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
002111     05  WS-ALLOC-TEXT               PIC X(120).
002112
002113 PROCEDURE DIVISION.
002114*================================================================
002115*0000-MAINLINE
002116*REPLAY THE TRAIL INTO THE PER-KEY WORK FILE, THEN WALK THE
002117*MASTER MATCHING EVERY ROW AGAINST THE TRAIL'S VERDICT.
002118*================================================================
002119 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002121     IF WS-USE-ARCHIVE
002122         PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT
002123     END-IF.
002124     PERFORM 2500-REPLAY-LIVE-AUDIT THRU 2500-EXIT.
002125     PERFORM 3000-VERIFY-MASTER-ROW THRU 3000-EXIT
002126         UNTIL WS-MASTER-EOF.
002127     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
002128     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002129     STOP RUN.
002130
002140 1000-INITIALIZE.
002145     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002150     PERFORM 1100-READ-VERIFY-CARD THRU 1100-EXIT.
002151     OPEN OUTPUT VERIFY-REPORT-FILE.
002152     IF WS-RPT-STATUS NOT = '00'
002153         DISPLAY 'COLVERFY: UNABLE TO OPEN REPORT, STATUS='
002154             WS-RPT-STATUS
002155         GO TO 9999-ABEND-EXIT
002156     END-IF.
002157     PERFORM 1200-VERIFY-SEALS THRU 1200-EXIT.
002160     IF WS-REPAIR-MODE
002170         DISPLAY 'COLVERFY: REPAIR MODE - MISMATCHED MASTER'
002180             ' ROWS WILL BE REWRITTEN TO MATCH THE TRAIL'
002300     IF WS-WORK-STATUS NOT = '00'
002310         DISPLAY 'COLVERFY: UNABLE TO OPEN KEY WORK FILE,'
002320             ' STATUS=' WS-WORK-STATUS
002390         GO TO 9999-ABEND-EXIT
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002431*-----------------------------------------------------------------
002432*1200-VERIFY-SEALS
002433*THE FILES ABOUT TO BE REPLAYED ARE PROVED AGAINST THEIR SEALS
002434*FIRST - THE ARCHIVE GENERATIONS ON THE CATALOG ONLY WHEN THE
002435*ARCHIVE IS TO BE REPLAYED.  THE BREAKS AND ANY GENERATION NOT
002436*MOUNTED HEAD THE REPORT, THEN ONE LINE SAYS HOW THE CHECK CAME
002437*OUT.  A BREAK OR A MISSING GENERATION TURNS A REPAIR RUN INTO A
002438*REPORT RUN BEFORE THE MASTER IS OPENED.
002439*-----------------------------------------------------------------
002440 1200-VERIFY-SEALS.
002441     IF WS-USE-ARCHIVE
002442         PERFORM 8800-LOAD-CATALOG THRU 8800-EXIT
002443         PERFORM 1210-VERIFY-GENERATION THRU 1210-EXIT
002444             VARYING WS-GEN-IDX FROM 1 BY 1
002445             UNTIL WS-GEN-IDX > WS-GEN-COUNT
002446     END-IF.
002447     PERFORM 8660-VERIFY-AUDIT-SEAL THRU 8660-EXIT.
002448     MOVE SPACES TO VERIFY-SEAL-LINE.
002449     MOVE '*SEALS*' TO VX-FILE-ID.
002450     IF WS-SEAL-BREAK-COUNT > ZERO
002451         MOVE 'SEAL BREAKS FOUND'   TO VX-ITEM
002452         MOVE WS-SEAL-BREAK-COUNT   TO VX-FOUND
002453     ELSE
002454         IF WS-SEAL-MISSING-COUNT > ZERO
002455             MOVE 'FILES NOT SEALED'    TO VX-ITEM
002456             MOVE WS-SEAL-MISSING-COUNT TO VX-FOUND
002457         ELSE
002458             MOVE 'ALL SEALS AGREE'     TO VX-ITEM
002459         END-IF
002460     END-IF.
002461     WRITE VERIFY-SEAL-LINE.
002462     IF WS-GEN-MISSING-COUNT > ZERO
002463         MOVE SPACES TO VERIFY-SEAL-LINE
002464         MOVE '*ARCHIVE'                TO VX-FILE-ID
002465         MOVE 'GENERATIONS NOT MOUNTED' TO VX-ITEM
002466         MOVE WS-GEN-MISSING-COUNT      TO VX-FOUND
002467         WRITE VERIFY-SEAL-LINE
002468     END-IF.
002469     IF WS-SEAL-BREAK-COUNT > ZERO
002470        AND WS-REPAIR-MODE
002471         DISPLAY 'COLVERFY: AUDIT SEAL BROKEN - REPAIR REFUSED,'
002472             ' RUNNING IN REPORT MODE'
002473         MOVE 'N' TO WS-REPAIR-MODE-SW
002474     END-IF.
002475     IF WS-GEN-MISSING-COUNT > ZERO
002476        AND WS-REPAIR-MODE
002477         DISPLAY 'COLVERFY: ARCHIVE GENERATION NOT MOUNTED -'
002478             ' REPAIR REFUSED, RUNNING IN REPORT MODE'
002479         MOVE 'N' TO WS-REPAIR-MODE-SW
002480     END-IF.
002481 1200-EXIT.
002482     EXIT.
002483
002484*-----------------------------------------------------------------
002485*1210-VERIFY-GENERATION
002486*ONE ARCHIVE GENERATION FROM THE CATALOG - A MOUNTED ONE IS
002487*PROVED AGAINST ITS SEAL, ONE THAT IS NOT MOUNTED IS NAMED ON THE
002488*REPORT.
002489*-----------------------------------------------------------------
002490 1210-VERIFY-GENERATION.
002491     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
002492     IF WS-GEN-MOUNTED (WS-GEN-IDX)
002493         PERFORM 8662-VERIFY-ARCHIVE-SEAL THRU 8662-EXIT
002494     ELSE
002495         IF WS-CATALOG-FOUND
002496             MOVE SPACES                   TO VERIFY-SEAL-LINE
002497             MOVE WS-GEN-FILE-ID           TO VX-FILE-ID
002498             MOVE 'GENERATION NOT MOUNTED' TO VX-ITEM
002499             WRITE VERIFY-SEAL-LINE
002500         END-IF
002501     END-IF.
002502 1210-EXIT.
002503     EXIT.
002504
002505*-----------------------------------------------------------------
002506*1100-READ-VERIFY-CARD
002507*FILE STATUS '35' (NOT FOUND) MEANS NO CARD WAS SUPPLIED - THE
002508*RUN IS REPORT ONLY AGAINST THE LIVE FILE ONLY.
002509*-----------------------------------------------------------------
002510 1100-READ-VERIFY-CARD.
002511     OPEN INPUT VERIFY-CARD-FILE.
002512     IF WS-CARD-STATUS = '00'
002520         READ VERIFY-CARD-FILE
002530             AT END
002540                 CONTINUE
002690*-----------------------------------------------------------------
002700*2000-REPLAY-ARCHIVE
002710*THE ARCHIVE COMES FIRST SO THE LIVE FILE'S NEWER ENTRIES
002715*OVERWRITE ITS VERDICTS, AND THE GENERATIONS GO IN CATALOG ORDER,
002720*OLDEST FIRST, FOR THE SAME REASON.  A GENERATION NOT MOUNTED WAS
002725*COUNTED AND REPORTED WHEN THE CATALOG WAS LOADED AND IS PASSED
002730*OVER HERE.  WITH NO CATALOG, NO ARCHFL MOUNTED IS NOT AN ERROR,
002735*JUST NOTHING OLDER TO REPLAY - SAME AS COLINQ.
002740*-----------------------------------------------------------------
002750 2000-REPLAY-ARCHIVE.
002751     PERFORM 2050-REPLAY-GENERATION THRU 2050-EXIT
002752         VARYING WS-GEN-IDX FROM 1 BY 1
002753         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
002754 2000-EXIT.
002755     EXIT.
002756
002757 2050-REPLAY-GENERATION.
002758     IF NOT WS-GEN-MOUNTED (WS-GEN-IDX)
002759         GO TO 2050-EXIT
002760     END-IF.
002761     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
002762     MOVE 'N' TO WS-ARCH-EOF-SW.
002763     OPEN INPUT ARCHIVE-AUDIT-FILE.
002770     IF WS-ARCH-STATUS NOT = '00'
002780         DISPLAY 'COLVERFY: UNABLE TO OPEN ARCHIVE GENERATION '
002790             WS-GEN-FILE-ID ', STATUS=' WS-ARCH-STATUS
002800         GO TO 9999-ABEND-EXIT
002810     END-IF.
002820     PERFORM 2100-REPLAY-ARCHIVE-ENTRY THRU 2100-EXIT
002830         UNTIL WS-ARCH-EOF.
002840     CLOSE ARCHIVE-AUDIT-FILE.
002850 2050-EXIT.
002860     EXIT.
002870
002880 2100-REPLAY-ARCHIVE-ENTRY.
002950             MOVE AR-BRANCH-NAME TO WS-REPLAY-BRANCH
002960             MOVE AR-DATE        TO WS-REPLAY-DATE
002970             MOVE AR-TIME        TO WS-REPLAY-TIME
002975             MOVE AR-SOURCE-REGION TO WS-REPLAY-REGION
002980             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
002990     END-READ.
003000 2100-EXIT.
003250             MOVE AU-BRANCH-NAME TO WS-REPLAY-BRANCH
003260             MOVE AU-DATE        TO WS-REPLAY-DATE
003270             MOVE AU-TIME        TO WS-REPLAY-TIME
003275             MOVE AU-SOURCE-REGION TO WS-REPLAY-REGION
003280             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
003290     END-READ.
003300 2600-EXIT.
003320
003330*-----------------------------------------------------------------
003340*2700-POST-REPLAY-ENTRY
003347*ONLY THE FOUR DISPATCH BRANCHES AND COLRECL'S RECLASSIFICATION
003354*BRANCH EVER MOVED THE MASTER, SO ONLY THEY MOVE THE DERIVED
003361*COLOR.  FIRST SIGHT OF A KEY WRITES ITS WORK ROW; A LATER
003370*DISPATCH COMES BACK STATUS 22 AND REWRITES IT - THE TRAIL IS
003380*REPLAYED IN DATE ORDER, SO LAST WINS.
003390*-----------------------------------------------------------------
003400 2700-POST-REPLAY-ENTRY.
003410     IF WS-REPLAY-BRANCH NOT = 'YELLOW-DISPATCHED'
003420        AND WS-REPLAY-BRANCH NOT = 'GREEN-REVIEWED-CLEAR'
003430        AND WS-REPLAY-BRANCH NOT = 'RED-DISPATCHED'
003440        AND WS-REPLAY-BRANCH NOT = 'BROWN-UNDER-INVESTIGATION'
003445        AND WS-REPLAY-BRANCH NOT = 'RECLASSIFIED-ADMIN'
003450         GO TO 2700-EXIT
003460     END-IF.
003470     ADD 1 TO WS-REPLAYED-COUNT.
003500     MOVE WS-REPLAY-COLOR TO KW-COLOR.
003510     MOVE WS-REPLAY-DATE  TO KW-DATE.
003520     MOVE WS-REPLAY-TIME  TO KW-TIME.
003525     MOVE WS-REPLAY-REGION TO KW-SOURCE-REGION.
003530     WRITE KEY-WORK-RECORD.
003540     IF WS-WORK-STATUS = '22'
003550         REWRITE KEY-WORK-RECORD
004260     END-EVALUATE.
004270     MOVE KW-DATE TO CM-DATE.
004280     MOVE KW-TIME TO CM-TIME.
004285     MOVE KW-SOURCE-REGION TO CM-SOURCE-REGION.
004290     REWRITE COLOR-MASTER-RECORD.
004300     IF WS-MASTER-STATUS NOT = '00'
004310         DISPLAY 'COLVERFY: MASTER REPAIR FAILED, STATUS='
005030         DISPLAY 'COLVERFY: DRIFT FOUND - RETURN CODE 8'
005040         MOVE 8 TO RETURN-CODE
005050     END-IF.
005051     DISPLAY '  SEAL BREAKS      = ' WS-SEAL-BREAK-COUNT.
005052     DISPLAY '  FILES NOT SEALED = ' WS-SEAL-MISSING-COUNT.
005053     IF WS-USE-ARCHIVE
005054         DISPLAY '  GENERATIONS      = ' WS-GEN-COUNT
005055         DISPLAY '  NOT MOUNTED      = ' WS-GEN-MISSING-COUNT
005056     END-IF.
005057*    A BROKEN SEAL MEANS THE VERDICTS ABOVE CAME FROM A TRAIL THAT
005058*    NO LONGER MATCHES WHAT WAS WRITTEN, AND A GENERATION NOT
005059*    MOUNTED MEANS PART OF THE TRAIL WAS NEVER REPLAYED - RETURN
005060*    CODE 8 WHATEVER THE MASTER SHOWED.  AN UNSEALED FILE ONLY
005061*    WARNS.
005062     IF WS-SEAL-BREAK-COUNT > ZERO
005063         DISPLAY 'COLVERFY: AUDIT SEAL BROKEN - RETURN CODE 8'
005064         MOVE 8 TO RETURN-CODE
005065     ELSE
005066         IF WS-GEN-MISSING-COUNT > ZERO
005067             DISPLAY 'COLVERFY: ARCHIVE GENERATION NOT MOUNTED -'
005068                 ' RETURN CODE 8'
005069             MOVE 8 TO RETURN-CODE
005070         ELSE
005071             IF WS-SEAL-MISSING-COUNT > ZERO
005072                AND RETURN-CODE < 4
005073                 MOVE 4 TO RETURN-CODE
005074             END-IF
005075         END-IF
005076     END-IF.
005077     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005078 5000-EXIT.
005079     EXIT.
005080
005081*-----------------------------------------------------------------
005082*8500-START-LEDGER
005083*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
005084*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
005085*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
005086*THE LEDGER BEFORE ANY REAL WORK IS DONE.
005087*-----------------------------------------------------------------
005088 8500-START-LEDGER.
005089     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005090     OPEN INPUT RUN-CARD-FILE.
005091     IF WS-RUNCARD-STATUS = '00'
005092         READ RUN-CARD-FILE
005093             AT END
005094                 CONTINUE
005095         END-READ
005096         IF WS-RUNCARD-STATUS = '00'
005097             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
005098                 MOVE RN-RUN-DATE TO WS-RUN-DATE
005099             END-IF
005100             IF RN-RERUN
005101                 SET WS-RERUN-MODE TO TRUE
005102             END-IF
005103         END-IF
005104         CLOSE RUN-CARD-FILE
005105     END-IF.
005106     IF WS-RERUN-MODE
005107         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
005108     END-IF.
005109     MOVE 'S'  TO WS-LEDGER-EVENT.
005110     MOVE ZERO TO WS-LEDGER-RC.
005111     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005112 8500-EXIT.
005113     EXIT.
005114
005115*-----------------------------------------------------------------
005116*8510-CHECK-RERUN
005117*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
005118*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
005119*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
005120*MEANS THE STEP RUNS.
005121*-----------------------------------------------------------------
005122 8510-CHECK-RERUN.
005123     MOVE 'N' TO WS-STEP-CLEAN-SW.
005124     MOVE 'N' TO WS-LEDGER-EOF-SW.
005125     OPEN INPUT RUN-LEDGER-FILE.
005126     IF WS-LEDGER-STATUS NOT = '00'
005127         DISPLAY 'COLVERFY: RERUN - NO RUN LEDGER, STATUS='
005128             WS-LEDGER-STATUS ' - STEP RUNS'
005129         GO TO 8510-EXIT
005130     END-IF.
005131     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
005132         UNTIL WS-LEDGER-EOF.
005133     CLOSE RUN-LEDGER-FILE.
005134     IF WS-STEP-ENDED-CLEAN
005135         DISPLAY 'COLVERFY: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
005136             ' - SKIPPED ON RERUN'
005137         MOVE ZERO TO RETURN-CODE
005138         STOP RUN
005139     END-IF.
005140     DISPLAY 'COLVERFY: RERUN - NO CLEAN END FOR RUN DATE '
005141         WS-RUN-DATE ' - STEP RUNS'.
005142 8510-EXIT.
005143     EXIT.
005144
005145 8520-SCAN-LEDGER-ROW.
005146     READ RUN-LEDGER-FILE
005147         AT END
005148             SET WS-LEDGER-EOF TO TRUE
005149         NOT AT END
005150             IF LG-PROGRAM = WS-LEDGER-PROGRAM
005151                AND LG-RUN-DATE = WS-RUN-DATE
005152                 IF LG-END-ROW AND LG-ENDED-CLEAN
005153                     SET WS-STEP-ENDED-CLEAN TO TRUE
005154                 ELSE
005155                     MOVE 'N' TO WS-STEP-CLEAN-SW
005156                 END-IF
005157             END-IF
005158     END-READ.
005159 8520-EXIT.
005160     EXIT.
005161
005162*-----------------------------------------------------------------
005163*8550-POST-LEDGER-END
005164*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
005165*IN = AUDIT ENTRIES REPLAYED, OUT = MASTER ROWS VERIFIED,
005166*CONTROL 1 = MISMATCHED, CONTROL 2 = NO AUDIT BACKING, CONTROL 3
005167*= REPAIRED.
005168*-----------------------------------------------------------------
005169 8550-POST-LEDGER-END.
005170     MOVE 'E'                TO WS-LEDGER-EVENT.
005171     MOVE RETURN-CODE        TO WS-LEDGER-RC.
005172     MOVE WS-REPLAYED-COUNT  TO WS-LEDGER-IN.
005173     MOVE WS-MASTER-COUNT    TO WS-LEDGER-OUT.
005174     MOVE WS-MISMATCH-COUNT  TO WS-LEDGER-CTL-1.
005175     MOVE WS-NOAUDIT-COUNT   TO WS-LEDGER-CTL-2.
005176     MOVE WS-REPAIRED-COUNT  TO WS-LEDGER-CTL-3.
005177     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
005178 8550-EXIT.
005179     EXIT.
005180
005181*-----------------------------------------------------------------
005182*8590-WRITE-LEDGER-ROW
005183*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
005184*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
005185*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
005186*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
005187*-----------------------------------------------------------------
005188 8590-WRITE-LEDGER-ROW.
005189     OPEN EXTEND RUN-LEDGER-FILE.
005190     IF WS-LEDGER-STATUS = '35'
005191         OPEN OUTPUT RUN-LEDGER-FILE
005192     END-IF.
005193     IF WS-LEDGER-STATUS NOT = '00'
005194         DISPLAY 'COLVERFY: RUN LEDGER UNAVAILABLE, STATUS='
005195             WS-LEDGER-STATUS ' - ROW NOT POSTED'
005196         GO TO 8590-EXIT
005197     END-IF.
005198     ACCEPT WS-LEDGER-CLOCK FROM TIME.
005199     MOVE SPACES              TO RUN-LEDGER-RECORD.
005200     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
005201     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
005202     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
005203     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
005204     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
005205     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
005206     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
005207     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
005208     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
005209     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
005210     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
005211     WRITE RUN-LEDGER-RECORD.
005212     CLOSE RUN-LEDGER-FILE.
005213 8590-EXIT.
005214     EXIT.
005215
005216*-----------------------------------------------------------------
005217*8610-SEAL-AUDIT-AS-IT-STANDS
005218*RE-TOTAL THE LIVE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
005219*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
005220*SEAL.
005221*-----------------------------------------------------------------
005222 8610-SEAL-AUDIT-AS-IT-STANDS.
005223     INITIALIZE WS-SEAL-TOTALS.
005224     MOVE 'N' TO WS-SEAL-EOF-SW.
005225     MOVE 'N' TO WS-SEAL-FOUND-SW.
005226     OPEN INPUT AUDIT-FILE.
005227     IF WS-AUDIT-STATUS = '35'
005228         GO TO 8610-EXIT
005229     END-IF.
005230     IF WS-AUDIT-STATUS NOT = '00'
005231         DISPLAY 'COLVERFY: UNABLE TO OPEN AUDITFL TO SEAL IT,'
005232             ' STATUS=' WS-AUDIT-STATUS
005233         GO TO 9999-ABEND-EXIT
005234     END-IF.
005235     SET WS-SEALED-FILE-FOUND TO TRUE.
005236     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
005237         UNTIL WS-SEAL-FILE-EOF.
005238     CLOSE AUDIT-FILE.
005239 8610-EXIT.
005240     EXIT.
005241
005242 8611-TOTAL-AUDIT-ENTRY.
005243     READ AUDIT-FILE
005244         AT END
005245             SET WS-SEAL-FILE-EOF TO TRUE
005246         NOT AT END
005247             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
005248             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005249     END-READ.
005250 8611-EXIT.
005251     EXIT.
005252
005253*-----------------------------------------------------------------
005254*8612-SEAL-ARCHIVE-AS-IT-STANDS
005255*RE-TOTAL THE ARCHIVE GENERATION (ARCHFL) FROM THE TOP INTO
005256*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
005257*SEAL.
005258*-----------------------------------------------------------------
005259 8612-SEAL-ARCHIVE-AS-IT-STANDS.
005260     INITIALIZE WS-SEAL-TOTALS.
005261     MOVE 'N' TO WS-SEAL-EOF-SW.
005262     MOVE 'N' TO WS-SEAL-FOUND-SW.
005263     OPEN INPUT ARCHIVE-AUDIT-FILE.
005264     IF WS-ARCH-STATUS = '35'
005265         GO TO 8612-EXIT
005266     END-IF.
005267     IF WS-ARCH-STATUS NOT = '00'
005268         DISPLAY 'COLVERFY: UNABLE TO OPEN ARCHFL TO SEAL IT,'
005269             ' STATUS=' WS-ARCH-STATUS
005270         GO TO 9999-ABEND-EXIT
005271     END-IF.
005272     SET WS-SEALED-FILE-FOUND TO TRUE.
005273     PERFORM 8613-TOTAL-ARCHIVE-ENTRY THRU 8613-EXIT
005274         UNTIL WS-SEAL-FILE-EOF.
005275     CLOSE ARCHIVE-AUDIT-FILE.
005276 8612-EXIT.
005277     EXIT.
005278
005279 8613-TOTAL-ARCHIVE-ENTRY.
005280     READ ARCHIVE-AUDIT-FILE
005281         AT END
005282             SET WS-SEAL-FILE-EOF TO TRUE
005283         NOT AT END
005284             MOVE ARCH-AUDIT-RECORD TO WS-SEAL-ENTRY
005285             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005286     END-READ.
005287 8613-EXIT.
005288     EXIT.
005289
005290*-----------------------------------------------------------------
005291*8620-SEAL-ONE-ENTRY
005292*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
005293*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
005294*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
005295*-----------------------------------------------------------------
005296 8620-SEAL-ONE-ENTRY.
005297     ADD 1 TO WS-SEAL-COUNT.
005298     EVALUATE TRUE
005299         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
005300             MOVE 1 TO WS-SEAL-BRANCH-IDX
005301         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
005302             MOVE 2 TO WS-SEAL-BRANCH-IDX
005303         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
005304             MOVE 3 TO WS-SEAL-BRANCH-IDX
005305         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
005306             MOVE 4 TO WS-SEAL-BRANCH-IDX
005307         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
005308             MOVE 5 TO WS-SEAL-BRANCH-IDX
005309         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
005310             MOVE 6 TO WS-SEAL-BRANCH-IDX
005311         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
005312             MOVE 7 TO WS-SEAL-BRANCH-IDX
005313         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
005314             MOVE 8 TO WS-SEAL-BRANCH-IDX
005315         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
005316             MOVE 9 TO WS-SEAL-BRANCH-IDX
005317         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
005318             MOVE 10 TO WS-SEAL-BRANCH-IDX
005319         WHEN OTHER
005320             MOVE 11 TO WS-SEAL-BRANCH-IDX
005321     END-EVALUATE.
005322     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
005323     IF WS-SEAL-COUNT = 1
005324         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
005325     END-IF.
005326     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
005327     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
005328         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
005329         UNTIL WS-SEAL-CHAR-IDX > 10.
005330 8620-EXIT.
005331     EXIT.
005332
005333*-----------------------------------------------------------------
005334*8625-HASH-KEY-CHARACTER
005335*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
005336*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
005337*KEY, IS ADDED TO THE HASH TOTAL.
005338*-----------------------------------------------------------------
005339 8625-HASH-KEY-CHARACTER.
005340     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
005341     MOVE ZERO TO WS-SEAL-CHAR-POS.
005342     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
005343         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
005344     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
005345         + (WS-SEAL-CHAR-POS + 1)
005346         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
005347 8625-EXIT.
005348     EXIT.
005349
005350*-----------------------------------------------------------------
005351*8660-VERIFY-AUDIT-SEAL
005352*PROVE THE LIVE AUDIT TRAIL BEFORE IT IS REPLAYED.
005353*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (AUDSEAL)
005354*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
005355*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
005356*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
005357*-----------------------------------------------------------------
005358 8660-VERIFY-AUDIT-SEAL.
005359     MOVE 'AUDITFL' TO WS-SEAL-FILE-ID.
005360     PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT.
005361     OPEN INPUT AUDIT-SEAL-FILE.
005362     IF WS-AUDSEAL-STATUS = '35'
005363         IF WS-SEALED-FILE-FOUND
005364             ADD 1 TO WS-SEAL-MISSING-COUNT
005365             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
005366             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
005367             MOVE ZERO              TO WS-SEAL-EXPECTED
005368             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
005369         END-IF
005370         GO TO 8660-EXIT
005371     END-IF.
005372     IF WS-AUDSEAL-STATUS = '00'
005373         READ AUDIT-SEAL-FILE
005374             AT END
005375                 CONTINUE
005376         END-READ
005377     END-IF.
005378     IF WS-AUDSEAL-STATUS NOT = '00'
005379        OR NOT AS-SEAL-ROW OF AUDIT-SEAL-RECORD
005380         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
005381         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
005382         MOVE ZERO                  TO WS-SEAL-EXPECTED
005383         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005384         CLOSE AUDIT-SEAL-FILE
005385         GO TO 8660-EXIT
005386     END-IF.
005387     MOVE AS-SEAL-TOTALS OF AUDIT-SEAL-RECORD
005388       TO WS-SEALED-TOTALS.
005389     CLOSE AUDIT-SEAL-FILE.
005390     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
005391 8660-EXIT.
005392     EXIT.
005393
005394*-----------------------------------------------------------------
005395*8662-VERIFY-ARCHIVE-SEAL
005396*PROVE THE ARCHIVE GENERATION BEFORE IT IS REPLAYED.
005397*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (ARCHSEAL)
005398*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
005399*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
005400*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
005401*-----------------------------------------------------------------
005402 8662-VERIFY-ARCHIVE-SEAL.
005403     MOVE WS-GEN-FILE-ID TO WS-SEAL-FILE-ID.
005404     PERFORM 8612-SEAL-ARCHIVE-AS-IT-STANDS THRU 8612-EXIT.
005405     OPEN INPUT ARCHIVE-SEAL-FILE.
005406     IF WS-ARCHSEAL-STATUS = '35'
005407         IF WS-SEALED-FILE-FOUND
005408             ADD 1 TO WS-SEAL-MISSING-COUNT
005409             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
005410             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
005411             MOVE ZERO              TO WS-SEAL-EXPECTED
005412             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
005413         END-IF
005414         GO TO 8662-EXIT
005415     END-IF.
005416     IF WS-ARCHSEAL-STATUS = '00'
005417         READ ARCHIVE-SEAL-FILE
005418             AT END
005419                 CONTINUE
005420         END-READ
005421     END-IF.
005422     IF WS-ARCHSEAL-STATUS NOT = '00'
005423        OR NOT AS-SEAL-ROW OF ARCHIVE-SEAL-RECORD
005424         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
005425         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
005426         MOVE ZERO                  TO WS-SEAL-EXPECTED
005427         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005428         CLOSE ARCHIVE-SEAL-FILE
005429         GO TO 8662-EXIT
005430     END-IF.
005431     MOVE AS-SEAL-TOTALS OF ARCHIVE-SEAL-RECORD
005432       TO WS-SEALED-TOTALS.
005433     CLOSE ARCHIVE-SEAL-FILE.
005434     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
005435 8662-EXIT.
005436     EXIT.
005437
005438*-----------------------------------------------------------------
005439*8670-COMPARE-SEAL
005440*EVERY FIGURE THAT DISAGREES WITH THE SEAL IS A BREAK OF ITS OWN,
005441*SO THE REPORT SHOWS WHAT CHANGED, NOT JUST THAT SOMETHING DID.
005442*-----------------------------------------------------------------
005443 8670-COMPARE-SEAL.
005444     IF WS-SEAL-TOTALS = WS-SEALED-TOTALS
005445         GO TO 8670-EXIT
005446     END-IF.
005447     IF WS-SEAL-COUNT NOT = WS-SEALED-COUNT
005448         MOVE 'ENTRY COUNT'         TO WS-SEAL-ITEM
005449         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
005450         MOVE WS-SEALED-COUNT       TO WS-SEAL-EXPECTED
005451         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005452     END-IF.
005453     PERFORM 8675-COMPARE-BRANCH THRU 8675-EXIT
005454         VARYING WS-SEAL-BRANCH-IDX FROM 1 BY 1
005455         UNTIL WS-SEAL-BRANCH-IDX > 11.
005456     IF WS-SEAL-FIRST NOT = WS-SEALED-FIRST
005457         MOVE 'FIRST TIMESTAMP'     TO WS-SEAL-ITEM
005458         COMPUTE WS-SEAL-FOUND =
005459             WS-SEAL-FIRST-DATE * 100000000 + WS-SEAL-FIRST-TIME
005460         COMPUTE WS-SEAL-EXPECTED =
005461             WS-SEALED-FIRST-DATE * 100000000
005462             + WS-SEALED-FIRST-TIME
005463         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005464     END-IF.
005465     IF WS-SEAL-LAST NOT = WS-SEALED-LAST
005466         MOVE 'LAST TIMESTAMP'      TO WS-SEAL-ITEM
005467         COMPUTE WS-SEAL-FOUND =
005468             WS-SEAL-LAST-DATE * 100000000 + WS-SEAL-LAST-TIME
005469         COMPUTE WS-SEAL-EXPECTED =
005470             WS-SEALED-LAST-DATE * 100000000
005471             + WS-SEALED-LAST-TIME
005472         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005473     END-IF.
005474     IF WS-SEAL-HASH NOT = WS-SEALED-HASH
005475         MOVE 'KEY HASH TOTAL'      TO WS-SEAL-ITEM
005476         MOVE WS-SEAL-HASH          TO WS-SEAL-FOUND
005477         MOVE WS-SEALED-HASH        TO WS-SEAL-EXPECTED
005478         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005479     END-IF.
005480 8670-EXIT.
005481     EXIT.
005482
005483 8675-COMPARE-BRANCH.
005484     IF WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
005485        NOT = WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
005486         MOVE WS-SEAL-BRANCH-NAME(WS-SEAL-BRANCH-IDX)
005487                                    TO WS-SEAL-ITEM
005488         MOVE WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
005489                                    TO WS-SEAL-FOUND
005490         MOVE WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
005491                                    TO WS-SEAL-EXPECTED
005492         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
005493     END-IF.
005494 8675-EXIT.
005495     EXIT.
005496
005497 8680-NOTE-SEAL-BREAK.
005498     ADD 1 TO WS-SEAL-BREAK-COUNT.
005499     PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT.
005500 8680-EXIT.
005501     EXIT.
005502
005503*-----------------------------------------------------------------
005504*8690-REPORT-SEAL-BREAK
005505*ONE LINE PER BREAK, ON THE REPORT AND THE CONSOLE - THE FILE, THE
005506*FIGURE THAT DISAGREES, WHAT THE FILE HOLDS NOW AND WHAT ITS SEAL
005507*SAYS IT HELD.
005508*-----------------------------------------------------------------
005509 8690-REPORT-SEAL-BREAK.
005510     MOVE SPACES           TO VERIFY-SEAL-LINE.
005511     MOVE WS-SEAL-FILE-ID  TO VX-FILE-ID.
005512     MOVE WS-SEAL-ITEM     TO VX-ITEM.
005513     MOVE WS-SEAL-FOUND    TO VX-FOUND.
005514     MOVE WS-SEAL-EXPECTED TO VX-SEALED.
005515     WRITE VERIFY-SEAL-LINE.
005516     DISPLAY 'COLVERFY: SEAL ' WS-SEAL-FILE-ID ' ' WS-SEAL-ITEM
005517         ' FILE ' WS-SEAL-FOUND ' SEAL ' WS-SEAL-EXPECTED.
005518 8690-EXIT.
005519     EXIT.
005520
005521*-----------------------------------------------------------------
005522*8800-LOAD-CATALOG
005523*LOAD WS-GEN-TABLE FROM THE ARCHIVE CATALOG - EVERY GENERATION
005524*HOLDING ENTRIES DATED INSIDE WS-CATALOG-FROM-DATE THRU
005525*WS-CATALOG-TO-DATE, IN CATALOG (OLDEST FIRST) ORDER - THEN SEE
005526*THAT EACH ONE IS MOUNTED.  NO CATALOG YET MEANS THE ONE ARCHFL
005527*MOUNTED IS THE WHOLE ARCHIVE.  A CATALOG THAT CANNOT BE READ IS
005528*NOT PASSED OVER - READING ON WITHOUT IT WOULD GIVE A PARTIAL
005529*ANSWER WITH NOTHING TO SAY SO.
005530*-----------------------------------------------------------------
005531 8800-LOAD-CATALOG.
005532     MOVE ZERO TO WS-GEN-COUNT.
005533     MOVE ZERO TO WS-GEN-MISSING-COUNT.
005534     MOVE 'N'  TO WS-CATALOG-SW.
005535     MOVE 'N'  TO WS-CATALOG-EOF-SW.
005536     OPEN INPUT ARCHIVE-CATALOG-FILE.
005537     IF WS-ARCHCAT-STATUS = '35'
005538         MOVE 1          TO WS-GEN-COUNT
005539         MOVE ZERO       TO WS-GEN-NO (1)
005540         MOVE 'ARCHFL'   TO WS-GEN-NAME (1)
005541         MOVE 'ARCHSEAL' TO WS-GEN-SEAL-NAME (1)
005542     ELSE
005543         IF WS-ARCHCAT-STATUS NOT = '00'
005544             DISPLAY 'COLVERFY: UNABLE TO OPEN ARCHIVE CATALOG,'
005545                 ' STATUS=' WS-ARCHCAT-STATUS
005546             MOVE 'E' TO WS-CATALOG-SW
005547         ELSE
005548             SET WS-CATALOG-FOUND TO TRUE
005549             PERFORM 8810-READ-CATALOG-ROW THRU 8810-EXIT
005550                 UNTIL WS-CATALOG-EOF
005551             CLOSE ARCHIVE-CATALOG-FILE
005552         END-IF
005553     END-IF.
005554     IF WS-CATALOG-BAD
005555         GO TO 9999-ABEND-EXIT
005556     END-IF.
005557     PERFORM 8820-CHECK-GENERATION THRU 8820-EXIT
005558         VARYING WS-GEN-IDX FROM 1 BY 1
005559         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
005560 8800-EXIT.
005561     EXIT.
005562
005563 8810-READ-CATALOG-ROW.
005564     READ ARCHIVE-CATALOG-FILE
005565         AT END
005566             SET WS-CATALOG-EOF TO TRUE
005567         NOT AT END
005568             PERFORM 8815-SELECT-GENERATION THRU 8815-EXIT
005569     END-READ.
005570 8810-EXIT.
005571     EXIT.
005572
005573*-----------------------------------------------------------------
005574*8815-SELECT-GENERATION
005575*A GENERATION WITH NO ENTRIES, OR WHOSE DATES LIE WHOLLY OUTSIDE
005576*THE RANGE, IS PASSED OVER.  A ROW THAT IS NOT A CATALOG ROW, OR
005577*MORE GENERATIONS THAN THE TABLE HOLDS, MAKES THE CATALOG BAD.
005578*-----------------------------------------------------------------
005579 8815-SELECT-GENERATION.
005580     IF NOT CT-GENERATION-ROW
005581         DISPLAY 'COLVERFY: ARCHIVE CATALOG ROW NOT RECOGNISED'
005582         MOVE 'E' TO WS-CATALOG-SW
005583         SET WS-CATALOG-EOF TO TRUE
005584         GO TO 8815-EXIT
005585     END-IF.
005586     IF CT-ENTRY-COUNT = ZERO
005587        OR CT-LAST-DATE < WS-CATALOG-FROM-DATE
005588        OR CT-FIRST-DATE > WS-CATALOG-TO-DATE
005589         GO TO 8815-EXIT
005590     END-IF.
005591     IF WS-GEN-COUNT = 999
005592         DISPLAY 'COLVERFY: MORE THAN 999 ARCHIVE GENERATIONS'
005593             ' IN RANGE'
005594         MOVE 'E' TO WS-CATALOG-SW
005595         SET WS-CATALOG-EOF TO TRUE
005596         GO TO 8815-EXIT
005597     END-IF.
005598     ADD 1 TO WS-GEN-COUNT.
005599     MOVE CT-GENERATION-NO   TO WS-GEN-NO (WS-GEN-COUNT).
005600     MOVE CT-GENERATION-NAME TO WS-GEN-NAME (WS-GEN-COUNT).
005601     MOVE CT-SEAL-NAME       TO WS-GEN-SEAL-NAME (WS-GEN-COUNT).
005602 8815-EXIT.
005603     EXIT.
005604
005605*-----------------------------------------------------------------
005606*8820-CHECK-GENERATION
005607*A CATALOGED GENERATION THAT IS NOT MOUNTED IS COUNTED MISSING
005608*AND NAMED ON THE CONSOLE SO THE OPERATOR KNOWS WHAT TO MOUNT.
005609*WITH NO CATALOG, NO ARCHFL MOUNTED JUST MEANS NOTHING OLDER TO
005610*READ.
005611*-----------------------------------------------------------------
005612 8820-CHECK-GENERATION.
005613     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
005614     OPEN INPUT ARCHIVE-AUDIT-FILE.
005615     IF WS-ARCH-STATUS = '00'
005616         MOVE 'Y' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX)
005617         CLOSE ARCHIVE-AUDIT-FILE
005618         GO TO 8820-EXIT
005619     END-IF.
005620     MOVE 'N' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX).
005621     IF WS-CATALOG-FOUND
005622         ADD 1 TO WS-GEN-MISSING-COUNT
005623         DISPLAY 'COLVERFY: ARCHIVE GENERATION ' WS-GEN-FILE-ID
005624             ' NOT MOUNTED, STATUS=' WS-ARCH-STATUS
005625         DISPLAY 'COLVERFY:   MOUNT ' WS-ARCH-DSN
005626     ELSE
005627         DISPLAY 'COLVERFY: NO ARCHIVE AVAILABLE, STATUS='
005628             WS-ARCH-STATUS
005629     END-IF.
005630 8820-EXIT.
005631     EXIT.
005632
005633*-----------------------------------------------------------------
005634*8830-SET-GENERATION
005635*POINT THE ARCHIVE FILE (AND ITS SEAL) AT TABLE ENTRY
005636*WS-GEN-IDX.  THE GENERATION IS KNOWN ON REPORTS AS GEN AND ITS
005637*NUMBER; GENERATION 0 IS THE ARCHFL TAKEN ON WHEN THE CATALOG WAS
005638*STARTED.
005639*-----------------------------------------------------------------
005640 8830-SET-GENERATION.
005641     MOVE WS-GEN-NAME (WS-GEN-IDX)      TO WS-ARCH-DSN.
005642     MOVE WS-GEN-SEAL-NAME (WS-GEN-IDX) TO WS-ARCHSEAL-DSN.
005643     IF WS-GEN-NO (WS-GEN-IDX) = ZERO
005644         MOVE 'ARCHFL' TO WS-GEN-FILE-ID
005645     ELSE
005646         MOVE SPACES   TO WS-GEN-FILE-ID
005647         STRING 'GEN' WS-GEN-NO (WS-GEN-IDX) DELIMITED BY SIZE
005648             INTO WS-GEN-FILE-ID
005649     END-IF.
005650     PERFORM 8840-ALLOCATE-GENERATION THRU 8840-EXIT.
005651 8830-EXIT.
005652     EXIT.
005653
005654*-----------------------------------------------------------------
005655*8840-ALLOCATE-GENERATION
005656*ALLOCATE THE GENERATION IN HAND BY ITS CATALOGED NAME TO THE
005657*ARCHFL DD, AND ITS SEAL TO ARCHSEAL, SO THE OPENS THAT FOLLOW
005658*READ THEM.  WITH NO CATALOG NOTHING IS ALLOCATED - ARCHFL AND
005659*ARCHSEAL ARE WHATEVER THE JCL MOUNTS, AS THEY ALWAYS WERE.
005660*-----------------------------------------------------------------
005661 8840-ALLOCATE-GENERATION.
005662     IF NOT WS-CATALOG-FOUND
005663         GO TO 8840-EXIT
005664     END-IF.
005665     MOVE 'ARCHFL'    TO WS-ALLOC-DD.
005666     MOVE WS-ARCH-DSN TO WS-ALLOC-DSN.
005667     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
005668     MOVE 'ARCHSEAL'      TO WS-ALLOC-DD.
005669     MOVE WS-ARCHSEAL-DSN TO WS-ALLOC-DSN.
005670     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
005671 8840-EXIT.
005672     EXIT.
005673
005674*-----------------------------------------------------------------
005675*8850-ALLOCATE-DD
005676*ALLOCATE DATA SET WS-ALLOC-DSN SHR TO DD WS-ALLOC-DD IN PLACE OF
005677*WHATEVER THE DD HELD.  A BLANK NAME, OR A DATA SET THAT CANNOT BE
005678*ALLOCATED, LEAVES THE DD FREED - THE OPEN THEN FINDS NOTHING AND
005679*THE FILE IS REPORTED MISSING, RATHER THAN READING A GENERATION
005680*ALLOCATED EARLIER IN ITS PLACE.
005681*-----------------------------------------------------------------
005682 8850-ALLOCATE-DD.
005683     IF WS-ALLOC-DSN = SPACES
005684         PERFORM 8860-FREE-DD THRU 8860-EXIT
005685         GO TO 8850-EXIT
005686     END-IF.
005687     MOVE SPACES TO WS-ALLOC-TEXT.
005688     MOVE 1      TO WS-ALLOC-PTR.
005689     STRING 'ALLOC DD('     DELIMITED BY SIZE
005690            WS-ALLOC-DD     DELIMITED BY SPACE
005691            ') DSN('''      DELIMITED BY SIZE
005692            WS-ALLOC-DSN    DELIMITED BY SPACE
005693            ''') SHR REUSE' DELIMITED BY SIZE
005694         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
005695     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
005696     IF WS-ALLOC-RC NOT = ZERO
005697         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
005698         DISPLAY 'COLVERFY: UNABLE TO ALLOCATE ' WS-ALLOC-DSN
005699         DISPLAY 'COLVERFY:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
005700             WS-ALLOC-RC-DISPLAY
005701         PERFORM 8860-FREE-DD THRU 8860-EXIT
005702     END-IF.
005703 8850-EXIT.
005704     EXIT.
005705
005706*-----------------------------------------------------------------
005707*8860-FREE-DD
005708*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
005709*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
005710*RESULT OF THE REQUEST BEFORE IT.
005711*-----------------------------------------------------------------
005712 8860-FREE-DD.
005713     MOVE SPACES TO WS-ALLOC-TEXT.
005714     MOVE 1      TO WS-ALLOC-PTR.
005715     STRING 'FREE DD('  DELIMITED BY SIZE
005716            WS-ALLOC-DD DELIMITED BY SPACE
005717            ')'         DELIMITED BY SIZE
005718         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
005719     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
005720     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
005721     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
005722 8860-EXIT.
005723     EXIT.
005724
005725*-----------------------------------------------------------------
005726*8870-CALL-BPXWDYN
005727*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
005728*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
005729*BACK AFTER THE CALL.
005730*-----------------------------------------------------------------
005731 8870-CALL-BPXWDYN.
005732     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
005733     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
005734     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
005735     MOVE RETURN-CODE TO WS-ALLOC-RC.
005736     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
005737 8870-EXIT.
005738     EXIT.
005739
005740 9999-ABEND-EXIT.
005741     CLOSE AUDIT-FILE ARCHIVE-AUDIT-FILE COLOR-MASTER-FILE
005742           KEY-WORK-FILE VERIFY-REPORT-FILE AUDIT-SEAL-FILE
005743           ARCHIVE-SEAL-FILE.
005744     MOVE 16 TO RETURN-CODE.
005745     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
005746     STOP RUN.
