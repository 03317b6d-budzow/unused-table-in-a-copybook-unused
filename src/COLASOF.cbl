000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLASOF.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-09-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-09-15  JPM   INITIAL VERSION.  AS-OF-DATE RECONSTRUCTION
000210*                  OF THE COLOR MASTER.  COLORMST ONLY EVER
000220*                  HOLDS TODAY'S ANSWER, SO 'WHAT COLOR WAS
000230*                  EVERY KEY ON THE LAST DAY OF THE QUARTER'
000240*                  HAD NO ANSWER SHORT OF A HAND REPLAY.  THIS
000250*                  PROGRAM TAKES AN AS-OF DATE ON A CARD,
000260*                  REPLAYS THE COLARCH ARCHIVE THEN THE LIVE
000270*                  AUDIT TRAIL UP TO AND INCLUDING THAT DATE -
000280*                  SAME ORDER AND SAME DISPATCH-BRANCH-ONLY RULE
000290*                  AS COLVERFY - AND WRITES A FULL SNAPSHOT IN
000300*                  COLOR-MASTER-RECORD LAYOUT OF EVERY KEY'S
000310*                  DISPATCHED COLOR AS OF THAT DATE, PLUS A
000320*                  SUMMARY BY COLOR AND SOURCE REGION.  A KEY'S
000330*                  REGION IS THE REGION ON ITS LAST DISPATCH.
000340*                  NOTHING LIVE IS UPDATED.
000341*2026-09-25  JPM   COLRECL'S RECLASSIFIED-ADMIN ENTRIES MOVE THE
000342*                  REPLAYED COLOR THE SAME AS A DISPATCH - AN
000343*                  ADMINISTRATIVE RECLASSIFICATION MOVES THE
000344*                  MASTER, SO THE SNAPSHOT MUST FOLLOW IT.  THE
000345*                  SNAPSHOT ROW NOW CARRIES THE KEY'S REGION.
000346*2026-10-09  JPM   REPLAYS EVERY ARCHIVE GENERATION ON THE
000347*                  GENERATION CATALOG (ARCHCAT) HOLDING ENTRIES UP
000348*                  TO THE AS-OF DATE, OLDEST FIRST, NOT JUST
000349*                  WHICHEVER ARCHFL HAPPENED TO BE MOUNTED.  A
000350*                  CATALOGED GENERATION THAT IS NOT MOUNTED IS
000351*                  COUNTED ON THE REPORT AND ENDS THE RUN WITH
000352*                  RETURN CODE 8 - THE SNAPSHOT IS INCOMPLETE.
000353*2026-10-15  JPM   ARCHFL IS ASSIGNED TO ITS DD AGAIN.  EACH
000354*                  CATALOGED GENERATION IS ALLOCATED TO THAT DD BY
000355*                  NAME THROUGH BPXWDYN BEFORE IT IS OPENED.
000356*2026-10-15  JPM   A KEY LEFT IN A COLOR OUTSIDE YELLOW, GREEN,
000357*                  RED AND BROWN IS COUNTED ON AN OTHER ROW OF
000358*                  THE SUMMARY INSTEAD OF ON WHICHEVER ROW THE
000359*                  KEY BEFORE IT WENT TO.
000360*----------------------------------------------------------------
000361
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430     SELECT ARCHIVE-AUDIT-FILE       ASSIGN TO ARCHFL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-ARCH-STATUS.
000452     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-ARCHCAT-STATUS.
000460     SELECT KEY-WORK-FILE            ASSIGN TO KEYWORK
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS KW-KEY
000500         FILE STATUS IS WS-WORK-STATUS.
000510     SELECT ASOF-CARD-FILE           ASSIGN TO ASOFCARD
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-CARD-STATUS.
000540     SELECT SNAPSHOT-FILE            ASSIGN TO ASOFMST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-SNAP-STATUS.
000570     SELECT ASOF-REPORT-FILE         ASSIGN TO ASOFRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640*THE LIVE DISPATCH AUDIT TRAIL - REPLAYED AFTER THE ARCHIVE.
000650*----------------------------------------------------------------
000660 FD  AUDIT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY AUDIT-RECORD.
000690
000700*----------------------------------------------------------------
000710*ARCHIVED AUDIT ENTRIES ROLLED OFF THE LIVE FILE BY COLARCH -
000720*REPLAYED AHEAD OF THE LIVE FILE SO THE ENTRIES COME THROUGH
000730*OLDEST FIRST ACROSS THE TWO.
000740*----------------------------------------------------------------
000750 FD  ARCHIVE-AUDIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY AUDIT-RECORD
000780         REPLACING ==AUDIT-RECORD==   BY ==ARCH-AUDIT-RECORD==
000790                   ==AU-KEY==         BY ==AR-KEY==
000800                   ==AU-COLOR==       BY ==AR-COLOR==
000810                   ==AU-BRANCH-NAME== BY ==AR-BRANCH-NAME==
000820                   ==AU-TIMESTAMP==   BY ==AR-TIMESTAMP==
000830                   ==AU-DATE==        BY ==AR-DATE==
000840                   ==AU-TIME==        BY ==AR-TIME==.
000841
000842*----------------------------------------------------------------
000843*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
000844*WRITTEN, OLDEST FIRST.
000845*----------------------------------------------------------------
000846 FD  ARCHIVE-CATALOG-FILE
000847     LABEL RECORDS ARE STANDARD.
000848     COPY ARCHIVE-CATALOG-RECORD.
000850
000860*----------------------------------------------------------------
000870*KEYED SCRATCH FILE HOLDING THE LATEST DISPATCHED COLOR PER KEY
000880*AS THE TRAIL IS REPLAYED - A LATER DISPATCH FOR A KEY ALREADY
000890*SEEN JUST REWRITES ITS ROW.  READ BACK IN KEY ORDER AT THE END
000900*TO BUILD THE SNAPSHOT.
000910*----------------------------------------------------------------
000920 FD  KEY-WORK-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  KEY-WORK-RECORD.
000950     05  KW-KEY                      PIC X(10).
000960     05  KW-COLOR                    PIC X(01).
000970     05  KW-DATE                     PIC 9(08).
000980     05  KW-TIME                     PIC 9(08).
000990     05  KW-REGION                   PIC X(02).
001000     05  FILLER                      PIC X(51).
001010
001020*----------------------------------------------------------------
001030*AS-OF CARD - COLUMNS 1-8 CARRY THE AS-OF DATE (CCYYMMDD).
001040*THE CARD IS REQUIRED - A RECONSTRUCTION WITH NO DATE WOULD
001050*ONLY REPEAT WHAT COLORMST ALREADY SAYS.
001060*----------------------------------------------------------------
001070 FD  ASOF-CARD-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  ASOF-CARD-RECORD.
001100     05  AC-ASOF-DATE                PIC 9(08).
001110     05  FILLER                      PIC X(72).
001120
001130*----------------------------------------------------------------
001140*THE RECONSTRUCTED MASTER - ONE ROW PER KEY DISPATCHED ON OR
001150*BEFORE THE AS-OF DATE, IN KEY ORDER, SAME LAYOUT AS COLORMST
001160*SO ANYTHING THAT READS THE MASTER CAN READ THE SNAPSHOT.
001170*----------------------------------------------------------------
001180 FD  SNAPSHOT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY COLOR-MASTER-RECORD
001210         REPLACING ==COLOR-MASTER-RECORD== BY ==SNAPSHOT-RECORD==.
001220
001230*----------------------------------------------------------------
001240*SNAPSHOT SUMMARY - A TITLE LINE, THEN THE COLOR-BY-REGION
001250*COUNTS, THEN THE REPLAY TOTALS.  THE 01 LEVELS ARE ALTERNATE
001260*VIEWS OF THE SAME RECORD AREA.
001270*----------------------------------------------------------------
001280 FD  ASOF-REPORT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  ASOF-TITLE-LINE.
001310     05  AT-TITLE                    PIC X(30).
001320     05  AT-ASOF-DATE                PIC 9(08).
001330     05  FILLER                      PIC X(42).
001340 01  ASOF-SUMMARY-LINE.
001350     05  AS-NAME                     PIC X(10).
001360     05  FILLER                      PIC X(02).
001370     05  AS-REGION-01                PIC ZZZ,ZZZ,ZZ9.
001380     05  FILLER                      PIC X(02).
001390     05  AS-REGION-02                PIC ZZZ,ZZZ,ZZ9.
001400     05  FILLER                      PIC X(02).
001410     05  AS-REGION-03                PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                      PIC X(02).
001430     05  AS-REGION-XX                PIC ZZZ,ZZZ,ZZ9.
001440     05  FILLER                      PIC X(02).
001450     05  AS-TOTAL                    PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER                      PIC X(03).
001470 01  ASOF-COUNT-LINE.
001480     05  AK-LABEL                    PIC X(30).
001490     05  AK-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001500     05  FILLER                      PIC X(39).
001510
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------
001540*COLOR STATUS BYTE AND ITS CONDITION NAMES - USED TO SPELL THE
001550*CONDITION NAME OUT ON EACH SNAPSHOT ROW AND TO BUCKET IT.
001560*----------------------------------------------------------------
001570 01  COLOR-CODE                      PIC X(01).
001580     COPY COLOR-STATUS-CODES.
001590     COPY NON-USED-BROWN.
001600
001610 77  WS-AUDIT-STATUS                 PIC X(02).
001620 77  WS-ARCH-STATUS                  PIC X(02).
001630 77  WS-WORK-STATUS                  PIC X(02).
001640 77  WS-CARD-STATUS                  PIC X(02).
001650 77  WS-SNAP-STATUS                  PIC X(02).
001660 77  WS-RPT-STATUS                   PIC X(02).
001670
001680 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001690     88  WS-AUDIT-EOF                           VALUE 'Y'.
001700 77  WS-ARCH-EOF-SW                  PIC X(01) VALUE 'N'.
001710     88  WS-ARCH-EOF                            VALUE 'Y'.
001720 77  WS-WORK-EOF-SW                  PIC X(01) VALUE 'N'.
001730     88  WS-WORK-EOF                            VALUE 'Y'.
001740
001750*----------------------------------------------------------------
001760*THE AS-OF DATE FROM THE CARD - ENTRIES DATED AFTER IT ARE
001770*SKIPPED, SO THE REPLAY STOPS THE CLOCK AT THE END OF THAT DAY.
001780*----------------------------------------------------------------
001790 77  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
001800
001810*----------------------------------------------------------------
001820*THE ENTRY IN HAND, COMMON TO BOTH FILES.
001830*----------------------------------------------------------------
001840 77  WS-REPLAY-BRANCH                PIC X(25).
001850 77  WS-REPLAY-KEY                   PIC X(10).
001860 77  WS-REPLAY-COLOR                 PIC X(01).
001870 77  WS-REPLAY-DATE                  PIC 9(08).
001880 77  WS-REPLAY-TIME                  PIC 9(08).
001890 77  WS-REPLAY-REGION                PIC X(02).
001900
001910*----------------------------------------------------------------
001920*SNAPSHOT SUMMARY - ROWS YELLOW/GREEN/RED/BROWN/OTHER, COLUMNS
001930*REGION 01/02/03 AND '**' FOR ANYTHING ELSE, SAME REGION
001940*BUCKETING COLRECON AND COLAUDQ USE.
001950*----------------------------------------------------------------
001960 01  WS-COUNT-TABLE.
001970     05  WS-COLOR-ROW OCCURS 5 TIMES.
001980         10  WS-CELL OCCURS 4 TIMES  PIC 9(09) COMP VALUE ZERO.
001990 01  WS-REGION-TOTALS.
002000     05  WS-REGION-TOTAL OCCURS 4 TIMES
002010                                     PIC 9(09) COMP VALUE ZERO.
002020 01  WS-ROW-NAME-LIST.
002030     05  FILLER                      PIC X(10) VALUE 'YELLOW'.
002040     05  FILLER                      PIC X(10) VALUE 'GREEN'.
002050     05  FILLER                      PIC X(10) VALUE 'RED'.
002060     05  FILLER                      PIC X(10) VALUE 'BROWN'.
002065     05  FILLER                      PIC X(10) VALUE 'OTHER'.
002070 01  WS-ROW-NAME-TABLE REDEFINES WS-ROW-NAME-LIST.
002080     05  WS-ROW-NAME OCCURS 5 TIMES  PIC X(10).
002090
002100 77  WS-ROW-IDX                      PIC 9(02) COMP.
002110 77  WS-COL-IDX                      PIC 9(02) COMP.
002120 77  WS-ROW-TOTAL                    PIC 9(09) COMP.
002130
002140 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
002150 77  WS-REPLAYED-COUNT               PIC 9(09) COMP VALUE ZERO.
002160 77  WS-LATER-COUNT                  PIC 9(09) COMP VALUE ZERO.
002170 77  WS-SNAPSHOT-COUNT               PIC 9(09) COMP VALUE ZERO.
002180
002181*----------------------------------------------------------------
002182*ARCHIVE CATALOG CONTROLS - THE GENERATIONS TO BE READ (THOSE
002183*WHOSE DATES OVERLAP THE RANGE ASKED FOR, OLDEST FIRST), WHETHER
002184*EACH ONE IS MOUNTED, AND THE NAMES THE GENERATION IN HAND IS
002185*OPENED UNDER.  WITH NO CATALOG YET THE ONE GENERATION IS
002186*WHATEVER ARCHFL IS MOUNTED, AS IT ALWAYS WAS.
002187*----------------------------------------------------------------
002188 77  WS-ARCHCAT-STATUS               PIC X(02).
002189 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
002190     88  WS-CATALOG-EOF                         VALUE 'Y'.
002191 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
002192     88  WS-CATALOG-FOUND                       VALUE 'Y'.
002193     88  WS-CATALOG-BAD                         VALUE 'E'.
002194 77  WS-CATALOG-FROM-DATE            PIC 9(08) VALUE ZERO.
002195 77  WS-CATALOG-TO-DATE              PIC 9(08) VALUE 99999999.
002196 77  WS-GEN-COUNT                    PIC 9(04) COMP VALUE ZERO.
002197 77  WS-GEN-IDX                      PIC 9(04) COMP VALUE ZERO.
002198 77  WS-GEN-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
002199 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
002200 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
002201 01  WS-GEN-TABLE.
002202     05  WS-GEN-ENTRY OCCURS 999 TIMES.
002203         10  WS-GEN-NO               PIC 9(04).
002204         10  WS-GEN-NAME             PIC X(44).
002205         10  WS-GEN-SEAL-NAME        PIC X(44).
002206         10  WS-GEN-MOUNTED-SW       PIC X(01).
002207             88  WS-GEN-MOUNTED          VALUE 'Y'.
002208*----------------------------------------------------------------
002209*DYNAMIC ALLOCATION - THE GENERATION IN HAND IS ALLOCATED BY ITS
002210*CATALOGED NAME TO THE ARCHFL DD THROUGH BPXWDYN, WHICH TAKES THE
002211*REQUEST AS A HALFWORD LENGTH FOLLOWED BY THE TEXT.
002212*----------------------------------------------------------------
002213 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
002214 77  WS-ALLOC-DD                     PIC X(08).
002215 77  WS-ALLOC-DSN                    PIC X(44).
002216 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
002217 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
002218 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
002219 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
002220 01  WS-ALLOC-REQUEST.
002221     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
002222     05  WS-ALLOC-TEXT               PIC X(120).
002223
002224 PROCEDURE DIVISION.
002225*================================================================
002226*0000-MAINLINE
002227*REPLAY THE ARCHIVE THEN THE LIVE TRAIL UP TO THE AS-OF DATE
002230*INTO THE PER-KEY WORK FILE, THEN WRITE IT BACK OUT AS THE
002240*SNAPSHOT AND PUT THE COLOR-BY-REGION SUMMARY ON THE REPORT.
002250*================================================================
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
002290     PERFORM 2500-REPLAY-LIVE-AUDIT THRU 2500-EXIT.
002300     PERFORM 3000-WRITE-SNAPSHOT THRU 3000-EXIT.
002310     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
002320     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002330     STOP RUN.
002340
002350 1000-INITIALIZE.
002360     PERFORM 1100-READ-ASOF-CARD THRU 1100-EXIT.
002362*    ONLY THE ARCHIVE GENERATIONS HOLDING ENTRIES UP TO THE AS-OF
002364*    DATE ARE NEEDED - ALL OF THOSE GO INTO THE SNAPSHOT.
002366     MOVE WS-ASOF-DATE TO WS-CATALOG-TO-DATE.
002368     PERFORM 8800-LOAD-CATALOG THRU 8800-EXIT.
002370*    THE WORK FILE MUST BE OPEN I-O FOR THE LAST-DISPATCH-WINS
002380*    REWRITE IN 2700 - CREATE IT EMPTY AND REOPEN, SAME AS
002390*    COLVERFY.  THE OPEN OUTPUT ALSO CLEARS ANY SCRATCH LEFT FROM
002400*    A PRIOR RUN.
002410     OPEN OUTPUT KEY-WORK-FILE.
002420     IF WS-WORK-STATUS = '00'
002430         CLOSE KEY-WORK-FILE
002440         OPEN I-O KEY-WORK-FILE
002450     END-IF.
002460     IF WS-WORK-STATUS NOT = '00'
002470         DISPLAY 'COLASOF: UNABLE TO OPEN KEY WORK FILE,'
002480             ' STATUS=' WS-WORK-STATUS
002490         GO TO 9999-ABEND-EXIT
002500     END-IF.
002510     OPEN OUTPUT SNAPSHOT-FILE.
002520     IF WS-SNAP-STATUS NOT = '00'
002530         DISPLAY 'COLASOF: UNABLE TO OPEN SNAPSHOT, STATUS='
002540             WS-SNAP-STATUS
002550         GO TO 9999-ABEND-EXIT
002560     END-IF.
002570     OPEN OUTPUT ASOF-REPORT-FILE.
002580     IF WS-RPT-STATUS NOT = '00'
002590         DISPLAY 'COLASOF: UNABLE TO OPEN REPORT, STATUS='
002600             WS-RPT-STATUS
002610         GO TO 9999-ABEND-EXIT
002620     END-IF.
002630     DISPLAY 'COLASOF: RECONSTRUCTING THE MASTER AS OF '
002640         WS-ASOF-DATE.
002650 1000-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690*1100-READ-ASOF-CARD
002700*UNLIKE THE OTHER OPTIONAL CARDS THIS ONE MUST BE THERE AND MUST
002710*CARRY A NUMERIC, NON-ZERO DATE - THERE IS NO SENSIBLE DEFAULT.
002720*-----------------------------------------------------------------
002730 1100-READ-ASOF-CARD.
002740     OPEN INPUT ASOF-CARD-FILE.
002750     IF WS-CARD-STATUS NOT = '00'
002760         DISPLAY 'COLASOF: NO AS-OF CARD, STATUS=' WS-CARD-STATUS
002770         GO TO 9999-ABEND-EXIT
002780     END-IF.
002790     READ ASOF-CARD-FILE
002800         AT END
002810             CONTINUE
002820     END-READ.
002830     IF WS-CARD-STATUS = '00'
002840         IF AC-ASOF-DATE NUMERIC AND AC-ASOF-DATE NOT = ZERO
002850             MOVE AC-ASOF-DATE TO WS-ASOF-DATE
002860         END-IF
002870     END-IF.
002880     CLOSE ASOF-CARD-FILE.
002890     IF WS-ASOF-DATE = ZERO
002900         DISPLAY 'COLASOF: AS-OF CARD EMPTY OR DATE NOT NUMERIC'
002910         GO TO 9999-ABEND-EXIT
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------------
002970*2000-REPLAY-ARCHIVE
002980*THE ARCHIVE COMES FIRST SO THE LIVE FILE'S NEWER ENTRIES
002985*OVERWRITE ITS VERDICTS, AND THE GENERATIONS GO IN CATALOG ORDER,
002990*OLDEST FIRST, FOR THE SAME REASON.  A GENERATION NOT MOUNTED WAS
002995*COUNTED WHEN THE CATALOG WAS LOADED AND IS PASSED OVER HERE.
003000*WITH NO CATALOG, NO ARCHFL MOUNTED IS NOT AN ERROR, JUST NOTHING
003005*OLDER TO REPLAY - SAME AS COLINQ.
003010*-----------------------------------------------------------------
003020 2000-REPLAY-ARCHIVE.
003021     PERFORM 2050-REPLAY-GENERATION THRU 2050-EXIT
003022         VARYING WS-GEN-IDX FROM 1 BY 1
003023         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
003024 2000-EXIT.
003025     EXIT.
003026
003027 2050-REPLAY-GENERATION.
003028     IF NOT WS-GEN-MOUNTED (WS-GEN-IDX)
003029         GO TO 2050-EXIT
003030     END-IF.
003031     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
003032     MOVE 'N' TO WS-ARCH-EOF-SW.
003033     OPEN INPUT ARCHIVE-AUDIT-FILE.
003040     IF WS-ARCH-STATUS NOT = '00'
003050         DISPLAY 'COLASOF: UNABLE TO OPEN ARCHIVE GENERATION '
003060             WS-GEN-FILE-ID ', STATUS=' WS-ARCH-STATUS
003070         GO TO 9999-ABEND-EXIT
003080     END-IF.
003090     PERFORM 2100-REPLAY-ARCHIVE-ENTRY THRU 2100-EXIT
003100         UNTIL WS-ARCH-EOF.
003110     CLOSE ARCHIVE-AUDIT-FILE.
003120 2050-EXIT.
003130     EXIT.
003140
003150 2100-REPLAY-ARCHIVE-ENTRY.
003160     READ ARCHIVE-AUDIT-FILE
003170         AT END
003180             SET WS-ARCH-EOF TO TRUE
003190         NOT AT END
003200             MOVE AR-KEY         TO WS-REPLAY-KEY
003210             MOVE AR-COLOR       TO WS-REPLAY-COLOR
003220             MOVE AR-BRANCH-NAME TO WS-REPLAY-BRANCH
003230             MOVE AR-DATE        TO WS-REPLAY-DATE
003240             MOVE AR-TIME        TO WS-REPLAY-TIME
003250             MOVE AU-SOURCE-REGION OF ARCH-AUDIT-RECORD
003260                                 TO WS-REPLAY-REGION
003270             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310
003320 2500-REPLAY-LIVE-AUDIT.
003330     OPEN INPUT AUDIT-FILE.
003340     IF WS-AUDIT-STATUS NOT = '00'
003350         DISPLAY 'COLASOF: UNABLE TO OPEN AUDIT FILE, STATUS='
003360             WS-AUDIT-STATUS
003370         GO TO 9999-ABEND-EXIT
003380     END-IF.
003390     PERFORM 2600-REPLAY-LIVE-ENTRY THRU 2600-EXIT
003400         UNTIL WS-AUDIT-EOF.
003410     CLOSE AUDIT-FILE.
003420     DISPLAY 'COLASOF: ' WS-REPLAYED-COUNT
003430         ' DISPATCH DECISIONS REPLAYED'.
003440 2500-EXIT.
003450     EXIT.
003460
003470 2600-REPLAY-LIVE-ENTRY.
003480     READ AUDIT-FILE
003490         AT END
003500             SET WS-AUDIT-EOF TO TRUE
003510         NOT AT END
003520             MOVE AU-KEY         TO WS-REPLAY-KEY
003530             MOVE AU-COLOR       TO WS-REPLAY-COLOR
003540             MOVE AU-BRANCH-NAME TO WS-REPLAY-BRANCH
003550             MOVE AU-DATE        TO WS-REPLAY-DATE
003560             MOVE AU-TIME        TO WS-REPLAY-TIME
003570             MOVE AU-SOURCE-REGION OF AUDIT-RECORD
003580                                 TO WS-REPLAY-REGION
003590             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
003600     END-READ.
003610 2600-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------------
003650*2700-POST-REPLAY-ENTRY
003660*AN ENTRY DATED AFTER THE AS-OF DATE HAD NOT HAPPENED YET, SO IT
003670*IS COUNTED AND PASSED OVER.  OF THE REST, ONLY THE FOUR DISPATCH
003678*BRANCHES AND COLRECL'S RECLASSIFICATION BRANCH EVER MOVED THE
003686*MASTER - THE SAME EXCLUSION COLVERFY APPLIES.  FIRST SIGHT OF A
003694*KEY WRITES ITS WORK ROW; A LATER DISPATCH COMES BACK STATUS 22
003702*AND REWRITES IT, SO LAST WINS.
003710*-----------------------------------------------------------------
003720 2700-POST-REPLAY-ENTRY.
003730     ADD 1 TO WS-READ-COUNT.
003740     IF WS-REPLAY-DATE > WS-ASOF-DATE
003750         ADD 1 TO WS-LATER-COUNT
003760         GO TO 2700-EXIT
003770     END-IF.
003780     IF WS-REPLAY-BRANCH NOT = 'YELLOW-DISPATCHED'
003790        AND WS-REPLAY-BRANCH NOT = 'GREEN-REVIEWED-CLEAR'
003800        AND WS-REPLAY-BRANCH NOT = 'RED-DISPATCHED'
003810        AND WS-REPLAY-BRANCH NOT = 'BROWN-UNDER-INVESTIGATION'
003815        AND WS-REPLAY-BRANCH NOT = 'RECLASSIFIED-ADMIN'
003820         GO TO 2700-EXIT
003830     END-IF.
003840     ADD 1 TO WS-REPLAYED-COUNT.
003850     MOVE SPACES           TO KEY-WORK-RECORD.
003860     MOVE WS-REPLAY-KEY    TO KW-KEY.
003870     MOVE WS-REPLAY-COLOR  TO KW-COLOR.
003880     MOVE WS-REPLAY-DATE   TO KW-DATE.
003890     MOVE WS-REPLAY-TIME   TO KW-TIME.
003900     MOVE WS-REPLAY-REGION TO KW-REGION.
003910     WRITE KEY-WORK-RECORD.
003920     IF WS-WORK-STATUS = '22'
003930         REWRITE KEY-WORK-RECORD
003940     END-IF.
003950     IF WS-WORK-STATUS NOT = '00'
003960         DISPLAY 'COLASOF: KEY WORK FILE ERROR, STATUS='
003970             WS-WORK-STATUS
003980         GO TO 9999-ABEND-EXIT
003990     END-IF.
004000 2700-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040*3000-WRITE-SNAPSHOT
004050*THE WORK FILE IS REOPENED INPUT AND READ BACK IN KEY ORDER - ONE
004060*SNAPSHOT ROW PER KEY, SO THE SNAPSHOT COMES OUT IN THE SAME
004070*ORDER A SEQUENTIAL READ OF COLORMST WOULD GIVE.
004080*-----------------------------------------------------------------
004090 3000-WRITE-SNAPSHOT.
004100     CLOSE KEY-WORK-FILE.
004110     OPEN INPUT KEY-WORK-FILE.
004120     IF WS-WORK-STATUS NOT = '00'
004130         DISPLAY 'COLASOF: UNABLE TO REOPEN KEY WORK FILE,'
004140             ' STATUS=' WS-WORK-STATUS
004150         GO TO 9999-ABEND-EXIT
004160     END-IF.
004170     PERFORM 3100-WRITE-SNAPSHOT-ROW THRU 3100-EXIT
004180         UNTIL WS-WORK-EOF.
004190 3000-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230*3100-WRITE-SNAPSHOT-ROW
004240*THE CONDITION NAME IS SPELLED BACK OUT THROUGH THE SAME NAMES
004250*MAIN DISPATCHES ON, AND THE ROW CARRIES THE TIMESTAMP OF THE
004260*DISPATCH THAT LEFT THE KEY IN THAT COLOR.
004263*A COLOR MAIN HAS NO NAME FOR IS LEFT UNNAMED AND COUNTED ON THE
004266*SUMMARY'S OTHER ROW.
004270*-----------------------------------------------------------------
004280 3100-WRITE-SNAPSHOT-ROW.
004290     READ KEY-WORK-FILE NEXT
004300         AT END
004310             SET WS-WORK-EOF TO TRUE
004320             GO TO 3100-EXIT
004330     END-READ.
004340     IF WS-WORK-STATUS NOT = '00'
004350         DISPLAY 'COLASOF: ERROR READING KEY WORK FILE, STATUS='
004360             WS-WORK-STATUS
004370         GO TO 9999-ABEND-EXIT
004380     END-IF.
004390     MOVE SPACES   TO SNAPSHOT-RECORD.
004400     MOVE KW-KEY   TO CM-KEY.
004410     MOVE KW-COLOR TO CM-COLOR COLOR-CODE.
004420     EVALUATE TRUE
004430         WHEN COL-YELLOW
004440             MOVE 'YELLOW' TO CM-CONDITION-NAME
004450             MOVE 1 TO WS-ROW-IDX
004460         WHEN COL-GREEN
004470             MOVE 'GREEN'  TO CM-CONDITION-NAME
004480             MOVE 2 TO WS-ROW-IDX
004490         WHEN COL-RED
004500             MOVE 'RED'    TO CM-CONDITION-NAME
004510             MOVE 3 TO WS-ROW-IDX
004520         WHEN COL-BROWN
004530             MOVE 'BROWN'  TO CM-CONDITION-NAME
004540             MOVE 4 TO WS-ROW-IDX
004543         WHEN OTHER
004546             MOVE 5 TO WS-ROW-IDX
004550     END-EVALUATE.
004560     MOVE KW-DATE TO CM-DATE.
004570     MOVE KW-TIME TO CM-TIME.
004575     MOVE KW-REGION TO CM-SOURCE-REGION.
004580     WRITE SNAPSHOT-RECORD.
004590     IF WS-SNAP-STATUS NOT = '00'
004600         DISPLAY 'COLASOF: SNAPSHOT WRITE FAILED, STATUS='
004610             WS-SNAP-STATUS
004620         GO TO 9999-ABEND-EXIT
004630     END-IF.
004640     ADD 1 TO WS-SNAPSHOT-COUNT.
004650     EVALUATE KW-REGION
004660         WHEN '01'
004670             MOVE 1 TO WS-COL-IDX
004680         WHEN '02'
004690             MOVE 2 TO WS-COL-IDX
004700         WHEN '03'
004710             MOVE 3 TO WS-COL-IDX
004720         WHEN OTHER
004730             MOVE 4 TO WS-COL-IDX
004740     END-EVALUATE.
004750     ADD 1 TO WS-CELL(WS-ROW-IDX, WS-COL-IDX).
004760     ADD 1 TO WS-REGION-TOTAL(WS-COL-IDX).
004770 3100-EXIT.
004780     EXIT.
004790
004800*-----------------------------------------------------------------
004810*4000-WRITE-SUMMARY
004820*TITLE, ONE ROW PER COLOR WITH COLUMNS REGION 01/02/03/OTHER AND
004830*THE ROW TOTAL, A TOTAL ROW, THEN THE REPLAY COUNTS.
004840*-----------------------------------------------------------------
004850 4000-WRITE-SUMMARY.
004860     MOVE SPACES TO ASOF-TITLE-LINE.
004870     MOVE 'COLOR MASTER RECONSTRUCTED AS' TO AT-TITLE.
004880     MOVE WS-ASOF-DATE TO AT-ASOF-DATE.
004890     WRITE ASOF-TITLE-LINE.
004900     MOVE SPACES TO ASOF-TITLE-LINE.
004910     WRITE ASOF-TITLE-LINE.
004920     PERFORM 4100-WRITE-SUMMARY-ROW THRU 4100-EXIT
004930         VARYING WS-ROW-IDX FROM 1 BY 1
004940         UNTIL WS-ROW-IDX > 5.
004950     MOVE SPACES TO ASOF-SUMMARY-LINE.
004960     MOVE '*TOTAL*'            TO AS-NAME.
004970     MOVE WS-REGION-TOTAL(1)   TO AS-REGION-01.
004980     MOVE WS-REGION-TOTAL(2)   TO AS-REGION-02.
004990     MOVE WS-REGION-TOTAL(3)   TO AS-REGION-03.
005000     MOVE WS-REGION-TOTAL(4)   TO AS-REGION-XX.
005010     MOVE WS-SNAPSHOT-COUNT    TO AS-TOTAL.
005020     WRITE ASOF-SUMMARY-LINE.
005030     MOVE SPACES TO ASOF-COUNT-LINE.
005040     WRITE ASOF-COUNT-LINE.
005050     MOVE 'AUDIT ENTRIES READ'            TO AK-LABEL.
005060     MOVE WS-READ-COUNT                   TO AK-COUNT.
005070     WRITE ASOF-COUNT-LINE.
005080     MOVE SPACES TO ASOF-COUNT-LINE.
005090     MOVE 'DATED AFTER THE AS-OF DATE'    TO AK-LABEL.
005100     MOVE WS-LATER-COUNT                  TO AK-COUNT.
005110     WRITE ASOF-COUNT-LINE.
005120     MOVE SPACES TO ASOF-COUNT-LINE.
005130     MOVE 'DISPATCH DECISIONS REPLAYED'   TO AK-LABEL.
005140     MOVE WS-REPLAYED-COUNT               TO AK-COUNT.
005150     WRITE ASOF-COUNT-LINE.
005160     MOVE SPACES TO ASOF-COUNT-LINE.
005170     MOVE 'KEYS IN SNAPSHOT'              TO AK-LABEL.
005180     MOVE WS-SNAPSHOT-COUNT               TO AK-COUNT.
005190     WRITE ASOF-COUNT-LINE.
005191     MOVE SPACES TO ASOF-COUNT-LINE.
005192     MOVE 'ARCHIVE GENERATIONS IN RANGE'  TO AK-LABEL.
005193     MOVE WS-GEN-COUNT                    TO AK-COUNT.
005194     WRITE ASOF-COUNT-LINE.
005195     IF WS-GEN-MISSING-COUNT > ZERO
005196         MOVE SPACES TO ASOF-COUNT-LINE
005197         MOVE 'GENERATIONS NOT MOUNTED'   TO AK-LABEL
005198         MOVE WS-GEN-MISSING-COUNT        TO AK-COUNT
005199         WRITE ASOF-COUNT-LINE
005200     END-IF.
005201 4000-EXIT.
005210     EXIT.
005220
005230 4100-WRITE-SUMMARY-ROW.
005240     MOVE SPACES TO ASOF-SUMMARY-LINE.
005250     MOVE WS-ROW-NAME(WS-ROW-IDX) TO AS-NAME.
005260     MOVE WS-CELL(WS-ROW-IDX, 1)  TO AS-REGION-01.
005270     MOVE WS-CELL(WS-ROW-IDX, 2)  TO AS-REGION-02.
005280     MOVE WS-CELL(WS-ROW-IDX, 3)  TO AS-REGION-03.
005290     MOVE WS-CELL(WS-ROW-IDX, 4)  TO AS-REGION-XX.
005300     COMPUTE WS-ROW-TOTAL = WS-CELL(WS-ROW-IDX, 1)
005310                          + WS-CELL(WS-ROW-IDX, 2)
005320                          + WS-CELL(WS-ROW-IDX, 3)
005330                          + WS-CELL(WS-ROW-IDX, 4).
005340     MOVE WS-ROW-TOTAL TO AS-TOTAL.
005350     WRITE ASOF-SUMMARY-LINE.
005360 4100-EXIT.
005370     EXIT.
005380
005390 5000-TERMINATE.
005400     CLOSE KEY-WORK-FILE.
005410     CLOSE SNAPSHOT-FILE.
005420     CLOSE ASOF-REPORT-FILE.
005430     DISPLAY 'COLASOF: RECONSTRUCTION COMPLETE AS OF '
005440         WS-ASOF-DATE.
005450     DISPLAY '  ENTRIES READ     = ' WS-READ-COUNT.
005460     DISPLAY '  AFTER AS-OF DATE = ' WS-LATER-COUNT.
005470     DISPLAY '  DISPATCHES USED  = ' WS-REPLAYED-COUNT.
005480     DISPLAY '  KEYS IN SNAPSHOT = ' WS-SNAPSHOT-COUNT.
005481     DISPLAY '  GENERATIONS      = ' WS-GEN-COUNT.
005482     DISPLAY '  NOT MOUNTED      = ' WS-GEN-MISSING-COUNT.
005483*    A GENERATION IN RANGE THAT WAS NOT READ MEANS SOME KEYS MAY
005484*    SHOW AN OLDER COLOR, OR BE MISSING, IN THE SNAPSHOT.
005485     IF WS-GEN-MISSING-COUNT > ZERO
005486         DISPLAY 'COLASOF: ARCHIVE GENERATION NOT MOUNTED -'
005487             ' SNAPSHOT INCOMPLETE'
005488         MOVE 8 TO RETURN-CODE
005489     END-IF.
005490 5000-EXIT.
005500     EXIT.
005510
005511*-----------------------------------------------------------------
005512*8800-LOAD-CATALOG
005513*LOAD WS-GEN-TABLE FROM THE ARCHIVE CATALOG - EVERY GENERATION
005514*HOLDING ENTRIES DATED INSIDE WS-CATALOG-FROM-DATE THRU
005515*WS-CATALOG-TO-DATE, IN CATALOG (OLDEST FIRST) ORDER - THEN SEE
005516*THAT EACH ONE IS MOUNTED.  NO CATALOG YET MEANS THE ONE ARCHFL
005517*MOUNTED IS THE WHOLE ARCHIVE.  A CATALOG THAT CANNOT BE READ IS
005518*NOT PASSED OVER - READING ON WITHOUT IT WOULD GIVE A PARTIAL
005519*ANSWER WITH NOTHING TO SAY SO.
005520*-----------------------------------------------------------------
005521 8800-LOAD-CATALOG.
005522     MOVE ZERO TO WS-GEN-COUNT.
005523     MOVE ZERO TO WS-GEN-MISSING-COUNT.
005524     MOVE 'N'  TO WS-CATALOG-SW.
005525     MOVE 'N'  TO WS-CATALOG-EOF-SW.
005526     OPEN INPUT ARCHIVE-CATALOG-FILE.
005527     IF WS-ARCHCAT-STATUS = '35'
005528         MOVE 1          TO WS-GEN-COUNT
005529         MOVE ZERO       TO WS-GEN-NO (1)
005530         MOVE 'ARCHFL'   TO WS-GEN-NAME (1)
005531         MOVE 'ARCHSEAL' TO WS-GEN-SEAL-NAME (1)
005532     ELSE
005533         IF WS-ARCHCAT-STATUS NOT = '00'
005534             DISPLAY 'COLASOF: UNABLE TO OPEN ARCHIVE CATALOG,'
005535                 ' STATUS=' WS-ARCHCAT-STATUS
005536             MOVE 'E' TO WS-CATALOG-SW
005537         ELSE
005538             SET WS-CATALOG-FOUND TO TRUE
005539             PERFORM 8810-READ-CATALOG-ROW THRU 8810-EXIT
005540                 UNTIL WS-CATALOG-EOF
005541             CLOSE ARCHIVE-CATALOG-FILE
005542         END-IF
005543     END-IF.
005544     IF WS-CATALOG-BAD
005545         GO TO 9999-ABEND-EXIT
005546     END-IF.
005547     PERFORM 8820-CHECK-GENERATION THRU 8820-EXIT
005548         VARYING WS-GEN-IDX FROM 1 BY 1
005549         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
005550 8800-EXIT.
005551     EXIT.
005552
005553 8810-READ-CATALOG-ROW.
005554     READ ARCHIVE-CATALOG-FILE
005555         AT END
005556             SET WS-CATALOG-EOF TO TRUE
005557         NOT AT END
005558             PERFORM 8815-SELECT-GENERATION THRU 8815-EXIT
005559     END-READ.
005560 8810-EXIT.
005561     EXIT.
005562
005563*-----------------------------------------------------------------
005564*8815-SELECT-GENERATION
005565*A GENERATION WITH NO ENTRIES, OR WHOSE DATES LIE WHOLLY OUTSIDE
005566*THE RANGE, IS PASSED OVER.  A ROW THAT IS NOT A CATALOG ROW, OR
005567*MORE GENERATIONS THAN THE TABLE HOLDS, MAKES THE CATALOG BAD.
005568*-----------------------------------------------------------------
005569 8815-SELECT-GENERATION.
005570     IF NOT CT-GENERATION-ROW
005571         DISPLAY 'COLASOF: ARCHIVE CATALOG ROW NOT RECOGNISED'
005572         MOVE 'E' TO WS-CATALOG-SW
005573         SET WS-CATALOG-EOF TO TRUE
005574         GO TO 8815-EXIT
005575     END-IF.
005576     IF CT-ENTRY-COUNT = ZERO
005577        OR CT-LAST-DATE < WS-CATALOG-FROM-DATE
005578        OR CT-FIRST-DATE > WS-CATALOG-TO-DATE
005579         GO TO 8815-EXIT
005580     END-IF.
005581     IF WS-GEN-COUNT = 999
005582         DISPLAY 'COLASOF: MORE THAN 999 ARCHIVE GENERATIONS'
005583             ' IN RANGE'
005584         MOVE 'E' TO WS-CATALOG-SW
005585         SET WS-CATALOG-EOF TO TRUE
005586         GO TO 8815-EXIT
005587     END-IF.
005588     ADD 1 TO WS-GEN-COUNT.
005589     MOVE CT-GENERATION-NO   TO WS-GEN-NO (WS-GEN-COUNT).
005590     MOVE CT-GENERATION-NAME TO WS-GEN-NAME (WS-GEN-COUNT).
005591     MOVE CT-SEAL-NAME       TO WS-GEN-SEAL-NAME (WS-GEN-COUNT).
005592 8815-EXIT.
005593     EXIT.
005594
005595*-----------------------------------------------------------------
005596*8820-CHECK-GENERATION
005597*A CATALOGED GENERATION THAT IS NOT MOUNTED IS COUNTED MISSING
005598*AND NAMED ON THE CONSOLE SO THE OPERATOR KNOWS WHAT TO MOUNT.
005599*WITH NO CATALOG, NO ARCHFL MOUNTED JUST MEANS NOTHING OLDER TO
005600*READ.
005601*-----------------------------------------------------------------
005602 8820-CHECK-GENERATION.
005603     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
005604     OPEN INPUT ARCHIVE-AUDIT-FILE.
005605     IF WS-ARCH-STATUS = '00'
005606         MOVE 'Y' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX)
005607         CLOSE ARCHIVE-AUDIT-FILE
005608         GO TO 8820-EXIT
005609     END-IF.
005610     MOVE 'N' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX).
005611     IF WS-CATALOG-FOUND
005612         ADD 1 TO WS-GEN-MISSING-COUNT
005613         DISPLAY 'COLASOF: ARCHIVE GENERATION ' WS-GEN-FILE-ID
005614             ' NOT MOUNTED, STATUS=' WS-ARCH-STATUS
005615         DISPLAY 'COLASOF:   MOUNT ' WS-ARCH-DSN
005616     ELSE
005617         DISPLAY 'COLASOF: NO ARCHIVE AVAILABLE, STATUS='
005618             WS-ARCH-STATUS
005619     END-IF.
005620 8820-EXIT.
005621     EXIT.
005622
005623*-----------------------------------------------------------------
005624*8830-SET-GENERATION
005625*POINT THE ARCHIVE FILE AT TABLE ENTRY
005626*WS-GEN-IDX.  THE GENERATION IS KNOWN ON REPORTS AS GEN AND ITS
005627*NUMBER; GENERATION 0 IS THE ARCHFL TAKEN ON WHEN THE CATALOG WAS
005628*STARTED.
005629*-----------------------------------------------------------------
005630 8830-SET-GENERATION.
005631     MOVE WS-GEN-NAME (WS-GEN-IDX)      TO WS-ARCH-DSN.
005632     IF WS-GEN-NO (WS-GEN-IDX) = ZERO
005633         MOVE 'ARCHFL' TO WS-GEN-FILE-ID
005634     ELSE
005635         MOVE SPACES   TO WS-GEN-FILE-ID
005636         STRING 'GEN' WS-GEN-NO (WS-GEN-IDX) DELIMITED BY SIZE
005637             INTO WS-GEN-FILE-ID
005638     END-IF.
005639     PERFORM 8840-ALLOCATE-GENERATION THRU 8840-EXIT.
005640 8830-EXIT.
005641     EXIT.
005642
005643*-----------------------------------------------------------------
005644*8840-ALLOCATE-GENERATION
005645*ALLOCATE THE GENERATION IN HAND BY ITS CATALOGED NAME TO THE
005646*ARCHFL DD SO THE OPENS THAT FOLLOW READ IT.  WITH NO CATALOG
005647*NOTHING IS ALLOCATED - ARCHFL IS WHATEVER THE JCL MOUNTS, AS IT
005648*ALWAYS WAS.
005649*-----------------------------------------------------------------
005650 8840-ALLOCATE-GENERATION.
005651     IF NOT WS-CATALOG-FOUND
005652         GO TO 8840-EXIT
005653     END-IF.
005654     MOVE 'ARCHFL'    TO WS-ALLOC-DD.
005655     MOVE WS-ARCH-DSN TO WS-ALLOC-DSN.
005656     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
005657 8840-EXIT.
005658     EXIT.
005659
005660*-----------------------------------------------------------------
005661*8850-ALLOCATE-DD
005662*ALLOCATE DATA SET WS-ALLOC-DSN SHR TO DD WS-ALLOC-DD IN PLACE OF
005663*WHATEVER THE DD HELD.  A BLANK NAME, OR A DATA SET THAT CANNOT BE
005664*ALLOCATED, LEAVES THE DD FREED - THE OPEN THEN FINDS NOTHING AND
005665*THE FILE IS REPORTED MISSING, RATHER THAN READING A GENERATION
005666*ALLOCATED EARLIER IN ITS PLACE.
005667*-----------------------------------------------------------------
005668 8850-ALLOCATE-DD.
005669     IF WS-ALLOC-DSN = SPACES
005670         PERFORM 8860-FREE-DD THRU 8860-EXIT
005671         GO TO 8850-EXIT
005672     END-IF.
005673     MOVE SPACES TO WS-ALLOC-TEXT.
005674     MOVE 1      TO WS-ALLOC-PTR.
005675     STRING 'ALLOC DD('     DELIMITED BY SIZE
005676            WS-ALLOC-DD     DELIMITED BY SPACE
005677            ') DSN('''      DELIMITED BY SIZE
005678            WS-ALLOC-DSN    DELIMITED BY SPACE
005679            ''') SHR REUSE' DELIMITED BY SIZE
005680         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
005681     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
005682     IF WS-ALLOC-RC NOT = ZERO
005683         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
005684         DISPLAY 'COLASOF: UNABLE TO ALLOCATE ' WS-ALLOC-DSN
005685         DISPLAY 'COLASOF:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
005686             WS-ALLOC-RC-DISPLAY
005687         PERFORM 8860-FREE-DD THRU 8860-EXIT
005688     END-IF.
005689 8850-EXIT.
005690     EXIT.
005691
005692*-----------------------------------------------------------------
005693*8860-FREE-DD
005694*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
005695*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
005696*RESULT OF THE REQUEST BEFORE IT.
005697*-----------------------------------------------------------------
005698 8860-FREE-DD.
005699     MOVE SPACES TO WS-ALLOC-TEXT.
005700     MOVE 1      TO WS-ALLOC-PTR.
005701     STRING 'FREE DD('  DELIMITED BY SIZE
005702            WS-ALLOC-DD DELIMITED BY SPACE
005703            ')'         DELIMITED BY SIZE
005704         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
005705     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
005706     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
005707     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
005708 8860-EXIT.
005709     EXIT.
005710
005711*-----------------------------------------------------------------
005712*8870-CALL-BPXWDYN
005713*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
005714*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
005715*BACK AFTER THE CALL.
005716*-----------------------------------------------------------------
005717 8870-CALL-BPXWDYN.
005718     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
005719     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
005720     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
005721     MOVE RETURN-CODE TO WS-ALLOC-RC.
005722     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
005723 8870-EXIT.
005724     EXIT.
005725
005726 9999-ABEND-EXIT.
005727     CLOSE AUDIT-FILE ARCHIVE-AUDIT-FILE KEY-WORK-FILE
005728           SNAPSHOT-FILE ASOF-REPORT-FILE.
005729     MOVE 16 TO RETURN-CODE.
005730     STOP RUN.
