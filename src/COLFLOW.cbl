000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLFLOW.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-09-29.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-09-29  JPM   INITIAL VERSION.  COLOR FLOW AND DWELL REPORT.
000210*                  REPLAYS THE COLARCH ARCHIVE THEN THE LIVE
000220*                  AUDIT TRAIL, SAME ORDER AND SAME DISPATCH-
000230*                  BRANCH RULE AS COLASOF, AND FOR THE DATE
000240*                  RANGE ON FLOWCARD COUNTS EVERY DISPATCHED
000250*                  MOVE FROM ONE COLOR TO ANOTHER AS A FROM/TO
000260*                  MATRIX, SHOP-WIDE AND PER REGION.  EACH MOVE
000270*                  CLOSES THE KEY'S STAY IN ITS OLD COLOR, SO THE
000280*                  AVERAGE AND LONGEST STAY PER COLOR IS SHOWN,
000290*                  AND A KEY WHOSE MOVES KEEP GOING BACK AND
000300*                  FORTH BETWEEN THE SAME TWO COLORS IS LISTED AS
000310*                  BOUNCING.  NOTHING LIVE IS UPDATED.
000311*2026-10-09  JPM   REPLAYS EVERY ARCHIVE GENERATION ON THE
000312*                  GENERATION CATALOG (ARCHCAT) HOLDING ENTRIES UP
000313*                  TO THE END OF THE WINDOW, OLDEST FIRST, NOT
000314*                  JUST WHICHEVER ARCHFL HAPPENED TO BE MOUNTED.
000315*                  A CATALOGED GENERATION THAT IS NOT MOUNTED IS
000316*                  COUNTED ON THE REPORT AND ENDS THE RUN WITH
000317*                  RETURN CODE 8 - THE FLOWS ARE INCOMPLETE.
000318*2026-10-15  JPM   ARCHFL IS ASSIGNED TO ITS DD AGAIN.  EACH
000319*                  CATALOGED GENERATION IS ALLOCATED TO THAT DD BY
000320*                  NAME THROUGH BPXWDYN BEFORE IT IS OPENED.
000321*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400     SELECT ARCHIVE-AUDIT-FILE       ASSIGN TO ARCHFL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-ARCH-STATUS.
000422     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-ARCHCAT-STATUS.
000430     SELECT FLOW-WORK-FILE           ASSIGN TO FLOWWORK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS FW-KEY
000470         FILE STATUS IS WS-WORK-STATUS.
000480     SELECT FLOW-CARD-FILE           ASSIGN TO FLOWCARD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CARD-STATUS.
000510     SELECT FLOW-REPORT-FILE         ASSIGN TO FLOWRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------
000580*THE LIVE DISPATCH AUDIT TRAIL - REPLAYED AFTER THE ARCHIVE.
000590*----------------------------------------------------------------
000600 FD  AUDIT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY AUDIT-RECORD.
000630
000640*----------------------------------------------------------------
000650*ARCHIVED AUDIT ENTRIES ROLLED OFF THE LIVE FILE BY COLARCH -
000660*REPLAYED AHEAD OF THE LIVE FILE SO THE ENTRIES COME THROUGH
000670*OLDEST FIRST ACROSS THE TWO.
000680*----------------------------------------------------------------
000690 FD  ARCHIVE-AUDIT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDIT-RECORD
000720         REPLACING ==AUDIT-RECORD==   BY ==ARCH-AUDIT-RECORD==
000730                   ==AU-KEY==         BY ==AR-KEY==
000740                   ==AU-COLOR==       BY ==AR-COLOR==
000750                   ==AU-BRANCH-NAME== BY ==AR-BRANCH-NAME==
000760                   ==AU-TIMESTAMP==   BY ==AR-TIMESTAMP==
000770                   ==AU-DATE==        BY ==AR-DATE==
000780                   ==AU-TIME==        BY ==AR-TIME==.
000781
000782*----------------------------------------------------------------
000783*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
000784*WRITTEN, OLDEST FIRST.
000785*----------------------------------------------------------------
000786 FD  ARCHIVE-CATALOG-FILE
000787     LABEL RECORDS ARE STANDARD.
000788     COPY ARCHIVE-CATALOG-RECORD.
000790
000800*----------------------------------------------------------------
000810*KEYED SCRATCH FILE - ONE ROW PER KEY HOLDING ITS COLOR, THE DATE
000820*IT ENTERED THAT COLOR, AND ITS BACK-AND-FORTH HISTORY IN THE
000830*WINDOW - THE CURRENT RUN OF MOVES BETWEEN ONE PAIR OF COLORS
000840*AND THE LONGEST SUCH RUN SEEN.  A PAIR IS HELD LOWER BYTE FIRST
000850*SO R-TO-B AND B-TO-R ARE THE SAME PAIR.
000860*----------------------------------------------------------------
000870 FD  FLOW-WORK-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  FLOW-WORK-RECORD.
000900     05  FW-KEY                      PIC X(10).
000910     05  FW-COLOR                    PIC X(01).
000920     05  FW-ENTERED-DATE             PIC 9(08).
000930     05  FW-REGION                   PIC X(02).
000940     05  FW-PAIR-LOW                 PIC X(01).
000950     05  FW-PAIR-HIGH                PIC X(01).
000960     05  FW-RUN-MOVES                PIC 9(05).
000970     05  FW-MAX-RUN                  PIC 9(05).
000980     05  FW-MAX-LOW                  PIC X(01).
000990     05  FW-MAX-HIGH                 PIC X(01).
001000     05  FW-WINDOW-MOVES             PIC 9(05).
001010     05  FILLER                      PIC X(40).
001020
001030*----------------------------------------------------------------
001040*FLOW CARD - REQUIRED.  FROM AND TO DATE (CCYYMMDD) OF THE
001050*WINDOW, THEN THE NUMBER OF MOVES BETWEEN THE SAME TWO COLORS IN
001060*A ROW THAT MAKES A KEY A BOUNCER (BLANK OR ZERO MEANS 3 - THERE,
001070*BACK AND THERE AGAIN).
001080*----------------------------------------------------------------
001090 FD  FLOW-CARD-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  FLOW-CARD-RECORD.
001120     05  FC-FROM-DATE                PIC 9(08).
001130     05  FC-TO-DATE                  PIC 9(08).
001140     05  FC-BOUNCE-LIMIT             PIC 9(02).
001150     05  FILLER                      PIC X(62).
001160
001170*----------------------------------------------------------------
001180*FLOW REPORT - A TITLE, ONE FROM/TO MATRIX PER REGION, THE DWELL
001190*LINES, THE BOUNCING KEYS, THEN THE REPLAY COUNTS.  THE 01
001200*LEVELS ARE ALTERNATE VIEWS OF THE SAME RECORD AREA.
001210*----------------------------------------------------------------
001220 FD  FLOW-REPORT-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  FLOW-TITLE-LINE.
001250     05  FT-TITLE                    PIC X(30).
001260     05  FT-FROM-DATE                PIC 9(08).
001270     05  FILLER                      PIC X(04).
001280     05  FT-TO-DATE                  PIC 9(08).
001290     05  FILLER                      PIC X(30).
001300 01  FLOW-MATRIX-LINE.
001310     05  FM-NAME                     PIC X(10).
001320     05  FM-CELL-GROUP OCCURS 4 TIMES.
001330         10  FILLER                  PIC X(02).
001340         10  FM-CELL                 PIC ZZZ,ZZZ,ZZ9.
001350     05  FILLER                      PIC X(02).
001360     05  FM-TOTAL                    PIC ZZZ,ZZZ,ZZ9.
001370     05  FILLER                      PIC X(05).
001380 01  FLOW-HEADING-LINE.
001390     05  FH-NAME                     PIC X(10).
001400     05  FH-COL-GROUP OCCURS 4 TIMES.
001410         10  FILLER                  PIC X(02).
001420         10  FH-COL                  PIC X(11).
001430     05  FILLER                      PIC X(02).
001440     05  FH-TOTAL                    PIC X(11).
001450     05  FILLER                      PIC X(05).
001460 01  FLOW-DWELL-LINE.
001470     05  FD-NAME                     PIC X(10).
001480     05  FILLER                      PIC X(02).
001490     05  FD-STAYS                    PIC ZZZ,ZZZ,ZZ9.
001500     05  FILLER                      PIC X(02).
001510     05  FD-AVERAGE                  PIC ZZZ,ZZ9.9.
001520     05  FILLER                      PIC X(02).
001530     05  FD-LONGEST                  PIC ZZZ,ZZ9.
001540     05  FILLER                      PIC X(02).
001550     05  FD-LONGEST-KEY              PIC X(10).
001560     05  FILLER                      PIC X(25).
001570 01  FLOW-BOUNCE-LINE.
001580     05  FB-KEY                      PIC X(10).
001590     05  FILLER                      PIC X(02).
001600     05  FB-REGION                   PIC X(02).
001610     05  FILLER                      PIC X(02).
001620     05  FB-COLOR-LOW                PIC X(01).
001630     05  FB-SLASH                    PIC X(01).
001640     05  FB-COLOR-HIGH               PIC X(01).
001650     05  FILLER                      PIC X(02).
001660     05  FB-MOVES                    PIC ZZZZ9.
001670     05  FILLER                      PIC X(02).
001680     05  FB-WINDOW-MOVES             PIC ZZZZ9.
001690     05  FILLER                      PIC X(02).
001700     05  FB-FLAG                     PIC X(08).
001710     05  FILLER                      PIC X(37).
001720 01  FLOW-COUNT-LINE.
001730     05  FK-LABEL                    PIC X(30).
001740     05  FK-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001750     05  FILLER                      PIC X(39).
001760
001770 WORKING-STORAGE SECTION.
001780*----------------------------------------------------------------
001790*COLOR STATUS BYTE AND ITS CONDITION NAMES - USED TO FIND THE
001800*MATRIX ROW AND COLUMN OF A MOVE.
001810*----------------------------------------------------------------
001820 01  COLOR-CODE                      PIC X(01).
001830     COPY COLOR-STATUS-CODES.
001840     COPY NON-USED-BROWN.
001850
001860 77  WS-AUDIT-STATUS                 PIC X(02).
001870 77  WS-ARCH-STATUS                  PIC X(02).
001880 77  WS-WORK-STATUS                  PIC X(02).
001890 77  WS-CARD-STATUS                  PIC X(02).
001900 77  WS-RPT-STATUS                   PIC X(02).
001910
001920 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
001930     88  WS-AUDIT-EOF                           VALUE 'Y'.
001940 77  WS-ARCH-EOF-SW                  PIC X(01) VALUE 'N'.
001950     88  WS-ARCH-EOF                            VALUE 'Y'.
001960 77  WS-WORK-EOF-SW                  PIC X(01) VALUE 'N'.
001970     88  WS-WORK-EOF                            VALUE 'Y'.
001980 77  WS-RECLASS-SW                   PIC X(01) VALUE 'N'.
001990     88  WS-RECLASS-ENTRY                       VALUE 'Y'.
002000
002010*----------------------------------------------------------------
002020*THE WINDOW AND BOUNCE LIMIT FROM THE CARD.
002030*----------------------------------------------------------------
002040 77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
002050 77  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
002060 77  WS-BOUNCE-LIMIT                 PIC 9(02) VALUE 3.
002070
002080*----------------------------------------------------------------
002090*THE ENTRY IN HAND, COMMON TO BOTH FILES.
002100*----------------------------------------------------------------
002110 77  WS-REPLAY-BRANCH                PIC X(25).
002120 77  WS-REPLAY-KEY                   PIC X(10).
002130 77  WS-REPLAY-COLOR                 PIC X(01).
002140 77  WS-REPLAY-DATE                  PIC 9(08).
002150 77  WS-REPLAY-TIME                  PIC 9(08).
002160 77  WS-REPLAY-REGION                PIC X(02).
002170
002180*----------------------------------------------------------------
002190*FROM/TO MATRIX - REGION ROW 1 IS SHOP-WIDE, 2-5 ARE '01', '02',
002200*'03' AND '**' FOR ANYTHING ELSE; FROM AND TO ARE YELLOW, GREEN,
002210*RED, BROWN.  A MOVE IS CHARGED TO THE REGION ON THE DISPATCH
002220*THAT MADE IT.
002230*----------------------------------------------------------------
002240 01  WS-FLOW-TABLE.
002250     05  WS-FLOW-RGN OCCURS 5 TIMES.
002260         10  WS-FLOW-FROM OCCURS 4 TIMES.
002270             15  WS-FLOW-CELL OCCURS 4 TIMES
002280                                     PIC 9(09) COMP VALUE ZERO.
002290 01  WS-RGN-NAME-LIST                PIC X(15)
002300                                     VALUE 'ALL01 02 03 ** '.
002310 01  WS-RGN-NAME-TABLE REDEFINES WS-RGN-NAME-LIST.
002320     05  WS-RGN-NAME OCCURS 5 TIMES  PIC X(03).
002330 01  WS-COLOR-NAME-LIST.
002340     05  FILLER                      PIC X(10) VALUE 'YELLOW'.
002350     05  FILLER                      PIC X(10) VALUE 'GREEN'.
002360     05  FILLER                      PIC X(10) VALUE 'RED'.
002370     05  FILLER                      PIC X(10) VALUE 'BROWN'.
002380 01  WS-COLOR-NAME-TABLE REDEFINES WS-COLOR-NAME-LIST.
002390     05  WS-COLOR-NAME OCCURS 4 TIMES PIC X(10).
002400
002410*----------------------------------------------------------------
002420*DWELL TALLIES PER COLOR - STAYS ENDED BY A MOVE IN THE WINDOW,
002430*THEIR TOTAL DAYS, AND THE LONGEST STAY AND WHOSE IT WAS.
002440*----------------------------------------------------------------
002450 01  WS-DWELL-TABLE.
002460     05  WS-DWELL-ROW OCCURS 4 TIMES.
002470         10  WS-DWELL-STAYS          PIC 9(09) COMP VALUE ZERO.
002480         10  WS-DWELL-DAYS           PIC 9(11) COMP VALUE ZERO.
002490         10  WS-DWELL-LONGEST        PIC 9(07) COMP VALUE ZERO.
002500         10  WS-DWELL-LONGEST-KEY    PIC X(10) VALUE SPACES.
002510
002520 77  WS-RGN-IDX                      PIC 9(02) COMP.
002530 77  WS-FROM-IDX                     PIC 9(02) COMP.
002540 77  WS-TO-IDX                       PIC 9(02) COMP.
002550 77  WS-CLR-IDX                      PIC 9(02) COMP.
002560 77  WS-ROW-TOTAL                    PIC 9(09) COMP.
002570 77  WS-GRAND-TOTAL                  PIC 9(09) COMP.
002580 01  WS-COLUMN-TOTALS.
002590     05  WS-COLUMN-TOTAL OCCURS 4 TIMES
002600                                     PIC 9(09) COMP.
002610 77  WS-STAY-DAYS                    PIC S9(07) COMP.
002620 77  WS-AVERAGE-DAYS                 PIC 9(07)V9 COMP.
002630 77  WS-MOVE-LOW                     PIC X(01).
002640 77  WS-MOVE-HIGH                    PIC X(01).
002650
002660 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
002670 77  WS-LATER-COUNT                  PIC 9(09) COMP VALUE ZERO.
002680 77  WS-REPLAYED-COUNT               PIC 9(09) COMP VALUE ZERO.
002690 77  WS-MOVE-COUNT                   PIC 9(09) COMP VALUE ZERO.
002700 77  WS-RECLASS-COUNT                PIC 9(09) COMP VALUE ZERO.
002710 77  WS-BOUNCER-COUNT                PIC 9(09) COMP VALUE ZERO.
002720
002721*----------------------------------------------------------------
002722*ARCHIVE CATALOG CONTROLS - THE GENERATIONS TO BE READ (THOSE
002723*WHOSE DATES OVERLAP THE RANGE ASKED FOR, OLDEST FIRST), WHETHER
002724*EACH ONE IS MOUNTED, AND THE NAMES THE GENERATION IN HAND IS
002725*OPENED UNDER.  WITH NO CATALOG YET THE ONE GENERATION IS
002726*WHATEVER ARCHFL IS MOUNTED, AS IT ALWAYS WAS.
002727*----------------------------------------------------------------
002728 77  WS-ARCHCAT-STATUS               PIC X(02).
002729 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
002730     88  WS-CATALOG-EOF                         VALUE 'Y'.
002731 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
002732     88  WS-CATALOG-FOUND                       VALUE 'Y'.
002733     88  WS-CATALOG-BAD                         VALUE 'E'.
002734 77  WS-CATALOG-FROM-DATE            PIC 9(08) VALUE ZERO.
002735 77  WS-CATALOG-TO-DATE              PIC 9(08) VALUE 99999999.
002736 77  WS-GEN-COUNT                    PIC 9(04) COMP VALUE ZERO.
002737 77  WS-GEN-IDX                      PIC 9(04) COMP VALUE ZERO.
002738 77  WS-GEN-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
002739 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
002740 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
002741 01  WS-GEN-TABLE.
002742     05  WS-GEN-ENTRY OCCURS 999 TIMES.
002743         10  WS-GEN-NO               PIC 9(04).
002744         10  WS-GEN-NAME             PIC X(44).
002745         10  WS-GEN-SEAL-NAME        PIC X(44).
002746         10  WS-GEN-MOUNTED-SW       PIC X(01).
002747             88  WS-GEN-MOUNTED          VALUE 'Y'.
002748*----------------------------------------------------------------
002749*DYNAMIC ALLOCATION - THE GENERATION IN HAND IS ALLOCATED BY ITS
002750*CATALOGED NAME TO THE ARCHFL DD THROUGH BPXWDYN, WHICH TAKES THE
002751*REQUEST AS A HALFWORD LENGTH FOLLOWED BY THE TEXT.
002752*----------------------------------------------------------------
002753 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
002754 77  WS-ALLOC-DD                     PIC X(08).
002755 77  WS-ALLOC-DSN                    PIC X(44).
002756 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
002757 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
002758 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
002759 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
002760 01  WS-ALLOC-REQUEST.
002761     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
002762     05  WS-ALLOC-TEXT               PIC X(120).
002763
002764 PROCEDURE DIVISION.
002765*================================================================
002766*0000-MAINLINE
002767*REPLAY THE ARCHIVE THEN THE LIVE TRAIL UP TO THE END OF THE
002770*WINDOW, THEN REPORT THE MATRICES, THE DWELL TIMES, THE BOUNCING
002780*KEYS AND THE REPLAY COUNTS.
002790*================================================================
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
002830     PERFORM 2500-REPLAY-LIVE-AUDIT THRU 2500-EXIT.
002840     PERFORM 3000-WRITE-MATRICES THRU 3000-EXIT.
002850     PERFORM 3500-WRITE-DWELL THRU 3500-EXIT.
002860     PERFORM 4000-LIST-BOUNCERS THRU 4000-EXIT.
002870     PERFORM 4500-WRITE-COUNTS THRU 4500-EXIT.
002880     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002890     STOP RUN.
002900
002910 1000-INITIALIZE.
002920     PERFORM 1100-READ-FLOW-CARD THRU 1100-EXIT.
002921*    EVERY GENERATION UP TO THE END OF THE WINDOW IS NEEDED, NOT
002922*    JUST THOSE INSIDE IT - A STAY THAT BEGAN BEFORE THE WINDOW IS
002923*    MEASURED FROM WHEN IT BEGAN.
002924     MOVE WS-TO-DATE TO WS-CATALOG-TO-DATE.
002925     PERFORM 8800-LOAD-CATALOG THRU 8800-EXIT.
002930*    CREATE THE WORK FILE EMPTY AND REOPEN I-O, SAME AS COLASOF -
002940*    THE OPEN OUTPUT ALSO CLEARS ANY SCRATCH FROM A PRIOR RUN.
002950     OPEN OUTPUT FLOW-WORK-FILE.
002960     IF WS-WORK-STATUS = '00'
002970         CLOSE FLOW-WORK-FILE
002980         OPEN I-O FLOW-WORK-FILE
002990     END-IF.
003000     IF WS-WORK-STATUS NOT = '00'
003010         DISPLAY 'COLFLOW: UNABLE TO OPEN FLOW WORK FILE,'
003020             ' STATUS=' WS-WORK-STATUS
003030         GO TO 9999-ABEND-EXIT
003040     END-IF.
003050     OPEN OUTPUT FLOW-REPORT-FILE.
003060     IF WS-RPT-STATUS NOT = '00'
003070         DISPLAY 'COLFLOW: UNABLE TO OPEN REPORT, STATUS='
003080             WS-RPT-STATUS
003090         GO TO 9999-ABEND-EXIT
003100     END-IF.
003110     DISPLAY 'COLFLOW: COLOR FLOW FROM ' WS-FROM-DATE
003120         ' TO ' WS-TO-DATE.
003130 1000-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------------
003170*1100-READ-FLOW-CARD
003180*THE CARD MUST BE THERE WITH TWO NUMERIC, NON-ZERO DATES IN
003190*ORDER - THERE IS NO SENSIBLE DEFAULT WINDOW.
003200*-----------------------------------------------------------------
003210 1100-READ-FLOW-CARD.
003220     OPEN INPUT FLOW-CARD-FILE.
003230     IF WS-CARD-STATUS NOT = '00'
003240         DISPLAY 'COLFLOW: NO FLOW CARD, STATUS=' WS-CARD-STATUS
003250         GO TO 9999-ABEND-EXIT
003260     END-IF.
003270     READ FLOW-CARD-FILE
003280         AT END
003290             CONTINUE
003300     END-READ.
003310     IF WS-CARD-STATUS = '00'
003320         IF FC-FROM-DATE NUMERIC AND FC-TO-DATE NUMERIC
003330             MOVE FC-FROM-DATE TO WS-FROM-DATE
003340             MOVE FC-TO-DATE   TO WS-TO-DATE
003350         END-IF
003360         IF FC-BOUNCE-LIMIT NUMERIC AND FC-BOUNCE-LIMIT > ZERO
003370             MOVE FC-BOUNCE-LIMIT TO WS-BOUNCE-LIMIT
003380         END-IF
003390     END-IF.
003400     CLOSE FLOW-CARD-FILE.
003410     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
003420         DISPLAY 'COLFLOW: FLOW CARD EMPTY OR DATES NOT NUMERIC'
003430         GO TO 9999-ABEND-EXIT
003440     END-IF.
003450     IF WS-FROM-DATE > WS-TO-DATE
003460         DISPLAY 'COLFLOW: FROM DATE IS AFTER TO DATE ON THE CARD'
003470         GO TO 9999-ABEND-EXIT
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------------
003530*2000-REPLAY-ARCHIVE
003536*THE GENERATIONS GO IN CATALOG ORDER, OLDEST FIRST.  A GENERATION
003542*NOT MOUNTED WAS COUNTED WHEN THE CATALOG WAS LOADED AND IS
003548*PASSED OVER HERE.  WITH NO CATALOG, NO ARCHFL MOUNTED IS NOT AN
003554*ERROR, JUST NOTHING OLDER TO REPLAY - SAME AS COLASOF.
003560*-----------------------------------------------------------------
003570 2000-REPLAY-ARCHIVE.
003571     PERFORM 2050-REPLAY-GENERATION THRU 2050-EXIT
003572         VARYING WS-GEN-IDX FROM 1 BY 1
003573         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
003574 2000-EXIT.
003575     EXIT.
003576
003577 2050-REPLAY-GENERATION.
003578     IF NOT WS-GEN-MOUNTED (WS-GEN-IDX)
003579         GO TO 2050-EXIT
003580     END-IF.
003581     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
003582     MOVE 'N' TO WS-ARCH-EOF-SW.
003583     OPEN INPUT ARCHIVE-AUDIT-FILE.
003590     IF WS-ARCH-STATUS NOT = '00'
003600         DISPLAY 'COLFLOW: UNABLE TO OPEN ARCHIVE GENERATION '
003610             WS-GEN-FILE-ID ', STATUS=' WS-ARCH-STATUS
003620         GO TO 9999-ABEND-EXIT
003630     END-IF.
003640     PERFORM 2100-REPLAY-ARCHIVE-ENTRY THRU 2100-EXIT
003650         UNTIL WS-ARCH-EOF.
003660     CLOSE ARCHIVE-AUDIT-FILE.
003670 2050-EXIT.
003680     EXIT.
003690
003700 2100-REPLAY-ARCHIVE-ENTRY.
003710     READ ARCHIVE-AUDIT-FILE
003720         AT END
003730             SET WS-ARCH-EOF TO TRUE
003740         NOT AT END
003750             MOVE AR-KEY         TO WS-REPLAY-KEY
003760             MOVE AR-COLOR       TO WS-REPLAY-COLOR
003770             MOVE AR-BRANCH-NAME TO WS-REPLAY-BRANCH
003780             MOVE AR-DATE        TO WS-REPLAY-DATE
003790             MOVE AR-TIME        TO WS-REPLAY-TIME
003800             MOVE AU-SOURCE-REGION OF ARCH-AUDIT-RECORD
003810                                 TO WS-REPLAY-REGION
003820             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
003830     END-READ.
003840 2100-EXIT.
003850     EXIT.
003860
003870 2500-REPLAY-LIVE-AUDIT.
003880     OPEN INPUT AUDIT-FILE.
003890     IF WS-AUDIT-STATUS NOT = '00'
003900         DISPLAY 'COLFLOW: UNABLE TO OPEN AUDIT FILE, STATUS='
003910             WS-AUDIT-STATUS
003920         GO TO 9999-ABEND-EXIT
003930     END-IF.
003940     PERFORM 2600-REPLAY-LIVE-ENTRY THRU 2600-EXIT
003950         UNTIL WS-AUDIT-EOF.
003960     CLOSE AUDIT-FILE.
003970     DISPLAY 'COLFLOW: ' WS-MOVE-COUNT
003980         ' COLOR MOVES IN THE WINDOW'.
003990 2500-EXIT.
004000     EXIT.
004010
004020 2600-REPLAY-LIVE-ENTRY.
004030     READ AUDIT-FILE
004040         AT END
004050             SET WS-AUDIT-EOF TO TRUE
004060         NOT AT END
004070             MOVE AU-KEY         TO WS-REPLAY-KEY
004080             MOVE AU-COLOR       TO WS-REPLAY-COLOR
004090             MOVE AU-BRANCH-NAME TO WS-REPLAY-BRANCH
004100             MOVE AU-DATE        TO WS-REPLAY-DATE
004110             MOVE AU-TIME        TO WS-REPLAY-TIME
004120             MOVE AU-SOURCE-REGION OF AUDIT-RECORD
004130                                 TO WS-REPLAY-REGION
004140             PERFORM 2700-POST-REPLAY-ENTRY THRU 2700-EXIT
004150     END-READ.
004160 2600-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------------
004200*2700-POST-REPLAY-ENTRY
004210*ENTRIES AFTER THE WINDOW HAVE NOT HAPPENED YET AS FAR AS THIS
004220*REPORT GOES.  ONLY THE FOUR DISPATCH BRANCHES AND COLRECL'S
004230*RECLASSIFICATION BRANCH MOVE A KEY.  ENTRIES BEFORE THE WINDOW
004240*STILL SET THE KEY'S COLOR AND WHEN IT ENTERED IT, SO A STAY THAT
004250*BEGAN BEFORE THE WINDOW IS MEASURED IN FULL.  A DISPATCH IN THE
004260*SAME COLOR IS NOT A MOVE - THE STAY GOES ON.  A RECLASSIFICATION
004270*STARTS A NEW STAY BUT WAS NOT DISPATCHED, SO IT IS NOT COUNTED
004280*AS A MOVE AND BREAKS ANY BACK-AND-FORTH RUN.
004290*-----------------------------------------------------------------
004300 2700-POST-REPLAY-ENTRY.
004310     ADD 1 TO WS-READ-COUNT.
004320     IF WS-REPLAY-DATE > WS-TO-DATE
004330         ADD 1 TO WS-LATER-COUNT
004340         GO TO 2700-EXIT
004350     END-IF.
004360     IF WS-REPLAY-BRANCH = 'RECLASSIFIED-ADMIN'
004370         SET WS-RECLASS-ENTRY TO TRUE
004380     ELSE
004390         MOVE 'N' TO WS-RECLASS-SW
004400         IF WS-REPLAY-BRANCH NOT = 'YELLOW-DISPATCHED'
004410            AND WS-REPLAY-BRANCH NOT = 'GREEN-REVIEWED-CLEAR'
004420            AND WS-REPLAY-BRANCH NOT = 'RED-DISPATCHED'
004430            AND WS-REPLAY-BRANCH NOT = 'BROWN-UNDER-INVESTIGATION'
004440             GO TO 2700-EXIT
004450         END-IF
004460     END-IF.
004470     ADD 1 TO WS-REPLAYED-COUNT.
004480     MOVE WS-REPLAY-KEY TO FW-KEY.
004490     READ FLOW-WORK-FILE
004500         INVALID KEY
004510             PERFORM 2750-FIRST-SIGHT THRU 2750-EXIT
004520             GO TO 2700-EXIT
004530     END-READ.
004540     IF WS-REPLAY-COLOR = FW-COLOR
004550         MOVE WS-REPLAY-REGION TO FW-REGION
004556         PERFORM 2780-REWRITE-WORK-ROW THRU 2780-EXIT
004562         GO TO 2700-EXIT
004570     END-IF.
004580     IF WS-RECLASS-ENTRY
004590         IF WS-REPLAY-DATE NOT < WS-FROM-DATE
004600             ADD 1 TO WS-RECLASS-COUNT
004610         END-IF
004620         MOVE SPACES TO FW-PAIR-LOW FW-PAIR-HIGH
004630         MOVE ZERO   TO FW-RUN-MOVES
004640     ELSE
004650         IF WS-REPLAY-DATE NOT < WS-FROM-DATE
004660             PERFORM 2800-COUNT-MOVE THRU 2800-EXIT
004670         END-IF
004680     END-IF.
004690     MOVE WS-REPLAY-COLOR  TO FW-COLOR.
004700     MOVE WS-REPLAY-DATE   TO FW-ENTERED-DATE.
004710     MOVE WS-REPLAY-REGION TO FW-REGION.
004720     PERFORM 2780-REWRITE-WORK-ROW THRU 2780-EXIT.
004790 2700-EXIT.
004800     EXIT.
004810
004820 2750-FIRST-SIGHT.
004830     MOVE SPACES           TO FLOW-WORK-RECORD.
004840     MOVE WS-REPLAY-KEY    TO FW-KEY.
004850     MOVE WS-REPLAY-COLOR  TO FW-COLOR.
004860     MOVE WS-REPLAY-DATE   TO FW-ENTERED-DATE.
004870     MOVE WS-REPLAY-REGION TO FW-REGION.
004880     MOVE ZERO TO FW-RUN-MOVES FW-MAX-RUN FW-WINDOW-MOVES.
004890     WRITE FLOW-WORK-RECORD.
004900     IF WS-WORK-STATUS NOT = '00'
004910         DISPLAY 'COLFLOW: FLOW WORK FILE ERROR, STATUS='
004920             WS-WORK-STATUS
004930         GO TO 9999-ABEND-EXIT
004940     END-IF.
004950 2750-EXIT.
004960     EXIT.
004961
004962 2780-REWRITE-WORK-ROW.
004963     REWRITE FLOW-WORK-RECORD.
004964     IF WS-WORK-STATUS NOT = '00'
004965         DISPLAY 'COLFLOW: FLOW WORK FILE ERROR, STATUS='
004966             WS-WORK-STATUS
004967         GO TO 9999-ABEND-EXIT
004968     END-IF.
004969 2780-EXIT.
004970     EXIT.
004971
004980*-----------------------------------------------------------------
004990*2800-COUNT-MOVE
005000*A DISPATCHED MOVE IN THE WINDOW - FW-COLOR STILL HOLDS THE OLD
005010*COLOR.  CHARGE THE MATRIX, CLOSE THE STAY IN THE OLD COLOR
005020*(DAYS BY THE DATE INTRINSICS, SAME AS COLARCH'S CUTOFF), AND
005030*CARRY THE BACK-AND-FORTH RUN ON OR START A NEW ONE.
005040*-----------------------------------------------------------------
005050 2800-COUNT-MOVE.
005060     ADD 1 TO WS-MOVE-COUNT FW-WINDOW-MOVES.
005070     MOVE FW-COLOR TO COLOR-CODE.
005080     PERFORM 2850-FIND-COLOR-INDEX THRU 2850-EXIT.
005090     MOVE WS-CLR-IDX TO WS-FROM-IDX.
005100     MOVE WS-REPLAY-COLOR TO COLOR-CODE.
005110     PERFORM 2850-FIND-COLOR-INDEX THRU 2850-EXIT.
005120     MOVE WS-CLR-IDX TO WS-TO-IDX.
005130     EVALUATE WS-REPLAY-REGION
005140         WHEN '01'
005150             MOVE 2 TO WS-RGN-IDX
005160         WHEN '02'
005170             MOVE 3 TO WS-RGN-IDX
005180         WHEN '03'
005190             MOVE 4 TO WS-RGN-IDX
005200         WHEN OTHER
005210             MOVE 5 TO WS-RGN-IDX
005220     END-EVALUATE.
005230     ADD 1 TO WS-FLOW-CELL(1, WS-FROM-IDX, WS-TO-IDX).
005240     ADD 1 TO WS-FLOW-CELL(WS-RGN-IDX, WS-FROM-IDX, WS-TO-IDX).
005250     COMPUTE WS-STAY-DAYS =
005260         FUNCTION INTEGER-OF-DATE(WS-REPLAY-DATE)
005270         - FUNCTION INTEGER-OF-DATE(FW-ENTERED-DATE).
005280     IF WS-STAY-DAYS < ZERO
005290         MOVE ZERO TO WS-STAY-DAYS
005300     END-IF.
005310     ADD 1 TO WS-DWELL-STAYS(WS-FROM-IDX).
005320     ADD WS-STAY-DAYS TO WS-DWELL-DAYS(WS-FROM-IDX).
005330     IF WS-STAY-DAYS > WS-DWELL-LONGEST(WS-FROM-IDX)
005340        OR WS-DWELL-LONGEST-KEY(WS-FROM-IDX) = SPACES
005350         MOVE WS-STAY-DAYS TO WS-DWELL-LONGEST(WS-FROM-IDX)
005360         MOVE FW-KEY       TO WS-DWELL-LONGEST-KEY(WS-FROM-IDX)
005370     END-IF.
005380     IF FW-COLOR < WS-REPLAY-COLOR
005390         MOVE FW-COLOR        TO WS-MOVE-LOW
005400         MOVE WS-REPLAY-COLOR TO WS-MOVE-HIGH
005410     ELSE
005420         MOVE WS-REPLAY-COLOR TO WS-MOVE-LOW
005430         MOVE FW-COLOR        TO WS-MOVE-HIGH
005440     END-IF.
005450     IF WS-MOVE-LOW = FW-PAIR-LOW AND WS-MOVE-HIGH = FW-PAIR-HIGH
005460         ADD 1 TO FW-RUN-MOVES
005470     ELSE
005480         MOVE WS-MOVE-LOW  TO FW-PAIR-LOW
005490         MOVE WS-MOVE-HIGH TO FW-PAIR-HIGH
005500         MOVE 1 TO FW-RUN-MOVES
005510     END-IF.
005520     IF FW-RUN-MOVES > FW-MAX-RUN
005530         MOVE FW-RUN-MOVES TO FW-MAX-RUN
005540         MOVE FW-PAIR-LOW  TO FW-MAX-LOW
005550         MOVE FW-PAIR-HIGH TO FW-MAX-HIGH
005560     END-IF.
005570 2800-EXIT.
005580     EXIT.
005590
005600 2850-FIND-COLOR-INDEX.
005610     EVALUATE TRUE
005620         WHEN COL-YELLOW
005630             MOVE 1 TO WS-CLR-IDX
005640         WHEN COL-GREEN
005650             MOVE 2 TO WS-CLR-IDX
005660         WHEN COL-RED
005670             MOVE 3 TO WS-CLR-IDX
005680         WHEN COL-BROWN
005690             MOVE 4 TO WS-CLR-IDX
005700     END-EVALUATE.
005710 2850-EXIT.
005720     EXIT.
005730
005740*-----------------------------------------------------------------
005750*3000-WRITE-MATRICES
005760*ONE BLOCK PER REGION ROW - A HEADING OF TO-COLORS, ONE LINE PER
005770*FROM-COLOR WITH ITS ROW TOTAL, THEN THE COLUMN TOTALS.
005780*-----------------------------------------------------------------
005790 3000-WRITE-MATRICES.
005800     MOVE SPACES TO FLOW-TITLE-LINE.
005810     MOVE 'COLOR FLOW MATRIX - FROM/TO' TO FT-TITLE.
005820     MOVE WS-FROM-DATE TO FT-FROM-DATE.
005830     MOVE WS-TO-DATE   TO FT-TO-DATE.
005840     WRITE FLOW-TITLE-LINE.
005850     PERFORM 3100-WRITE-REGION-MATRIX THRU 3100-EXIT
005860         VARYING WS-RGN-IDX FROM 1 BY 1
005870         UNTIL WS-RGN-IDX > 5.
005880 3000-EXIT.
005890     EXIT.
005900
005910 3100-WRITE-REGION-MATRIX.
005920     MOVE SPACES TO FLOW-TITLE-LINE.
005930     WRITE FLOW-TITLE-LINE.
005940     MOVE SPACES TO FLOW-HEADING-LINE.
005950     MOVE SPACES TO FH-NAME.
005960     STRING 'REGION '              DELIMITED BY SIZE
005970            WS-RGN-NAME(WS-RGN-IDX) DELIMITED BY SPACE
005980         INTO FH-NAME.
005990     PERFORM 3110-SET-HEADING-COLUMN THRU 3110-EXIT
006000         VARYING WS-TO-IDX FROM 1 BY 1
006010         UNTIL WS-TO-IDX > 4.
006020     MOVE '      TOTAL' TO FH-TOTAL.
006030     WRITE FLOW-HEADING-LINE.
006040     MOVE ZERO TO WS-GRAND-TOTAL.
006050     INITIALIZE WS-COLUMN-TOTALS.
006060     PERFORM 3200-WRITE-FROM-ROW THRU 3200-EXIT
006070         VARYING WS-FROM-IDX FROM 1 BY 1
006080         UNTIL WS-FROM-IDX > 4.
006090     MOVE SPACES TO FLOW-MATRIX-LINE.
006100     MOVE '*TOTAL*' TO FM-NAME.
006110     PERFORM 3220-SET-TOTAL-CELL THRU 3220-EXIT
006120         VARYING WS-TO-IDX FROM 1 BY 1
006130         UNTIL WS-TO-IDX > 4.
006140     MOVE WS-GRAND-TOTAL TO FM-TOTAL.
006150     WRITE FLOW-MATRIX-LINE.
006160 3100-EXIT.
006170     EXIT.
006180
006190 3110-SET-HEADING-COLUMN.
006200     MOVE WS-COLOR-NAME(WS-TO-IDX) TO FH-COL(WS-TO-IDX).
006210 3110-EXIT.
006220     EXIT.
006230
006240 3200-WRITE-FROM-ROW.
006250     MOVE SPACES TO FLOW-MATRIX-LINE.
006260     MOVE WS-COLOR-NAME(WS-FROM-IDX) TO FM-NAME.
006270     MOVE ZERO TO WS-ROW-TOTAL.
006280     PERFORM 3210-SET-MATRIX-CELL THRU 3210-EXIT
006290         VARYING WS-TO-IDX FROM 1 BY 1
006300         UNTIL WS-TO-IDX > 4.
006310     MOVE WS-ROW-TOTAL TO FM-TOTAL.
006320     ADD WS-ROW-TOTAL TO WS-GRAND-TOTAL.
006330     WRITE FLOW-MATRIX-LINE.
006340 3200-EXIT.
006350     EXIT.
006360
006370 3210-SET-MATRIX-CELL.
006380     MOVE WS-FLOW-CELL(WS-RGN-IDX, WS-FROM-IDX, WS-TO-IDX)
006390         TO FM-CELL(WS-TO-IDX).
006400     ADD WS-FLOW-CELL(WS-RGN-IDX, WS-FROM-IDX, WS-TO-IDX)
006410         TO WS-ROW-TOTAL WS-COLUMN-TOTAL(WS-TO-IDX).
006420 3210-EXIT.
006430     EXIT.
006440
006450 3220-SET-TOTAL-CELL.
006460     MOVE WS-COLUMN-TOTAL(WS-TO-IDX) TO FM-CELL(WS-TO-IDX).
006470 3220-EXIT.
006480     EXIT.
006490
006500*-----------------------------------------------------------------
006510*3500-WRITE-DWELL
006520*ONLY STAYS ENDED BY A MOVE IN THE WINDOW ARE MEASURED - A KEY
006530*STILL IN ITS COLOR AT THE END OF THE WINDOW HAS NOT MOVED ON.
006540*-----------------------------------------------------------------
006550 3500-WRITE-DWELL.
006560     MOVE SPACES TO FLOW-TITLE-LINE.
006570     WRITE FLOW-TITLE-LINE.
006580     MOVE SPACES TO FLOW-TITLE-LINE.
006590     MOVE 'DAYS IN COLOR BEFORE MOVING ON' TO FT-TITLE.
006600     WRITE FLOW-TITLE-LINE.
006610     MOVE SPACES TO FLOW-HEADING-LINE.
006620     MOVE 'COLOR'       TO FH-NAME.
006630     MOVE '     STAYS'  TO FH-COL(1).
006640     MOVE '  AVG DAYS'  TO FH-COL(2).
006650     MOVE 'LONGEST/KEY' TO FH-COL(3).
006660     WRITE FLOW-HEADING-LINE.
006670     PERFORM 3510-WRITE-DWELL-ROW THRU 3510-EXIT
006680         VARYING WS-CLR-IDX FROM 1 BY 1
006690         UNTIL WS-CLR-IDX > 4.
006700 3500-EXIT.
006710     EXIT.
006720
006730 3510-WRITE-DWELL-ROW.
006740     MOVE SPACES TO FLOW-DWELL-LINE.
006750     MOVE WS-COLOR-NAME(WS-CLR-IDX)  TO FD-NAME.
006760     MOVE WS-DWELL-STAYS(WS-CLR-IDX) TO FD-STAYS.
006770     IF WS-DWELL-STAYS(WS-CLR-IDX) = ZERO
006780         MOVE ZERO TO WS-AVERAGE-DAYS
006790     ELSE
006800         COMPUTE WS-AVERAGE-DAYS ROUNDED =
006810             WS-DWELL-DAYS(WS-CLR-IDX)
006820             / WS-DWELL-STAYS(WS-CLR-IDX)
006830     END-IF.
006840     MOVE WS-AVERAGE-DAYS                  TO FD-AVERAGE.
006850     MOVE WS-DWELL-LONGEST(WS-CLR-IDX)     TO FD-LONGEST.
006860     MOVE WS-DWELL-LONGEST-KEY(WS-CLR-IDX) TO FD-LONGEST-KEY.
006870     WRITE FLOW-DWELL-LINE.
006880 3510-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920*4000-LIST-BOUNCERS
006930*WALK THE WORK FILE IN KEY ORDER AND LIST EVERY KEY WHOSE
006940*LONGEST RUN OF MOVES BETWEEN ONE PAIR OF COLORS REACHED THE
006950*CARD'S BOUNCE LIMIT.
006960*-----------------------------------------------------------------
006970 4000-LIST-BOUNCERS.
006980     MOVE SPACES TO FLOW-TITLE-LINE.
006990     WRITE FLOW-TITLE-LINE.
007000     MOVE SPACES TO FLOW-TITLE-LINE.
007010     MOVE 'KEYS BOUNCING BETWEEN COLORS' TO FT-TITLE.
007020     WRITE FLOW-TITLE-LINE.
007030     CLOSE FLOW-WORK-FILE.
007040     OPEN INPUT FLOW-WORK-FILE.
007050     IF WS-WORK-STATUS NOT = '00'
007060         DISPLAY 'COLFLOW: UNABLE TO REOPEN FLOW WORK FILE,'
007070             ' STATUS=' WS-WORK-STATUS
007080         GO TO 9999-ABEND-EXIT
007090     END-IF.
007100     PERFORM 4100-CHECK-WORK-ROW THRU 4100-EXIT
007110         UNTIL WS-WORK-EOF.
007120 4000-EXIT.
007130     EXIT.
007140
007150 4100-CHECK-WORK-ROW.
007160     READ FLOW-WORK-FILE NEXT
007170         AT END
007180             SET WS-WORK-EOF TO TRUE
007190             GO TO 4100-EXIT
007200     END-READ.
007210     IF WS-WORK-STATUS NOT = '00'
007220         DISPLAY 'COLFLOW: ERROR READING FLOW WORK FILE, STATUS='
007230             WS-WORK-STATUS
007240         GO TO 9999-ABEND-EXIT
007250     END-IF.
007260     IF FW-MAX-RUN < WS-BOUNCE-LIMIT
007270         GO TO 4100-EXIT
007280     END-IF.
007290     ADD 1 TO WS-BOUNCER-COUNT.
007300     MOVE SPACES          TO FLOW-BOUNCE-LINE.
007310     MOVE FW-KEY          TO FB-KEY.
007320     MOVE FW-REGION       TO FB-REGION.
007330     MOVE FW-MAX-LOW      TO FB-COLOR-LOW.
007340     MOVE '/'             TO FB-SLASH.
007350     MOVE FW-MAX-HIGH     TO FB-COLOR-HIGH.
007360     MOVE FW-MAX-RUN      TO FB-MOVES.
007370     MOVE FW-WINDOW-MOVES TO FB-WINDOW-MOVES.
007380     MOVE 'BOUNCING'      TO FB-FLAG.
007390     WRITE FLOW-BOUNCE-LINE.
007400 4100-EXIT.
007410     EXIT.
007420
007430 4500-WRITE-COUNTS.
007440     MOVE SPACES TO FLOW-COUNT-LINE.
007450     WRITE FLOW-COUNT-LINE.
007460     MOVE 'AUDIT ENTRIES READ'            TO FK-LABEL.
007470     MOVE WS-READ-COUNT                   TO FK-COUNT.
007480     WRITE FLOW-COUNT-LINE.
007490     MOVE SPACES TO FLOW-COUNT-LINE.
007500     MOVE 'DATED AFTER THE WINDOW'        TO FK-LABEL.
007510     MOVE WS-LATER-COUNT                  TO FK-COUNT.
007520     WRITE FLOW-COUNT-LINE.
007530     MOVE SPACES TO FLOW-COUNT-LINE.
007540     MOVE 'DISPATCHES REPLAYED'           TO FK-LABEL.
007550     MOVE WS-REPLAYED-COUNT               TO FK-COUNT.
007560     WRITE FLOW-COUNT-LINE.
007570     MOVE SPACES TO FLOW-COUNT-LINE.
007580     MOVE 'COLOR MOVES IN THE WINDOW'     TO FK-LABEL.
007590     MOVE WS-MOVE-COUNT                   TO FK-COUNT.
007600     WRITE FLOW-COUNT-LINE.
007610     MOVE SPACES TO FLOW-COUNT-LINE.
007620     MOVE 'RECLASSIFICATIONS IN WINDOW'   TO FK-LABEL.
007630     MOVE WS-RECLASS-COUNT                TO FK-COUNT.
007640     WRITE FLOW-COUNT-LINE.
007650     MOVE SPACES TO FLOW-COUNT-LINE.
007660     MOVE 'KEYS BOUNCING'                 TO FK-LABEL.
007670     MOVE WS-BOUNCER-COUNT                TO FK-COUNT.
007680     WRITE FLOW-COUNT-LINE.
007681     MOVE SPACES TO FLOW-COUNT-LINE.
007682     MOVE 'ARCHIVE GENERATIONS IN RANGE'  TO FK-LABEL.
007683     MOVE WS-GEN-COUNT                    TO FK-COUNT.
007684     WRITE FLOW-COUNT-LINE.
007685     IF WS-GEN-MISSING-COUNT > ZERO
007686         MOVE SPACES TO FLOW-COUNT-LINE
007687         MOVE 'GENERATIONS NOT MOUNTED'   TO FK-LABEL
007688         MOVE WS-GEN-MISSING-COUNT        TO FK-COUNT
007689         WRITE FLOW-COUNT-LINE
007690     END-IF.
007691 4500-EXIT.
007700     EXIT.
007710
007720 5000-TERMINATE.
007730     CLOSE FLOW-WORK-FILE.
007740     CLOSE FLOW-REPORT-FILE.
007750     DISPLAY 'COLFLOW: FLOW REPORT COMPLETE'.
007760     DISPLAY '  ENTRIES READ     = ' WS-READ-COUNT.
007770     DISPLAY '  COLOR MOVES      = ' WS-MOVE-COUNT.
007780     DISPLAY '  KEYS BOUNCING    = ' WS-BOUNCER-COUNT.
007781     DISPLAY '  GENERATIONS      = ' WS-GEN-COUNT.
007782     DISPLAY '  NOT MOUNTED      = ' WS-GEN-MISSING-COUNT.
007783     IF WS-GEN-MISSING-COUNT > ZERO
007784         DISPLAY 'COLFLOW: ARCHIVE GENERATION NOT MOUNTED -'
007785             ' FLOWS INCOMPLETE'
007786         MOVE 8 TO RETURN-CODE
007787     END-IF.
007790 5000-EXIT.
007800     EXIT.
007810
007811*-----------------------------------------------------------------
007812*8800-LOAD-CATALOG
007813*LOAD WS-GEN-TABLE FROM THE ARCHIVE CATALOG - EVERY GENERATION
007814*HOLDING ENTRIES DATED INSIDE WS-CATALOG-FROM-DATE THRU
007815*WS-CATALOG-TO-DATE, IN CATALOG (OLDEST FIRST) ORDER - THEN SEE
007816*THAT EACH ONE IS MOUNTED.  NO CATALOG YET MEANS THE ONE ARCHFL
007817*MOUNTED IS THE WHOLE ARCHIVE.  A CATALOG THAT CANNOT BE READ IS
007818*NOT PASSED OVER - READING ON WITHOUT IT WOULD GIVE A PARTIAL
007819*ANSWER WITH NOTHING TO SAY SO.
007820*-----------------------------------------------------------------
007821 8800-LOAD-CATALOG.
007822     MOVE ZERO TO WS-GEN-COUNT.
007823     MOVE ZERO TO WS-GEN-MISSING-COUNT.
007824     MOVE 'N'  TO WS-CATALOG-SW.
007825     MOVE 'N'  TO WS-CATALOG-EOF-SW.
007826     OPEN INPUT ARCHIVE-CATALOG-FILE.
007827     IF WS-ARCHCAT-STATUS = '35'
007828         MOVE 1          TO WS-GEN-COUNT
007829         MOVE ZERO       TO WS-GEN-NO (1)
007830         MOVE 'ARCHFL'   TO WS-GEN-NAME (1)
007831         MOVE 'ARCHSEAL' TO WS-GEN-SEAL-NAME (1)
007832     ELSE
007833         IF WS-ARCHCAT-STATUS NOT = '00'
007834             DISPLAY 'COLFLOW: UNABLE TO OPEN ARCHIVE CATALOG,'
007835                 ' STATUS=' WS-ARCHCAT-STATUS
007836             MOVE 'E' TO WS-CATALOG-SW
007837         ELSE
007838             SET WS-CATALOG-FOUND TO TRUE
007839             PERFORM 8810-READ-CATALOG-ROW THRU 8810-EXIT
007840                 UNTIL WS-CATALOG-EOF
007841             CLOSE ARCHIVE-CATALOG-FILE
007842         END-IF
007843     END-IF.
007844     IF WS-CATALOG-BAD
007845         GO TO 9999-ABEND-EXIT
007846     END-IF.
007847     PERFORM 8820-CHECK-GENERATION THRU 8820-EXIT
007848         VARYING WS-GEN-IDX FROM 1 BY 1
007849         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
007850 8800-EXIT.
007851     EXIT.
007852
007853 8810-READ-CATALOG-ROW.
007854     READ ARCHIVE-CATALOG-FILE
007855         AT END
007856             SET WS-CATALOG-EOF TO TRUE
007857         NOT AT END
007858             PERFORM 8815-SELECT-GENERATION THRU 8815-EXIT
007859     END-READ.
007860 8810-EXIT.
007861     EXIT.
007862
007863*-----------------------------------------------------------------
007864*8815-SELECT-GENERATION
007865*A GENERATION WITH NO ENTRIES, OR WHOSE DATES LIE WHOLLY OUTSIDE
007866*THE RANGE, IS PASSED OVER.  A ROW THAT IS NOT A CATALOG ROW, OR
007867*MORE GENERATIONS THAN THE TABLE HOLDS, MAKES THE CATALOG BAD.
007868*-----------------------------------------------------------------
007869 8815-SELECT-GENERATION.
007870     IF NOT CT-GENERATION-ROW
007871         DISPLAY 'COLFLOW: ARCHIVE CATALOG ROW NOT RECOGNISED'
007872         MOVE 'E' TO WS-CATALOG-SW
007873         SET WS-CATALOG-EOF TO TRUE
007874         GO TO 8815-EXIT
007875     END-IF.
007876     IF CT-ENTRY-COUNT = ZERO
007877        OR CT-LAST-DATE < WS-CATALOG-FROM-DATE
007878        OR CT-FIRST-DATE > WS-CATALOG-TO-DATE
007879         GO TO 8815-EXIT
007880     END-IF.
007881     IF WS-GEN-COUNT = 999
007882         DISPLAY 'COLFLOW: MORE THAN 999 ARCHIVE GENERATIONS'
007883             ' IN RANGE'
007884         MOVE 'E' TO WS-CATALOG-SW
007885         SET WS-CATALOG-EOF TO TRUE
007886         GO TO 8815-EXIT
007887     END-IF.
007888     ADD 1 TO WS-GEN-COUNT.
007889     MOVE CT-GENERATION-NO   TO WS-GEN-NO (WS-GEN-COUNT).
007890     MOVE CT-GENERATION-NAME TO WS-GEN-NAME (WS-GEN-COUNT).
007891     MOVE CT-SEAL-NAME       TO WS-GEN-SEAL-NAME (WS-GEN-COUNT).
007892 8815-EXIT.
007893     EXIT.
007894
007895*-----------------------------------------------------------------
007896*8820-CHECK-GENERATION
007897*A CATALOGED GENERATION THAT IS NOT MOUNTED IS COUNTED MISSING
007898*AND NAMED ON THE CONSOLE SO THE OPERATOR KNOWS WHAT TO MOUNT.
007899*WITH NO CATALOG, NO ARCHFL MOUNTED JUST MEANS NOTHING OLDER TO
007900*READ.
007901*-----------------------------------------------------------------
007902 8820-CHECK-GENERATION.
007903     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
007904     OPEN INPUT ARCHIVE-AUDIT-FILE.
007905     IF WS-ARCH-STATUS = '00'
007906         MOVE 'Y' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX)
007907         CLOSE ARCHIVE-AUDIT-FILE
007908         GO TO 8820-EXIT
007909     END-IF.
007910     MOVE 'N' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX).
007911     IF WS-CATALOG-FOUND
007912         ADD 1 TO WS-GEN-MISSING-COUNT
007913         DISPLAY 'COLFLOW: ARCHIVE GENERATION ' WS-GEN-FILE-ID
007914             ' NOT MOUNTED, STATUS=' WS-ARCH-STATUS
007915         DISPLAY 'COLFLOW:   MOUNT ' WS-ARCH-DSN
007916     ELSE
007917         DISPLAY 'COLFLOW: NO ARCHIVE AVAILABLE, STATUS='
007918             WS-ARCH-STATUS
007919     END-IF.
007920 8820-EXIT.
007921     EXIT.
007922
007923*-----------------------------------------------------------------
007924*8830-SET-GENERATION
007925*POINT THE ARCHIVE FILE AT TABLE ENTRY
007926*WS-GEN-IDX.  THE GENERATION IS KNOWN ON REPORTS AS GEN AND ITS
007927*NUMBER; GENERATION 0 IS THE ARCHFL TAKEN ON WHEN THE CATALOG WAS
007928*STARTED.
007929*-----------------------------------------------------------------
007930 8830-SET-GENERATION.
007931     MOVE WS-GEN-NAME (WS-GEN-IDX)      TO WS-ARCH-DSN.
007932     IF WS-GEN-NO (WS-GEN-IDX) = ZERO
007933         MOVE 'ARCHFL' TO WS-GEN-FILE-ID
007934     ELSE
007935         MOVE SPACES   TO WS-GEN-FILE-ID
007936         STRING 'GEN' WS-GEN-NO (WS-GEN-IDX) DELIMITED BY SIZE
007937             INTO WS-GEN-FILE-ID
007938     END-IF.
007939     PERFORM 8840-ALLOCATE-GENERATION THRU 8840-EXIT.
007940 8830-EXIT.
007941     EXIT.
007942
007943*-----------------------------------------------------------------
007944*8840-ALLOCATE-GENERATION
007945*ALLOCATE THE GENERATION IN HAND BY ITS CATALOGED NAME TO THE
007946*ARCHFL DD SO THE OPENS THAT FOLLOW READ IT.  WITH NO CATALOG
007947*NOTHING IS ALLOCATED - ARCHFL IS WHATEVER THE JCL MOUNTS, AS IT
007948*ALWAYS WAS.
007949*-----------------------------------------------------------------
007950 8840-ALLOCATE-GENERATION.
007951     IF NOT WS-CATALOG-FOUND
007952         GO TO 8840-EXIT
007953     END-IF.
007954     MOVE 'ARCHFL'    TO WS-ALLOC-DD.
007955     MOVE WS-ARCH-DSN TO WS-ALLOC-DSN.
007956     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
007957 8840-EXIT.
007958     EXIT.
007959
007960*-----------------------------------------------------------------
007961*8850-ALLOCATE-DD
007962*ALLOCATE DATA SET WS-ALLOC-DSN SHR TO DD WS-ALLOC-DD IN PLACE OF
007963*WHATEVER THE DD HELD.  A BLANK NAME, OR A DATA SET THAT CANNOT BE
007964*ALLOCATED, LEAVES THE DD FREED - THE OPEN THEN FINDS NOTHING AND
007965*THE FILE IS REPORTED MISSING, RATHER THAN READING A GENERATION
007966*ALLOCATED EARLIER IN ITS PLACE.
007967*-----------------------------------------------------------------
007968 8850-ALLOCATE-DD.
007969     IF WS-ALLOC-DSN = SPACES
007970         PERFORM 8860-FREE-DD THRU 8860-EXIT
007971         GO TO 8850-EXIT
007972     END-IF.
007973     MOVE SPACES TO WS-ALLOC-TEXT.
007974     MOVE 1      TO WS-ALLOC-PTR.
007975     STRING 'ALLOC DD('     DELIMITED BY SIZE
007976            WS-ALLOC-DD     DELIMITED BY SPACE
007977            ') DSN('''      DELIMITED BY SIZE
007978            WS-ALLOC-DSN    DELIMITED BY SPACE
007979            ''') SHR REUSE' DELIMITED BY SIZE
007980         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
007981     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
007982     IF WS-ALLOC-RC NOT = ZERO
007983         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
007984         DISPLAY 'COLFLOW: UNABLE TO ALLOCATE ' WS-ALLOC-DSN
007985         DISPLAY 'COLFLOW:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
007986             WS-ALLOC-RC-DISPLAY
007987         PERFORM 8860-FREE-DD THRU 8860-EXIT
007988     END-IF.
007989 8850-EXIT.
007990     EXIT.
007991
007992*-----------------------------------------------------------------
007993*8860-FREE-DD
007994*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
007995*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
007996*RESULT OF THE REQUEST BEFORE IT.
007997*-----------------------------------------------------------------
007998 8860-FREE-DD.
007999     MOVE SPACES TO WS-ALLOC-TEXT.
008000     MOVE 1      TO WS-ALLOC-PTR.
008001     STRING 'FREE DD('  DELIMITED BY SIZE
008002            WS-ALLOC-DD DELIMITED BY SPACE
008003            ')'         DELIMITED BY SIZE
008004         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
008005     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
008006     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
008007     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
008008 8860-EXIT.
008009     EXIT.
008010
008011*-----------------------------------------------------------------
008012*8870-CALL-BPXWDYN
008013*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
008014*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
008015*BACK AFTER THE CALL.
008016*-----------------------------------------------------------------
008017 8870-CALL-BPXWDYN.
008018     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
008019     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
008020     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
008021     MOVE RETURN-CODE TO WS-ALLOC-RC.
008022     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
008023 8870-EXIT.
008024     EXIT.
008025
008026 9999-ABEND-EXIT.
008027     CLOSE AUDIT-FILE ARCHIVE-AUDIT-FILE FLOW-WORK-FILE
008028           FLOW-REPORT-FILE.
008029     MOVE 16 TO RETURN-CODE.
008030     STOP RUN.
