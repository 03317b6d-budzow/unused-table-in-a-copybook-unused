000330*                  REGION.  A MISSING CARD SELECTS EVERYTHING;
000340*                  A MISSING ARCHIVE GENERATION JUST MEANS
000350*                  NOTHING OLDER TO LIST, SAME AS COLINQ.
000351*2026-10-06  JPM   VERIFIES THE SEALS OF THE ARCHIVE GENERATION
000352*                  (ARCHSEAL) AND THE LIVE TRAIL (AUDSEAL) BEFORE
000353*                  LISTING ANYTHING.  EVERY BREAK IS REPORTED AT
000354*                  THE HEAD OF THE LISTING AND ON THE CONSOLE AND
000355*                  ENDS THE QUERY WITH RETURN CODE 8; A FILE WITH
000356*                  NO SEAL YET IS REPORTED AS UNSEALED, CODE 4.
000357*2026-10-09  JPM   THE ARCHIVE IS READ THROUGH THE GENERATION
000358*                  CATALOG (ARCHCAT) - EVERY GENERATION WHOSE
000359*                  DATES OVERLAP THE CARD'S RANGE IS SEAL-CHECKED
000360*                  AND LISTED, OLDEST FIRST, NOT JUST WHICHEVER
000361*                  ARCHFL HAPPENED TO BE MOUNTED.  A CATALOGED
000362*                  GENERATION THAT IS NOT MOUNTED IS NAMED ON THE
000363*                  LISTING AND THE CONSOLE AND ENDS THE QUERY WITH
000364*                  RETURN CODE 8.  THE SOURCE COLUMN NOW NAMES THE
000365*                  GENERATION AN ARCHIVED ENTRY CAME FROM.
000366*2026-10-15  JPM   ARCHFL AND ARCHSEAL ARE ASSIGNED TO THEIR DDS
000367*                  AGAIN.  EACH CATALOGED GENERATION AND ITS SEAL
000368*                  ARE ALLOCATED TO THOSE DDS BY NAME THROUGH
000369*                  BPXWDYN BEFORE THEY ARE OPENED.
000370*----------------------------------------------------------------
000371
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000500     SELECT QUERY-REPORT-FILE        ASSIGN TO QRYRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000521     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000522         ORGANIZATION IS SEQUENTIAL
000523         FILE STATUS IS WS-AUDSEAL-STATUS.
000524     SELECT ARCHIVE-SEAL-FILE        ASSIGN TO ARCHSEAL
000525         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS WS-ARCHSEAL-STATUS.
000527     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000528         ORGANIZATION IS SEQUENTIAL
000529         FILE STATUS IS WS-ARCHCAT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000910     05  FILLER                      PIC X(36).
000920
000930*----------------------------------------------------------------
000937*SEAL CHECK, SELECTION LISTING, THEN THE COLOR-BY-REGION COUNT
000944*SUMMARY.  THE THREE 01 LEVELS ARE ALTERNATE VIEWS OF THE SAME
000951*RECORD AREA.
000960*----------------------------------------------------------------
000970 FD  QUERY-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD.
001240     05  FILLER                      PIC X(02).
001250     05  QS-TOTAL                    PIC ZZZ,ZZZ,ZZ9.
001260     05  FILLER                      PIC X(03).
001261 01  QUERY-SEAL-LINE.
001262     05  QX-FILE-ID                  PIC X(08).
001263     05  FILLER                      PIC X(02).
001264     05  QX-ITEM                     PIC X(25).
001265     05  FILLER                      PIC X(02).
001266     05  QX-FOUND                    PIC Z(17)9.
001267     05  FILLER                      PIC X(02).
001268     05  QX-SEALED                   PIC Z(17)9.
001269     05  FILLER                      PIC X(05).
001270
001271*----------------------------------------------------------------
001272*SEAL OF THE LIVE AUDIT TRAIL.
001273*----------------------------------------------------------------
001274 FD  AUDIT-SEAL-FILE
001275     LABEL RECORDS ARE STANDARD.
001276     COPY AUDIT-SEAL-RECORD.
001277
001278*----------------------------------------------------------------
001279*SEAL OF THE ARCHIVE GENERATION.
001280*----------------------------------------------------------------
001281 FD  ARCHIVE-SEAL-FILE
001282     LABEL RECORDS ARE STANDARD.
001283     COPY AUDIT-SEAL-RECORD
001284         REPLACING ==AUDIT-SEAL-RECORD==
001285                BY ==ARCHIVE-SEAL-RECORD==.
001286
001287*----------------------------------------------------------------
001288*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
001289*WRITTEN, OLDEST FIRST.
001290*----------------------------------------------------------------
001291 FD  ARCHIVE-CATALOG-FILE
001292     LABEL RECORDS ARE STANDARD.
001293     COPY ARCHIVE-CATALOG-RECORD.
001294
001295 WORKING-STORAGE SECTION.
001296*----------------------------------------------------------------
001300*COLOR STATUS BYTE AND ITS CONDITION NAMES - SELECTED ENTRIES
001310*CLASSIFY THROUGH THE SAME NAMES MAIN DISPATCHES ON.
001320*----------------------------------------------------------------
001890 77  WS-ROW-TOTAL                    PIC 9(09) COMP.
001900 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
001910 77  WS-SELECT-COUNT                 PIC 9(09) COMP VALUE ZERO.
001911
001912*----------------------------------------------------------------
001913*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
001914*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
001915*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
001916*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
001917*THE KEY HASH IS TAKEN WITH.
001918*----------------------------------------------------------------
001919 77  WS-AUDSEAL-STATUS               PIC X(02).
001920 77  WS-ARCHSEAL-STATUS              PIC X(02).
001921 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
001922     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
001923 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
001924     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
001925 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
001926 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
001927 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
001928 77  WS-SEAL-CHAR                    PIC X(01).
001929 01  WS-SEAL-TOTALS.
001930     05  WS-SEAL-COUNT               PIC 9(09).
001931     05  WS-SEAL-BRANCH OCCURS 11 TIMES
001932                                     PIC 9(09).
001933     05  WS-SEAL-FIRST.
001934         10  WS-SEAL-FIRST-DATE      PIC 9(08).
001935         10  WS-SEAL-FIRST-TIME      PIC 9(08).
001936     05  WS-SEAL-LAST.
001937         10  WS-SEAL-LAST-DATE       PIC 9(08).
001938         10  WS-SEAL-LAST-TIME       PIC 9(08).
001939     05  WS-SEAL-HASH                PIC 9(18).
001940 01  WS-SEAL-ENTRY.
001941     05  WS-SEAL-ENTRY-KEY.
001942         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
001943                                     PIC X(01).
001944     05  FILLER                      PIC X(01).
001945     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
001946     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
001947     05  FILLER                      PIC X(19).
001948 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
001949     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
001950 01  WS-SEAL-WEIGHT-LIST.
001951     05  FILLER                      PIC 9(04) VALUE 1.
001952     05  FILLER                      PIC 9(04) VALUE 3.
001953     05  FILLER                      PIC 9(04) VALUE 7.
001954     05  FILLER                      PIC 9(04) VALUE 13.
001955     05  FILLER                      PIC 9(04) VALUE 31.
001956     05  FILLER                      PIC 9(04) VALUE 61.
001957     05  FILLER                      PIC 9(04) VALUE 127.
001958     05  FILLER                      PIC 9(04) VALUE 251.
001959     05  FILLER                      PIC 9(04) VALUE 509.
001960     05  FILLER                      PIC 9(04) VALUE 1021.
001961 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
001962     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
001963                                     PIC 9(04).
001964*----------------------------------------------------------------
001965*SEAL VERIFICATION - THE SEAL AS FOUND ON FILE, THE BREAKS AND
001966*UNSEALED FILES FOUND, AND WHAT IS REPORTED FOR EACH BREAK.
001967*----------------------------------------------------------------
001968 77  WS-SEAL-BREAK-COUNT             PIC 9(05) COMP VALUE ZERO.
001969 77  WS-SEAL-MISSING-COUNT           PIC 9(03) COMP VALUE ZERO.
001970 77  WS-SEAL-FILE-ID                 PIC X(08).
001971 77  WS-SEAL-ITEM                    PIC X(25).
001972 77  WS-SEAL-FOUND                   PIC 9(18).
001973 77  WS-SEAL-EXPECTED                PIC 9(18).
001974 01  WS-SEALED-TOTALS.
001975     05  WS-SEALED-COUNT             PIC 9(09).
001976     05  WS-SEALED-BRANCH OCCURS 11 TIMES
001977                                     PIC 9(09).
001978     05  WS-SEALED-FIRST.
001979         10  WS-SEALED-FIRST-DATE    PIC 9(08).
001980         10  WS-SEALED-FIRST-TIME    PIC 9(08).
001981     05  WS-SEALED-LAST.
001982         10  WS-SEALED-LAST-DATE     PIC 9(08).
001983         10  WS-SEALED-LAST-TIME     PIC 9(08).
001984     05  WS-SEALED-HASH              PIC 9(18).
001985 01  WS-SEAL-BRANCH-NAME-LIST.
001986     05  FILLER                      PIC X(25)
001987             VALUE 'YELLOW-DISPATCHED'.
001988     05  FILLER                      PIC X(25)
001989             VALUE 'GREEN-REVIEWED-CLEAR'.
001990     05  FILLER                      PIC X(25)
001991             VALUE 'RED-DISPATCHED'.
001992     05  FILLER                      PIC X(25)
001993             VALUE 'BROWN-UNDER-INVESTIGATION'.
001994     05  FILLER                      PIC X(25)
001995             VALUE 'REJECTED-INVALID-COLOR'.
001996     05  FILLER                      PIC X(25)
001997             VALUE 'TRANSITION-REJECTED'.
001998     05  FILLER                      PIC X(25)
001999             VALUE 'REJECT-REPAIRED'.
002000     05  FILLER                      PIC X(25)
002001             VALUE 'RULE-ADDED-BY-XXX'.
002002     05  FILLER                      PIC X(25)
002003             VALUE 'RULE-DELETED-BY-XXX'.
002004     05  FILLER                      PIC X(25)
002005             VALUE 'RECLASSIFIED-ADMIN'.
002006     05  FILLER                      PIC X(25)
002007             VALUE 'OTHER BRANCHES'.
002008 01  WS-SEAL-BRANCH-NAME-TABLE REDEFINES WS-SEAL-BRANCH-NAME-LIST.
002009     05  WS-SEAL-BRANCH-NAME OCCURS 11 TIMES
002010                                     PIC X(25).
002011
002012*----------------------------------------------------------------
002013*ARCHIVE CATALOG CONTROLS - THE GENERATIONS TO BE READ (THOSE
002014*WHOSE DATES OVERLAP THE RANGE ASKED FOR, OLDEST FIRST), WHETHER
002015*EACH ONE IS MOUNTED, AND THE NAMES THE GENERATION IN HAND IS
002016*OPENED UNDER.  WITH NO CATALOG YET THE ONE GENERATION IS
002017*WHATEVER ARCHFL IS MOUNTED, AS IT ALWAYS WAS.
002018*----------------------------------------------------------------
002019 77  WS-ARCHCAT-STATUS               PIC X(02).
002020 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
002021     88  WS-CATALOG-EOF                         VALUE 'Y'.
002022 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
002023     88  WS-CATALOG-FOUND                       VALUE 'Y'.
002024     88  WS-CATALOG-BAD                         VALUE 'E'.
002025 77  WS-CATALOG-FROM-DATE            PIC 9(08) VALUE ZERO.
002026 77  WS-CATALOG-TO-DATE              PIC 9(08) VALUE 99999999.
002027 77  WS-GEN-COUNT                    PIC 9(04) COMP VALUE ZERO.
002028 77  WS-GEN-IDX                      PIC 9(04) COMP VALUE ZERO.
002029 77  WS-GEN-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
002030 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
002031 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
002032 77  WS-ARCHSEAL-DSN                 PIC X(44) VALUE 'ARCHSEAL'.
002033 01  WS-GEN-TABLE.
002034     05  WS-GEN-ENTRY OCCURS 999 TIMES.
002035         10  WS-GEN-NO               PIC 9(04).
002036         10  WS-GEN-NAME             PIC X(44).
002037         10  WS-GEN-SEAL-NAME        PIC X(44).
002038         10  WS-GEN-MOUNTED-SW       PIC X(01).
002039             88  WS-GEN-MOUNTED          VALUE 'Y'.
002040*----------------------------------------------------------------
002041*DYNAMIC ALLOCATION - THE GENERATION IN HAND IS ALLOCATED BY ITS
002042*CATALOGED NAME TO THE ARCHFL DD, AND ITS SEAL TO ARCHSEAL,
002043*THROUGH BPXWDYN, WHICH TAKES THE REQUEST AS A HALFWORD LENGTH
002044*FOLLOWED BY THE TEXT.
002045*----------------------------------------------------------------
002046 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
002047 77  WS-ALLOC-DD                     PIC X(08).
002048 77  WS-ALLOC-DSN                    PIC X(44).
002049 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
002050 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
002051 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
002052 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
002053 01  WS-ALLOC-REQUEST.
002054     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
002055     05  WS-ALLOC-TEXT               PIC X(120).
002056
002057 PROCEDURE DIVISION.
002058*================================================================
002059*0000-MAINLINE
002060*PICK UP THE SELECTION, LIST THE ARCHIVE THEN THE LIVE FILE IN
002061*THAT ORDER, THEN PUT THE COLOR-BY-REGION COUNTS ON THE END.
002062*================================================================
002063 0000-MAINLINE.
002064     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002065     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT.
002066     PERFORM 2500-SCAN-LIVE-AUDIT THRU 2500-EXIT.
002067     PERFORM 3000-WRITE-COUNT-SUMMARY THRU 3000-EXIT.
002068     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002069     STOP RUN.
002070
002071 1000-INITIALIZE.
002080     PERFORM 1100-READ-QUERY-CARD THRU 1100-EXIT.
002090     OPEN OUTPUT QUERY-REPORT-FILE.
002100     IF WS-RPT-STATUS NOT = '00'
002230     IF WS-BRANCH-FILTER NOT = SPACES
002240         DISPLAY 'COLAUDQ: BRANCH FILTER <' WS-BRANCH-FILTER '>'
002250     END-IF.
002251     MOVE WS-FROM-DATE TO WS-CATALOG-FROM-DATE.
002252     MOVE WS-TO-DATE   TO WS-CATALOG-TO-DATE.
002253     PERFORM 8800-LOAD-CATALOG THRU 8800-EXIT.
002255     PERFORM 1200-VERIFY-SEALS THRU 1200-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280
002570 1100-EXIT.
002580     EXIT.
002590
002591*-----------------------------------------------------------------
002592*1200-VERIFY-SEALS
002593*EVERY FILE IS CHECKED AGAINST ITS SEAL BEFORE ANYTHING IS LISTED
002594*FROM IT - EACH ARCHIVE GENERATION IN RANGE, THEN THE LIVE TRAIL,
002595*THE SAME ORDER THEY ARE LISTED IN.  THE BREAKS AND ANY GENERATION
002596*NOT MOUNTED HEAD THE LISTING, THEN ONE LINE SAYS HOW THE SEAL
002597*CHECK CAME OUT AND ONE SAYS HOW MANY GENERATIONS WERE IN RANGE.
002598*-----------------------------------------------------------------
002599 1200-VERIFY-SEALS.
002600     PERFORM 1210-VERIFY-GENERATION THRU 1210-EXIT
002601         VARYING WS-GEN-IDX FROM 1 BY 1
002602         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
002603     PERFORM 8660-VERIFY-AUDIT-SEAL THRU 8660-EXIT.
002604     MOVE SPACES TO QUERY-SEAL-LINE.
002605     MOVE '*SEALS*' TO QX-FILE-ID.
002606     IF WS-SEAL-BREAK-COUNT > ZERO
002607         MOVE 'SEAL BREAKS FOUND'   TO QX-ITEM
002608         MOVE WS-SEAL-BREAK-COUNT   TO QX-FOUND
002609     ELSE
002610         IF WS-SEAL-MISSING-COUNT > ZERO
002611             MOVE 'FILES NOT SEALED'    TO QX-ITEM
002612             MOVE WS-SEAL-MISSING-COUNT TO QX-FOUND
002613         ELSE
002614             MOVE 'ALL SEALS AGREE'     TO QX-ITEM
002615         END-IF
002616     END-IF.
002617     WRITE QUERY-SEAL-LINE.
002618     MOVE SPACES TO QUERY-SEAL-LINE.
002619     MOVE '*ARCHIVE' TO QX-FILE-ID.
002620     IF WS-CATALOG-FOUND
002621         MOVE 'GENERATIONS IN RANGE'     TO QX-ITEM
002622         MOVE WS-GEN-COUNT               TO QX-FOUND
002623     ELSE
002624         MOVE 'NO CATALOG - ARCHFL ONLY' TO QX-ITEM
002625     END-IF.
002626     WRITE QUERY-SEAL-LINE.
002627     IF WS-GEN-MISSING-COUNT > ZERO
002628         MOVE SPACES TO QUERY-SEAL-LINE
002629         MOVE '*ARCHIVE'                 TO QX-FILE-ID
002630         MOVE 'GENERATIONS NOT MOUNTED'  TO QX-ITEM
002631         MOVE WS-GEN-MISSING-COUNT       TO QX-FOUND
002632         WRITE QUERY-SEAL-LINE
002633     END-IF.
002634     MOVE SPACES TO QUERY-LISTING-LINE.
002635     WRITE QUERY-LISTING-LINE.
002636 1200-EXIT.
002637     EXIT.
002638
002639*-----------------------------------------------------------------
002640*1210-VERIFY-GENERATION
002641*ONE ARCHIVE GENERATION FROM THE CATALOG - A MOUNTED ONE IS
002642*PROVED AGAINST ITS SEAL, ONE THAT IS NOT MOUNTED IS NAMED ON THE
002643*LISTING.
002644*-----------------------------------------------------------------
002645 1210-VERIFY-GENERATION.
002646     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
002647     IF WS-GEN-MOUNTED (WS-GEN-IDX)
002648         PERFORM 8662-VERIFY-ARCHIVE-SEAL THRU 8662-EXIT
002649     ELSE
002650         IF WS-CATALOG-FOUND
002651             MOVE SPACES                   TO QUERY-SEAL-LINE
002652             MOVE WS-GEN-FILE-ID           TO QX-FILE-ID
002653             MOVE 'GENERATION NOT MOUNTED' TO QX-ITEM
002654             WRITE QUERY-SEAL-LINE
002655         END-IF
002656     END-IF.
002657 1210-EXIT.
002658     EXIT.
002659
002660*-----------------------------------------------------------------
002661*2000-SCAN-ARCHIVE
002662*THE ARCHIVE COMES FIRST SO THE LISTING READS OLDEST FIRST
002663*ACROSS THE FILES - THE GENERATIONS IN RANGE IN CATALOG ORDER,
002664*THEN THE LIVE TRAIL.  A GENERATION NOT MOUNTED WAS COUNTED AND
002665*REPORTED WHEN THE CATALOG WAS LOADED AND IS PASSED OVER HERE.
002666*-----------------------------------------------------------------
002667 2000-SCAN-ARCHIVE.
002668     PERFORM 2050-SCAN-GENERATION THRU 2050-EXIT
002669         VARYING WS-GEN-IDX FROM 1 BY 1
002670         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
002671 2000-EXIT.
002672     EXIT.
002673
002674 2050-SCAN-GENERATION.
002675     IF NOT WS-GEN-MOUNTED (WS-GEN-IDX)
002676         GO TO 2050-EXIT
002677     END-IF.
002678     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
002679     MOVE 'N' TO WS-ARCH-EOF-SW.
002680     OPEN INPUT ARCHIVE-AUDIT-FILE.
002681     IF WS-ARCH-STATUS NOT = '00'
002688         DISPLAY 'COLAUDQ: UNABLE TO OPEN ARCHIVE GENERATION '
002695             WS-GEN-FILE-ID ', STATUS=' WS-ARCH-STATUS
002702         GO TO 9999-ABEND-EXIT
002710     END-IF.
002720     PERFORM 2100-SCAN-ARCHIVE-ENTRY THRU 2100-EXIT
002730         UNTIL WS-ARCH-EOF.
002740     CLOSE ARCHIVE-AUDIT-FILE.
002750 2050-EXIT.
002760     EXIT.
002770
002780 2100-SCAN-ARCHIVE-ENTRY.
002880             MOVE AR-TIME        TO WS-ENTRY-TIME
002890             MOVE AU-SOURCE-REGION OF ARCH-AUDIT-RECORD
002900                                 TO WS-ENTRY-REGION
002910             MOVE WS-GEN-FILE-ID TO WS-ENTRY-SOURCE
002920             PERFORM 2700-SELECT-AND-LIST THRU 2700-EXIT
002930     END-READ.
002940 2100-EXIT.
004350     DISPLAY 'COLAUDQ: QUERY COMPLETE'.
004360     DISPLAY '  ENTRIES READ     = ' WS-READ-COUNT.
004370     DISPLAY '  ENTRIES SELECTED = ' WS-SELECT-COUNT.
004371     DISPLAY '  SEAL BREAKS      = ' WS-SEAL-BREAK-COUNT.
004372     DISPLAY '  FILES NOT SEALED = ' WS-SEAL-MISSING-COUNT.
004373     DISPLAY '  GENERATIONS      = ' WS-GEN-COUNT.
004374     DISPLAY '  NOT MOUNTED      = ' WS-GEN-MISSING-COUNT.
004375*    A BROKEN SEAL MEANS THE LISTING CAME FROM A FILE THAT NO
004376*    LONGER MATCHES WHAT WAS WRITTEN, AND A GENERATION NOT MOUNTED
004377*    MEANS PART OF THE RANGE WAS NEVER READ - RETURN CODE 8 FOR
004378*    EITHER.  AN UNSEALED FILE (WRITTEN BEFORE SEALING) ONLY
004379*    WARNS.
004380     IF WS-SEAL-BREAK-COUNT > ZERO
004381         DISPLAY 'COLAUDQ: SEAL BROKEN - LISTING NOT TRUSTED,'
004382             ' RETURN CODE 8'
004383         MOVE 8 TO RETURN-CODE
004384     ELSE
004385         IF WS-GEN-MISSING-COUNT > ZERO
004386             DISPLAY 'COLAUDQ: ARCHIVE GENERATION NOT MOUNTED -'
004387                 ' LISTING INCOMPLETE, RETURN CODE 8'
004388             MOVE 8 TO RETURN-CODE
004389         ELSE
004390             IF WS-SEAL-MISSING-COUNT > ZERO
004391                 MOVE 4 TO RETURN-CODE
004392             END-IF
004393         END-IF
004394     END-IF.
004395 4000-EXIT.
004396     EXIT.
004400
004401*-----------------------------------------------------------------
004402*8610-SEAL-AUDIT-AS-IT-STANDS
004403*RE-TOTAL THE LIVE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
004404*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004405*SEAL.
004406*-----------------------------------------------------------------
004407 8610-SEAL-AUDIT-AS-IT-STANDS.
004408     INITIALIZE WS-SEAL-TOTALS.
004409     MOVE 'N' TO WS-SEAL-EOF-SW.
004410     MOVE 'N' TO WS-SEAL-FOUND-SW.
004411     OPEN INPUT AUDIT-FILE.
004412     IF WS-AUDIT-STATUS = '35'
004413         GO TO 8610-EXIT
004414     END-IF.
004415     IF WS-AUDIT-STATUS NOT = '00'
004416         DISPLAY 'COLAUDQ: UNABLE TO OPEN AUDITFL TO SEAL IT,'
004417             ' STATUS=' WS-AUDIT-STATUS
004418         GO TO 9999-ABEND-EXIT
004419     END-IF.
004420     SET WS-SEALED-FILE-FOUND TO TRUE.
004421     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
004422         UNTIL WS-SEAL-FILE-EOF.
004423     CLOSE AUDIT-FILE.
004424 8610-EXIT.
004425     EXIT.
004426
004427 8611-TOTAL-AUDIT-ENTRY.
004428     READ AUDIT-FILE
004429         AT END
004430             SET WS-SEAL-FILE-EOF TO TRUE
004431         NOT AT END
004432             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
004433             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
004434     END-READ.
004435 8611-EXIT.
004436     EXIT.
004437
004438*-----------------------------------------------------------------
004439*8612-SEAL-ARCHIVE-AS-IT-STANDS
004440*RE-TOTAL THE ARCHIVE GENERATION (ARCHFL) FROM THE TOP INTO
004441*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004442*SEAL.
004443*-----------------------------------------------------------------
004444 8612-SEAL-ARCHIVE-AS-IT-STANDS.
004445     INITIALIZE WS-SEAL-TOTALS.
004446     MOVE 'N' TO WS-SEAL-EOF-SW.
004447     MOVE 'N' TO WS-SEAL-FOUND-SW.
004448     OPEN INPUT ARCHIVE-AUDIT-FILE.
004449     IF WS-ARCH-STATUS = '35'
004450         GO TO 8612-EXIT
004451     END-IF.
004452     IF WS-ARCH-STATUS NOT = '00'
004453         DISPLAY 'COLAUDQ: UNABLE TO OPEN ARCHFL TO SEAL IT,'
004454             ' STATUS=' WS-ARCH-STATUS
004455         GO TO 9999-ABEND-EXIT
004456     END-IF.
004457     SET WS-SEALED-FILE-FOUND TO TRUE.
004458     PERFORM 8613-TOTAL-ARCHIVE-ENTRY THRU 8613-EXIT
004459         UNTIL WS-SEAL-FILE-EOF.
004460     CLOSE ARCHIVE-AUDIT-FILE.
004461 8612-EXIT.
004462     EXIT.
004463
004464 8613-TOTAL-ARCHIVE-ENTRY.
004465     READ ARCHIVE-AUDIT-FILE
004466         AT END
004467             SET WS-SEAL-FILE-EOF TO TRUE
004468         NOT AT END
004469             MOVE ARCH-AUDIT-RECORD TO WS-SEAL-ENTRY
004470             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
004471     END-READ.
004472 8613-EXIT.
004473     EXIT.
004474
004475*-----------------------------------------------------------------
004476*8620-SEAL-ONE-ENTRY
004477*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
004478*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
004479*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
004480*-----------------------------------------------------------------
004481 8620-SEAL-ONE-ENTRY.
004482     ADD 1 TO WS-SEAL-COUNT.
004483     EVALUATE TRUE
004484         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
004485             MOVE 1 TO WS-SEAL-BRANCH-IDX
004486         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
004487             MOVE 2 TO WS-SEAL-BRANCH-IDX
004488         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
004489             MOVE 3 TO WS-SEAL-BRANCH-IDX
004490         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
004491             MOVE 4 TO WS-SEAL-BRANCH-IDX
004492         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
004493             MOVE 5 TO WS-SEAL-BRANCH-IDX
004494         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
004495             MOVE 6 TO WS-SEAL-BRANCH-IDX
004496         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
004497             MOVE 7 TO WS-SEAL-BRANCH-IDX
004498         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
004499             MOVE 8 TO WS-SEAL-BRANCH-IDX
004500         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
004501             MOVE 9 TO WS-SEAL-BRANCH-IDX
004502         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
004503             MOVE 10 TO WS-SEAL-BRANCH-IDX
004504         WHEN OTHER
004505             MOVE 11 TO WS-SEAL-BRANCH-IDX
004506     END-EVALUATE.
004507     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
004508     IF WS-SEAL-COUNT = 1
004509         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
004510     END-IF.
004511     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
004512     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
004513         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
004514         UNTIL WS-SEAL-CHAR-IDX > 10.
004515 8620-EXIT.
004516     EXIT.
004517
004518*-----------------------------------------------------------------
004519*8625-HASH-KEY-CHARACTER
004520*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
004521*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
004522*KEY, IS ADDED TO THE HASH TOTAL.
004523*-----------------------------------------------------------------
004524 8625-HASH-KEY-CHARACTER.
004525     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
004526     MOVE ZERO TO WS-SEAL-CHAR-POS.
004527     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
004528         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
004529     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
004530         + (WS-SEAL-CHAR-POS + 1)
004531         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
004532 8625-EXIT.
004533     EXIT.
004534
004535*-----------------------------------------------------------------
004536*8660-VERIFY-AUDIT-SEAL
004537*THE LIVE AUDIT TRAIL.
004538*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (AUDSEAL)
004539*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
004540*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
004541*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
004542*-----------------------------------------------------------------
004543 8660-VERIFY-AUDIT-SEAL.
004544     MOVE 'AUDITFL' TO WS-SEAL-FILE-ID.
004545     PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT.
004546     OPEN INPUT AUDIT-SEAL-FILE.
004547     IF WS-AUDSEAL-STATUS = '35'
004548         IF WS-SEALED-FILE-FOUND
004549             ADD 1 TO WS-SEAL-MISSING-COUNT
004550             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
004551             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
004552             MOVE ZERO              TO WS-SEAL-EXPECTED
004553             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
004554         END-IF
004555         GO TO 8660-EXIT
004556     END-IF.
004557     IF WS-AUDSEAL-STATUS = '00'
004558         READ AUDIT-SEAL-FILE
004559             AT END
004560                 CONTINUE
004561         END-READ
004562     END-IF.
004563     IF WS-AUDSEAL-STATUS NOT = '00'
004564        OR NOT AS-SEAL-ROW OF AUDIT-SEAL-RECORD
004565         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
004566         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004567         MOVE ZERO                  TO WS-SEAL-EXPECTED
004568         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004569         CLOSE AUDIT-SEAL-FILE
004570         GO TO 8660-EXIT
004571     END-IF.
004572     MOVE AS-SEAL-TOTALS OF AUDIT-SEAL-RECORD
004573       TO WS-SEALED-TOTALS.
004574     CLOSE AUDIT-SEAL-FILE.
004575     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
004576 8660-EXIT.
004577     EXIT.
004578
004579*-----------------------------------------------------------------
004580*8662-VERIFY-ARCHIVE-SEAL
004581*THE ARCHIVE GENERATION.
004582*THE FILE IS RE-TOTALLED AND COMPARED WITH ITS SEAL (ARCHSEAL)
004583*BEFORE IT IS TRUSTED.  A FILE WITH NO SEAL IS REPORTED AS
004584*UNSEALED; A SEAL THAT CANNOT BE READ OR DOES NOT AGREE IS A
004585*BREAK.  NO FILE AND NO SEAL AT ALL IS NOTHING TO VERIFY.
004586*-----------------------------------------------------------------
004587 8662-VERIFY-ARCHIVE-SEAL.
004588     MOVE WS-GEN-FILE-ID TO WS-SEAL-FILE-ID.
004589     PERFORM 8612-SEAL-ARCHIVE-AS-IT-STANDS THRU 8612-EXIT.
004590     OPEN INPUT ARCHIVE-SEAL-FILE.
004591     IF WS-ARCHSEAL-STATUS = '35'
004592         IF WS-SEALED-FILE-FOUND
004593             ADD 1 TO WS-SEAL-MISSING-COUNT
004594             MOVE 'NO SEAL ON FILE' TO WS-SEAL-ITEM
004595             MOVE WS-SEAL-COUNT     TO WS-SEAL-FOUND
004596             MOVE ZERO              TO WS-SEAL-EXPECTED
004597             PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT
004598         END-IF
004599         GO TO 8662-EXIT
004600     END-IF.
004601     IF WS-ARCHSEAL-STATUS = '00'
004602         READ ARCHIVE-SEAL-FILE
004603             AT END
004604                 CONTINUE
004605         END-READ
004606     END-IF.
004607     IF WS-ARCHSEAL-STATUS NOT = '00'
004608        OR NOT AS-SEAL-ROW OF ARCHIVE-SEAL-RECORD
004609         MOVE 'SEAL UNREADABLE'     TO WS-SEAL-ITEM
004610         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004611         MOVE ZERO                  TO WS-SEAL-EXPECTED
004612         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004613         CLOSE ARCHIVE-SEAL-FILE
004614         GO TO 8662-EXIT
004615     END-IF.
004616     MOVE AS-SEAL-TOTALS OF ARCHIVE-SEAL-RECORD
004617       TO WS-SEALED-TOTALS.
004618     CLOSE ARCHIVE-SEAL-FILE.
004619     PERFORM 8670-COMPARE-SEAL THRU 8670-EXIT.
004620 8662-EXIT.
004621     EXIT.
004622
004623*-----------------------------------------------------------------
004624*8670-COMPARE-SEAL
004625*EVERY FIGURE THAT DISAGREES WITH THE SEAL IS A BREAK OF ITS OWN,
004626*SO THE REPORT SHOWS WHAT CHANGED, NOT JUST THAT SOMETHING DID.
004627*-----------------------------------------------------------------
004628 8670-COMPARE-SEAL.
004629     IF WS-SEAL-TOTALS = WS-SEALED-TOTALS
004630         GO TO 8670-EXIT
004631     END-IF.
004632     IF WS-SEAL-COUNT NOT = WS-SEALED-COUNT
004633         MOVE 'ENTRY COUNT'         TO WS-SEAL-ITEM
004634         MOVE WS-SEAL-COUNT         TO WS-SEAL-FOUND
004635         MOVE WS-SEALED-COUNT       TO WS-SEAL-EXPECTED
004636         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004637     END-IF.
004638     PERFORM 8675-COMPARE-BRANCH THRU 8675-EXIT
004639         VARYING WS-SEAL-BRANCH-IDX FROM 1 BY 1
004640         UNTIL WS-SEAL-BRANCH-IDX > 11.
004641     IF WS-SEAL-FIRST NOT = WS-SEALED-FIRST
004642         MOVE 'FIRST TIMESTAMP'     TO WS-SEAL-ITEM
004643         COMPUTE WS-SEAL-FOUND =
004644             WS-SEAL-FIRST-DATE * 100000000 + WS-SEAL-FIRST-TIME
004645         COMPUTE WS-SEAL-EXPECTED =
004646             WS-SEALED-FIRST-DATE * 100000000
004647             + WS-SEALED-FIRST-TIME
004648         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004649     END-IF.
004650     IF WS-SEAL-LAST NOT = WS-SEALED-LAST
004651         MOVE 'LAST TIMESTAMP'      TO WS-SEAL-ITEM
004652         COMPUTE WS-SEAL-FOUND =
004653             WS-SEAL-LAST-DATE * 100000000 + WS-SEAL-LAST-TIME
004654         COMPUTE WS-SEAL-EXPECTED =
004655             WS-SEALED-LAST-DATE * 100000000
004656             + WS-SEALED-LAST-TIME
004657         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004658     END-IF.
004659     IF WS-SEAL-HASH NOT = WS-SEALED-HASH
004660         MOVE 'KEY HASH TOTAL'      TO WS-SEAL-ITEM
004661         MOVE WS-SEAL-HASH          TO WS-SEAL-FOUND
004662         MOVE WS-SEALED-HASH        TO WS-SEAL-EXPECTED
004663         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004664     END-IF.
004665 8670-EXIT.
004666     EXIT.
004667
004668 8675-COMPARE-BRANCH.
004669     IF WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
004670        NOT = WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
004671         MOVE WS-SEAL-BRANCH-NAME(WS-SEAL-BRANCH-IDX)
004672                                    TO WS-SEAL-ITEM
004673         MOVE WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX)
004674                                    TO WS-SEAL-FOUND
004675         MOVE WS-SEALED-BRANCH(WS-SEAL-BRANCH-IDX)
004676                                    TO WS-SEAL-EXPECTED
004677         PERFORM 8680-NOTE-SEAL-BREAK THRU 8680-EXIT
004678     END-IF.
004679 8675-EXIT.
004680     EXIT.
004681
004682 8680-NOTE-SEAL-BREAK.
004683     ADD 1 TO WS-SEAL-BREAK-COUNT.
004684     PERFORM 8690-REPORT-SEAL-BREAK THRU 8690-EXIT.
004685 8680-EXIT.
004686     EXIT.
004687
004688*-----------------------------------------------------------------
004689*8690-REPORT-SEAL-BREAK
004690*ONE LINE PER BREAK, ON THE LISTING AND THE CONSOLE - THE FILE,
004691*THE FIGURE THAT DISAGREES, WHAT THE FILE HOLDS NOW AND WHAT ITS
004692*SEAL SAYS IT HELD.
004693*-----------------------------------------------------------------
004694 8690-REPORT-SEAL-BREAK.
004695     MOVE SPACES           TO QUERY-SEAL-LINE.
004696     MOVE WS-SEAL-FILE-ID  TO QX-FILE-ID.
004697     MOVE WS-SEAL-ITEM     TO QX-ITEM.
004698     MOVE WS-SEAL-FOUND    TO QX-FOUND.
004699     MOVE WS-SEAL-EXPECTED TO QX-SEALED.
004700     WRITE QUERY-SEAL-LINE.
004701     DISPLAY 'COLAUDQ: SEAL ' WS-SEAL-FILE-ID ' ' WS-SEAL-ITEM
004702         ' FILE ' WS-SEAL-FOUND ' SEAL ' WS-SEAL-EXPECTED.
004703 8690-EXIT.
004704     EXIT.
004705
004706*-----------------------------------------------------------------
004707*8800-LOAD-CATALOG
004708*LOAD WS-GEN-TABLE FROM THE ARCHIVE CATALOG - EVERY GENERATION
004709*HOLDING ENTRIES DATED INSIDE WS-CATALOG-FROM-DATE THRU
004710*WS-CATALOG-TO-DATE, IN CATALOG (OLDEST FIRST) ORDER - THEN SEE
004711*THAT EACH ONE IS MOUNTED.  NO CATALOG YET MEANS THE ONE ARCHFL
004712*MOUNTED IS THE WHOLE ARCHIVE.  A CATALOG THAT CANNOT BE READ IS
004713*NOT PASSED OVER - READING ON WITHOUT IT WOULD GIVE A PARTIAL
004714*ANSWER WITH NOTHING TO SAY SO.
004715*-----------------------------------------------------------------
004716 8800-LOAD-CATALOG.
004717     MOVE ZERO TO WS-GEN-COUNT.
004718     MOVE ZERO TO WS-GEN-MISSING-COUNT.
004719     MOVE 'N'  TO WS-CATALOG-SW.
004720     MOVE 'N'  TO WS-CATALOG-EOF-SW.
004721     OPEN INPUT ARCHIVE-CATALOG-FILE.
004722     IF WS-ARCHCAT-STATUS = '35'
004723         MOVE 1          TO WS-GEN-COUNT
004724         MOVE ZERO       TO WS-GEN-NO (1)
004725         MOVE 'ARCHFL'   TO WS-GEN-NAME (1)
004726         MOVE 'ARCHSEAL' TO WS-GEN-SEAL-NAME (1)
004727     ELSE
004728         IF WS-ARCHCAT-STATUS NOT = '00'
004729             DISPLAY 'COLAUDQ: UNABLE TO OPEN ARCHIVE CATALOG,'
004730                 ' STATUS=' WS-ARCHCAT-STATUS
004731             MOVE 'E' TO WS-CATALOG-SW
004732         ELSE
004733             SET WS-CATALOG-FOUND TO TRUE
004734             PERFORM 8810-READ-CATALOG-ROW THRU 8810-EXIT
004735                 UNTIL WS-CATALOG-EOF
004736             CLOSE ARCHIVE-CATALOG-FILE
004737         END-IF
004738     END-IF.
004739     IF WS-CATALOG-BAD
004740         GO TO 9999-ABEND-EXIT
004741     END-IF.
004742     PERFORM 8820-CHECK-GENERATION THRU 8820-EXIT
004743         VARYING WS-GEN-IDX FROM 1 BY 1
004744         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
004745 8800-EXIT.
004746     EXIT.
004747
004748 8810-READ-CATALOG-ROW.
004749     READ ARCHIVE-CATALOG-FILE
004750         AT END
004751             SET WS-CATALOG-EOF TO TRUE
004752         NOT AT END
004753             PERFORM 8815-SELECT-GENERATION THRU 8815-EXIT
004754     END-READ.
004755 8810-EXIT.
004756     EXIT.
004757
004758*-----------------------------------------------------------------
004759*8815-SELECT-GENERATION
004760*A GENERATION WITH NO ENTRIES, OR WHOSE DATES LIE WHOLLY OUTSIDE
004761*THE RANGE, IS PASSED OVER.  A ROW THAT IS NOT A CATALOG ROW, OR
004762*MORE GENERATIONS THAN THE TABLE HOLDS, MAKES THE CATALOG BAD.
004763*-----------------------------------------------------------------
004764 8815-SELECT-GENERATION.
004765     IF NOT CT-GENERATION-ROW
004766         DISPLAY 'COLAUDQ: ARCHIVE CATALOG ROW NOT RECOGNISED'
004767         MOVE 'E' TO WS-CATALOG-SW
004768         SET WS-CATALOG-EOF TO TRUE
004769         GO TO 8815-EXIT
004770     END-IF.
004771     IF CT-ENTRY-COUNT = ZERO
004772        OR CT-LAST-DATE < WS-CATALOG-FROM-DATE
004773        OR CT-FIRST-DATE > WS-CATALOG-TO-DATE
004774         GO TO 8815-EXIT
004775     END-IF.
004776     IF WS-GEN-COUNT = 999
004777         DISPLAY 'COLAUDQ: MORE THAN 999 ARCHIVE GENERATIONS'
004778             ' IN RANGE'
004779         MOVE 'E' TO WS-CATALOG-SW
004780         SET WS-CATALOG-EOF TO TRUE
004781         GO TO 8815-EXIT
004782     END-IF.
004783     ADD 1 TO WS-GEN-COUNT.
004784     MOVE CT-GENERATION-NO   TO WS-GEN-NO (WS-GEN-COUNT).
004785     MOVE CT-GENERATION-NAME TO WS-GEN-NAME (WS-GEN-COUNT).
004786     MOVE CT-SEAL-NAME       TO WS-GEN-SEAL-NAME (WS-GEN-COUNT).
004787 8815-EXIT.
004788     EXIT.
004789
004790*-----------------------------------------------------------------
004791*8820-CHECK-GENERATION
004792*A CATALOGED GENERATION THAT IS NOT MOUNTED IS COUNTED MISSING
004793*AND NAMED ON THE CONSOLE SO THE OPERATOR KNOWS WHAT TO MOUNT.
004794*WITH NO CATALOG, NO ARCHFL MOUNTED JUST MEANS NOTHING OLDER TO
004795*READ.
004796*-----------------------------------------------------------------
004797 8820-CHECK-GENERATION.
004798     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
004799     OPEN INPUT ARCHIVE-AUDIT-FILE.
004800     IF WS-ARCH-STATUS = '00'
004801         MOVE 'Y' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX)
004802         CLOSE ARCHIVE-AUDIT-FILE
004803         GO TO 8820-EXIT
004804     END-IF.
004805     MOVE 'N' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX).
004806     IF WS-CATALOG-FOUND
004807         ADD 1 TO WS-GEN-MISSING-COUNT
004808         DISPLAY 'COLAUDQ: ARCHIVE GENERATION ' WS-GEN-FILE-ID
004809             ' NOT MOUNTED, STATUS=' WS-ARCH-STATUS
004810         DISPLAY 'COLAUDQ:   MOUNT ' WS-ARCH-DSN
004811     ELSE
004812         DISPLAY 'COLAUDQ: NO ARCHIVE AVAILABLE, STATUS='
004813             WS-ARCH-STATUS
004814     END-IF.
004815 8820-EXIT.
004816     EXIT.
004817
004818*-----------------------------------------------------------------
004819*8830-SET-GENERATION
004820*POINT THE ARCHIVE FILE (AND ITS SEAL) AT TABLE ENTRY
004821*WS-GEN-IDX.  THE GENERATION IS KNOWN ON REPORTS AS GEN AND ITS
004822*NUMBER; GENERATION 0 IS THE ARCHFL TAKEN ON WHEN THE CATALOG WAS
004823*STARTED.
004824*-----------------------------------------------------------------
004825 8830-SET-GENERATION.
004826     MOVE WS-GEN-NAME (WS-GEN-IDX)      TO WS-ARCH-DSN.
004827     MOVE WS-GEN-SEAL-NAME (WS-GEN-IDX) TO WS-ARCHSEAL-DSN.
004828     IF WS-GEN-NO (WS-GEN-IDX) = ZERO
004829         MOVE 'ARCHFL' TO WS-GEN-FILE-ID
004830     ELSE
004831         MOVE SPACES   TO WS-GEN-FILE-ID
004832         STRING 'GEN' WS-GEN-NO (WS-GEN-IDX) DELIMITED BY SIZE
004833             INTO WS-GEN-FILE-ID
004834     END-IF.
004835     PERFORM 8840-ALLOCATE-GENERATION THRU 8840-EXIT.
004836 8830-EXIT.
004837     EXIT.
004838
004839*-----------------------------------------------------------------
004840*8840-ALLOCATE-GENERATION
004841*ALLOCATE THE GENERATION IN HAND BY ITS CATALOGED NAME TO THE
004842*ARCHFL DD, AND ITS SEAL TO ARCHSEAL, SO THE OPENS THAT FOLLOW
004843*READ THEM.  WITH NO CATALOG NOTHING IS ALLOCATED - ARCHFL AND
004844*ARCHSEAL ARE WHATEVER THE JCL MOUNTS, AS THEY ALWAYS WERE.
004845*-----------------------------------------------------------------
004846 8840-ALLOCATE-GENERATION.
004847     IF NOT WS-CATALOG-FOUND
004848         GO TO 8840-EXIT
004849     END-IF.
004850     MOVE 'ARCHFL'    TO WS-ALLOC-DD.
004851     MOVE WS-ARCH-DSN TO WS-ALLOC-DSN.
004852     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
004853     MOVE 'ARCHSEAL'      TO WS-ALLOC-DD.
004854     MOVE WS-ARCHSEAL-DSN TO WS-ALLOC-DSN.
004855     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
004856 8840-EXIT.
004857     EXIT.
004858
004859*-----------------------------------------------------------------
004860*8850-ALLOCATE-DD
004861*ALLOCATE DATA SET WS-ALLOC-DSN SHR TO DD WS-ALLOC-DD IN PLACE OF
004862*WHATEVER THE DD HELD.  A BLANK NAME, OR A DATA SET THAT CANNOT BE
004863*ALLOCATED, LEAVES THE DD FREED - THE OPEN THEN FINDS NOTHING AND
004864*THE FILE IS REPORTED MISSING, RATHER THAN READING A GENERATION
004865*ALLOCATED EARLIER IN ITS PLACE.
004866*-----------------------------------------------------------------
004867 8850-ALLOCATE-DD.
004868     IF WS-ALLOC-DSN = SPACES
004869         PERFORM 8860-FREE-DD THRU 8860-EXIT
004870         GO TO 8850-EXIT
004871     END-IF.
004872     MOVE SPACES TO WS-ALLOC-TEXT.
004873     MOVE 1      TO WS-ALLOC-PTR.
004874     STRING 'ALLOC DD('     DELIMITED BY SIZE
004875            WS-ALLOC-DD     DELIMITED BY SPACE
004876            ') DSN('''      DELIMITED BY SIZE
004877            WS-ALLOC-DSN    DELIMITED BY SPACE
004878            ''') SHR REUSE' DELIMITED BY SIZE
004879         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
004880     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
004881     IF WS-ALLOC-RC NOT = ZERO
004882         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
004883         DISPLAY 'COLAUDQ: UNABLE TO ALLOCATE ' WS-ALLOC-DSN
004884         DISPLAY 'COLAUDQ:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
004885             WS-ALLOC-RC-DISPLAY
004886         PERFORM 8860-FREE-DD THRU 8860-EXIT
004887     END-IF.
004888 8850-EXIT.
004889     EXIT.
004890
004891*-----------------------------------------------------------------
004892*8860-FREE-DD
004893*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
004894*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
004895*RESULT OF THE REQUEST BEFORE IT.
004896*-----------------------------------------------------------------
004897 8860-FREE-DD.
004898     MOVE SPACES TO WS-ALLOC-TEXT.
004899     MOVE 1      TO WS-ALLOC-PTR.
004900     STRING 'FREE DD('  DELIMITED BY SIZE
004901            WS-ALLOC-DD DELIMITED BY SPACE
004902            ')'         DELIMITED BY SIZE
004903         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
004904     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
004905     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
004906     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
004907 8860-EXIT.
004908     EXIT.
004909
004910*-----------------------------------------------------------------
004911*8870-CALL-BPXWDYN
004912*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
004913*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
004914*BACK AFTER THE CALL.
004915*-----------------------------------------------------------------
004916 8870-CALL-BPXWDYN.
004917     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
004918     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
004919     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
004920     MOVE RETURN-CODE TO WS-ALLOC-RC.
004921     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
004922 8870-EXIT.
004923     EXIT.
004924
004925 9999-ABEND-EXIT.
004926     CLOSE AUDIT-FILE ARCHIVE-AUDIT-FILE QUERY-REPORT-FILE
004927           AUDIT-SEAL-FILE ARCHIVE-SEAL-FILE.
004928     MOVE 16 TO RETURN-CODE.
004929     STOP RUN.
