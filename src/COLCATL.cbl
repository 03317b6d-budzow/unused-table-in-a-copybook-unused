000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLCATL.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-10-09.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-10-09  JPM   INITIAL VERSION.  ARCHIVE GENERATION CATALOG
000210*                  LISTING.  READS THE CATALOG COLARCH KEEPS
000220*                  (ARCHCAT) AND LISTS EVERY GENERATION OLDEST
000230*                  FIRST - ITS NUMBER, THE NAME TO MOUNT, THE
000240*                  EARLIEST AND LATEST ENTRY DATE IT HOLDS, ITS
000250*                  ENTRY COUNT AND THE DATE IT WAS WRITTEN - WITH
000260*                  ITS ENTRIES BY COLOR AND REGION UNDER IT, THEN
000270*                  THE SAME FIGURES FOR THE WHOLE ARCHIVE.  A
000280*                  GENERATION WHOSE COLOR/REGION COUNTS DO NOT ADD
000290*                  UP TO ITS ENTRY COUNT IS FLAGGED.  NOTHING IS
000300*                  UPDATED.
000302*2026-10-15  JPM   THE NAME TO MOUNT IS PRINTED IN FULL, ALL 44
000304*                  BYTES, ON A LINE OF ITS OWN UNDER THE
000306*                  GENERATION LINE.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARCHIVE-CATALOG-FILE     ASSIGN TO ARCHCAT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-ARCHCAT-STATUS.
000390     SELECT CATALOG-REPORT-FILE      ASSIGN TO CATRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
000470*WRITTEN, OLDEST FIRST.
000480*----------------------------------------------------------------
000490 FD  ARCHIVE-CATALOG-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY ARCHIVE-CATALOG-RECORD.
000520
000530*----------------------------------------------------------------
000540*CATALOG LISTING - A HEADING, THEN PER GENERATION ONE GENERATION
000547*LINE, THE NAME TO MOUNT UNDER IT AND ITS COLOR-BY-REGION ROWS,
000554*THEN THE ARCHIVE TOTALS.  THE 01 LEVELS ARE ALTERNATE VIEWS OF
000561*THE SAME RECORD AREA.
000570*----------------------------------------------------------------
000580 FD  CATALOG-REPORT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  CATALOG-HEADING-LINE            PIC X(80).
000610 01  CATALOG-GEN-LINE.
000620     05  CG-GEN-NO                   PIC ZZZ9.
000650     05  FILLER                      PIC X(02).
000660     05  CG-FIRST-DATE               PIC 9(08).
000670     05  FILLER                      PIC X(02).
000680     05  CG-LAST-DATE                PIC 9(08).
000690     05  FILLER                      PIC X(02).
000700     05  CG-COUNT                    PIC ZZZ,ZZZ,ZZ9.
000710     05  FILLER                      PIC X(02).
000720     05  CG-WRITTEN-DATE             PIC 9(08).
000722     05  FILLER                      PIC X(33).
000724 01  CATALOG-NAME-LINE.
000726     05  FILLER                      PIC X(06).
000728     05  CN-LABEL                    PIC X(15).
000730     05  CN-NAME                     PIC X(44).
000732     05  FILLER                      PIC X(15).
000740 01  CATALOG-SUMMARY-LINE.
000750     05  FILLER                      PIC X(06).
000760     05  CS-NAME                     PIC X(10).
000770     05  CS-REGION-01                PIC ZZZ,ZZZ,ZZ9.
000780     05  FILLER                      PIC X(02).
000790     05  CS-REGION-02                PIC ZZZ,ZZZ,ZZ9.
000800     05  FILLER                      PIC X(02).
000810     05  CS-REGION-03                PIC ZZZ,ZZZ,ZZ9.
000820     05  FILLER                      PIC X(02).
000830     05  CS-REGION-XX                PIC ZZZ,ZZZ,ZZ9.
000840     05  FILLER                      PIC X(02).
000850     05  CS-TOTAL                    PIC ZZZ,ZZZ,ZZ9.
000860     05  FILLER                      PIC X(01).
000870 01  CATALOG-COUNT-LINE.
000880     05  CK-LABEL                    PIC X(30).
000890     05  CK-COUNT                    PIC ZZZ,ZZZ,ZZ9.
000900     05  FILLER                      PIC X(39).
000910 01  CATALOG-DATE-LINE.
000920     05  CD-LABEL                    PIC X(30).
000930     05  FILLER                      PIC X(03).
000940     05  CD-DATE                     PIC 9(08).
000950     05  FILLER                      PIC X(39).
000960
000970 WORKING-STORAGE SECTION.
000980 77  WS-ARCHCAT-STATUS               PIC X(02).
000990 77  WS-RPT-STATUS                   PIC X(02).
001000
001010 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
001020     88  WS-CATALOG-EOF                         VALUE 'Y'.
001030 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
001040     88  WS-CATALOG-FOUND                       VALUE 'Y'.
001050
001060*----------------------------------------------------------------
001070*HEADINGS - ONE OVER THE GENERATION LINES, ONE OVER EACH SET OF
001080*COLOR-BY-REGION ROWS.
001090*----------------------------------------------------------------
001100 01  WS-GEN-HEADING.
001110     05  FILLER                      PIC X(06)
001120             VALUE ' GEN'.
001130     05  FILLER                      PIC X(10)
001140             VALUE 'FIRST'.
001150     05  FILLER                      PIC X(10)
001160             VALUE 'LAST'.
001170     05  FILLER                      PIC X(13)
001180             VALUE '    ENTRIES'.
001190     05  FILLER                      PIC X(15)
001200             VALUE 'WRITTEN'.
001210 01  WS-MATRIX-HEADING.
001220     05  FILLER                      PIC X(16) VALUE SPACES.
001230     05  FILLER                      PIC X(13)
001240             VALUE '  REGION 01'.
001250     05  FILLER                      PIC X(13)
001260             VALUE '  REGION 02'.
001270     05  FILLER                      PIC X(13)
001280             VALUE '  REGION 03'.
001290     05  FILLER                      PIC X(13)
001300             VALUE '  REGION **'.
001310     05  FILLER                      PIC X(12)
001320             VALUE '       TOTAL'.
001330
001340*----------------------------------------------------------------
001350*COLOR-BY-REGION COUNTS - ROWS YELLOW/GREEN/RED/BROWN/OTHER,
001360*COLUMNS REGION 01/02/03 AND '**' FOR ANYTHING ELSE, THE SAME
001370*BUCKETS COLARCH CATALOGS.  ONE TABLE FOR THE GENERATION IN HAND,
001380*ONE FOR THE WHOLE ARCHIVE.
001390*----------------------------------------------------------------
001400 01  WS-GEN-COUNT-TABLE.
001410     05  WS-GEN-COLOR-ROW OCCURS 5 TIMES.
001420         10  WS-GEN-CELL OCCURS 4 TIMES
001430                                     PIC 9(09) COMP.
001440 01  WS-ALL-COUNT-TABLE.
001450     05  WS-ALL-COLOR-ROW OCCURS 5 TIMES.
001460         10  WS-ALL-CELL OCCURS 4 TIMES
001470                                     PIC 9(09) COMP.
001480 01  WS-ROW-NAME-LIST.
001490     05  FILLER                      PIC X(10) VALUE 'YELLOW'.
001500     05  FILLER                      PIC X(10) VALUE 'GREEN'.
001510     05  FILLER                      PIC X(10) VALUE 'RED'.
001520     05  FILLER                      PIC X(10) VALUE 'BROWN'.
001530     05  FILLER                      PIC X(10) VALUE 'OTHER'.
001540 01  WS-ROW-NAME-TABLE REDEFINES WS-ROW-NAME-LIST.
001550     05  WS-ROW-NAME OCCURS 5 TIMES  PIC X(10).
001560
001570 77  WS-ROW-IDX                      PIC 9(02) COMP.
001580 77  WS-COL-IDX                      PIC 9(02) COMP.
001590 77  WS-ROW-TOTAL                    PIC 9(09) COMP.
001600 77  WS-CELL-TOTAL                   PIC 9(09) COMP.
001610
001620*----------------------------------------------------------------
001630*ARCHIVE TOTALS - GENERATIONS LISTED, ENTRIES, THE EARLIEST AND
001640*LATEST ENTRY DATE ACROSS ALL GENERATIONS THAT HOLD ANY, AND THE
001650*GENERATIONS WHOSE COUNTS DO NOT ADD UP.
001660*----------------------------------------------------------------
001670 77  WS-GEN-LISTED                   PIC 9(05) COMP VALUE ZERO.
001680 77  WS-ENTRY-TOTAL                  PIC 9(09) COMP VALUE ZERO.
001690 77  WS-EARLIEST-DATE                PIC 9(08) VALUE ZERO.
001700 77  WS-LATEST-DATE                  PIC 9(08) VALUE ZERO.
001710 77  WS-MISMATCH-COUNT               PIC 9(05) COMP VALUE ZERO.
001720
001730 PROCEDURE DIVISION.
001740*================================================================
001750*0000-MAINLINE
001760*LIST EVERY GENERATION ON THE CATALOG IN CATALOG ORDER, THEN THE
001770*TOTALS FOR THE WHOLE ARCHIVE.
001780*================================================================
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     IF WS-CATALOG-FOUND
001820         PERFORM 2000-LIST-GENERATION THRU 2000-EXIT
001830             UNTIL WS-CATALOG-EOF
001840         CLOSE ARCHIVE-CATALOG-FILE
001850         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
001860     END-IF.
001870     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001880     STOP RUN.
001890
001900*-----------------------------------------------------------------
001910*1000-INITIALIZE
001920*NO CATALOG YET MEANS COLARCH HAS NOT RUN SINCE THE CATALOG CAME
001930*IN - THERE IS NOTHING TO LIST, WHICH IS SAID ON THE REPORT AND
001940*ONLY WARNS.  A CATALOG THAT IS THERE BUT CANNOT BE OPENED IS AN
001950*ERROR.
001960*-----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     OPEN OUTPUT CATALOG-REPORT-FILE.
001990     IF WS-RPT-STATUS NOT = '00'
002000         DISPLAY 'COLCATL: UNABLE TO OPEN REPORT, STATUS='
002010             WS-RPT-STATUS
002020         GO TO 9999-ABEND-EXIT
002030     END-IF.
002040     INITIALIZE WS-ALL-COUNT-TABLE.
002050     OPEN INPUT ARCHIVE-CATALOG-FILE.
002060     IF WS-ARCHCAT-STATUS = '35'
002070         DISPLAY 'COLCATL: NO ARCHIVE CATALOG - NOTHING TO LIST'
002080         MOVE SPACES TO CATALOG-HEADING-LINE
002090         MOVE 'NO ARCHIVE CATALOG - NOTHING TO LIST'
002100             TO CATALOG-HEADING-LINE
002110         WRITE CATALOG-HEADING-LINE
002120         MOVE 4 TO RETURN-CODE
002130         GO TO 1000-EXIT
002140     END-IF.
002150     IF WS-ARCHCAT-STATUS NOT = '00'
002160         DISPLAY 'COLCATL: UNABLE TO OPEN ARCHIVE CATALOG,'
002170             ' STATUS=' WS-ARCHCAT-STATUS
002180         GO TO 9999-ABEND-EXIT
002190     END-IF.
002200     SET WS-CATALOG-FOUND TO TRUE.
002210     MOVE WS-GEN-HEADING TO CATALOG-HEADING-LINE.
002220     WRITE CATALOG-HEADING-LINE.
002230 1000-EXIT.
002240     EXIT.
002250
002260*-----------------------------------------------------------------
002270*2000-LIST-GENERATION
002280*ONE CATALOG ROW - THE GENERATION LINE, ITS COLOR-BY-REGION ROWS,
002290*AND ITS FIGURES ADDED TO THE ARCHIVE TOTALS.  A ROW THAT IS NOT
002300*A CATALOG ROW MEANS THE FILE IS NOT THE CATALOG, OR IS DAMAGED.
002310*-----------------------------------------------------------------
002320 2000-LIST-GENERATION.
002330     READ ARCHIVE-CATALOG-FILE
002340         AT END
002350             SET WS-CATALOG-EOF TO TRUE
002360     END-READ.
002370     IF WS-CATALOG-EOF
002380         GO TO 2000-EXIT
002390     END-IF.
002400     IF NOT CT-GENERATION-ROW
002410         DISPLAY 'COLCATL: ARCHIVE CATALOG ROW NOT RECOGNISED'
002420         GO TO 9999-ABEND-EXIT
002430     END-IF.
002440     ADD 1 TO WS-GEN-LISTED.
002450     ADD CT-ENTRY-COUNT TO WS-ENTRY-TOTAL.
002460     IF CT-ENTRY-COUNT > ZERO
002470         IF WS-EARLIEST-DATE = ZERO
002480            OR CT-FIRST-DATE < WS-EARLIEST-DATE
002490             MOVE CT-FIRST-DATE TO WS-EARLIEST-DATE
002500         END-IF
002510         IF CT-LAST-DATE > WS-LATEST-DATE
002520             MOVE CT-LAST-DATE TO WS-LATEST-DATE
002530         END-IF
002540     END-IF.
002550     MOVE SPACES TO CATALOG-HEADING-LINE.
002560     WRITE CATALOG-HEADING-LINE.
002570     MOVE SPACES TO CATALOG-GEN-LINE.
002580     MOVE CT-GENERATION-NO   TO CG-GEN-NO.
002600     MOVE CT-FIRST-DATE      TO CG-FIRST-DATE.
002610     MOVE CT-LAST-DATE       TO CG-LAST-DATE.
002620     MOVE CT-ENTRY-COUNT     TO CG-COUNT.
002630     MOVE CT-WRITTEN-DATE    TO CG-WRITTEN-DATE.
002640     WRITE CATALOG-GEN-LINE.
002642     MOVE SPACES             TO CATALOG-NAME-LINE.
002644     MOVE 'NAME TO MOUNT'    TO CN-LABEL.
002646     MOVE CT-GENERATION-NAME TO CN-NAME.
002648     WRITE CATALOG-NAME-LINE.
002650     MOVE ZERO TO WS-CELL-TOTAL.
002660     PERFORM 2100-TAKE-CELL THRU 2100-EXIT
002670         VARYING WS-ROW-IDX FROM 1 BY 1
002680         UNTIL WS-ROW-IDX > 5
002690         AFTER WS-COL-IDX FROM 1 BY 1
002700         UNTIL WS-COL-IDX > 4.
002710     MOVE WS-MATRIX-HEADING TO CATALOG-HEADING-LINE.
002720     WRITE CATALOG-HEADING-LINE.
002730     PERFORM 2200-WRITE-GEN-ROW THRU 2200-EXIT
002740         VARYING WS-ROW-IDX FROM 1 BY 1
002750         UNTIL WS-ROW-IDX > 5.
002760*    THE CELLS ARE COUNTED ENTRY BY ENTRY AS THE GENERATION IS
002770*    WRITTEN, SO THEY MUST ADD BACK TO ITS ENTRY COUNT.
002780     IF WS-CELL-TOTAL NOT = CT-ENTRY-COUNT
002790         ADD 1 TO WS-MISMATCH-COUNT
002800         MOVE SPACES TO CATALOG-COUNT-LINE
002810         MOVE '*** ROWS DO NOT ADD UP TO' TO CK-LABEL
002820         MOVE CT-ENTRY-COUNT TO CK-COUNT
002830         WRITE CATALOG-COUNT-LINE
002840         DISPLAY 'COLCATL: GENERATION ' CT-GENERATION-NO
002850             ' COLOR/REGION COUNTS DO NOT ADD UP'
002860     END-IF.
002870 2000-EXIT.
002880     EXIT.
002890
002900 2100-TAKE-CELL.
002910     MOVE CT-REGION-COUNT(WS-ROW-IDX, WS-COL-IDX)
002920         TO WS-GEN-CELL(WS-ROW-IDX, WS-COL-IDX).
002930     ADD CT-REGION-COUNT(WS-ROW-IDX, WS-COL-IDX)
002940         TO WS-ALL-CELL(WS-ROW-IDX, WS-COL-IDX).
002950     ADD CT-REGION-COUNT(WS-ROW-IDX, WS-COL-IDX)
002960         TO WS-CELL-TOTAL.
002970 2100-EXIT.
002980     EXIT.
002990
003000 2200-WRITE-GEN-ROW.
003010     MOVE SPACES TO CATALOG-SUMMARY-LINE.
003020     MOVE WS-ROW-NAME(WS-ROW-IDX)    TO CS-NAME.
003030     MOVE WS-GEN-CELL(WS-ROW-IDX, 1) TO CS-REGION-01.
003040     MOVE WS-GEN-CELL(WS-ROW-IDX, 2) TO CS-REGION-02.
003050     MOVE WS-GEN-CELL(WS-ROW-IDX, 3) TO CS-REGION-03.
003060     MOVE WS-GEN-CELL(WS-ROW-IDX, 4) TO CS-REGION-XX.
003070     COMPUTE WS-ROW-TOTAL = WS-GEN-CELL(WS-ROW-IDX, 1)
003080                          + WS-GEN-CELL(WS-ROW-IDX, 2)
003090                          + WS-GEN-CELL(WS-ROW-IDX, 3)
003100                          + WS-GEN-CELL(WS-ROW-IDX, 4).
003110     MOVE WS-ROW-TOTAL TO CS-TOTAL.
003120     WRITE CATALOG-SUMMARY-LINE.
003130 2200-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------------
003170*3000-WRITE-TOTALS
003180*THE WHOLE ARCHIVE - HOW MANY GENERATIONS, HOW MANY ENTRIES, THE
003190*DATES THEY SPAN, AND THE COLOR-BY-REGION ROWS SUMMED ACROSS ALL
003200*GENERATIONS.
003210*-----------------------------------------------------------------
003220 3000-WRITE-TOTALS.
003230     MOVE SPACES TO CATALOG-HEADING-LINE.
003240     WRITE CATALOG-HEADING-LINE.
003250     MOVE '*** ARCHIVE TOTALS' TO CATALOG-HEADING-LINE.
003260     WRITE CATALOG-HEADING-LINE.
003270     MOVE SPACES TO CATALOG-COUNT-LINE.
003280     MOVE 'GENERATIONS CATALOGED'         TO CK-LABEL.
003290     MOVE WS-GEN-LISTED                   TO CK-COUNT.
003300     WRITE CATALOG-COUNT-LINE.
003310     MOVE SPACES TO CATALOG-COUNT-LINE.
003320     MOVE 'ENTRIES ARCHIVED'              TO CK-LABEL.
003330     MOVE WS-ENTRY-TOTAL                  TO CK-COUNT.
003340     WRITE CATALOG-COUNT-LINE.
003350     MOVE SPACES TO CATALOG-DATE-LINE.
003360     MOVE 'EARLIEST ENTRY DATE'           TO CD-LABEL.
003370     MOVE WS-EARLIEST-DATE                TO CD-DATE.
003380     WRITE CATALOG-DATE-LINE.
003390     MOVE SPACES TO CATALOG-DATE-LINE.
003400     MOVE 'LATEST ENTRY DATE'             TO CD-LABEL.
003410     MOVE WS-LATEST-DATE                  TO CD-DATE.
003420     WRITE CATALOG-DATE-LINE.
003430     IF WS-MISMATCH-COUNT > ZERO
003440         MOVE SPACES TO CATALOG-COUNT-LINE
003450         MOVE 'GENERATIONS NOT ADDING UP'  TO CK-LABEL
003460         MOVE WS-MISMATCH-COUNT            TO CK-COUNT
003470         WRITE CATALOG-COUNT-LINE
003480     END-IF.
003490     MOVE WS-MATRIX-HEADING TO CATALOG-HEADING-LINE.
003500     WRITE CATALOG-HEADING-LINE.
003510     PERFORM 3100-WRITE-ALL-ROW THRU 3100-EXIT
003520         VARYING WS-ROW-IDX FROM 1 BY 1
003530         UNTIL WS-ROW-IDX > 5.
003540 3000-EXIT.
003550     EXIT.
003560
003570 3100-WRITE-ALL-ROW.
003580     MOVE SPACES TO CATALOG-SUMMARY-LINE.
003590     MOVE WS-ROW-NAME(WS-ROW-IDX)    TO CS-NAME.
003600     MOVE WS-ALL-CELL(WS-ROW-IDX, 1) TO CS-REGION-01.
003610     MOVE WS-ALL-CELL(WS-ROW-IDX, 2) TO CS-REGION-02.
003620     MOVE WS-ALL-CELL(WS-ROW-IDX, 3) TO CS-REGION-03.
003630     MOVE WS-ALL-CELL(WS-ROW-IDX, 4) TO CS-REGION-XX.
003640     COMPUTE WS-ROW-TOTAL = WS-ALL-CELL(WS-ROW-IDX, 1)
003650                          + WS-ALL-CELL(WS-ROW-IDX, 2)
003660                          + WS-ALL-CELL(WS-ROW-IDX, 3)
003670                          + WS-ALL-CELL(WS-ROW-IDX, 4).
003680     MOVE WS-ROW-TOTAL TO CS-TOTAL.
003690     WRITE CATALOG-SUMMARY-LINE.
003700 3100-EXIT.
003710     EXIT.
003720
003730 5000-TERMINATE.
003740     CLOSE CATALOG-REPORT-FILE.
003750     DISPLAY 'COLCATL: CATALOG LISTING COMPLETE'.
003760     DISPLAY '  GENERATIONS      = ' WS-GEN-LISTED.
003770     DISPLAY '  ENTRIES          = ' WS-ENTRY-TOTAL.
003780     DISPLAY '  NOT ADDING UP    = ' WS-MISMATCH-COUNT.
003790     IF WS-MISMATCH-COUNT > ZERO
003800         MOVE 8 TO RETURN-CODE
003810     END-IF.
003820 5000-EXIT.
003830     EXIT.
003840
003850 9999-ABEND-EXIT.
003860     CLOSE ARCHIVE-CATALOG-FILE CATALOG-REPORT-FILE.
003870     MOVE 16 TO RETURN-CODE.
003880     STOP RUN.
