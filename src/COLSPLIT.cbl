000340*                  WITH THE RECORD COUNT AND PER-COLOR TOTALS ON
000350*                  THE TRAILER, AND WRITES A CONTROL REPORT
000360*                  PROVING THE SPLITS SUM BACK TO THE INPUT.
000362*2026-09-08  JPM   POSTS START AND END ROWS TO THE SHARED RUN
000364*                  LEDGER (RUNLEDGR) CARRYING THE SPLIT COUNTS.
000366*                  RUNCARD 'RERUN' SKIPS THE STEP IF IT ALREADY
000368*                  ENDED CLEAN FOR THE RUN DATE.
000369*2026-09-11  JPM   ALSO SPLITS MAIN'S CHANGED-ONLY DELTA EXTRACT
000370*                  (DELTAFL) BY DL-SOURCE-REGION INTO ONE DELTA
000371*                  FILE PER REGION PLUS UNASSIGNED, SAME ROUTING
000372*                  RULE AS THE FULL EXTRACT, EACH WRAPPED IN ITS
000373*                  OWN HDR/TRL WITH THE COUNT, PER-COLOR TOTALS
000374*                  AND THE NEW/CHANGED SPLIT.  THE DELTA'S OWN
000375*                  TRAILER IS PROVED AGAINST THE DETAILS READ AND
000376*                  THE CONTROL REPORT BALANCES THE DELTA SPLITS
000377*                  SEPARATELY.  NO DELTAFL IS AN ORDINARY NIGHT
000378*                  WITH NO DELTA SPLIT, SAME AS URGFL.
000379*2026-10-13  JPM   ON A LATE-REGION FOLD-IN RUN (MRGCARD =
000380*                  'FOLDIN') THE SPLIT IS THE SUPPLEMENTARY
000381*                  REGIONAL EXTRACT: EVERY HEADER, FULL AND DELTA,
000382*                  CARRIES 'SUPP' AND THE NIGHT'S RUN DATE SO THE
000383*                  REGIONS APPLY IT ON TOP OF THAT NIGHT'S
000384*                  EXTRACT, AND THE CONTROL REPORT OPENS WITH A
000385*                  *SUPPLMT* LINE.
000386*2026-10-15  JPM   THE DELTA HEADERS ON A FOLD-IN RUN NOW TAKE THE
000387*                  NIGHT'S RUN DATE LIKE THE FULL HEADERS, NOT THE
000388*                  DELTAFL HEADER DATE.
000389*----------------------------------------------------------------
000390
000391 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EXTRACT-FILE             ASSIGN TO EXTRFL
000570     SELECT UNASSIGNED-OUT-FILE      ASSIGN TO REGOUTU
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-OUT-STATUS.
000591     SELECT DELTA-FILE               ASSIGN TO DELTAFL
000592         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS WS-DELTA-STATUS.
000594     SELECT DELTA1-OUT-FILE          ASSIGN TO REGDLT1
000595         ORGANIZATION IS SEQUENTIAL
000596         FILE STATUS IS WS-DLT-OUT-STATUS.
000597     SELECT DELTA2-OUT-FILE          ASSIGN TO REGDLT2
000598         ORGANIZATION IS SEQUENTIAL
000599         FILE STATUS IS WS-DLT-OUT-STATUS.
000600     SELECT DELTA3-OUT-FILE          ASSIGN TO REGDLT3
000601         ORGANIZATION IS SEQUENTIAL
000602         FILE STATUS IS WS-DLT-OUT-STATUS.
000603     SELECT DELTAU-OUT-FILE          ASSIGN TO REGDLTU
000604         ORGANIZATION IS SEQUENTIAL
000605         FILE STATUS IS WS-DLT-OUT-STATUS.
000606     SELECT SPLIT-REPORT-FILE        ASSIGN TO REGRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000621     SELECT RUN-LEDGER-FILE          ASSIGN TO RUNLEDGR
000622         ORGANIZATION IS SEQUENTIAL
000623         FILE STATUS IS WS-LEDGER-STATUS.
000624     SELECT RUN-CARD-FILE            ASSIGN TO RUNCARD
000625         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS WS-RUNCARD-STATUS.
000627     SELECT MERGE-MODE-FILE          ASSIGN TO MRGCARD
000628         ORGANIZATION IS SEQUENTIAL
000629         FILE STATUS IS WS-MRGCARD-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
001080     LABEL RECORDS ARE STANDARD.
001090 01  UNASSIGNED-OUT-RECORD           PIC X(80).
001100
001101*----------------------------------------------------------------
001102*MAIN'S CHANGED-ONLY DELTA EXTRACT - HDR, DETAILS, TRL WITH THE
001103*COUNT, PER-COLOR TOTALS AND NEW/CHANGED SPLIT.  OPTIONAL - A
001104*NIGHT WITHOUT ONE SIMPLY HAS NO DELTA SPLIT.
001105*----------------------------------------------------------------
001106 FD  DELTA-FILE
001107     LABEL RECORDS ARE STANDARD.
001108 01  DELTA-HEADER-RECORD.
001109     05  DH-RECORD-ID                PIC X(03).
001110     05  DH-FEED-DATE                PIC 9(08).
001111     05  FILLER                      PIC X(69).
001112 01  DELTA-TRAILER-RECORD.
001113     05  DT-RECORD-ID                PIC X(03).
001114     05  DT-RECORD-COUNT             PIC 9(09).
001115     05  FILLER                      PIC X(68).
001116     COPY DELTA-RECORD.
001117
001118*----------------------------------------------------------------
001119*THE FOUR REGIONAL DELTA FILES - SAME SHAPE AS THE DELTA ITSELF,
001120*ONE 80-BYTE RECORD AREA EACH LIKE THE REGIONAL EXTRACT FILES.
001121*----------------------------------------------------------------
001122 FD  DELTA1-OUT-FILE
001123     LABEL RECORDS ARE STANDARD.
001124 01  DELTA1-OUT-RECORD               PIC X(80).
001125
001126 FD  DELTA2-OUT-FILE
001127     LABEL RECORDS ARE STANDARD.
001128 01  DELTA2-OUT-RECORD               PIC X(80).
001129
001130 FD  DELTA3-OUT-FILE
001131     LABEL RECORDS ARE STANDARD.
001132 01  DELTA3-OUT-RECORD               PIC X(80).
001133
001134 FD  DELTAU-OUT-FILE
001135     LABEL RECORDS ARE STANDARD.
001136 01  DELTAU-OUT-RECORD               PIC X(80).
001137*----------------------------------------------------------------
001138*SPLIT CONTROL REPORT - ONE LINE PER OUTPUT FILE WITH ITS COUNT
001139*AND PER-COLOR TOTALS, THE INPUT LINE, AND THE BALANCE VERDICT.
001140*----------------------------------------------------------------
001150 FD  SPLIT-REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001280     05  RL-BROWN                    PIC ZZZ,ZZZ,ZZ9.
001290     05  RL-FLAG                     PIC X(03).
001300
001301*----------------------------------------------------------------
001302*SHARED RUN-CONTROL LEDGER - A START AND AN END ROW PER STEP.
001303*----------------------------------------------------------------
001304 FD  RUN-LEDGER-FILE
001305     LABEL RECORDS ARE STANDARD.
001306     COPY RUN-LEDGER-RECORD.
001307
001308*----------------------------------------------------------------
001309*OPTIONAL RUN CONTROL CARD - RUN DATE AND RERUN MODE.
001310*----------------------------------------------------------------
001311 FD  RUN-CARD-FILE
001312     LABEL RECORDS ARE STANDARD.
001313     COPY RUN-CARD-RECORD.
001314
001315*----------------------------------------------------------------
001316*OPTIONAL MERGE MODE CARD, SHARED WITH COLMERGE - ONLY 'FOLDIN'
001317*MEANS ANYTHING HERE.
001318*----------------------------------------------------------------
001319 FD  MERGE-MODE-FILE
001320     LABEL RECORDS ARE STANDARD.
001321     COPY MERGE-MODE-CARD.
001322
001323 WORKING-STORAGE SECTION.
001324*----------------------------------------------------------------
001330*COLOR STATUS BYTE AND ITS CONDITION NAMES - DETAILS CLASSIFY
001340*THROUGH THE SAME NAMES MAIN DISPATCHES ON.
001350*----------------------------------------------------------------
001410 77  WS-URGENT-STATUS                PIC X(02).
001420 77  WS-OUT-STATUS                   PIC X(02).
001430 77  WS-RPT-STATUS                   PIC X(02).
001433 77  WS-DELTA-STATUS                 PIC X(02).
001436 77  WS-DLT-OUT-STATUS               PIC X(02).
001440
001450 77  WS-EXTRACT-EOF-SW               PIC X(01) VALUE 'N'.
001460     88  WS-EXTRACT-EOF                         VALUE 'Y'.
001480     88  WS-URGENT-EOF                          VALUE 'Y'.
001490 77  WS-URGENT-AVAIL-SW              PIC X(01) VALUE 'N'.
001500     88  WS-URGENT-AVAILABLE                    VALUE 'Y'.
001501 77  WS-DELTA-EOF-SW                 PIC X(01) VALUE 'N'.
001502     88  WS-DELTA-EOF                           VALUE 'Y'.
001503 77  WS-DELTA-AVAIL-SW               PIC X(01) VALUE 'N'.
001504     88  WS-DELTA-AVAILABLE                     VALUE 'Y'.
001505 77  WS-DELTA-TRL-SW                 PIC X(01) VALUE 'N'.
001506     88  WS-DELTA-TRAILER-FOUND                 VALUE 'Y'.
001510
001520*----------------------------------------------------------------
001530*PER-FILE TALLIES - ENTRIES 1-3 ARE THE REGIONS, ENTRY 4 THE
001620 77  WS-INPUT-COUNT                  PIC 9(09) COMP VALUE ZERO.
001630 77  WS-OUTPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
001640 77  WS-RGN-IDX                      PIC 9(02) COMP.
001641*----------------------------------------------------------------
001642*DELTA SPLIT TALLIES - SAME FOUR ENTRIES AS ABOVE, COLORS BY THE
001643*NEW COLOR, PLUS THE NEW-KEY/CHANGED SPLIT EACH TRAILER CARRIES.
001644*----------------------------------------------------------------
001645 01  WS-DELTA-TALLIES.
001646     05  WS-DELTA-ENTRY OCCURS 4 TIMES.
001647         10  WS-DLT-RECORDS          PIC 9(09) COMP VALUE ZERO.
001648         10  WS-DLT-COLOR OCCURS 4 TIMES
001649                                     PIC 9(09) COMP VALUE ZERO.
001650         10  WS-DLT-NEW              PIC 9(09) COMP VALUE ZERO.
001651         10  WS-DLT-CHANGED          PIC 9(09) COMP VALUE ZERO.
001652 77  WS-DELTA-IN-COUNT               PIC 9(09) COMP VALUE ZERO.
001653 77  WS-DELTA-OUT-COUNT              PIC 9(09) COMP VALUE ZERO.
001654 77  WS-DELTA-TRL-COUNT              PIC 9(09) COMP VALUE ZERO.
001655 77  WS-DELTA-DATE                   PIC 9(08) VALUE ZERO.
001656 77  WS-COLOR-IDX                    PIC 9(02) COMP.
001660
001670 01  WS-FILE-NAME-LIST.
001680     05  FILLER                      PIC X(10) VALUE 'REGION-01'.
001710     05  FILLER                      PIC X(10) VALUE 'UNASSIGNED'.
001720 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
001730     05  WS-FILE-NAME OCCURS 4 TIMES PIC X(10).
001731 01  WS-DELTA-NAME-LIST.
001732     05  FILLER                      PIC X(10) VALUE 'DELTA-01'.
001733     05  FILLER                      PIC X(10) VALUE 'DELTA-02'.
001734     05  FILLER                      PIC X(10) VALUE 'DELTA-03'.
001735     05  FILLER                      PIC X(10) VALUE 'DELTA-UNAS'.
001736 01  WS-DELTA-NAME-TABLE REDEFINES WS-DELTA-NAME-LIST.
001737     05  WS-DELTA-NAME OCCURS 4 TIMES PIC X(10).
001740
001750*----------------------------------------------------------------
001760*INTERFACE HEADER AND TRAILER, BUILT HERE AND MOVED WHOLE INTO
001770*WHICHEVER OUTPUT FILE IS BEING WRAPPED - SAME HDR/TRL IDS AS
001780*COLEDIT'S FEED CONVENTION, WITH THE PER-COLOR TOTALS CARRIED
001785*ON THE TRAILER AFTER THE RECORD COUNT.  THE EXTRACT TYPE IS
001790*BLANK ON THE NIGHT'S OWN EXTRACT AND 'SUPP' ON A SUPPLEMENTARY
001795*ONE CUT FOR A LATE REGION.
001800*----------------------------------------------------------------
001810 01  WS-SPLIT-HEADER.
001820     05  SH-RECORD-ID                PIC X(03).
001830     05  SH-FEED-DATE                PIC 9(08).
001835     05  SH-EXTRACT-TYPE             PIC X(04).
001840         88  SH-SUPPLEMENTARY            VALUE 'SUPP'.
001845     05  FILLER                      PIC X(65).
001850 01  WS-SPLIT-TRAILER.
001860     05  ST-RECORD-ID                PIC X(03).
001870     05  ST-RECORD-COUNT             PIC 9(09).
001900     05  ST-RED-COUNT                PIC 9(09).
001910     05  ST-BROWN-COUNT              PIC 9(09).
001920     05  FILLER                      PIC X(32).
001921*THE REGIONAL DELTA TRAILER ADDS THE NEW-KEY AND CHANGED COUNTS
001922*AFTER THE COLOR TOTALS, SAME AS THE DELTA MAIN CUTS.
001923 01  WS-DELTA-SPLIT-TRAILER.
001924     05  DS-RECORD-ID                PIC X(03).
001925     05  DS-RECORD-COUNT             PIC 9(09).
001926     05  DS-YELLOW-COUNT             PIC 9(09).
001927     05  DS-GREEN-COUNT              PIC 9(09).
001928     05  DS-RED-COUNT                PIC 9(09).
001929     05  DS-BROWN-COUNT              PIC 9(09).
001930     05  DS-NEW-KEY-COUNT            PIC 9(09).
001931     05  DS-CHANGED-COUNT            PIC 9(09).
001932     05  FILLER                      PIC X(14).
001933
001940*----------------------------------------------------------------
001950*THE DETAIL IN HAND, COMMON TO BOTH INPUT FILES.
001960*----------------------------------------------------------------
002030     05  FILLER                      PIC X(31).
002040
002050 77  WS-TODAY-DATE                   PIC 9(08).
002051 77  WS-MRGCARD-STATUS               PIC X(02).
002052 77  WS-SUPPLEMENTARY-SW             PIC X(01) VALUE 'N'.
002053     88  WS-SUPPLEMENTARY-RUN                   VALUE 'Y'.
002054
002055*----------------------------------------------------------------
002056*RUN LEDGER CONTROLS - THE NIGHT'S RUN DATE, RERUN MODE, AND THE
002057*FIGURES CARRIED ON THIS STEP'S LEDGER ROWS.
002058*----------------------------------------------------------------
002059 77  WS-LEDGER-STATUS                PIC X(02).
002060 77  WS-RUNCARD-STATUS               PIC X(02).
002061 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
002062     88  WS-LEDGER-EOF                          VALUE 'Y'.
002063 77  WS-RERUN-SW                     PIC X(01) VALUE 'N'.
002064     88  WS-RERUN-MODE                          VALUE 'Y'.
002065 77  WS-STEP-CLEAN-SW                PIC X(01) VALUE 'N'.
002066     88  WS-STEP-ENDED-CLEAN                    VALUE 'Y'.
002067 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002068 77  WS-LEDGER-PROGRAM               PIC X(08) VALUE 'COLSPLIT'.
002069 77  WS-LEDGER-EVENT                 PIC X(01).
002070 77  WS-LEDGER-RC                    PIC 9(03) VALUE ZERO.
002071 77  WS-LEDGER-FEED-DATE             PIC 9(08) VALUE ZERO.
002072 77  WS-LEDGER-IN                    PIC 9(09) VALUE ZERO.
002073 77  WS-LEDGER-OUT                   PIC 9(09) VALUE ZERO.
002074 77  WS-LEDGER-CTL-1                 PIC 9(09) VALUE ZERO.
002075 77  WS-LEDGER-CTL-2                 PIC 9(09) VALUE ZERO.
002076 77  WS-LEDGER-CTL-3                 PIC 9(09) VALUE ZERO.
002077 01  WS-LEDGER-CLOCK.
002078     05  WS-LEDGER-HHMMSS            PIC 9(06).
002079     05  FILLER                      PIC 9(02).
002080
002081 PROCEDURE DIVISION.
002082*================================================================
002090*0000-MAINLINE
002100*HEADERS OUT, SPLIT BOTH EXTRACTS, TRAILERS OUT, THEN PROVE THE
002110*SPLITS SUM BACK TO THE INPUT ON THE CONTROL REPORT.
002180         PERFORM 2500-SPLIT-URGENT-RECORD THRU 2500-EXIT
002190             UNTIL WS-URGENT-EOF
002200     END-IF.
002201     IF WS-DELTA-AVAILABLE
002202         PERFORM 2700-SPLIT-DELTA-RECORD THRU 2700-EXIT
002203             UNTIL WS-DELTA-EOF
002204                OR WS-DELTA-TRAILER-FOUND
002205     END-IF.
002210     PERFORM 3000-WRITE-TRAILERS THRU 3000-EXIT.
002220     PERFORM 4000-WRITE-CONTROL-REPORT THRU 4000-EXIT.
002230     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002240     STOP RUN.
002250
002260 1000-INITIALIZE.
002265     PERFORM 8500-START-LEDGER THRU 8500-EXIT.
002267     PERFORM 1050-READ-MERGE-MODE-CARD THRU 1050-EXIT.
002270     OPEN INPUT EXTRACT-FILE.
002280     IF WS-EXTRACT-STATUS NOT = '00'
002290         DISPLAY 'COLSPLIT: UNABLE TO OPEN EXTRACT, STATUS='
002620     MOVE SPACES        TO WS-SPLIT-HEADER.
002630     MOVE 'HDR'         TO SH-RECORD-ID.
002640     MOVE WS-TODAY-DATE TO SH-FEED-DATE.
002642     IF WS-SUPPLEMENTARY-RUN
002644         MOVE WS-RUN-DATE TO SH-FEED-DATE
002646         SET SH-SUPPLEMENTARY TO TRUE
002648     END-IF.
002650     PERFORM 1200-WRITE-ONE-HEADER THRU 1200-EXIT
002660         VARYING WS-RGN-IDX FROM 1 BY 1
002670         UNTIL WS-RGN-IDX > 4.
002690     IF WS-URGENT-AVAILABLE
002700         PERFORM 2600-READ-URGENT THRU 2600-EXIT
002710     END-IF.
002715     PERFORM 1300-OPEN-DELTA THRU 1300-EXIT.
002720 1000-EXIT.
002730     EXIT.
002740
002741*-----------------------------------------------------------------
002742*1050-READ-MERGE-MODE-CARD
002743*FILE STATUS '35' (NOT FOUND) MEANS NO CARD WAS SUPPLIED - THE
002744*NIGHT'S OWN SPLIT.  ONLY A FOLD-IN RUN CUTS A SUPPLEMENTARY ONE.
002745*-----------------------------------------------------------------
002746 1050-READ-MERGE-MODE-CARD.
002747     OPEN INPUT MERGE-MODE-FILE.
002748     IF WS-MRGCARD-STATUS = '00'
002749         READ MERGE-MODE-FILE
002750             AT END
002751                 CONTINUE
002752         END-READ
002753         IF WS-MRGCARD-STATUS = '00' AND MG-FOLD-IN-MODE
002754             SET WS-SUPPLEMENTARY-RUN TO TRUE
002755             DISPLAY 'COLSPLIT: FOLD-IN RUN - SUPPLEMENTARY'
002756                 ' REGIONAL EXTRACT FOR RUN DATE ' WS-RUN-DATE
002757         END-IF
002758         CLOSE MERGE-MODE-FILE
002759     END-IF.
002760 1050-EXIT.
002761     EXIT.
002762
002763 1200-WRITE-ONE-HEADER.
002764     MOVE WS-SPLIT-HEADER TO WS-WORK-DETAIL.
002770     PERFORM 2400-WRITE-TO-REGION-FILE THRU 2400-EXIT.
002780 1200-EXIT.
002790     EXIT.
002800
002801*-----------------------------------------------------------------
002802*1300-OPEN-DELTA
002803*DELTAFL MISSING (STATUS 35) IS A NIGHT WITH NO DELTA SPLIT, SAME
002804*AS URGFL.  WHEN IT IS THERE IT MUST OPEN WITH ITS HEADER - THE
002805*HEADER DATE IS CARRIED ONTO EVERY REGIONAL DELTA HEADER - AND THE
002806*FIRST DETAIL IS READ AHEAD FOR THE SPLIT LOOP.
002807*-----------------------------------------------------------------
002808 1300-OPEN-DELTA.
002809     OPEN INPUT DELTA-FILE.
002810     IF WS-DELTA-STATUS = '35'
002811         DISPLAY 'COLSPLIT: NO DELTA EXTRACT THIS RUN'
002812         GO TO 1300-EXIT
002813     END-IF.
002814     IF WS-DELTA-STATUS NOT = '00'
002815         DISPLAY 'COLSPLIT: UNABLE TO OPEN DELTA EXTRACT, STATUS='
002816             WS-DELTA-STATUS
002817         GO TO 9999-ABEND-EXIT
002818     END-IF.
002819     SET WS-DELTA-AVAILABLE TO TRUE.
002820     READ DELTA-FILE
002821         AT END
002822             DISPLAY 'COLSPLIT: DELTA EXTRACT IS EMPTY'
002823             GO TO 9999-ABEND-EXIT
002824     END-READ.
002825     IF DH-RECORD-ID NOT = 'HDR'
002826         DISPLAY 'COLSPLIT: DELTA EXTRACT HAS NO HEADER'
002827         GO TO 9999-ABEND-EXIT
002828     END-IF.
002829     MOVE DH-FEED-DATE TO WS-DELTA-DATE.
002830     OPEN OUTPUT DELTA1-OUT-FILE DELTA2-OUT-FILE
002831                 DELTA3-OUT-FILE DELTAU-OUT-FILE.
002832     IF WS-DLT-OUT-STATUS NOT = '00'
002833         DISPLAY 'COLSPLIT: UNABLE TO OPEN A DELTA OUTPUT FILE,'
002834             ' STATUS=' WS-DLT-OUT-STATUS
002835         GO TO 9999-ABEND-EXIT
002836     END-IF.
002837     MOVE SPACES        TO WS-SPLIT-HEADER.
002838     MOVE 'HDR'         TO SH-RECORD-ID.
002839     MOVE WS-DELTA-DATE TO SH-FEED-DATE.
002840     IF WS-SUPPLEMENTARY-RUN
002841         MOVE WS-RUN-DATE TO SH-FEED-DATE
002842         SET SH-SUPPLEMENTARY TO TRUE
002843     END-IF.
002844     PERFORM 1350-WRITE-ONE-DELTA-HEADER THRU 1350-EXIT
002845         VARYING WS-RGN-IDX FROM 1 BY 1
002846         UNTIL WS-RGN-IDX > 4.
002847     PERFORM 2750-READ-DELTA THRU 2750-EXIT.
002848 1300-EXIT.
002849     EXIT.
002850
002851 1350-WRITE-ONE-DELTA-HEADER.
002852     MOVE WS-SPLIT-HEADER TO WS-WORK-DETAIL.
002853     PERFORM 2850-WRITE-TO-DELTA-FILE THRU 2850-EXIT.
002854 1350-EXIT.
002855     EXIT.
002856
002857 2000-SPLIT-EXTRACT-RECORD.
002858     MOVE EXTRACT-RECORD TO WS-WORK-DETAIL.
002859     PERFORM 2300-ROUTE-ONE-DETAIL THRU 2300-EXIT.
002860     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002861 2000-EXIT.
002862     EXIT.
002870
002880 2100-READ-EXTRACT.
002890     READ EXTRACT-FILE
003660 2600-EXIT.
003670     EXIT.
003680
003681*-----------------------------------------------------------------
003682*2700-SPLIT-DELTA-RECORD
003683*THE DELTA'S TRAILER ENDS THE LOOP AND IS KEPT FOR THE BALANCE
003684*CHECK; A DETAIL IS ROUTED BY ITS REGION, SAME RULE AS 2300, AND
003685*TALLIED BY ITS NEW COLOR AND WHETHER THE KEY IS NEW OR CHANGED.
003686*-----------------------------------------------------------------
003687 2700-SPLIT-DELTA-RECORD.
003688     IF DT-RECORD-ID = 'TRL'
003689         SET WS-DELTA-TRAILER-FOUND TO TRUE
003690         MOVE DT-RECORD-COUNT TO WS-DELTA-TRL-COUNT
003691         GO TO 2700-EXIT
003692     END-IF.
003693     ADD 1 TO WS-DELTA-IN-COUNT.
003694     MOVE DELTA-RECORD TO WS-WORK-DETAIL.
003695     EVALUATE DL-SOURCE-REGION
003696         WHEN '01'
003697             MOVE 1 TO WS-RGN-IDX
003698         WHEN '02'
003699             MOVE 2 TO WS-RGN-IDX
003700         WHEN '03'
003701             MOVE 3 TO WS-RGN-IDX
003702         WHEN OTHER
003703             MOVE 4 TO WS-RGN-IDX
003704     END-EVALUATE.
003705     ADD 1 TO WS-DLT-RECORDS(WS-RGN-IDX).
003706     MOVE DL-NEW-COLOR TO COLOR-CODE.
003707     EVALUATE TRUE
003708         WHEN COL-YELLOW
003709             ADD 1 TO WS-DLT-COLOR(WS-RGN-IDX, 1)
003710         WHEN COL-GREEN
003711             ADD 1 TO WS-DLT-COLOR(WS-RGN-IDX, 2)
003712         WHEN COL-RED
003713             ADD 1 TO WS-DLT-COLOR(WS-RGN-IDX, 3)
003714         WHEN COL-BROWN
003715             ADD 1 TO WS-DLT-COLOR(WS-RGN-IDX, 4)
003716     END-EVALUATE.
003717     IF DL-NEW-KEY
003718         ADD 1 TO WS-DLT-NEW(WS-RGN-IDX)
003719     ELSE
003720         ADD 1 TO WS-DLT-CHANGED(WS-RGN-IDX)
003721     END-IF.
003722     PERFORM 2850-WRITE-TO-DELTA-FILE THRU 2850-EXIT.
003723     PERFORM 2750-READ-DELTA THRU 2750-EXIT.
003724 2700-EXIT.
003725     EXIT.
003726
003727 2750-READ-DELTA.
003728     READ DELTA-FILE
003729         AT END
003730             SET WS-DELTA-EOF TO TRUE
003731     END-READ.
003732 2750-EXIT.
003733     EXIT.
003734
003735 2850-WRITE-TO-DELTA-FILE.
003736     EVALUATE WS-RGN-IDX
003737         WHEN 1
003738             MOVE WS-WORK-DETAIL TO DELTA1-OUT-RECORD
003739             WRITE DELTA1-OUT-RECORD
003740         WHEN 2
003741             MOVE WS-WORK-DETAIL TO DELTA2-OUT-RECORD
003742             WRITE DELTA2-OUT-RECORD
003743         WHEN 3
003744             MOVE WS-WORK-DETAIL TO DELTA3-OUT-RECORD
003745             WRITE DELTA3-OUT-RECORD
003746         WHEN 4
003747             MOVE WS-WORK-DETAIL TO DELTAU-OUT-RECORD
003748             WRITE DELTAU-OUT-RECORD
003749     END-EVALUATE.
003750     IF WS-DLT-OUT-STATUS NOT = '00'
003751         DISPLAY 'COLSPLIT: DELTA OUTPUT WRITE FAILED, STATUS='
003752             WS-DLT-OUT-STATUS
003753         GO TO 9999-ABEND-EXIT
003754     END-IF.
003755 2850-EXIT.
003756     EXIT.
003757
003758*-----------------------------------------------------------------
003759*3000-WRITE-TRAILERS
003760*EACH FILE'S TRAILER CARRIES ITS OWN COUNT AND PER-COLOR TOTALS
003761*OFF THE TALLY TABLE, SO THE RECEIVING LOADER CAN BALANCE THE
003762*FILE THE SAME WAY COLEDIT BALANCES A FEED.
003763*-----------------------------------------------------------------
003764 3000-WRITE-TRAILERS.
003765     PERFORM 3100-WRITE-ONE-TRAILER THRU 3100-EXIT
003770         VARYING WS-RGN-IDX FROM 1 BY 1
003780         UNTIL WS-RGN-IDX > 4.
003781     IF WS-DELTA-AVAILABLE
003782         PERFORM 3200-WRITE-DELTA-TRAILER THRU 3200-EXIT
003783             VARYING WS-RGN-IDX FROM 1 BY 1
003784             UNTIL WS-RGN-IDX > 4
003785     END-IF.
003790 3000-EXIT.
003800     EXIT.
003810
003920 3100-EXIT.
003930     EXIT.
003940
003941 3200-WRITE-DELTA-TRAILER.
003942     MOVE SPACES TO WS-DELTA-SPLIT-TRAILER.
003943     MOVE 'TRL' TO DS-RECORD-ID.
003944     MOVE WS-DLT-RECORDS(WS-RGN-IDX)  TO DS-RECORD-COUNT.
003945     MOVE WS-DLT-COLOR(WS-RGN-IDX, 1) TO DS-YELLOW-COUNT.
003946     MOVE WS-DLT-COLOR(WS-RGN-IDX, 2) TO DS-GREEN-COUNT.
003947     MOVE WS-DLT-COLOR(WS-RGN-IDX, 3) TO DS-RED-COUNT.
003948     MOVE WS-DLT-COLOR(WS-RGN-IDX, 4) TO DS-BROWN-COUNT.
003949     MOVE WS-DLT-NEW(WS-RGN-IDX)      TO DS-NEW-KEY-COUNT.
003950     MOVE WS-DLT-CHANGED(WS-RGN-IDX)  TO DS-CHANGED-COUNT.
003951     MOVE WS-DELTA-SPLIT-TRAILER TO WS-WORK-DETAIL.
003952     PERFORM 2850-WRITE-TO-DELTA-FILE THRU 2850-EXIT.
003953 3200-EXIT.
003954     EXIT.
003955
003956*-----------------------------------------------------------------
003960*4000-WRITE-CONTROL-REPORT
003970*ONE LINE PER OUTPUT FILE, THE INPUT TOTAL, AND THE BALANCE
003980*VERDICT - THE FOUR FILE COUNTS MUST SUM BACK TO THE RECORDS
003986*READ OR THE SPLIT DOES NOT RECONCILE.  A SUPPLEMENTARY SPLIT IS
003992*SAID SO ON THE FIRST LINE.
004000*-----------------------------------------------------------------
004010 4000-WRITE-CONTROL-REPORT.
004011     IF WS-SUPPLEMENTARY-RUN
004012         MOVE SPACES TO SPLIT-REPORT-LINE
004013         MOVE '*SUPPLMT* ' TO RL-NAME
004014         WRITE SPLIT-REPORT-LINE
004015     END-IF.
004020     PERFORM 4100-WRITE-ONE-FILE-LINE THRU 4100-EXIT
004030         VARYING WS-RGN-IDX FROM 1 BY 1
004040         UNTIL WS-RGN-IDX > 4.
004160     END-IF.
004170     MOVE WS-OUTPUT-COUNT TO RL-RECORDS.
004180     WRITE SPLIT-REPORT-LINE.
004182     IF WS-DELTA-AVAILABLE
004184         PERFORM 4200-WRITE-DELTA-LINES THRU 4200-EXIT
004186     END-IF.
004190 4000-EXIT.
004200     EXIT.
004210
004320 4100-EXIT.
004330     EXIT.
004340
004341*-----------------------------------------------------------------
004342*4200-WRITE-DELTA-LINES
004343*THE DELTA BALANCES ON ITS OWN - THE FOUR DELTA FILE COUNTS MUST
004344*SUM TO THE DETAILS READ, AND THOSE MUST MATCH THE COUNT ON THE
004345*DELTA'S OWN TRAILER.  A MISSING TRAILER MEANS A TRUNCATED DELTA.
004346*-----------------------------------------------------------------
004347 4200-WRITE-DELTA-LINES.
004348     PERFORM 4300-WRITE-ONE-DELTA-LINE THRU 4300-EXIT
004349         VARYING WS-RGN-IDX FROM 1 BY 1
004350         UNTIL WS-RGN-IDX > 4.
004351     MOVE SPACES TO SPLIT-REPORT-LINE.
004352     MOVE '*DLT IN*  ' TO RL-NAME.
004353     MOVE WS-DELTA-IN-COUNT TO RL-RECORDS.
004354     WRITE SPLIT-REPORT-LINE.
004355     MOVE SPACES TO SPLIT-REPORT-LINE.
004356     MOVE '*DLT TRL* ' TO RL-NAME.
004357     MOVE WS-DELTA-TRL-COUNT TO RL-RECORDS.
004358     IF NOT WS-DELTA-TRAILER-FOUND
004359         MOVE 'NO ' TO RL-FLAG
004360     END-IF.
004361     WRITE SPLIT-REPORT-LINE.
004362     MOVE SPACES TO SPLIT-REPORT-LINE.
004363     IF WS-DELTA-OUT-COUNT = WS-DELTA-IN-COUNT
004364        AND WS-DELTA-TRAILER-FOUND
004365        AND WS-DELTA-TRL-COUNT = WS-DELTA-IN-COUNT
004366         MOVE '*DLT BAL* ' TO RL-NAME
004367     ELSE
004368         MOVE '*DLT UNBL*' TO RL-NAME
004369         MOVE 8 TO RETURN-CODE
004370     END-IF.
004371     MOVE WS-DELTA-OUT-COUNT TO RL-RECORDS.
004372     WRITE SPLIT-REPORT-LINE.
004373 4200-EXIT.
004374     EXIT.
004375
004376 4300-WRITE-ONE-DELTA-LINE.
004377     MOVE SPACES TO SPLIT-REPORT-LINE.
004378     MOVE WS-DELTA-NAME(WS-RGN-IDX)   TO RL-NAME.
004379     MOVE WS-DLT-RECORDS(WS-RGN-IDX)  TO RL-RECORDS.
004380     MOVE WS-DLT-COLOR(WS-RGN-IDX, 1) TO RL-YELLOW.
004381     MOVE WS-DLT-COLOR(WS-RGN-IDX, 2) TO RL-GREEN.
004382     MOVE WS-DLT-COLOR(WS-RGN-IDX, 3) TO RL-RED.
004383     MOVE WS-DLT-COLOR(WS-RGN-IDX, 4) TO RL-BROWN.
004384     WRITE SPLIT-REPORT-LINE.
004385     ADD WS-DLT-RECORDS(WS-RGN-IDX) TO WS-DELTA-OUT-COUNT.
004386 4300-EXIT.
004387     EXIT.
004388
004389 5000-TERMINATE.
004390     CLOSE EXTRACT-FILE.
004391     IF WS-URGENT-AVAILABLE
004392         CLOSE URGENT-EXTRACT-FILE
004393     END-IF.
004400     CLOSE REGION1-OUT-FILE REGION2-OUT-FILE
004410           REGION3-OUT-FILE UNASSIGNED-OUT-FILE.
004411     IF WS-DELTA-AVAILABLE
004412         CLOSE DELTA-FILE
004413         CLOSE DELTA1-OUT-FILE DELTA2-OUT-FILE
004414               DELTA3-OUT-FILE DELTAU-OUT-FILE
004415     END-IF.
004420     CLOSE SPLIT-REPORT-FILE.
004430     DISPLAY 'COLSPLIT: SPLIT COMPLETE'.
004440     DISPLAY '  RECORDS READ     = ' WS-INPUT-COUNT.
004470     DISPLAY '  REGION 02        = ' WS-SPL-RECORDS(2).
004480     DISPLAY '  REGION 03        = ' WS-SPL-RECORDS(3).
004490     DISPLAY '  UNASSIGNED       = ' WS-SPL-RECORDS(4).
004491     IF WS-DELTA-AVAILABLE
004492         DISPLAY '  DELTA READ       = ' WS-DELTA-IN-COUNT
004493         DISPLAY '  DELTA WRITTEN    = ' WS-DELTA-OUT-COUNT
004494     END-IF.
004495     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004500 5000-EXIT.
004510     EXIT.
004520
004521*-----------------------------------------------------------------
004522*8500-START-LEDGER
004523*PICK UP THE NIGHT'S RUN DATE AND RERUN MODE OFF RUNCARD.  IN
004524*RERUN MODE A STEP THAT ALREADY ENDED CLEAN FOR THE RUN DATE
004525*SKIPS ITSELF WITH RETURN CODE 0; OTHERWISE THE START ROW GOES ON
004526*THE LEDGER BEFORE ANY REAL WORK IS DONE.
004527*-----------------------------------------------------------------
004528 8500-START-LEDGER.
004529     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004530     OPEN INPUT RUN-CARD-FILE.
004531     IF WS-RUNCARD-STATUS = '00'
004532         READ RUN-CARD-FILE
004533             AT END
004534                 CONTINUE
004535         END-READ
004536         IF WS-RUNCARD-STATUS = '00'
004537             IF RN-RUN-DATE NUMERIC AND RN-RUN-DATE NOT = ZERO
004538                 MOVE RN-RUN-DATE TO WS-RUN-DATE
004539             END-IF
004540             IF RN-RERUN
004541                 SET WS-RERUN-MODE TO TRUE
004542             END-IF
004543         END-IF
004544         CLOSE RUN-CARD-FILE
004545     END-IF.
004546     IF WS-RERUN-MODE
004547         PERFORM 8510-CHECK-RERUN THRU 8510-EXIT
004548     END-IF.
004549     MOVE 'S'  TO WS-LEDGER-EVENT.
004550     MOVE ZERO TO WS-LEDGER-RC.
004551     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004552 8500-EXIT.
004553     EXIT.
004554
004555*-----------------------------------------------------------------
004556*8510-CHECK-RERUN
004557*THE LAST ROW THIS STEP POSTED FOR THE RUN DATE DECIDES - A CLEAN
004558*END MEANS THERE IS NOTHING LEFT FOR THE STEP TO DO.  A FAILED
004559*END, A START WITH NO END BEHIND IT, OR NO ROW AT ALL FOR THE DATE
004560*MEANS THE STEP RUNS.
004561*-----------------------------------------------------------------
004562 8510-CHECK-RERUN.
004563     MOVE 'N' TO WS-STEP-CLEAN-SW.
004564     MOVE 'N' TO WS-LEDGER-EOF-SW.
004565     OPEN INPUT RUN-LEDGER-FILE.
004566     IF WS-LEDGER-STATUS NOT = '00'
004567         DISPLAY 'COLSPLIT: RERUN - NO RUN LEDGER, STATUS='
004568             WS-LEDGER-STATUS ' - STEP RUNS'
004569         GO TO 8510-EXIT
004570     END-IF.
004571     PERFORM 8520-SCAN-LEDGER-ROW THRU 8520-EXIT
004572         UNTIL WS-LEDGER-EOF.
004573     CLOSE RUN-LEDGER-FILE.
004574     IF WS-STEP-ENDED-CLEAN
004575         DISPLAY 'COLSPLIT: ENDED CLEAN FOR RUN DATE ' WS-RUN-DATE
004576             ' - SKIPPED ON RERUN'
004577         MOVE ZERO TO RETURN-CODE
004578         STOP RUN
004579     END-IF.
004580     DISPLAY 'COLSPLIT: RERUN - NO CLEAN END FOR RUN DATE '
004581         WS-RUN-DATE ' - STEP RUNS'.
004582 8510-EXIT.
004583     EXIT.
004584
004585 8520-SCAN-LEDGER-ROW.
004586     READ RUN-LEDGER-FILE
004587         AT END
004588             SET WS-LEDGER-EOF TO TRUE
004589         NOT AT END
004590             IF LG-PROGRAM = WS-LEDGER-PROGRAM
004591                AND LG-RUN-DATE = WS-RUN-DATE
004592                 IF LG-END-ROW AND LG-ENDED-CLEAN
004593                     SET WS-STEP-ENDED-CLEAN TO TRUE
004594                 ELSE
004595                     MOVE 'N' TO WS-STEP-CLEAN-SW
004596                 END-IF
004597             END-IF
004598     END-READ.
004599 8520-EXIT.
004600     EXIT.
004601
004602*-----------------------------------------------------------------
004603*8550-POST-LEDGER-END
004604*THE END ROW CARRIES THE STEP'S RETURN CODE AND ITS FIGURES -
004605*IN = EXTRACT RECORDS READ, OUT = WRITTEN TO THE REGIONAL FILES,
004606*CONTROL 1 = UNASSIGNED, CONTROL 2 = DELTA DETAILS READ, CONTROL 3
004607*= DELTA DETAILS WRITTEN TO THE REGIONAL DELTA FILES.
004608*-----------------------------------------------------------------
004609 8550-POST-LEDGER-END.
004610     MOVE 'E'                TO WS-LEDGER-EVENT.
004611     MOVE RETURN-CODE        TO WS-LEDGER-RC.
004612     MOVE WS-INPUT-COUNT     TO WS-LEDGER-IN.
004613     MOVE WS-OUTPUT-COUNT    TO WS-LEDGER-OUT.
004614     MOVE WS-SPL-RECORDS(4)  TO WS-LEDGER-CTL-1.
004615     MOVE WS-DELTA-IN-COUNT  TO WS-LEDGER-CTL-2.
004616     MOVE WS-DELTA-OUT-COUNT TO WS-LEDGER-CTL-3.
004617     PERFORM 8590-WRITE-LEDGER-ROW THRU 8590-EXIT.
004618 8550-EXIT.
004619     EXIT.
004620
004621*-----------------------------------------------------------------
004622*8590-WRITE-LEDGER-ROW
004623*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004624*SO A LATER ABEND IN THE STEP CANNOT LOSE THE ROW.  FILE STATUS
004625*'35' MEANS THE FIRST STEP EVER RUN CREATES THE LEDGER.  A LEDGER
004626*FAILURE ONLY WARNS - IT MUST NEVER TAKE DOWN THE STEP ITSELF.
004627*-----------------------------------------------------------------
004628 8590-WRITE-LEDGER-ROW.
004629     OPEN EXTEND RUN-LEDGER-FILE.
004630     IF WS-LEDGER-STATUS = '35'
004631         OPEN OUTPUT RUN-LEDGER-FILE
004632     END-IF.
004633     IF WS-LEDGER-STATUS NOT = '00'
004634         DISPLAY 'COLSPLIT: RUN LEDGER UNAVAILABLE, STATUS='
004635             WS-LEDGER-STATUS ' - ROW NOT POSTED'
004636         GO TO 8590-EXIT
004637     END-IF.
004638     ACCEPT WS-LEDGER-CLOCK FROM TIME.
004639     MOVE SPACES              TO RUN-LEDGER-RECORD.
004640     MOVE WS-RUN-DATE         TO LG-RUN-DATE.
004641     MOVE WS-LEDGER-PROGRAM   TO LG-PROGRAM.
004642     MOVE WS-LEDGER-EVENT     TO LG-EVENT.
004643     MOVE WS-LEDGER-RC        TO LG-RETURN-CODE.
004644     MOVE WS-LEDGER-FEED-DATE TO LG-FEED-DATE.
004645     MOVE WS-LEDGER-IN        TO LG-RECORDS-IN.
004646     MOVE WS-LEDGER-OUT       TO LG-RECORDS-OUT.
004647     MOVE WS-LEDGER-CTL-1     TO LG-CONTROL-1.
004648     MOVE WS-LEDGER-CTL-2     TO LG-CONTROL-2.
004649     MOVE WS-LEDGER-CTL-3     TO LG-CONTROL-3.
004650     MOVE WS-LEDGER-HHMMSS    TO LG-TIME.
004651     WRITE RUN-LEDGER-RECORD.
004652     CLOSE RUN-LEDGER-FILE.
004653 8590-EXIT.
004654     EXIT.
004655
004656 9999-ABEND-EXIT.
004657     CLOSE EXTRACT-FILE URGENT-EXTRACT-FILE
004658           REGION1-OUT-FILE REGION2-OUT-FILE
004659           REGION3-OUT-FILE UNASSIGNED-OUT-FILE
004660           DELTA-FILE DELTA1-OUT-FILE DELTA2-OUT-FILE
004661           DELTA3-OUT-FILE DELTAU-OUT-FILE
004662           SPLIT-REPORT-FILE.
004663     MOVE 16 TO RETURN-CODE.
004664     PERFORM 8550-POST-LEDGER-END THRU 8550-EXIT.
004665     STOP RUN.
