000100*----------------------------------------------------------------
000110*FEED-REGISTRY-RECORD
000120*PERSISTENT FEED REGISTRY (FEEDREG) - ONE ROW PER FEED ACCEPTED BY
000130*THE FRONT END.  COLMERGE REGISTERS EACH REGIONAL ARRIVAL (STAGE
000140*'M') AND COLEDIT EACH FEED IT PASSES TO MAIN (STAGE 'E').  THE
000150*RECORD KEY IS THE WHOLE OF THE FEED'S FINGERPRINT - HEADER DATE,
000160*SOURCE REGION, TRAILER RECORD COUNT AND THE DETAIL COUNT BY
000170*COLOR - SO A FEED WHOSE FINGERPRINT IS ALREADY ON FILE IS AN
000180*EXACT REPEAT AND IS REFUSED UNLESS A FEEDOVR OVERRIDE CARD
000190*COVERS IT.  A REGIONAL FEED HAS NO HEADER OR TRAILER OF ITS OWN:
000197*ITS KEY DATE IS ZERO, SO THE SAME FILE REMOUNTED ON A LATER NIGHT
000204*IS STILL A REPEAT, AND ITS COUNT IS THE DETAILS READ; THE NIGHT
000210*THAT FIRST MERGED IT IS FR-FIRST-RUN-DATE.  COLEDIT'S REGION IS
000220*THE ONE REGION ITS DETAILS CAME FROM, '**' FOR A CONSOLIDATED
000230*FEED, BLANK FOR A PRE-REGION FEED.  THE COLOR TOTALS RUN YELLOW,
000240*GREEN, RED, BROWN; ANY OTHER BYTE COUNTS UNDER FR-OTHER-TOTAL.
000250*    DATE-WRITTEN.  2026-10-02.
000260*    MODIFICATION HISTORY
000270*    2026-10-02  JPM  INITIAL VERSION.
000275*    2026-10-15  JPM  REGIONAL ARRIVALS KEYED WITH A ZERO DATE.
000280*----------------------------------------------------------------
000290 01  FEED-REGISTRY-RECORD.
000300     05  FR-FEED-KEY.
000310         10  FR-STAGE                PIC X(01).
000320             88  FR-REGIONAL-ARRIVAL     VALUE 'M'.
000330             88  FR-EDITED-FEED          VALUE 'E'.
000340         10  FR-FEED-DATE            PIC 9(08).
000350         10  FR-SOURCE-REGION        PIC X(02).
000360         10  FR-RECORD-COUNT         PIC 9(09).
000370         10  FR-COLOR-TOTALS.
000380             15  FR-COLOR-TOTAL OCCURS 4 TIMES
000390                                     PIC 9(09).
000400         10  FR-OTHER-TOTAL          PIC 9(09).
000410     05  FR-FIRST-RUN-DATE           PIC 9(08).
000420     05  FR-FIRST-TIME               PIC 9(06).
000430     05  FR-LAST-RUN-DATE            PIC 9(08).
000440     05  FR-TIMES-ACCEPTED           PIC 9(03).
000450     05  FR-OVERRIDE-BY              PIC X(03).
000460     05  FILLER                      PIC X(27).
