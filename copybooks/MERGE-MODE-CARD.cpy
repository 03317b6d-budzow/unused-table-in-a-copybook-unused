000100*----------------------------------------------------------------
000110*MERGE-MODE-CARD
000120*OPTIONAL MERGE MODE CARD (MRGCARD), READ BY COLMERGE, MAIN AND
000130*COLSPLIT.  COLUMNS 1-8 CARRY THE MODE.  MISSING CARD, OR ANY
000140*OTHER VALUE, IS THE NORMAL NIGHT - ALL THREE REGIONAL FEEDS
000150*MUST BE THERE OR COLMERGE ABENDS.
000160*  'LATE'    THE NIGHTLY MERGE TAKES THE REGIONS THAT HAVE
000170*            ARRIVED AND LOGS ANY REGION STILL MISSING AS
000180*            OUTSTANDING ON THE LATE-REGION LOG (LATEREG).
000190*  'FOLDIN'  THE FOLLOW-UP RUN FOR A LATE REGION - COLMERGE
000200*            MERGES THE OUTSTANDING FEED THAT HAS NOW LANDED
000210*            AGAINST THE KEYS ALREADY DISPATCHED THAT NIGHT,
000220*            MAIN APPENDS TO THE NIGHT'S AUDIT TRAIL, AND
000230*            COLSPLIT MARKS ITS REGIONAL EXTRACT SUPPLEMENTARY.
000240*            THE FOLLOW-UP STEPS RUN UNDER THE NIGHT'S RUN CARD.
000250*    DATE-WRITTEN.  2026-10-13.
000260*    MODIFICATION HISTORY
000270*    2026-10-13  JPM  INITIAL VERSION.
000280*----------------------------------------------------------------
000290 01  MERGE-MODE-CARD.
000300     05  MG-MODE                     PIC X(08).
000310         88  MG-LATE-REGION-MODE         VALUE 'LATE'.
000320         88  MG-FOLD-IN-MODE             VALUE 'FOLDIN'.
000330     05  FILLER                      PIC X(72).
