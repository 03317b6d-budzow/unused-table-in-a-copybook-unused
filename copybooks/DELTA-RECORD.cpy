000100*----------------------------------------------------------------
000110*DELTA-RECORD
000120*CHANGED-ONLY INTERFACE DETAIL - ONE PER KEY WHOSE DISPATCHED
000130*COLOR MOVED TONIGHT, OR THAT IS NEW TO THE COLOR MASTER.  CARRIES
000140*THE PRIOR AND NEW COLOR WITH BOTH CONDITION NAMES SPELLED OUT SO
000150*A CONSUMER CAN APPLY THE MOVE WITHOUT RELOADING THE FULL EXTRACT.
000160*WRITTEN BY MAIN TO DELTAFL BETWEEN A HDR/TRL PAIR AND SPLIT BY
000170*REGION BY COLSPLIT.  A NEW KEY HAS BLANK PRIOR FIELDS.
000180*    DATE-WRITTEN.  2026-09-11.
000190*    MODIFICATION HISTORY
000200*    2026-09-11  JPM  INITIAL VERSION.
000210*----------------------------------------------------------------
000220 01  DELTA-RECORD.
000230     05  DL-KEY                      PIC X(10).
000240     05  DL-PRIOR-COLOR              PIC X(01).
000250     05  DL-PRIOR-CONDITION          PIC X(20).
000260     05  DL-NEW-COLOR                PIC X(01).
000270     05  DL-NEW-CONDITION            PIC X(20).
000280     05  DL-CHANGE-TYPE              PIC X(01).
000290         88  DL-NEW-KEY                  VALUE 'N'.
000300         88  DL-COLOR-CHANGED            VALUE 'C'.
000310     05  DL-TIMESTAMP.
000320         10  DL-DATE                 PIC 9(08).
000330         10  DL-TIME                 PIC 9(08).
000340     05  DL-SOURCE-REGION            PIC X(02).
000350     05  FILLER                      PIC X(09).
