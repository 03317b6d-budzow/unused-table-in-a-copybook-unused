000100*----------------------------------------------------------------
000110*LATE-REGION-RECORD
000120*LATE-REGION LOG (LATEREG) - APPENDED BY COLMERGE, READ BY
000130*COLMERGE, COLGATE AND COLOPS.  A NIGHT MERGED IN LATE-REGION
000140*MODE WRITES AN 'O' ROW FOR EACH REGION WHOSE FEED HAD NOT
000150*ARRIVED; THE FOLLOW-UP RUN THAT FOLDS THAT FEED IN WRITES AN
000160*'F' ROW FOR IT, DATED WITH THE SAME RUN AND FEED DATE AS THE
000170*ROW IT RESOLVES, CARRYING WHAT THE LATE FEED DID.  THE LAST
000180*ROW FOR A RUN DATE AND REGION IS THAT REGION'S STANDING.  A
000190*REGION WITH NO ROW FOR THE RUN DATE WAS MERGED ON TIME.
000200*    DATE-WRITTEN.  2026-10-13.
000210*    MODIFICATION HISTORY
000220*    2026-10-13  JPM  INITIAL VERSION.
000230*----------------------------------------------------------------
000240 01  LATE-REGION-RECORD.
000250     05  LT-RUN-DATE                 PIC 9(08).
000260     05  LT-FEED-DATE                PIC 9(08).
000270     05  LT-SOURCE-REGION            PIC X(02).
000280     05  LT-STATUS                   PIC X(01).
000290         88  LT-OUTSTANDING              VALUE 'O'.
000300         88  LT-FOLDED-IN                VALUE 'F'.
000310     05  LT-RECORDS-READ             PIC 9(09).
000320     05  LT-RECORDS-MERGED           PIC 9(09).
000330     05  LT-LOST-PRECEDENCE          PIC 9(09).
000340     05  LT-SUPERSEDED               PIC 9(09).
000350     05  LT-POSTED-DATE              PIC 9(08).
000360     05  LT-POSTED-TIME              PIC 9(06).
000370     05  FILLER                      PIC X(11).
