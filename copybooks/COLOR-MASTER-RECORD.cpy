000170*    DATE-WRITTEN.  2026-08-10.
000180*    MODIFICATION HISTORY
000190*    2026-08-10  JPM  INITIAL VERSION.
000192*    2026-09-25  JPM  CARVED CM-SOURCE-REGION OUT OF THE FILLER
000194*                     SO THE REGION OF THE KEY'S LAST DISPATCH
000196*                     RIDES THE MASTER ROW - COLRECL SELECTS ON
000198*                     IT.  ROWS NOT DISPATCHED SINCE CARRY BLANKS.
000200*----------------------------------------------------------------
000210 01  COLOR-MASTER-RECORD.
000220     05  CM-KEY                      PIC X(10).
000250     05  CM-TIMESTAMP.
000260         10  CM-DATE                 PIC 9(08).
000270         10  CM-TIME                 PIC 9(08).
000275     05  CM-SOURCE-REGION            PIC X(02).
000280     05  FILLER                      PIC X(31).
