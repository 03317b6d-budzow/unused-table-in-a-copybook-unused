000410*                     A NONZERO CK-FEED-DATE ALSO TELLS A
000420*                     RESTART THE ABENDED RUN WAS IN CATCH-UP
000430*                     MODE, CARD OR NO CARD.
000431*    2026-09-11  JPM  ADDED CK-DELTA-COUNTS - THE CHANGED-ONLY
000432*                     DELTA EXTRACT'S TRAILER TOTALS RIDE THE
000433*                     CHECKPOINT SO A RESTART THAT REOPENS DELTAFL
000434*                     FOR EXTEND STILL CUTS A TRAILER THAT
000435*                     BALANCES TO EVERY DETAIL IN THE FILE.
000436*    2026-10-15  JPM  THE CK-DELTA-COUNTS ARE NOT ENOUGH ON THEIR
000437*                     OWN: DETAILS WRITTEN AFTER THE LAST
000438*                     CHECKPOINT ARE IN DELTAFL BUT ARE NOT
000439*                     COUNTED AGAIN WHEN THEIR RECORDS ARE
000440*                     REPROCESSED.  A RESTART NOW RECOUNTS DELTAFL
000441*                     AS IT STANDS; THESE FIELDS ONLY SHOW THE
000442*                     TOTALS AS AT EACH CHECKPOINT.
000443*----------------------------------------------------------------
000450 01  CHECKPOINT-RECORD.
000460     05  CK-KEY                      PIC X(10).
000470     05  CK-RECORD-COUNT             PIC 9(09) COMP.
000720             15  CK-FD-BROWN-COUNT   PIC 9(09) COMP.
000730             15  CK-FD-REJECT-COUNT  PIC 9(09) COMP.
000740             15  CK-FD-TRANS-COUNT   PIC 9(09) COMP.
000741     05  CK-DELTA-COUNTS.
000742         10  CK-DELTA-NEW-COUNT      PIC 9(09) COMP.
000743         10  CK-DELTA-CHANGED-COUNT  PIC 9(09) COMP.
000744         10  CK-DELTA-YELLOW-COUNT   PIC 9(09) COMP.
000745         10  CK-DELTA-GREEN-COUNT    PIC 9(09) COMP.
000746         10  CK-DELTA-RED-COUNT      PIC 9(09) COMP.
000747         10  CK-DELTA-BROWN-COUNT    PIC 9(09) COMP.
000750     05  CK-RUN-COMPLETE             PIC X(01).
000760         88  CK-RUN-COMPLETE-YES         VALUE 'Y'.
000770         88  CK-RUN-COMPLETE-NO          VALUE 'N'.
