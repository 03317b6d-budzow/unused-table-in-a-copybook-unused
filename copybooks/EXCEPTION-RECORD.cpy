000140*MORE THAN ONE STREAM OR ON MORE THAN ONE DAY.  POSTED BY
000150*COLMERGE (PRECEDENCE LOSSES), COLEDIT (EDIT FAILURES) AND MAIN
000160*(INVALID COLORS AND ILLEGAL TRANSITIONS); WORKED BY COLFIX,
000170*WHICH FLIPS THE STATUS FROM OPEN TO REPAIRED OR CLOSED - OR TO
000172*PENDING, WHEN THE REPAIRING OPERATOR MAY NOT APPROVE THEIR OWN
000174*REPAIR, UNTIL A SECOND OPERATOR APPROVES IT.  THE
000180*LEGACY PER-STREAM FILES (MRGREJ, EDITREJ, REJECTFL, TRANEXC)
000190*ARE STILL WRITTEN - THE BASKET IS THE REPAIR QUEUE, NOT A
000200*REPLACEMENT FOR THE DOWNSTREAM REPORTS.
000210*    DATE-WRITTEN.  2026-08-31.
000220*    MODIFICATION HISTORY
000230*    2026-08-31  JPM  INITIAL VERSION.
000232*    2026-09-22  JPM  PENDING STATUS, THE COLOR KEYED BY THE
000234*                     REPAIRING OPERATOR, AND WHO REPAIRED AND
000236*                     WHO APPROVED, OUT OF THE FILLER.
000240*----------------------------------------------------------------
000250 01  EXCEPTION-RECORD.
000260     05  XB-BASKET-KEY.
000380         88  XB-STATUS-OPEN              VALUE 'O'.
000390         88  XB-STATUS-REPAIRED          VALUE 'R'.
000400         88  XB-STATUS-CLOSED            VALUE 'C'.
000402         88  XB-STATUS-PENDING           VALUE 'P'.
000404     05  XB-REPAIR-COLOR             PIC X(01).
000406     05  XB-REPAIRED-BY              PIC X(03).
000408     05  XB-APPROVED-BY              PIC X(03).
000410     05  FILLER                      PIC X(46).
