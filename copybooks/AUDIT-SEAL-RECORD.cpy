000100*----------------------------------------------------------------
000110*AUDIT-SEAL-RECORD
000120*CONTROL-TOTAL SEAL OF AN AUDIT FILE - ONE RECORD, KEPT IN A
000130*SMALL COMPANION FILE BESIDE THE FILE IT SEALS: AUDSEAL FOR THE
000140*LIVE AUDIT TRAIL (AUDITFL), ARCHSEAL FOR AN ARCHIVE GENERATION
000150*(ARCHFL) AND NEWSEAL FOR COLARCH'S TRIMMED TRAIL (NEWAUDIT),
000160*WHICH THE JOB STREAM SWAPS IN WITH NEWAUDIT.  A PROGRAM THAT
000170*APPENDS TO THE FILE ROLLS ITS SEAL FORWARD; COLARCH WRITES A
000180*FRESH ONE FOR EACH FILE IT SPLITS OUT.  A READER RE-TOTALS THE
000190*FILE AND COMPARES BEFORE IT TRUSTS IT - ANY DIFFERENCE IS A
000200*BREAK IN THE SEAL.
000210*AS-SEAL-TOTALS HOLDS THE ENTRY COUNT, THE COUNT PER BRANCH, THE
000220*TIMESTAMPS OF THE FIRST AND LAST ENTRIES IN FILE ORDER, AND A
000230*HASH TOTAL OF THE KEYS - EACH KEY CHARACTER'S PLACE IN A FIXED
000240*COLLATING STRING, WEIGHTED BY ITS POSITION IN THE KEY, SUMMED
000250*OVER EVERY ENTRY.  THE BRANCH BUCKETS RUN:
000260*     1 YELLOW-DISPATCHED          7 REJECT-REPAIRED
000270*     2 GREEN-REVIEWED-CLEAR       8 RULE-ADDED-BY-XXX
000280*     3 RED-DISPATCHED             9 RULE-DELETED-BY-XXX
000290*     4 BROWN-UNDER-INVESTIGATION 10 RECLASSIFIED-ADMIN
000300*     5 REJECTED-INVALID-COLOR    11 ANY OTHER BRANCH
000310*     6 TRANSITION-REJECTED
000320*    DATE-WRITTEN.  2026-10-06.
000330*    MODIFICATION HISTORY
000340*    2026-10-06  JPM  INITIAL VERSION.
000350*----------------------------------------------------------------
000360 01  AUDIT-SEAL-RECORD.
000370     05  AS-RECORD-ID                PIC X(04).
000380         88  AS-SEAL-ROW                 VALUE 'SEAL'.
000390     05  AS-FILE-ID                  PIC X(08).
000400     05  AS-SEALED-BY                PIC X(08).
000410     05  AS-SEALED-DATE              PIC 9(08).
000420     05  AS-SEALED-TIME              PIC 9(06).
000430     05  AS-SEAL-TOTALS.
000440         10  AS-ENTRY-COUNT          PIC 9(09).
000450         10  AS-BRANCH-COUNT OCCURS 11 TIMES
000460                                     PIC 9(09).
000470         10  AS-FIRST-TIMESTAMP.
000480             15  AS-FIRST-DATE       PIC 9(08).
000490             15  AS-FIRST-TIME       PIC 9(08).
000500         10  AS-LAST-TIMESTAMP.
000510             15  AS-LAST-DATE        PIC 9(08).
000520             15  AS-LAST-TIME        PIC 9(08).
000530         10  AS-KEY-HASH             PIC 9(18).
000540     05  FILLER                      PIC X(08).
