000100*----------------------------------------------------------------
000110*RUN-LEDGER-RECORD
000120*SHARED RUN-CONTROL LEDGER (RUNLEDGR) - EVERY BATCH STEP APPENDS
000130*A START ROW WHEN IT BEGINS AND AN END ROW WHEN IT FINISHES,
000140*CLEAN OR ABENDED, SO THE NIGHT CAN BE READ BACK STEP BY STEP.
000150*A START ROW WITH NO END ROW BEHIND IT MEANS THE STEP DIED
000160*WITHOUT REACHING ITS OWN ABEND EXIT.  THE RUN DATE IS THE
000170*NIGHT'S BUSINESS DATE (RUNCARD, ELSE THE SYSTEM DATE); THE
000180*FEED DATE IS ONLY SET BY THE STEPS THAT WORK A DATED FEED
000190*(COLMERGE, COLEDIT, MAIN).  AN END ROW WITH A RETURN CODE
000200*UNDER 8 IS A CLEAN END - A WARNING IS STILL A FINISHED STEP.
000210*THE THREE CONTROL TOTALS ARE EACH STEP'S OWN KEY FIGURES, SET
000220*OUT IN THE STEP'S 8550-POST-LEDGER-END PARAGRAPH.  COUNTS ARE
000230*DISPLAY NUMERIC SO THE LEDGER CAN BE READ WITH AN EDITOR, SAME
000240*AS THE STATISTICS REPOSITORY.
000250*    DATE-WRITTEN.  2026-09-08.
000260*    MODIFICATION HISTORY
000270*    2026-09-08  JPM  INITIAL VERSION.
000280*----------------------------------------------------------------
000290 01  RUN-LEDGER-RECORD.
000300     05  LG-RUN-DATE                 PIC 9(08).
000310     05  LG-PROGRAM                  PIC X(08).
000320     05  LG-EVENT                    PIC X(01).
000330         88  LG-START-ROW                VALUE 'S'.
000340         88  LG-END-ROW                  VALUE 'E'.
000350     05  LG-RETURN-CODE              PIC 9(03).
000360         88  LG-ENDED-CLEAN              VALUE 0 THRU 7.
000370     05  LG-FEED-DATE                PIC 9(08).
000380     05  LG-RECORDS-IN               PIC 9(09).
000390     05  LG-RECORDS-OUT              PIC 9(09).
000400     05  LG-CONTROL-1                PIC 9(09).
000410     05  LG-CONTROL-2                PIC 9(09).
000420     05  LG-CONTROL-3                PIC 9(09).
000430     05  LG-TIME                     PIC 9(06).
000440     05  FILLER                      PIC X(01).
