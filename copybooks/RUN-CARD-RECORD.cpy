000100*----------------------------------------------------------------
000110*RUN-CARD-RECORD
000120*OPTIONAL NIGHTLY RUN CONTROL CARD (RUNCARD), READ BY EVERY STEP
000130*THAT POSTS TO THE RUN LEDGER.  COLUMNS 1-8 CARRY THE RUN DATE
000140*(BLANK OR ZERO MEANS TODAY'S SYSTEM DATE) AND COLUMNS 9-13
000150*'RERUN' TURN ON RERUN MODE - A STEP WHOSE LAST END ROW ON THE
000160*LEDGER FOR THE RUN DATE IS A CLEAN END SKIPS ITSELF WITH
000170*RETURN CODE 0, SO A NIGHT THAT WENT WRONG PARTWAY RESTARTS
000180*FROM THE STEP THAT STOPPED.  MISSING CARD MEANS TODAY, NO RERUN.
000190*    DATE-WRITTEN.  2026-09-08.
000200*    MODIFICATION HISTORY
000210*    2026-09-08  JPM  INITIAL VERSION.
000220*----------------------------------------------------------------
000230 01  RUN-CARD-RECORD.
000240     05  RN-RUN-DATE                 PIC 9(08).
000250     05  RN-MODE                     PIC X(05).
000260         88  RN-RERUN                    VALUE 'RERUN'.
000270     05  FILLER                      PIC X(67).
