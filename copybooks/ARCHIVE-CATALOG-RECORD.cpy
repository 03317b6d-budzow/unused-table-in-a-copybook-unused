000100*----------------------------------------------------------------
000110*ARCHIVE-CATALOG-RECORD
000120*ARCHIVE GENERATION CATALOG (ARCHCAT) - ONE ROW PER GENERATION
000130*COLARCH HAS WRITTEN, IN THE ORDER IT WROTE THEM, SO READING THE
000140*CATALOG FROM THE TOP READS THE HISTORY OLDEST FIRST.  EACH ROW
000150*NAMES THE GENERATION AND ITS SEAL FILE, THE RETENTION CUTOFF IT
000160*WAS SPLIT ON, THE EARLIEST AND LATEST AU-DATE IT HOLDS, ITS ENTRY
000170*COUNT, AND ITS ENTRIES COUNTED BY COLOR AND SOURCE REGION.  A
000180*HISTORY READER OPENS ONLY THE GENERATIONS WHOSE DATE RANGE
000190*OVERLAPS THE DATES IT WAS ASKED FOR.  THE COLOR ROWS RUN YELLOW,
000200*GREEN, RED, BROWN, THEN ANY OTHER BYTE; THE REGION COLUMNS RUN
000210*01, 02, 03, THEN ANY OTHER REGION (INCLUDING A BLANK ONE).
000220*GENERATION 0 IS THE SINGLE ARCHFL THAT WAS MOUNTED WHEN THE
000230*CATALOG WAS STARTED, TAKEN ON AS IT STOOD.  THE NAMES ARE DATA
000232*SET NAMES - A READER ALLOCATES EACH GENERATION IT OPENS TO ITS
000234*ARCHFL DD, AND THE SEAL TO ARCHSEAL.  A BLANK CT-SEAL-NAME IS A
000236*GENERATION CATALOGED WITH NO SEAL.
000240*    DATE-WRITTEN.  2026-10-09.
000250*    MODIFICATION HISTORY
000260*    2026-10-09  JPM  INITIAL VERSION.
000262*    2026-10-15  JPM  NAMES ARE THE DATA SET NAMES THE READERS
000264*                     ALLOCATE; CT-SEAL-NAME MAY BE BLANK.
000270*----------------------------------------------------------------
000280 01  ARCHIVE-CATALOG-RECORD.
000290     05  CT-RECORD-ID                PIC X(04).
000300         88  CT-GENERATION-ROW           VALUE 'AGEN'.
000310     05  CT-GENERATION-NO            PIC 9(04).
000320     05  CT-GENERATION-NAME          PIC X(44).
000330     05  CT-SEAL-NAME                PIC X(44).
000340     05  CT-WRITTEN-DATE             PIC 9(08).
000350     05  CT-WRITTEN-TIME             PIC 9(06).
000360     05  CT-CUTOFF-DATE              PIC 9(08).
000370     05  CT-FIRST-DATE               PIC 9(08).
000380     05  CT-LAST-DATE                PIC 9(08).
000390     05  CT-ENTRY-COUNT              PIC 9(09).
000400     05  CT-COLOR-ROW OCCURS 5 TIMES.
000410         10  CT-REGION-COUNT OCCURS 4 TIMES
000420                                     PIC 9(09).
000430     05  FILLER                      PIC X(17).
