000180*    DATE-WRITTEN.  2026-08-20.
000190*    MODIFICATION HISTORY
000200*    2026-08-20  JPM  INITIAL VERSION.
000205*    2026-10-13  JPM  ST-ROW-TYPE - 'S' MARKS THE ROW OF A
000206*                     LATE-REGION FOLD-IN RUN, WHICH ADDS TO
000207*                     THE NIGHT IT FOLLOWS RATHER THAN BEING A
000208*                     NIGHT OF ITS OWN.
000210*----------------------------------------------------------------
000220 01  STATS-RECORD.
000230     05  ST-RUN-DATE                 PIC 9(08).
000280     05  ST-BROWN-COUNT              PIC 9(09).
000290     05  ST-REJECT-COUNT             PIC 9(09).
000300     05  ST-TRANS-COUNT              PIC 9(09).
000310     05  ST-ROW-TYPE                 PIC X(01).
000312         88  ST-SUPPLEMENTARY-ROW        VALUE 'S'.
000314     05  FILLER                      PIC X(08).
