000100*----------------------------------------------------------------
000110*ACCESS-LOG-RECORD
000120*CONVERSATIONAL ACCESS LOG (ACCESSLG) - ONE ROW APPENDED FOR EVERY
000130*SIGN-ON, SIGN-OFF, REFUSAL AND ACTION TAKEN IN COLINQ, COLFIX,
000140*COLRULE AND COLOWN, SO WHO DID WHAT AND WHEN IS ON RECORD EVEN
000150*WHERE THE AUDIT TRAIL CARRIES NO OPERATOR.  A REFUSED SIGN-ON
000160*CARRIES THE ID AS KEYED.  THE DETAIL IS FREE TEXT SET BY THE
000170*PROGRAM - THE KEY WORKED, THE FUNCTION REFUSED, THE RULE PAIR.
000180*    DATE-WRITTEN.  2026-09-22.
000190*    MODIFICATION HISTORY
000200*    2026-09-22  JPM  INITIAL VERSION.
000210*----------------------------------------------------------------
000220 01  ACCESS-LOG-RECORD.
000230     05  AL-TIMESTAMP.
000240         10  AL-DATE                 PIC 9(08).
000250         10  AL-TIME                 PIC 9(08).
000260     05  AL-PROGRAM                  PIC X(08).
000270     05  AL-OPERATOR-ID              PIC X(03).
000280     05  AL-EVENT                    PIC X(08).
000290         88  AL-SIGN-ON                  VALUE 'SIGN-ON'.
000300         88  AL-SIGN-OFF                 VALUE 'SIGN-OFF'.
000310         88  AL-REFUSED                  VALUE 'REFUSED'.
000320         88  AL-ACTION                   VALUE 'ACTION'.
000330     05  AL-DETAIL                   PIC X(42).
000340     05  FILLER                      PIC X(03).
