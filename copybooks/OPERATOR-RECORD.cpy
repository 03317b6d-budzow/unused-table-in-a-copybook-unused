000100*----------------------------------------------------------------
000110*OPERATOR-RECORD
000120*OPERATOR AUTHORITY FILE (OPERAUTH) - ONE CARD-IMAGE ROW PER
000130*OPERATOR ID, MAINTAINED BY DATA SECURITY THE WAY OPERATIONS
000140*MAINTAINS CALFL.  THE ID IS THE SAME THREE-CHARACTER INITIALS
000150*COLRULE HAS ALWAYS CARRIED ON ITS AUDIT BRANCH NAMES.  EACH
000160*FUNCTION SWITCH IS 'Y' WHERE THE OPERATOR MAY USE IT AND
000170*ANYTHING ELSE WHERE NOT - AN ID NOT ON FILE MAY DO NOTHING.
000180*READ AT SIGN-ON BY THE CONVERSATIONAL PROGRAMS (COLINQ, COLFIX,
000190*COLRULE, COLOWN), WHICH LOG EVERY SIGN-ON, REFUSAL AND ACTION
000200*TO THE ACCESS LOG (ACCESS-LOG-RECORD).
000210*  INQUIRY      - LOOK AT KEYS, HISTORY, RULES, OWNERS, BASKET.
000220*  REPAIR       - REPAIR OR CLOSE EXCEPTION BASKET ROWS IN COLFIX,
000230*                 AND APPROVE ANOTHER OPERATOR'S PENDING REPAIR.
000240*  RULES        - ADD AND DELETE TRANSITION RULES IN COLRULE.
000250*  APPROVE-OWN  - A REPAIR TAKES EFFECT AT ONCE; WITHOUT IT THE
000260*                 REPAIR WAITS ON THE BASKET FOR A SECOND ONE.
000270*  OWNERS       - ADD, CHANGE AND DELETE OWNERSHIP ROWS IN COLOWN.
000280*    DATE-WRITTEN.  2026-09-22.
000290*    MODIFICATION HISTORY
000300*    2026-09-22  JPM  INITIAL VERSION.
000310*----------------------------------------------------------------
000320 01  OPERATOR-RECORD.
000330     05  OP-OPERATOR-ID              PIC X(03).
000340     05  OP-OPERATOR-NAME            PIC X(20).
000350     05  OP-INQUIRY-SW               PIC X(01).
000360         88  OP-MAY-INQUIRE              VALUE 'Y'.
000370     05  OP-REPAIR-SW                PIC X(01).
000380         88  OP-MAY-REPAIR               VALUE 'Y'.
000390     05  OP-RULES-SW                 PIC X(01).
000400         88  OP-MAY-MAINTAIN-RULES       VALUE 'Y'.
000410     05  OP-APPROVE-OWN-SW           PIC X(01).
000420         88  OP-MAY-APPROVE-OWN          VALUE 'Y'.
000430     05  OP-OWNERS-SW                PIC X(01).
000440         88  OP-MAY-MAINTAIN-OWNERS      VALUE 'Y'.
000450     05  FILLER                      PIC X(52).
