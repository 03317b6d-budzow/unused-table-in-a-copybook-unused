000100*----------------------------------------------------------------
000110*OWNER-RECORD
000120*KEY OWNERSHIP REGISTRY ROW (OWNERFL) - ONE PER CM-KEY, KEYED ON
000130*OW-KEY, NAMING THE BUSINESS UNIT THAT OWNS THE KEY, THE
000140*RESPONSIBLE CONTACT, AND THE GROUP THE ALERT DESK ESCALATES TO.
000150*MAINTAINED BY COLOWN, WHICH STAMPS WHO LAST CHANGED THE ROW AND
000160*WHEN.  READ BY COLAGE (OWNER ON THE ESCALATION INTERFACE),
000170*COLFIX (OWNER SHOWN WITH EACH OPEN BASKET ROW) AND COLOWNX
000180*(MASTER KEYS WITH NO OWNER ON FILE).
000190*    DATE-WRITTEN.  2026-09-18.
000200*    MODIFICATION HISTORY
000210*    2026-09-18  JPM  INITIAL VERSION.
000220*----------------------------------------------------------------
000230 01  OWNER-RECORD.
000240     05  OW-KEY                      PIC X(10).
000250     05  OW-BUSINESS-UNIT            PIC X(08).
000260     05  OW-CONTACT                  PIC X(20).
000270     05  OW-ESCALATION-GROUP         PIC X(08).
000280     05  OW-CHANGED-DATE             PIC 9(08).
000290     05  OW-CHANGED-BY               PIC X(03).
000300     05  FILLER                      PIC X(23).
