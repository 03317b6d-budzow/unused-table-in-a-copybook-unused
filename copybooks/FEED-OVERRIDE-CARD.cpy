000100*----------------------------------------------------------------
000110*FEED-OVERRIDE-CARD
000120*OPTIONAL REPEAT-FEED OVERRIDE CARD (FEEDOVR), READ BY COLMERGE
000130*AND COLEDIT.  A FEED WHOSE FINGERPRINT IS ALREADY ON THE FEED
000140*REGISTRY IS REFUSED WITH RETURN CODE 12 - THIS CARD LETS A
000146*GENUINE RE-RUN THROUGH.  IT MUST SAY 'OVERRIDE', NAME THE DATE
000152*BEING RE-RUN (SO A CARD LEFT IN THE DECK DOES NOT OPEN OTHER
000158*FEEDS) - FOR COLEDIT THE FEED'S HEADER DATE, FOR COLMERGE THE
000164*NIGHT THE REGIONAL FEED WAS FIRST MERGED, AS ITS REFUSAL GIVES
000170*IT - AND CARRY THE REQUESTER'S INITIALS, WHICH ARE
000180*STAMPED ON THE REGISTRY ROW.  A BLANK REGION COVERS EVERY FEED
000190*OF THAT DATE; '01'/'02'/'03' COVERS THAT REGION'S ARRIVAL ONLY.
000200*    DATE-WRITTEN.  2026-10-02.
000210*    MODIFICATION HISTORY
000220*    2026-10-02  JPM  INITIAL VERSION.
000225*    2026-10-15  JPM  COLMERGE MATCHES THE FIRST-MERGED NIGHT.
000230*----------------------------------------------------------------
000240 01  FEED-OVERRIDE-CARD.
000250     05  FO-ACTION                   PIC X(08).
000260         88  FO-OVERRIDE                 VALUE 'OVERRIDE'.
000270     05  FO-FEED-DATE                PIC 9(08).
000280     05  FO-SOURCE-REGION            PIC X(02).
000290     05  FO-REQUESTED-BY             PIC X(03).
000300     05  FO-REASON                   PIC X(30).
000310     05  FILLER                      PIC X(29).
