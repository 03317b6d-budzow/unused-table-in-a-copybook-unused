000319*                  IT TO CLOSED.  THE LEGACY PER-STREAM FILES
000320*                  STILL FEED THEIR REPORTS; THIS PROGRAM NO
000321*                  LONGER READS THEM.
000322*2026-09-18  JPM   SHOWS THE KEY'S OWNING BUSINESS UNIT, CONTACT
000323*                  AND ESCALATION GROUP OFF THE OWNERSHIP FILE
000324*                  (OWNERFL) WITH EACH OPEN ROW, SO THE ANALYST
000325*                  KNOWS WHO TO ASK BEFORE REPAIRING IT.
000326*2026-09-22  JPM   OPERATOR SIGN-ON AGAINST THE AUTHORITY FILE
000327*                  (OPERAUTH).  ONLY REPAIR AUTHORITY MAY REPAIR,
000328*                  CLOSE OR APPROVE; INQUIRY AUTHORITY ALONE MAY
000329*                  ONLY LOOK.  AN OPERATOR WHO MAY NOT APPROVE
000330*                  THEIR OWN REPAIRS HAS THE REPAIR HELD ON THE
000331*                  BASKET AS PENDING - NOTHING IS RESUBMITTED OR
000332*                  AUDITED UNTIL A SECOND OPERATOR APPROVES IT.
000333*                  THE SIGN-ON, EVERY REFUSAL, EVERY REPAIR, HOLD,
000334*                  APPROVAL, REJECTION AND CLOSE, AND THE SIGN-OFF
000335*                  GO ON THE ACCESS LOG (ACCESSLG).
000336*2026-10-06  JPM   ROLLS THE AUDIT TRAIL SEAL (AUDSEAL) FORWARD
000337*                  OVER EVERY REJECT-REPAIRED ENTRY IT APPENDS AND
000338*                  REWRITES IT AT SESSION END, SO THE TRAIL STILL
000339*                  PROVES AGAINST ITS SEAL AFTER A REPAIR SESSION.
000340*2026-10-15  JPM   THE SEAL IS REWRITTEN AT SESSION END ONLY WHEN
000341*                  IT WAS LOADED; A SESSION WITH NO BASKET NEVER
000342*                  LOADS IT AND MUST LEAVE AUDSEAL AS IT WAS.
000343*2026-10-15  JPM   THE OWNERSHIP FILE IS CLOSED ON AN ABEND ONLY
000344*                  WHEN IT WAS OPENED.
000345*----------------------------------------------------------------
000346
000347 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EXCEPTION-BASKET-FILE    ASSIGN TO EXCPBASK
000450     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000471     SELECT OWNER-FILE               ASSIGN TO OWNERFL
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS OW-KEY
000475         FILE STATUS IS WS-OWNER-STATUS.
000476     SELECT OPERATOR-AUTHORITY-FILE  ASSIGN TO OPERAUTH
000477         ORGANIZATION IS SEQUENTIAL
000478         FILE STATUS IS WS-OPERAUTH-STATUS.
000479     SELECT ACCESS-LOG-FILE          ASSIGN TO ACCESSLG
000480         ORGANIZATION IS SEQUENTIAL
000481         FILE STATUS IS WS-ACCESS-STATUS.
000482     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000483         ORGANIZATION IS SEQUENTIAL
000484         FILE STATUS IS WS-AUDSEAL-STATUS.
000485
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------
000780 FD  AUDIT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY AUDIT-RECORD.
000801
000802*----------------------------------------------------------------
000803*KEY OWNERSHIP REGISTRY - LOOKED UP ONLY TO SHOW THE ANALYST WHO
000804*OWNS THE KEY IN HAND.
000805*----------------------------------------------------------------
000806 FD  OWNER-FILE
000807     LABEL RECORDS ARE STANDARD.
000808     COPY OWNER-RECORD.
000809
000810*----------------------------------------------------------------
000811*OPERATOR AUTHORITY FILE - WHAT EACH OPERATOR ID MAY DO.
000812*----------------------------------------------------------------
000813 FD  OPERATOR-AUTHORITY-FILE
000814     LABEL RECORDS ARE STANDARD.
000815     COPY OPERATOR-RECORD.
000816
000817*----------------------------------------------------------------
000818*CONVERSATIONAL ACCESS LOG - EVERY SIGN-ON, REFUSAL AND ACTION.
000819*----------------------------------------------------------------
000820 FD  ACCESS-LOG-FILE
000821     LABEL RECORDS ARE STANDARD.
000822     COPY ACCESS-LOG-RECORD.
000823
000824*----------------------------------------------------------------
000825*SEAL OF THE AUDIT TRAIL - ROLLED FORWARD OVER THIS RUN'S ENTRIES.
000826*----------------------------------------------------------------
000827 FD  AUDIT-SEAL-FILE
000828     LABEL RECORDS ARE STANDARD.
000829     COPY AUDIT-SEAL-RECORD.
000830
000831 WORKING-STORAGE SECTION.
000832*----------------------------------------------------------------
000840*COLOR STATUS BYTE AND ITS CONDITION NAMES - THE CORRECTED
000850*COLOR IS VALIDATED THROUGH THE SAME NAMES MAIN DISPATCHES ON.
000860*----------------------------------------------------------------
000910 77  WS-BASKET-STATUS                PIC X(02).
000920 77  WS-RESUB-STATUS                 PIC X(02).
000930 77  WS-AUDIT-STATUS                 PIC X(02).
000935 77  WS-OWNER-STATUS                 PIC X(02).
000940
000950 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000960     88  WS-END-OF-BASKET                       VALUE 'Y'.
000980     88  WS-SESSION-DONE                        VALUE 'Y'.
000990 77  WS-ROW-OPEN-SW                  PIC X(01) VALUE 'N'.
001000     88  WS-ROW-IS-OPEN                         VALUE 'Y'.
001003 77  WS-OWNERS-SW                    PIC X(01) VALUE 'N'.
001006     88  WS-OWNERS-AVAILABLE                    VALUE 'Y'.
001010
001020 77  WS-REPLY                        PIC X(07).
001030 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
001040 77  WS-REPAIR-COUNT                 PIC 9(09) COMP VALUE ZERO.
001050 77  WS-SKIP-COUNT                   PIC 9(09) COMP VALUE ZERO.
001060 77  WS-CLOSE-COUNT                  PIC 9(09) COMP VALUE ZERO.
001062 77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
001064 77  WS-APPROVE-COUNT                PIC 9(09) COMP VALUE ZERO.
001066 77  WS-UNHELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
001070 77  WS-BRANCH-NAME                  PIC X(25).
001080 77  WS-REASON-TEXT                  PIC X(25).
001090
001130 01  WS-CURRENT-TIMESTAMP.
001140     05  WS-CURRENT-DATE             PIC 9(08).
001150     05  WS-CURRENT-TIME             PIC 9(08).
001151
001152*----------------------------------------------------------------
001153*SIGN-ON CONTROLS - THE OPERATOR SIGNED ON, THE FUNCTIONS THE
001154*AUTHORITY FILE GIVES THEM, AND THE ACCESS LOG ROW BEING BUILT.
001155*----------------------------------------------------------------
001156 77  WS-OPERAUTH-STATUS              PIC X(02).
001157 77  WS-ACCESS-STATUS                PIC X(02).
001158 77  WS-OPERAUTH-EOF-SW              PIC X(01) VALUE 'N'.
001159     88  WS-OPERAUTH-EOF                        VALUE 'Y'.
001160 77  WS-OPERATOR-SW                  PIC X(01) VALUE 'N'.
001161     88  WS-OPERATOR-FOUND                      VALUE 'Y'.
001162 77  WS-AUTH-INQUIRY-SW              PIC X(01) VALUE 'N'.
001163     88  WS-AUTH-INQUIRY                        VALUE 'Y'.
001164 77  WS-AUTH-REPAIR-SW               PIC X(01) VALUE 'N'.
001165     88  WS-AUTH-REPAIR                         VALUE 'Y'.
001166 77  WS-AUTH-RULES-SW                PIC X(01) VALUE 'N'.
001167     88  WS-AUTH-RULES                          VALUE 'Y'.
001168 77  WS-AUTH-APPROVE-OWN-SW          PIC X(01) VALUE 'N'.
001169     88  WS-AUTH-APPROVE-OWN                    VALUE 'Y'.
001170 77  WS-AUTH-OWNERS-SW               PIC X(01) VALUE 'N'.
001171     88  WS-AUTH-OWNERS                         VALUE 'Y'.
001172 77  WS-OPERATOR-ID                  PIC X(03) VALUE SPACES.
001173 77  WS-OPERATOR-NAME                PIC X(20) VALUE SPACES.
001174 77  WS-ACCESS-PROGRAM               PIC X(08) VALUE 'COLFIX'.
001175 77  WS-ACCESS-EVENT                 PIC X(08).
001176 77  WS-ACCESS-DETAIL                PIC X(42).
001177 77  WS-ACCESS-COUNT                 PIC Z(04)9.
001178
001179*----------------------------------------------------------------
001180*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
001181*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
001182*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
001183*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
001184*THE KEY HASH IS TAKEN WITH.
001185*----------------------------------------------------------------
001186 77  WS-AUDSEAL-STATUS               PIC X(02).
001187 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
001188     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
001189 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
001190     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
001191 77  WS-SEAL-LOADED-SW               PIC X(01) VALUE 'N'.
001192     88  WS-SEAL-LOADED                         VALUE 'Y'.
001193 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
001194 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
001195 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
001196 77  WS-SEAL-CHAR                    PIC X(01).
001197 77  WS-SEAL-DATE                    PIC 9(08).
001198 01  WS-SEAL-CLOCK.
001199     05  WS-SEAL-HHMMSS              PIC 9(06).
001200     05  FILLER                      PIC 9(02).
001201 01  WS-SEAL-TOTALS.
001202     05  WS-SEAL-COUNT               PIC 9(09).
001203     05  WS-SEAL-BRANCH OCCURS 11 TIMES
001204                                     PIC 9(09).
001205     05  WS-SEAL-FIRST.
001206         10  WS-SEAL-FIRST-DATE      PIC 9(08).
001207         10  WS-SEAL-FIRST-TIME      PIC 9(08).
001208     05  WS-SEAL-LAST.
001209         10  WS-SEAL-LAST-DATE       PIC 9(08).
001210         10  WS-SEAL-LAST-TIME       PIC 9(08).
001211     05  WS-SEAL-HASH                PIC 9(18).
001212 01  WS-SEAL-ENTRY.
001213     05  WS-SEAL-ENTRY-KEY.
001214         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
001215                                     PIC X(01).
001216     05  FILLER                      PIC X(01).
001217     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
001218     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
001219     05  FILLER                      PIC X(19).
001220 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
001221     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
001222 01  WS-SEAL-WEIGHT-LIST.
001223     05  FILLER                      PIC 9(04) VALUE 1.
001224     05  FILLER                      PIC 9(04) VALUE 3.
001225     05  FILLER                      PIC 9(04) VALUE 7.
001226     05  FILLER                      PIC 9(04) VALUE 13.
001227     05  FILLER                      PIC 9(04) VALUE 31.
001228     05  FILLER                      PIC 9(04) VALUE 61.
001229     05  FILLER                      PIC 9(04) VALUE 127.
001230     05  FILLER                      PIC 9(04) VALUE 251.
001231     05  FILLER                      PIC 9(04) VALUE 509.
001232     05  FILLER                      PIC 9(04) VALUE 1021.
001233 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
001234     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
001235                                     PIC 9(04).
001236
001237 PROCEDURE DIVISION.
001238*================================================================
001239*0000-MAINLINE
001240*WORK THE OPEN AND PENDING BASKET ROWS ONE AT A TIME UNTIL END OF
001241*BASKET OR THE ANALYST KEYS END, THEN REPORT THE SESSION TOTALS.
001242*================================================================
001243 0000-MAINLINE.
001244     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
001260         UNTIL WS-END-OF-BASKET OR WS-SESSION-DONE.
001270     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001280     STOP RUN.
001290
001300 1000-INITIALIZE.
001301     PERFORM 8700-OPERATOR-SIGN-ON THRU 8700-EXIT.
001302     IF NOT WS-AUTH-REPAIR AND NOT WS-AUTH-INQUIRY
001303         MOVE 'NO REPAIR OR INQUIRY AUTHORITY' TO WS-ACCESS-DETAIL
001304         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
001305     END-IF.
001306     PERFORM 8750-LOG-SIGN-ON THRU 8750-EXIT.
001307     IF NOT WS-AUTH-REPAIR
001308         DISPLAY 'COLFIX: INQUIRY ONLY - ROWS ARE SHOWN, NOT'
001309             ' WORKED'
001310     END-IF.
001311     OPEN I-O EXCEPTION-BASKET-FILE.
001320     IF WS-BASKET-STATUS = '35'
001330         DISPLAY 'COLFIX: NO EXCEPTION BASKET - NOTHING TO'
001340             ' REPAIR'
001460             WS-RESUB-STATUS
001470         GO TO 9999-ABEND-EXIT
001480     END-IF.
001485     PERFORM 8600-LOAD-AUDIT-SEAL THRU 8600-EXIT.
001490     OPEN EXTEND AUDIT-FILE.
001500     IF WS-AUDIT-STATUS = '35'
001510         OPEN OUTPUT AUDIT-FILE
001550             WS-AUDIT-STATUS
001560         GO TO 9999-ABEND-EXIT
001570     END-IF.
001571     OPEN INPUT OWNER-FILE.
001572     IF WS-OWNER-STATUS = '00'
001573         SET WS-OWNERS-AVAILABLE TO TRUE
001574     ELSE
001575         DISPLAY 'COLFIX: OWNERSHIP FILE NOT AVAILABLE, STATUS='
001576             WS-OWNER-STATUS ' - OWNERS NOT SHOWN'
001577     END-IF.
001580     DISPLAY 'COLFIX: EXCEPTION WORKBASKET - KEY A CORRECTED'
001590         ' COLOR, SKIP, CLOSE, OR END TO QUIT'.
001600     PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT.
001640*-----------------------------------------------------------------
001650*2000-PROCESS-EXCEPTION
001660*SHOW THE OPEN ROW IN HAND - KEY, REASON SPELLED OUT, THE
001670*OFFENDING VALUES, REGION, DATE AND OWNER - AND TAKE THE ANALYST'S
001676*REPLY.  AN INVALID CORRECTED COLOR, OR A REPAIR OR CLOSE THE
001682*OPERATOR IS NOT AUTHORIZED FOR, IS REPROMPTED BY LEAVING THE ROW
001688*IN HAND; THE READ ONLY ADVANCES ON A USABLE REPLY.  A PENDING ROW
001694*IS OFFERED FOR APPROVAL INSTEAD.
001700*-----------------------------------------------------------------
001710 2000-PROCESS-EXCEPTION.
001720     PERFORM 2050-SPELL-REASON THRU 2050-EXIT.
001770         DISPLAY '  PRIOR COLOR ON MASTER WAS <'
001780             XB-PRIOR-COLOR '>'
001790     END-IF.
001795     PERFORM 2060-SHOW-OWNER THRU 2060-EXIT.
001796     IF XB-STATUS-PENDING
001797         PERFORM 2600-PROCESS-PENDING THRU 2600-EXIT
001798         GO TO 2000-EXIT
001799     END-IF.
001800     DISPLAY 'ENTER CORRECTED COLOR (Y/G/R/B), SKIP, CLOSE'
001810         ' OR END: '.
001820     ACCEPT WS-REPLY FROM CONSOLE.
001880             ADD 1 TO WS-SKIP-COUNT
001890             PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT
001900         WHEN 'CLOSE'
001903             IF WS-AUTH-REPAIR
001906                 PERFORM 2400-CLOSE-EXCEPTION THRU 2400-EXIT
001909                 PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT
001912             ELSE
001915                 MOVE 'CLOSE - NO REPAIR AUTHORITY'
001918                     TO WS-ACCESS-DETAIL
001921                 PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
001924             END-IF
001930         WHEN OTHER
001933             IF WS-AUTH-REPAIR
001936                 MOVE WS-REPLY(1:1) TO COLOR-CODE
001939                 PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
001942             ELSE
001945                 MOVE 'REPAIR - NO REPAIR AUTHORITY'
001948                     TO WS-ACCESS-DETAIL
001951                 PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
001954             END-IF
001960     END-EVALUATE.
001970 2000-EXIT.
001980     EXIT.
002170     END-EVALUATE.
002180 2050-EXIT.
002190     EXIT.
002191
002192*-----------------------------------------------------------------
002193*2060-SHOW-OWNER
002194*NO OWNERSHIP FILE AT ALL SHOWS NOTHING; A KEY NOT ON IT IS SAID
002195*SO, SINCE THAT IS WORTH CHASING IN ITS OWN RIGHT.
002196*-----------------------------------------------------------------
002197 2060-SHOW-OWNER.
002198     IF NOT WS-OWNERS-AVAILABLE
002199         GO TO 2060-EXIT
002200     END-IF.
002201     MOVE XB-KEY TO OW-KEY.
002202     READ OWNER-FILE
002203         INVALID KEY
002204             DISPLAY '  NO OWNER ON FILE'
002205         NOT INVALID KEY
002206             DISPLAY '  OWNER ' OW-BUSINESS-UNIT
002207                 ' CONTACT ' OW-CONTACT
002208                 ' ESCALATION ' OW-ESCALATION-GROUP
002209     END-READ.
002210 2060-EXIT.
002211     EXIT.
002212
002213 2100-READ-BASKET-ROW.
002220     MOVE 'N' TO WS-ROW-OPEN-SW.
002230     READ EXCEPTION-BASKET-FILE NEXT
002240         AT END
002250             SET WS-END-OF-BASKET TO TRUE
002260         NOT AT END
002270             ADD 1 TO WS-READ-COUNT
002280             IF XB-STATUS-OPEN OR XB-STATUS-PENDING
002290                 SET WS-ROW-IS-OPEN TO TRUE
002300             END-IF
002310     END-READ.
002350*-----------------------------------------------------------------
002360*2150-FIND-OPEN-ROW
002370*REPAIRED AND CLOSED ROWS STAY ON THE BASKET AS HISTORY - THE
002376*SESSION ONLY EVER OFFERS THE OPEN ONES, AND THE PENDING ONES
002382*AWAITING A SECOND OPERATOR'S APPROVAL.
002390*-----------------------------------------------------------------
002400 2150-FIND-OPEN-ROW.
002410     PERFORM 2100-READ-BASKET-ROW THRU 2100-EXIT
002470*2200-APPLY-CORRECTION
002480*ONLY THE FOUR DEFINED CONDITION NAMES ARE ACCEPTED AS A
002490*CORRECTION - ANYTHING ELSE IS REPROMPTED SO A MIS-KEY CANNOT
002495*PUT ANOTHER BAD COLOR BACK INTO THE FEED.  AN OPERATOR WHO MAY
002500*APPROVE THEIR OWN REPAIRS RESUBMITS AT ONCE; ANY OTHER HAS THE
002505*REPAIR HELD FOR A SECOND OPERATOR.
002510*-----------------------------------------------------------------
002520 2200-APPLY-CORRECTION.
002530     EVALUATE TRUE
002550         WHEN COL-GREEN
002560         WHEN COL-RED
002570         WHEN COL-BROWN
002572             MOVE WS-OPERATOR-ID TO XB-REPAIRED-BY
002574             IF WS-AUTH-APPROVE-OWN
002576                 PERFORM 2300-WRITE-RESUBMIT THRU 2300-EXIT
002578             ELSE
002580                 PERFORM 2350-HOLD-REPAIR THRU 2350-EXIT
002582             END-IF
002590             PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT
002600         WHEN OTHER
002610             DISPLAY 'COLFIX: <' COLOR-CODE '> IS NOT A VALID'
002690*THE CORRECTION GOES OUT IN COLOR-RECORD FORMAT FOR THE NEXT
002700*RUN'S COLRIN, THE REPAIR IS AUDITED, AND THE BASKET ROW FLIPS
002710*TO REPAIRED SO IT IS NEVER OFFERED AGAIN.  THE FEED DATE IS
002715*LEFT ZERO - A RESUBMISSION RIDES WHATEVER FEED IT JOINS.  THE
002720*OPERATOR SIGNED ON IS THE APPROVER, WHETHER OF THEIR OWN REPAIR
002725*OR OF ONE HELD BY ANOTHER OPERATOR.
002730*-----------------------------------------------------------------
002740 2300-WRITE-RESUBMIT.
002750     MOVE SPACES                     TO RESUBMIT-RECORD.
002820     MOVE 'REJECT-REPAIRED'          TO WS-BRANCH-NAME.
002830     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
002840     MOVE 'R' TO XB-STATUS.
002843     MOVE COLOR-CODE     TO XB-REPAIR-COLOR.
002846     MOVE WS-OPERATOR-ID TO XB-APPROVED-BY.
002850     PERFORM 2500-REWRITE-BASKET-ROW THRU 2500-EXIT.
002851     MOVE SPACES TO WS-ACCESS-DETAIL.
002852     STRING 'REPAIRED KEY '  DELIMITED BY SIZE
002853            XB-KEY           DELIMITED BY SIZE
002854            ' TO '           DELIMITED BY SIZE
002855            COLOR-CODE       DELIMITED BY SIZE
002856            ' BY '           DELIMITED BY SIZE
002857            XB-REPAIRED-BY   DELIMITED BY SIZE
002858         INTO WS-ACCESS-DETAIL.
002859     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
002860     DISPLAY 'COLFIX: KEY ' XB-KEY ' RESUBMITTED AS <'
002870         COLOR-CODE '>'.
002880 2300-EXIT.
002890     EXIT.
002891
002892*-----------------------------------------------------------------
002893*2350-HOLD-REPAIR
002894*THE REPAIRING OPERATOR MAY NOT APPROVE THEIR OWN REPAIR - THE
002895*KEYED COLOR AND THE OPERATOR'S ID GO ON THE ROW, WHICH FLIPS TO
002896*PENDING.  NO RESUBMISSION AND NO AUDIT ENTRY YET: NOTHING HAS
002897*BEEN REPAIRED UNTIL A SECOND OPERATOR APPROVES IT.
002898*-----------------------------------------------------------------
002899 2350-HOLD-REPAIR.
002900     MOVE COLOR-CODE TO XB-REPAIR-COLOR.
002901     MOVE 'P' TO XB-STATUS.
002902     PERFORM 2500-REWRITE-BASKET-ROW THRU 2500-EXIT.
002903     ADD 1 TO WS-HELD-COUNT.
002904     MOVE SPACES TO WS-ACCESS-DETAIL.
002905     STRING 'REPAIR HELD KEY ' DELIMITED BY SIZE
002906            XB-KEY             DELIMITED BY SIZE
002907            ' TO '             DELIMITED BY SIZE
002908            COLOR-CODE         DELIMITED BY SIZE
002909         INTO WS-ACCESS-DETAIL.
002910     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
002911     DISPLAY 'COLFIX: KEY ' XB-KEY ' REPAIR TO <' COLOR-CODE
002912         '> HELD FOR A SECOND OPERATOR TO APPROVE'.
002913 2350-EXIT.
002914     EXIT.
002915
002916*-----------------------------------------------------------------
002920*2400-CLOSE-EXCEPTION
002930*THE ANALYST JUDGED THE EXCEPTION NEEDS NO RESUBMISSION - THE
002940*ROW FLIPS TO CLOSED AND STAYS ON THE BASKET AS HISTORY.  NO
002990     MOVE 'C' TO XB-STATUS.
003000     PERFORM 2500-REWRITE-BASKET-ROW THRU 2500-EXIT.
003010     ADD 1 TO WS-CLOSE-COUNT.
003011     MOVE SPACES TO WS-ACCESS-DETAIL.
003012     STRING 'CLOSED KEY ' DELIMITED BY SIZE
003013            XB-KEY        DELIMITED BY SIZE
003014         INTO WS-ACCESS-DETAIL.
003015     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
003020     DISPLAY 'COLFIX: KEY ' XB-KEY ' EXCEPTION CLOSED'.
003030 2400-EXIT.
003040     EXIT.
003050
003127 2500-REWRITE-BASKET-ROW.
003128     REWRITE EXCEPTION-RECORD.
003129     IF WS-BASKET-STATUS NOT = '00'
003130         DISPLAY 'COLFIX: BASKET REWRITE FAILED, STATUS='
003131             WS-BASKET-STATUS
003132         GO TO 9999-ABEND-EXIT
003133     END-IF.
003134 2500-EXIT.
003140     EXIT.
003150
003151*-----------------------------------------------------------------
003152*2600-PROCESS-PENDING
003153*A HELD REPAIR IS APPROVED OR REJECTED BY A SECOND OPERATOR WITH
003154*REPAIR AUTHORITY.  THE OPERATOR WHO KEYED IT MAY ONLY APPROVE IT
003155*WITH APPROVE-OWN AUTHORITY, GRANTED SINCE.  APPROVAL RESUBMITS
003156*AND AUDITS THE KEYED COLOR; REJECTION PUTS THE ROW BACK TO OPEN
003157*FOR A FRESH REPAIR.
003158*-----------------------------------------------------------------
003159 2600-PROCESS-PENDING.
003160     DISPLAY '  REPAIR TO <' XB-REPAIR-COLOR '> KEYED BY '
003161         XB-REPAIRED-BY ' AWAITS APPROVAL'.
003162     DISPLAY 'ENTER APPROVE, REJECT, SKIP OR END: '.
003163     ACCEPT WS-REPLY FROM CONSOLE.
003164     EVALUATE WS-REPLY
003165         WHEN 'END'
003166         WHEN SPACES
003167             SET WS-SESSION-DONE TO TRUE
003168             GO TO 2600-EXIT
003169         WHEN 'SKIP'
003170             ADD 1 TO WS-SKIP-COUNT
003171             PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT
003172             GO TO 2600-EXIT
003173         WHEN 'APPROVE'
003174         WHEN 'REJECT'
003175             CONTINUE
003176         WHEN OTHER
003177             DISPLAY 'COLFIX: <' WS-REPLY '> IS NOT A REPLY'
003178             GO TO 2600-EXIT
003179     END-EVALUATE.
003180     IF NOT WS-AUTH-REPAIR
003181         MOVE SPACES TO WS-ACCESS-DETAIL
003182         STRING WS-REPLY DELIMITED BY SPACE
003183                ' - NO REPAIR AUTHORITY' DELIMITED BY SIZE
003184             INTO WS-ACCESS-DETAIL
003185         PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
003186         GO TO 2600-EXIT
003187     END-IF.
003188     IF WS-REPLY = 'REJECT'
003189         PERFORM 2650-REJECT-REPAIR THRU 2650-EXIT
003190         PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT
003191         GO TO 2600-EXIT
003192     END-IF.
003193     IF XB-REPAIRED-BY = WS-OPERATOR-ID
003194        AND NOT WS-AUTH-APPROVE-OWN
003195         MOVE SPACES TO WS-ACCESS-DETAIL
003196         STRING 'APPROVE OWN REPAIR KEY ' DELIMITED BY SIZE
003197                XB-KEY                    DELIMITED BY SIZE
003198             INTO WS-ACCESS-DETAIL
003199         PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
003200         GO TO 2600-EXIT
003201     END-IF.
003202     MOVE XB-REPAIR-COLOR TO COLOR-CODE.
003203     PERFORM 2300-WRITE-RESUBMIT THRU 2300-EXIT.
003204     ADD 1 TO WS-APPROVE-COUNT.
003205     PERFORM 2150-FIND-OPEN-ROW THRU 2150-EXIT.
003206 2600-EXIT.
003207     EXIT.
003208
003209 2650-REJECT-REPAIR.
003210     MOVE SPACES TO WS-ACCESS-DETAIL.
003211     STRING 'REJECTED REPAIR KEY ' DELIMITED BY SIZE
003212            XB-KEY                 DELIMITED BY SIZE
003213            ' BY '                 DELIMITED BY SIZE
003214            XB-REPAIRED-BY         DELIMITED BY SIZE
003215         INTO WS-ACCESS-DETAIL.
003216     MOVE 'O'    TO XB-STATUS.
003217     MOVE SPACES TO XB-REPAIR-COLOR.
003218     MOVE SPACES TO XB-REPAIRED-BY.
003219     PERFORM 2500-REWRITE-BASKET-ROW THRU 2500-EXIT.
003220     ADD 1 TO WS-UNHELD-COUNT.
003221     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
003222     DISPLAY 'COLFIX: KEY ' XB-KEY ' HELD REPAIR REJECTED - ROW'
003223         ' REOPENED'.
003224 2650-EXIT.
003225     EXIT.
003226
003227 2900-WRITE-AUDIT-RECORD.
003228     PERFORM 2910-BUILD-TIMESTAMP THRU 2910-EXIT.
003229     MOVE XB-KEY                     TO AU-KEY.
003230     MOVE COLOR-CODE                 TO AU-COLOR.
003231     MOVE WS-BRANCH-NAME             TO AU-BRANCH-NAME.
003232     MOVE WS-CURRENT-DATE            TO AU-DATE.
003233     MOVE WS-CURRENT-TIME            TO AU-TIME.
003234     MOVE XB-SOURCE-REGION           TO AU-SOURCE-REGION.
003240     WRITE AUDIT-RECORD.
003243     MOVE AUDIT-RECORD TO WS-SEAL-ENTRY.
003246     PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT.
003250 2900-EXIT.
003260     EXIT.
003270
003350     CLOSE EXCEPTION-BASKET-FILE.
003360     CLOSE RESUBMIT-FILE.
003370     CLOSE AUDIT-FILE.
003371     IF WS-SEAL-LOADED
003372         PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT
003373     END-IF.
003374     IF WS-OWNERS-AVAILABLE
003375         CLOSE OWNER-FILE
003376     END-IF.
003380     DISPLAY 'COLFIX: SESSION COMPLETE'.
003390     DISPLAY '  ROWS READ        = ' WS-READ-COUNT.
003400     DISPLAY '  REPAIRED         = ' WS-REPAIR-COUNT.
003410     DISPLAY '  CLOSED           = ' WS-CLOSE-COUNT.
003420     DISPLAY '  SKIPPED          = ' WS-SKIP-COUNT.
003421     DISPLAY '  HELD FOR APPROVAL= ' WS-HELD-COUNT.
003422     DISPLAY '  APPROVED         = ' WS-APPROVE-COUNT.
003423     DISPLAY '  HELD, REJECTED   = ' WS-UNHELD-COUNT.
003424     COMPUTE WS-ACCESS-COUNT = WS-REPAIR-COUNT + WS-CLOSE-COUNT
003425                             + WS-HELD-COUNT + WS-UNHELD-COUNT.
003426     MOVE SPACES TO WS-ACCESS-DETAIL.
003427     STRING 'ROWS WORKED '  DELIMITED BY SIZE
003428            WS-ACCESS-COUNT DELIMITED BY SIZE
003429         INTO WS-ACCESS-DETAIL.
003430     PERFORM 8755-LOG-SIGN-OFF THRU 8755-EXIT.
003431 3000-EXIT.
003440     EXIT.
003441
003579*-----------------------------------------------------------------
003580*8600-LOAD-AUDIT-SEAL
003581*PICK UP THE SEAL OF THE AUDIT TRAIL SO THIS RUN'S ENTRIES CAN
003582*ROLL IT FORWARD.  NO SEAL YET (STATUS '35') MEANS THE TRAIL
003583*PREDATES SEALING - IT IS SEALED AS IT STANDS AND THE RUN GOES ON.
003584*A SEAL THAT CANNOT BE READ STOPS THE RUN BEFORE ANYTHING IS
003585*APPENDED.
003586*-----------------------------------------------------------------
003587 8600-LOAD-AUDIT-SEAL.
003588     MOVE 'N' TO WS-SEAL-LOADED-SW.
003589     OPEN INPUT AUDIT-SEAL-FILE.
003590     IF WS-AUDSEAL-STATUS = '35'
003591         DISPLAY 'COLFIX: NO AUDIT SEAL ON FILE - AUDITFL SEALED'
003592             ' AS IT STANDS'
003593         PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT
003594         SET WS-SEAL-LOADED TO TRUE
003595         GO TO 8600-EXIT
003596     END-IF.
003597     IF WS-AUDSEAL-STATUS = '00'
003598         READ AUDIT-SEAL-FILE
003599             AT END
003600                 CONTINUE
003601         END-READ
003602     END-IF.
003603     IF WS-AUDSEAL-STATUS NOT = '00'
003604        OR NOT AS-SEAL-ROW
003605         DISPLAY 'COLFIX: AUDIT SEAL UNREADABLE, STATUS='
003606             WS-AUDSEAL-STATUS
003607         CLOSE AUDIT-SEAL-FILE
003608         GO TO 9999-ABEND-EXIT
003609     END-IF.
003610     MOVE AS-SEAL-TOTALS TO WS-SEAL-TOTALS.
003611     CLOSE AUDIT-SEAL-FILE.
003612     SET WS-SEAL-LOADED TO TRUE.
003613 8600-EXIT.
003614     EXIT.
003615
003616*-----------------------------------------------------------------
003617*8610-SEAL-AUDIT-AS-IT-STANDS
003618*RE-TOTAL THE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
003619*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
003620*SEAL.
003621*-----------------------------------------------------------------
003622 8610-SEAL-AUDIT-AS-IT-STANDS.
003623     INITIALIZE WS-SEAL-TOTALS.
003624     MOVE 'N' TO WS-SEAL-EOF-SW.
003625     MOVE 'N' TO WS-SEAL-FOUND-SW.
003626     OPEN INPUT AUDIT-FILE.
003627     IF WS-AUDIT-STATUS = '35'
003628         GO TO 8610-EXIT
003629     END-IF.
003630     IF WS-AUDIT-STATUS NOT = '00'
003631         DISPLAY 'COLFIX: UNABLE TO OPEN AUDITFL TO SEAL IT,'
003632             ' STATUS=' WS-AUDIT-STATUS
003633         GO TO 9999-ABEND-EXIT
003634     END-IF.
003635     SET WS-SEALED-FILE-FOUND TO TRUE.
003636     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
003637         UNTIL WS-SEAL-FILE-EOF.
003638     CLOSE AUDIT-FILE.
003639 8610-EXIT.
003640     EXIT.
003641
003642 8611-TOTAL-AUDIT-ENTRY.
003643     READ AUDIT-FILE
003644         AT END
003645             SET WS-SEAL-FILE-EOF TO TRUE
003646         NOT AT END
003647             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
003648             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
003649     END-READ.
003650 8611-EXIT.
003651     EXIT.
003652
003653*-----------------------------------------------------------------
003654*8620-SEAL-ONE-ENTRY
003655*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
003656*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
003657*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
003658*-----------------------------------------------------------------
003659 8620-SEAL-ONE-ENTRY.
003660     ADD 1 TO WS-SEAL-COUNT.
003661     EVALUATE TRUE
003662         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
003663             MOVE 1 TO WS-SEAL-BRANCH-IDX
003664         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
003665             MOVE 2 TO WS-SEAL-BRANCH-IDX
003666         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
003667             MOVE 3 TO WS-SEAL-BRANCH-IDX
003668         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
003669             MOVE 4 TO WS-SEAL-BRANCH-IDX
003670         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
003671             MOVE 5 TO WS-SEAL-BRANCH-IDX
003672         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
003673             MOVE 6 TO WS-SEAL-BRANCH-IDX
003674         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
003675             MOVE 7 TO WS-SEAL-BRANCH-IDX
003676         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
003677             MOVE 8 TO WS-SEAL-BRANCH-IDX
003678         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
003679             MOVE 9 TO WS-SEAL-BRANCH-IDX
003680         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
003681             MOVE 10 TO WS-SEAL-BRANCH-IDX
003682         WHEN OTHER
003683             MOVE 11 TO WS-SEAL-BRANCH-IDX
003684     END-EVALUATE.
003685     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
003686     IF WS-SEAL-COUNT = 1
003687         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
003688     END-IF.
003689     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
003690     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
003691         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
003692         UNTIL WS-SEAL-CHAR-IDX > 10.
003693 8620-EXIT.
003694     EXIT.
003695
003696*-----------------------------------------------------------------
003697*8625-HASH-KEY-CHARACTER
003698*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
003699*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
003700*KEY, IS ADDED TO THE HASH TOTAL.
003701*-----------------------------------------------------------------
003702 8625-HASH-KEY-CHARACTER.
003703     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
003704     MOVE ZERO TO WS-SEAL-CHAR-POS.
003705     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
003706         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
003707     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
003708         + (WS-SEAL-CHAR-POS + 1)
003709         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
003710 8625-EXIT.
003711     EXIT.
003712
003713*-----------------------------------------------------------------
003714*8650-WRITE-AUDIT-SEAL
003715*SEAL THE AUDIT TRAIL AS IT NOW STANDS, THIS RUN'S ENTRIES IN.
003716*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
003717*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
003718*RETURN CODE 8.
003719*-----------------------------------------------------------------
003720 8650-WRITE-AUDIT-SEAL.
003721     OPEN OUTPUT AUDIT-SEAL-FILE.
003722     IF WS-AUDSEAL-STATUS NOT = '00'
003723         DISPLAY 'COLFIX: UNABLE TO OPEN AUDSEAL, STATUS='
003724             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
003725         IF RETURN-CODE < 8
003726             MOVE 8 TO RETURN-CODE
003727         END-IF
003728         GO TO 8650-EXIT
003729     END-IF.
003730     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
003731     ACCEPT WS-SEAL-CLOCK FROM TIME.
003732     MOVE SPACES          TO AUDIT-SEAL-RECORD.
003733     MOVE 'SEAL'          TO AS-RECORD-ID.
003734     MOVE 'AUDITFL'       TO AS-FILE-ID.
003735     MOVE 'COLFIX'        TO AS-SEALED-BY.
003736     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE.
003737     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME.
003738     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS.
003739     WRITE AUDIT-SEAL-RECORD.
003740     IF WS-AUDSEAL-STATUS NOT = '00'
003741         DISPLAY 'COLFIX: UNABLE TO WRITE AUDSEAL, STATUS='
003742             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
003743         IF RETURN-CODE < 8
003744             MOVE 8 TO RETURN-CODE
003745         END-IF
003746     END-IF.
003747     CLOSE AUDIT-SEAL-FILE.
003748 8650-EXIT.
003749     EXIT.
003750
003751*-----------------------------------------------------------------
003752*8700-OPERATOR-SIGN-ON
003753*THE OPERATOR ID IS LOOKED UP ON THE AUTHORITY FILE AND ITS
003754*FUNCTION SWITCHES KEPT FOR THE SESSION.  AN ID NOT ON FILE, OR NO
003755*AUTHORITY FILE AT ALL, IS REFUSED - THE CHECK FAILS CLOSED.  THE
003756*CALLER DECIDES WHETHER THE FUNCTIONS FOUND ARE ENOUGH TO USE THIS
003757*PROGRAM AND POSTS THE SIGN-ON ROW ITSELF.
003758*-----------------------------------------------------------------
003759 8700-OPERATOR-SIGN-ON.
003760     DISPLAY 'ENTER OPERATOR ID: '.
003761     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003762     MOVE 'N' TO WS-OPERATOR-SW.
003763     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
003764     OPEN INPUT OPERATOR-AUTHORITY-FILE.
003765     IF WS-OPERAUTH-STATUS NOT = '00'
003766         DISPLAY 'COLFIX: OPERATOR AUTHORITY FILE NOT AVAILABLE,'
003767             ' STATUS=' WS-OPERAUTH-STATUS
003768         MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-ACCESS-DETAIL
003769         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003770     END-IF.
003771     PERFORM 8710-SCAN-AUTHORITY THRU 8710-EXIT
003772         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
003773     CLOSE OPERATOR-AUTHORITY-FILE.
003774     IF NOT WS-OPERATOR-FOUND
003775         MOVE 'OPERATOR ID NOT ON AUTHORITY FILE'
003776             TO WS-ACCESS-DETAIL
003777         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003778     END-IF.
003779 8700-EXIT.
003780     EXIT.
003781
003782 8710-SCAN-AUTHORITY.
003783     READ OPERATOR-AUTHORITY-FILE
003784         AT END
003785             SET WS-OPERAUTH-EOF TO TRUE
003786         NOT AT END
003787             IF OP-OPERATOR-ID = WS-OPERATOR-ID
003788                AND WS-OPERATOR-ID NOT = SPACES
003789                 SET WS-OPERATOR-FOUND TO TRUE
003790                 MOVE OP-OPERATOR-NAME  TO WS-OPERATOR-NAME
003791                 MOVE OP-INQUIRY-SW     TO WS-AUTH-INQUIRY-SW
003792                 MOVE OP-REPAIR-SW      TO WS-AUTH-REPAIR-SW
003793                 MOVE OP-RULES-SW       TO WS-AUTH-RULES-SW
003794                 MOVE OP-APPROVE-OWN-SW TO WS-AUTH-APPROVE-OWN-SW
003795                 MOVE OP-OWNERS-SW      TO WS-AUTH-OWNERS-SW
003796             END-IF
003797     END-READ.
003798 8710-EXIT.
003799     EXIT.
003800
003801*-----------------------------------------------------------------
003802*8750-LOG-SIGN-ON
003803*THE OPERATOR PASSED THE CALLER'S CHECK - THE SIGN-ON ROW CARRIES
003804*THE NAME OFF THE AUTHORITY FILE.
003805*-----------------------------------------------------------------
003806 8750-LOG-SIGN-ON.
003807     MOVE 'SIGN-ON'        TO WS-ACCESS-EVENT.
003808     MOVE WS-OPERATOR-NAME TO WS-ACCESS-DETAIL.
003809     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003810     DISPLAY 'COLFIX: SIGNED ON AS ' WS-OPERATOR-ID ' '
003811         WS-OPERATOR-NAME.
003812 8750-EXIT.
003813     EXIT.
003814
003815*-----------------------------------------------------------------
003816*8755-LOG-SIGN-OFF
003817*THE CALLER SETS THE DETAIL - THE SESSION'S OWN TOTALS.
003818*-----------------------------------------------------------------
003819 8755-LOG-SIGN-OFF.
003820     MOVE 'SIGN-OFF' TO WS-ACCESS-EVENT.
003821     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003822 8755-EXIT.
003823     EXIT.
003824
003825*-----------------------------------------------------------------
003826*8760-REFUSE-SIGN-ON
003827*A REFUSED SIGN-ON IS LOGGED WITH THE ID AS KEYED AND ENDS THE
003828*PROGRAM WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
003829*-----------------------------------------------------------------
003830 8760-REFUSE-SIGN-ON.
003831     DISPLAY 'COLFIX: SIGN-ON REFUSED - ' WS-ACCESS-DETAIL.
003832     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
003833     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003834     MOVE 8 TO RETURN-CODE.
003835     STOP RUN.
003836 8760-EXIT.
003837     EXIT.
003838
003839*-----------------------------------------------------------------
003840*8770-REFUSE-FUNCTION
003841*A SIGNED-ON OPERATOR ASKED FOR SOMETHING THE AUTHORITY FILE DOES
003842*NOT GIVE THEM - LOGGED AND SAID, AND THE SESSION CARRIES ON.
003843*-----------------------------------------------------------------
003844 8770-REFUSE-FUNCTION.
003845     DISPLAY 'COLFIX: NOT AUTHORIZED - ' WS-ACCESS-DETAIL.
003846     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
003847     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003848 8770-EXIT.
003849     EXIT.
003850
003851 8780-LOG-ACTION.
003852     MOVE 'ACTION' TO WS-ACCESS-EVENT.
003853     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003854 8780-EXIT.
003855     EXIT.
003856
003857*-----------------------------------------------------------------
003858*8790-WRITE-ACCESS-LOG
003859*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003860*THE SAME AS THE RUN LEDGER, SO AN ABEND CANNOT LOSE THE ROW.
003861*FILE STATUS '35' MEANS THE FIRST SESSION EVER CREATES THE LOG.
003862*UNLIKE THE LEDGER, A LOG THAT CANNOT BE WRITTEN STOPS THE
003863*SESSION - NO ACTION IS TAKEN HERE THAT IS NOT ON RECORD.
003864*-----------------------------------------------------------------
003865 8790-WRITE-ACCESS-LOG.
003866     OPEN EXTEND ACCESS-LOG-FILE.
003867     IF WS-ACCESS-STATUS = '35'
003868         OPEN OUTPUT ACCESS-LOG-FILE
003869     END-IF.
003870     IF WS-ACCESS-STATUS NOT = '00'
003871         DISPLAY 'COLFIX: ACCESS LOG UNAVAILABLE, STATUS='
003872             WS-ACCESS-STATUS
003873         GO TO 9999-ABEND-EXIT
003874     END-IF.
003875     MOVE SPACES            TO ACCESS-LOG-RECORD.
003876     ACCEPT AL-DATE         FROM DATE YYYYMMDD.
003877     ACCEPT AL-TIME         FROM TIME.
003878     MOVE WS-ACCESS-PROGRAM TO AL-PROGRAM.
003879     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID.
003880     MOVE WS-ACCESS-EVENT   TO AL-EVENT.
003881     MOVE WS-ACCESS-DETAIL  TO AL-DETAIL.
003882     WRITE ACCESS-LOG-RECORD.
003883     CLOSE ACCESS-LOG-FILE.
003884     MOVE SPACES            TO WS-ACCESS-DETAIL.
003885 8790-EXIT.
003886     EXIT.
003887
003888 9999-ABEND-EXIT.
003889     CLOSE EXCEPTION-BASKET-FILE RESUBMIT-FILE AUDIT-FILE.
003890     IF WS-OWNERS-AVAILABLE
003891         CLOSE OWNER-FILE
003892     END-IF.
003893     IF WS-SEAL-LOADED
003894         PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT
003895     END-IF.
003896     MOVE 16 TO RETURN-CODE.
003897     STOP RUN.
