000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.      COLOWN.
000120 AUTHOR.          J. P. MORALES.
000130 INSTALLATION.    DATA SERVICES DIVISION.
000140 DATE-WRITTEN.    2026-09-18.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE        INIT  DESCRIPTION
000190*----------  ----  ------------------------------------------
000200*2026-09-18  JPM   INITIAL VERSION.  KEY OWNERSHIP MAINTENANCE.
000210*                  WHO OWNS A KEY, WHO TO CALL ABOUT IT AND WHERE
000220*                  THE ALERT DESK SENDS IT WHEN IT ESCALATES WAS
000230*                  KEPT IN A SPREADSHEET NOBODY TRUSTED.  THIS
000240*                  PROGRAM MAINTAINS THE KEYED OWNERSHIP FILE
000250*                  (OWNERFL) - SHOW, ADD, CHANGE AND DELETE ONE
000260*                  KEY AT A TIME, EVERY FIELD REQUIRED ON AN ADD,
000270*                  A BLANK REPLY KEEPING THE OLD VALUE ON A
000280*                  CHANGE, AND EVERY ROW STAMPED WITH THE
000290*                  OPERATOR'S INITIALS AND THE DATE.  A KEY NOT
000300*                  YET ON THE COLOR MASTER CAN STILL BE OWNED -
000310*                  THE SESSION SAYS SO, SINCE OWNERSHIP IS OFTEN
000320*                  SET UP AHEAD OF THE FIRST FEED.  CONVERSATIONAL
000330*                  BATCH, SAME AS COLRULE.
000331*2026-09-22  JPM   TYPED INITIALS REPLACED BY OPERATOR SIGN-ON
000332*                  AGAINST THE AUTHORITY FILE (OPERAUTH), SAME AS
000333*                  COLRULE.  ADD, CHG AND DEL NEED OWNERSHIP
000334*                  MAINTENANCE AUTHORITY; INQUIRY AUTHORITY ALONE
000335*                  GETS SHOW.  THE SIGN-ON, EVERY REFUSAL, EVERY
000336*                  SHOW, ADD, CHANGE AND DELETE AND THE SIGN-OFF
000337*                  GO ON THE ACCESS LOG (ACCESSLG).
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OWNER-FILE               ASSIGN TO OWNERFL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS OW-KEY
000430         FILE STATUS IS WS-OWNER-STATUS.
000440     SELECT COLOR-MASTER-FILE        ASSIGN TO COLORMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CM-KEY
000480         FILE STATUS IS WS-MASTER-STATUS.
000481     SELECT OPERATOR-AUTHORITY-FILE  ASSIGN TO OPERAUTH
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WS-OPERAUTH-STATUS.
000484     SELECT ACCESS-LOG-FILE          ASSIGN TO ACCESSLG
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-ACCESS-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530*THE OWNERSHIP REGISTRY BEING MAINTAINED - CREATED EMPTY THE FIRST
000540*TIME THE PROGRAM RUNS.
000550*----------------------------------------------------------------
000560 FD  OWNER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY OWNER-RECORD.
000590
000600*----------------------------------------------------------------
000610*THE CURRENT-COLOR MASTER - READ ONLY, TO TELL THE OPERATOR WHEN
000620*A KEY BEING OWNED HAS NOT BEEN DISPATCHED YET.
000630*----------------------------------------------------------------
000640 FD  COLOR-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY COLOR-MASTER-RECORD.
000661
000662*----------------------------------------------------------------
000663*OPERATOR AUTHORITY FILE - WHAT EACH OPERATOR ID MAY DO.
000664*----------------------------------------------------------------
000665 FD  OPERATOR-AUTHORITY-FILE
000666     LABEL RECORDS ARE STANDARD.
000667     COPY OPERATOR-RECORD.
000668
000669*----------------------------------------------------------------
000670*CONVERSATIONAL ACCESS LOG - EVERY SIGN-ON, REFUSAL AND ACTION.
000671*----------------------------------------------------------------
000672 FD  ACCESS-LOG-FILE
000673     LABEL RECORDS ARE STANDARD.
000674     COPY ACCESS-LOG-RECORD.
000675
000680 WORKING-STORAGE SECTION.
000690 77  WS-OWNER-STATUS                 PIC X(02).
000700 77  WS-MASTER-STATUS                PIC X(02).
000710
000720 77  WS-DONE-SW                      PIC X(01) VALUE 'N'.
000730     88  WS-SESSION-DONE                        VALUE 'Y'.
000740 77  WS-MASTER-SW                    PIC X(01) VALUE 'N'.
000750     88  WS-MASTER-AVAILABLE                    VALUE 'Y'.
000760 77  WS-OWNER-FOUND-SW               PIC X(01) VALUE 'N'.
000770     88  WS-OWNER-FOUND                         VALUE 'Y'.
000780     88  WS-OWNER-NOT-FOUND                     VALUE 'N'.
000790 77  WS-ENTRY-VALID-SW               PIC X(01) VALUE 'Y'.
000800     88  WS-ENTRY-IS-VALID                      VALUE 'Y'.
000810     88  WS-ENTRY-IS-INVALID                    VALUE 'N'.
000820
000840 77  WS-REPLY                        PIC X(04).
000850 77  WS-OWNER-KEY                    PIC X(10).
000860
000870*----------------------------------------------------------------
000880*THE OPERATOR'S REPLIES FOR ONE ROW - HELD APART FROM THE RECORD
000890*SO A CHANGE CAN TELL A BLANK (KEEP) FROM A NEW VALUE.
000900*----------------------------------------------------------------
000910 77  WS-REPLY-UNIT                   PIC X(08).
000920 77  WS-REPLY-CONTACT                PIC X(20).
000930 77  WS-REPLY-GROUP                  PIC X(08).
000940
000950 77  WS-ADD-COUNT                    PIC 9(05) COMP VALUE ZERO.
000960 77  WS-CHG-COUNT                    PIC 9(05) COMP VALUE ZERO.
000970 77  WS-DEL-COUNT                    PIC 9(05) COMP VALUE ZERO.
000980
000990 77  WS-CURRENT-DATE                 PIC 9(08).
000991
000992*----------------------------------------------------------------
000993*SIGN-ON CONTROLS - THE OPERATOR SIGNED ON, THE FUNCTIONS THE
000994*AUTHORITY FILE GIVES THEM, AND THE ACCESS LOG ROW BEING BUILT.
000995*----------------------------------------------------------------
000996 77  WS-OPERAUTH-STATUS              PIC X(02).
000997 77  WS-ACCESS-STATUS                PIC X(02).
000998 77  WS-OPERAUTH-EOF-SW              PIC X(01) VALUE 'N'.
000999     88  WS-OPERAUTH-EOF                        VALUE 'Y'.
001000 77  WS-OPERATOR-SW                  PIC X(01) VALUE 'N'.
001001     88  WS-OPERATOR-FOUND                      VALUE 'Y'.
001002 77  WS-AUTH-INQUIRY-SW              PIC X(01) VALUE 'N'.
001003     88  WS-AUTH-INQUIRY                        VALUE 'Y'.
001004 77  WS-AUTH-REPAIR-SW               PIC X(01) VALUE 'N'.
001005     88  WS-AUTH-REPAIR                         VALUE 'Y'.
001006 77  WS-AUTH-RULES-SW                PIC X(01) VALUE 'N'.
001007     88  WS-AUTH-RULES                          VALUE 'Y'.
001008 77  WS-AUTH-APPROVE-OWN-SW          PIC X(01) VALUE 'N'.
001009     88  WS-AUTH-APPROVE-OWN                    VALUE 'Y'.
001010 77  WS-AUTH-OWNERS-SW               PIC X(01) VALUE 'N'.
001011     88  WS-AUTH-OWNERS                         VALUE 'Y'.
001012 77  WS-OPERATOR-ID                  PIC X(03) VALUE SPACES.
001013 77  WS-OPERATOR-NAME                PIC X(20) VALUE SPACES.
001014 77  WS-ACCESS-PROGRAM               PIC X(08) VALUE 'COLOWN'.
001015 77  WS-ACCESS-EVENT                 PIC X(08).
001016 77  WS-ACCESS-DETAIL                PIC X(42).
001017 77  WS-ACCESS-COUNT                 PIC Z(04)9.
001018
001019 PROCEDURE DIVISION.
001020*================================================================
001030*0000-MAINLINE
001040*OPEN THE REGISTRY, WORK THE SESSION ONE COMMAND AT A TIME, THEN
001050*REPORT THE SESSION TOTALS.
001060*================================================================
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001100         UNTIL WS-SESSION-DONE.
001110     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001120     STOP RUN.
001130
001140*-----------------------------------------------------------------
001150*1000-INITIALIZE
001155*SIGN-ON COMES FIRST - A REFUSED OPERATOR NEVER OPENS A FILE.
001160*FILE STATUS '35' ON OWNERFL MEANS NO REGISTRY EXISTS YET - IT IS
001170*CREATED EMPTY AND REOPENED, THE SAME IDIOM MAIN USES FOR THE
001180*COLOR MASTER.  NO COLOR MASTER ONLY LOSES THE NOT-YET-DISPATCHED
001190*WARNING.
001200*-----------------------------------------------------------------
001210 1000-INITIALIZE.
001211     PERFORM 8700-OPERATOR-SIGN-ON THRU 8700-EXIT.
001212     IF NOT WS-AUTH-OWNERS AND NOT WS-AUTH-INQUIRY
001213         MOVE 'NO OWNERSHIP MAINTENANCE OR INQUIRY AUTHORITY'
001214             TO WS-ACCESS-DETAIL
001215         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
001216     END-IF.
001217     PERFORM 8750-LOG-SIGN-ON THRU 8750-EXIT.
001220     OPEN I-O OWNER-FILE.
001230     IF WS-OWNER-STATUS = '35'
001240         DISPLAY 'COLOWN: NO OWNERSHIP FILE - STARTING EMPTY'
001250         OPEN OUTPUT OWNER-FILE
001260         CLOSE OWNER-FILE
001270         OPEN I-O OWNER-FILE
001280     END-IF.
001290     IF WS-OWNER-STATUS NOT = '00'
001300         DISPLAY 'COLOWN: UNABLE TO OPEN OWNERSHIP FILE, STATUS='
001310             WS-OWNER-STATUS
001320         GO TO 9999-ABEND-EXIT
001330     END-IF.
001340     OPEN INPUT COLOR-MASTER-FILE.
001350     IF WS-MASTER-STATUS = '00'
001360         SET WS-MASTER-AVAILABLE TO TRUE
001370     ELSE
001380         DISPLAY 'COLOWN: COLOR MASTER NOT AVAILABLE, STATUS='
001390             WS-MASTER-STATUS ' - KEYS WILL NOT BE CHECKED'
001400     END-IF.
001410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001420     DISPLAY 'COLOWN: KEY OWNERSHIP MAINTENANCE'.
001450 1000-EXIT.
001460     EXIT.
001470
001480*-----------------------------------------------------------------
001490*2000-PROCESS-COMMAND
001500*ONE ROUND TRIP - SHOW, ADD, CHG AND DEL EACH PROMPT FOR A KEY,
001505*END CLOSES THE SESSION.  ANYTHING ELSE IS REPROMPTED.  ADD, CHG
001510*AND DEL ARE REFUSED, AND LOGGED AS REFUSED, WITHOUT OWNERSHIP
001515*MAINTENANCE AUTHORITY.
001520*-----------------------------------------------------------------
001530 2000-PROCESS-COMMAND.
001540     DISPLAY 'ENTER COMMAND (SHOW, ADD, CHG, DEL, END): '.
001550     ACCEPT WS-REPLY FROM CONSOLE.
001560     EVALUATE WS-REPLY
001570         WHEN 'END'
001580         WHEN SPACES
001590             SET WS-SESSION-DONE TO TRUE
001600         WHEN 'SHOW'
001610             PERFORM 2100-SHOW-OWNER THRU 2100-EXIT
001620         WHEN 'ADD'
001640         WHEN 'CHG'
001660         WHEN 'DEL'
001661             IF WS-AUTH-OWNERS
001662                 PERFORM 2050-CHANGE-REGISTRY THRU 2050-EXIT
001663             ELSE
001664                 MOVE SPACES TO WS-ACCESS-DETAIL
001665                 STRING WS-REPLY DELIMITED BY SPACE
001666                        ' - NO OWNERSHIP MAINTENANCE AUTHORITY'
001667                            DELIMITED BY SIZE
001668                     INTO WS-ACCESS-DETAIL
001669                 PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
001670             END-IF
001680         WHEN OTHER
001690             DISPLAY 'COLOWN: <' WS-REPLY '> IS NOT A COMMAND'
001700     END-EVALUATE.
001710 2000-EXIT.
001720     EXIT.
001721
001722 2050-CHANGE-REGISTRY.
001723     EVALUATE WS-REPLY
001724         WHEN 'ADD'
001725             PERFORM 2200-ADD-OWNER THRU 2200-EXIT
001726         WHEN 'CHG'
001727             PERFORM 2300-CHANGE-OWNER THRU 2300-EXIT
001728         WHEN 'DEL'
001729             PERFORM 2400-DELETE-OWNER THRU 2400-EXIT
001730     END-EVALUATE.
001731 2050-EXIT.
001732     EXIT.
001733
001734 2090-LOG-REGISTRY-ACTION.
001735     MOVE SPACES TO WS-ACCESS-DETAIL.
001736     STRING WS-REPLY     DELIMITED BY SPACE
001737            ' KEY '      DELIMITED BY SIZE
001738            WS-OWNER-KEY DELIMITED BY SIZE
001739         INTO WS-ACCESS-DETAIL.
001740     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
001741 2090-EXIT.
001742     EXIT.
001743
001744 2100-SHOW-OWNER.
001750     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT.
001760     IF WS-ENTRY-IS-INVALID
001770         GO TO 2100-EXIT
001780     END-IF.
001785     PERFORM 2090-LOG-REGISTRY-ACTION THRU 2090-EXIT.
001790     PERFORM 2600-READ-OWNER THRU 2600-EXIT.
001800     IF WS-OWNER-NOT-FOUND
001810         DISPLAY 'COLOWN: NO OWNER ON FILE FOR KEY ' WS-OWNER-KEY
001820         GO TO 2100-EXIT
001830     END-IF.
001840     PERFORM 2700-DISPLAY-OWNER THRU 2700-EXIT.
001850 2100-EXIT.
001860     EXIT.
001870
001880*-----------------------------------------------------------------
001890*2200-ADD-OWNER
001900*A KEY CAN ONLY BE ADDED ONCE - A SECOND OWNER IS A CHANGE, NOT AN
001910*ADD.  ALL THREE FIELDS ARE REQUIRED; A BLANK ONE REFUSES THE ADD
001920*AND SAYS WHICH.
001930*-----------------------------------------------------------------
001940 2200-ADD-OWNER.
001950     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT.
001960     IF WS-ENTRY-IS-INVALID
001970         GO TO 2200-EXIT
001980     END-IF.
001990     PERFORM 2600-READ-OWNER THRU 2600-EXIT.
002000     IF WS-OWNER-FOUND
002010         DISPLAY 'COLOWN: KEY ' WS-OWNER-KEY ' IS ALREADY OWNED'
002020             ' - USE CHG'
002030         PERFORM 2700-DISPLAY-OWNER THRU 2700-EXIT
002040         GO TO 2200-EXIT
002050     END-IF.
002060     PERFORM 2800-ACCEPT-OWNER-FIELDS THRU 2800-EXIT.
002070     IF WS-REPLY-UNIT = SPACES
002080         DISPLAY 'COLOWN: BUSINESS UNIT IS REQUIRED - NOT ADDED'
002090         GO TO 2200-EXIT
002100     END-IF.
002110     IF WS-REPLY-CONTACT = SPACES
002120         DISPLAY 'COLOWN: CONTACT IS REQUIRED - NOT ADDED'
002130         GO TO 2200-EXIT
002140     END-IF.
002150     IF WS-REPLY-GROUP = SPACES
002160         DISPLAY 'COLOWN: ESCALATION GROUP IS REQUIRED - NOT'
002170             ' ADDED'
002180         GO TO 2200-EXIT
002190     END-IF.
002200     IF WS-MASTER-AVAILABLE
002210         MOVE WS-OWNER-KEY TO CM-KEY
002220         READ COLOR-MASTER-FILE
002230             INVALID KEY
002240                 DISPLAY 'COLOWN: NOTE - KEY ' WS-OWNER-KEY
002250                     ' IS NOT ON THE COLOR MASTER YET'
002260         END-READ
002270     END-IF.
002280     MOVE SPACES           TO OWNER-RECORD.
002290     MOVE WS-OWNER-KEY     TO OW-KEY.
002300     MOVE WS-REPLY-UNIT    TO OW-BUSINESS-UNIT.
002310     MOVE WS-REPLY-CONTACT TO OW-CONTACT.
002320     MOVE WS-REPLY-GROUP   TO OW-ESCALATION-GROUP.
002330     MOVE WS-CURRENT-DATE  TO OW-CHANGED-DATE.
002340     MOVE WS-OPERATOR-ID   TO OW-CHANGED-BY.
002350     WRITE OWNER-RECORD.
002360     IF WS-OWNER-STATUS NOT = '00'
002370         DISPLAY 'COLOWN: OWNERSHIP WRITE FAILED, STATUS='
002380             WS-OWNER-STATUS
002390         GO TO 9999-ABEND-EXIT
002400     END-IF.
002410     ADD 1 TO WS-ADD-COUNT.
002415     PERFORM 2090-LOG-REGISTRY-ACTION THRU 2090-EXIT.
002420     DISPLAY 'COLOWN: KEY ' WS-OWNER-KEY ' ADDED'.
002430 2200-EXIT.
002440     EXIT.
002450
002460*-----------------------------------------------------------------
002470*2300-CHANGE-OWNER
002480*THE ROW ON FILE IS SHOWN FIRST; A BLANK REPLY KEEPS THAT FIELD,
002490*SO A CHANGE OF CONTACT DOES NOT MEAN RETYPING THE WHOLE ROW.
002500*-----------------------------------------------------------------
002510 2300-CHANGE-OWNER.
002520     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT.
002530     IF WS-ENTRY-IS-INVALID
002540         GO TO 2300-EXIT
002550     END-IF.
002560     PERFORM 2600-READ-OWNER THRU 2600-EXIT.
002570     IF WS-OWNER-NOT-FOUND
002580         DISPLAY 'COLOWN: NO OWNER ON FILE FOR KEY ' WS-OWNER-KEY
002590             ' - USE ADD'
002600         GO TO 2300-EXIT
002610     END-IF.
002620     PERFORM 2700-DISPLAY-OWNER THRU 2700-EXIT.
002630     DISPLAY 'BLANK REPLY KEEPS THE VALUE SHOWN'.
002640     PERFORM 2800-ACCEPT-OWNER-FIELDS THRU 2800-EXIT.
002650     IF WS-REPLY-UNIT = SPACES
002660         AND WS-REPLY-CONTACT = SPACES
002670         AND WS-REPLY-GROUP = SPACES
002680         DISPLAY 'COLOWN: NOTHING CHANGED FOR KEY ' WS-OWNER-KEY
002690         GO TO 2300-EXIT
002700     END-IF.
002710     IF WS-REPLY-UNIT NOT = SPACES
002720         MOVE WS-REPLY-UNIT    TO OW-BUSINESS-UNIT
002730     END-IF.
002740     IF WS-REPLY-CONTACT NOT = SPACES
002750         MOVE WS-REPLY-CONTACT TO OW-CONTACT
002760     END-IF.
002770     IF WS-REPLY-GROUP NOT = SPACES
002780         MOVE WS-REPLY-GROUP   TO OW-ESCALATION-GROUP
002790     END-IF.
002800     MOVE WS-CURRENT-DATE  TO OW-CHANGED-DATE.
002810     MOVE WS-OPERATOR-ID   TO OW-CHANGED-BY.
002820     REWRITE OWNER-RECORD.
002830     IF WS-OWNER-STATUS NOT = '00'
002840         DISPLAY 'COLOWN: OWNERSHIP REWRITE FAILED, STATUS='
002850             WS-OWNER-STATUS
002860         GO TO 9999-ABEND-EXIT
002870     END-IF.
002880     ADD 1 TO WS-CHG-COUNT.
002885     PERFORM 2090-LOG-REGISTRY-ACTION THRU 2090-EXIT.
002890     DISPLAY 'COLOWN: KEY ' WS-OWNER-KEY ' CHANGED'.
002900 2300-EXIT.
002910     EXIT.
002920
002930 2400-DELETE-OWNER.
002940     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT.
002950     IF WS-ENTRY-IS-INVALID
002960         GO TO 2400-EXIT
002970     END-IF.
002980     PERFORM 2600-READ-OWNER THRU 2600-EXIT.
002990     IF WS-OWNER-NOT-FOUND
003000         DISPLAY 'COLOWN: NO OWNER ON FILE FOR KEY ' WS-OWNER-KEY
003010         GO TO 2400-EXIT
003020     END-IF.
003030     DELETE OWNER-FILE.
003040     IF WS-OWNER-STATUS NOT = '00'
003050         DISPLAY 'COLOWN: OWNERSHIP DELETE FAILED, STATUS='
003060             WS-OWNER-STATUS
003070         GO TO 9999-ABEND-EXIT
003080     END-IF.
003090     ADD 1 TO WS-DEL-COUNT.
003095     PERFORM 2090-LOG-REGISTRY-ACTION THRU 2090-EXIT.
003100     DISPLAY 'COLOWN: KEY ' WS-OWNER-KEY ' DELETED - IT WILL BE'
003110         ' LISTED AS UNOWNED'.
003120 2400-EXIT.
003130     EXIT.
003140
003150 2500-ACCEPT-KEY.
003160     SET WS-ENTRY-IS-VALID TO TRUE.
003170     DISPLAY 'ENTER RECORD KEY: '.
003180     ACCEPT WS-OWNER-KEY FROM CONSOLE.
003190     IF WS-OWNER-KEY = SPACES
003200         DISPLAY 'COLOWN: NO KEY ENTERED'
003210         SET WS-ENTRY-IS-INVALID TO TRUE
003220     END-IF.
003230 2500-EXIT.
003240     EXIT.
003250
003260 2600-READ-OWNER.
003270     MOVE WS-OWNER-KEY TO OW-KEY.
003280     READ OWNER-FILE
003290         INVALID KEY
003300             SET WS-OWNER-NOT-FOUND TO TRUE
003310         NOT INVALID KEY
003320             SET WS-OWNER-FOUND TO TRUE
003330     END-READ.
003340 2600-EXIT.
003350     EXIT.
003360
003370 2700-DISPLAY-OWNER.
003380     DISPLAY 'KEY: ' OW-KEY '  BUSINESS UNIT: ' OW-BUSINESS-UNIT.
003390     DISPLAY 'CONTACT: ' OW-CONTACT
003400         '  ESCALATION GROUP: ' OW-ESCALATION-GROUP.
003410     DISPLAY 'LAST CHANGED: ' OW-CHANGED-DATE
003420         ' BY ' OW-CHANGED-BY.
003430 2700-EXIT.
003440     EXIT.
003450
003460 2800-ACCEPT-OWNER-FIELDS.
003470     DISPLAY 'ENTER OWNING BUSINESS UNIT (8): '.
003480     ACCEPT WS-REPLY-UNIT FROM CONSOLE.
003490     DISPLAY 'ENTER RESPONSIBLE CONTACT (20): '.
003500     ACCEPT WS-REPLY-CONTACT FROM CONSOLE.
003510     DISPLAY 'ENTER ESCALATION GROUP (8): '.
003520     ACCEPT WS-REPLY-GROUP FROM CONSOLE.
003530 2800-EXIT.
003540     EXIT.
003550
003560 4000-TERMINATE.
003570     CLOSE OWNER-FILE.
003580     IF WS-MASTER-AVAILABLE
003590         CLOSE COLOR-MASTER-FILE
003600     END-IF.
003610     DISPLAY 'COLOWN: SESSION COMPLETE'.
003620     DISPLAY '  ADDED            = ' WS-ADD-COUNT.
003630     DISPLAY '  CHANGED          = ' WS-CHG-COUNT.
003640     DISPLAY '  DELETED          = ' WS-DEL-COUNT.
003641     COMPUTE WS-ACCESS-COUNT = WS-ADD-COUNT + WS-CHG-COUNT
003642                             + WS-DEL-COUNT.
003643     MOVE SPACES TO WS-ACCESS-DETAIL.
003644     STRING 'ROWS CHANGED '  DELIMITED BY SIZE
003645            WS-ACCESS-COUNT  DELIMITED BY SIZE
003646         INTO WS-ACCESS-DETAIL.
003647     PERFORM 8755-LOG-SIGN-OFF THRU 8755-EXIT.
003650 4000-EXIT.
003660     EXIT.
003661
003662*-----------------------------------------------------------------
003663*8700-OPERATOR-SIGN-ON
003664*THE OPERATOR ID IS LOOKED UP ON THE AUTHORITY FILE AND ITS
003665*FUNCTION SWITCHES KEPT FOR THE SESSION.  AN ID NOT ON FILE, OR NO
003666*AUTHORITY FILE AT ALL, IS REFUSED - THE CHECK FAILS CLOSED.  THE
003667*CALLER DECIDES WHETHER THE FUNCTIONS FOUND ARE ENOUGH TO USE THIS
003668*PROGRAM AND POSTS THE SIGN-ON ROW ITSELF.
003669*-----------------------------------------------------------------
003670 8700-OPERATOR-SIGN-ON.
003671     DISPLAY 'ENTER OPERATOR ID: '.
003672     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003673     MOVE 'N' TO WS-OPERATOR-SW.
003674     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
003675     OPEN INPUT OPERATOR-AUTHORITY-FILE.
003676     IF WS-OPERAUTH-STATUS NOT = '00'
003677         DISPLAY 'COLOWN: OPERATOR AUTHORITY FILE NOT AVAILABLE,'
003678             ' STATUS=' WS-OPERAUTH-STATUS
003679         MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-ACCESS-DETAIL
003680         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003681     END-IF.
003682     PERFORM 8710-SCAN-AUTHORITY THRU 8710-EXIT
003683         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
003684     CLOSE OPERATOR-AUTHORITY-FILE.
003685     IF NOT WS-OPERATOR-FOUND
003686         MOVE 'OPERATOR ID NOT ON AUTHORITY FILE'
003687             TO WS-ACCESS-DETAIL
003688         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003689     END-IF.
003690 8700-EXIT.
003691     EXIT.
003692
003693 8710-SCAN-AUTHORITY.
003694     READ OPERATOR-AUTHORITY-FILE
003695         AT END
003696             SET WS-OPERAUTH-EOF TO TRUE
003697         NOT AT END
003698             IF OP-OPERATOR-ID = WS-OPERATOR-ID
003699                AND WS-OPERATOR-ID NOT = SPACES
003700                 SET WS-OPERATOR-FOUND TO TRUE
003701                 MOVE OP-OPERATOR-NAME  TO WS-OPERATOR-NAME
003702                 MOVE OP-INQUIRY-SW     TO WS-AUTH-INQUIRY-SW
003703                 MOVE OP-REPAIR-SW      TO WS-AUTH-REPAIR-SW
003704                 MOVE OP-RULES-SW       TO WS-AUTH-RULES-SW
003705                 MOVE OP-APPROVE-OWN-SW TO WS-AUTH-APPROVE-OWN-SW
003706                 MOVE OP-OWNERS-SW      TO WS-AUTH-OWNERS-SW
003707             END-IF
003708     END-READ.
003709 8710-EXIT.
003710     EXIT.
003711
003712*-----------------------------------------------------------------
003713*8750-LOG-SIGN-ON
003714*THE OPERATOR PASSED THE CALLER'S CHECK - THE SIGN-ON ROW CARRIES
003715*THE NAME OFF THE AUTHORITY FILE.
003716*-----------------------------------------------------------------
003717 8750-LOG-SIGN-ON.
003718     MOVE 'SIGN-ON'        TO WS-ACCESS-EVENT.
003719     MOVE WS-OPERATOR-NAME TO WS-ACCESS-DETAIL.
003720     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003721     DISPLAY 'COLOWN: SIGNED ON AS ' WS-OPERATOR-ID ' '
003722         WS-OPERATOR-NAME.
003723 8750-EXIT.
003724     EXIT.
003725
003726*-----------------------------------------------------------------
003727*8755-LOG-SIGN-OFF
003728*THE CALLER SETS THE DETAIL - THE SESSION'S OWN TOTALS.
003729*-----------------------------------------------------------------
003730 8755-LOG-SIGN-OFF.
003731     MOVE 'SIGN-OFF' TO WS-ACCESS-EVENT.
003732     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003733 8755-EXIT.
003734     EXIT.
003735
003736*-----------------------------------------------------------------
003737*8760-REFUSE-SIGN-ON
003738*A REFUSED SIGN-ON IS LOGGED WITH THE ID AS KEYED AND ENDS THE
003739*PROGRAM WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
003740*-----------------------------------------------------------------
003741 8760-REFUSE-SIGN-ON.
003742     DISPLAY 'COLOWN: SIGN-ON REFUSED - ' WS-ACCESS-DETAIL.
003743     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
003744     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003745     MOVE 8 TO RETURN-CODE.
003746     STOP RUN.
003747 8760-EXIT.
003748     EXIT.
003749
003750*-----------------------------------------------------------------
003751*8770-REFUSE-FUNCTION
003752*A SIGNED-ON OPERATOR ASKED FOR SOMETHING THE AUTHORITY FILE DOES
003753*NOT GIVE THEM - LOGGED AND SAID, AND THE SESSION CARRIES ON.
003754*-----------------------------------------------------------------
003755 8770-REFUSE-FUNCTION.
003756     DISPLAY 'COLOWN: NOT AUTHORIZED - ' WS-ACCESS-DETAIL.
003757     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
003758     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003759 8770-EXIT.
003760     EXIT.
003761
003762 8780-LOG-ACTION.
003763     MOVE 'ACTION' TO WS-ACCESS-EVENT.
003764     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003765 8780-EXIT.
003766     EXIT.
003767
003768*-----------------------------------------------------------------
003769*8790-WRITE-ACCESS-LOG
003770*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003771*THE SAME AS THE RUN LEDGER, SO AN ABEND CANNOT LOSE THE ROW.
003772*FILE STATUS '35' MEANS THE FIRST SESSION EVER CREATES THE LOG.
003773*UNLIKE THE LEDGER, A LOG THAT CANNOT BE WRITTEN STOPS THE
003774*SESSION - NO ACTION IS TAKEN HERE THAT IS NOT ON RECORD.
003775*-----------------------------------------------------------------
003776 8790-WRITE-ACCESS-LOG.
003777     OPEN EXTEND ACCESS-LOG-FILE.
003778     IF WS-ACCESS-STATUS = '35'
003779         OPEN OUTPUT ACCESS-LOG-FILE
003780     END-IF.
003781     IF WS-ACCESS-STATUS NOT = '00'
003782         DISPLAY 'COLOWN: ACCESS LOG UNAVAILABLE, STATUS='
003783             WS-ACCESS-STATUS
003784         GO TO 9999-ABEND-EXIT
003785     END-IF.
003786     MOVE SPACES            TO ACCESS-LOG-RECORD.
003787     ACCEPT AL-DATE         FROM DATE YYYYMMDD.
003788     ACCEPT AL-TIME         FROM TIME.
003789     MOVE WS-ACCESS-PROGRAM TO AL-PROGRAM.
003790     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID.
003791     MOVE WS-ACCESS-EVENT   TO AL-EVENT.
003792     MOVE WS-ACCESS-DETAIL  TO AL-DETAIL.
003793     WRITE ACCESS-LOG-RECORD.
003794     CLOSE ACCESS-LOG-FILE.
003795     MOVE SPACES            TO WS-ACCESS-DETAIL.
003796 8790-EXIT.
003797     EXIT.
003798
003799 9999-ABEND-EXIT.
003800     CLOSE OWNER-FILE COLOR-MASTER-FILE.
003801     MOVE 16 TO RETURN-CODE.
003802     STOP RUN.
