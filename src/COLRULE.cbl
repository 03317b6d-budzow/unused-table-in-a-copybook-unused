000370*                  INITIALS SO RULE HISTORY IS ON RECORD.
000380*                  CONVERSATIONAL BATCH, SAME AS COLINQ AND
000390*                  COLFIX - THIS SHOP HAS NO CICS PRECEDENT.
000391*2026-09-22  JPM   TYPED INITIALS REPLACED BY OPERATOR SIGN-ON
000392*                  AGAINST THE AUTHORITY FILE (OPERAUTH).  ONLY
000393*                  AN OPERATOR WITH RULE MAINTENANCE AUTHORITY
000394*                  MAY ADD OR DELETE A RULE; INQUIRY AUTHORITY
000395*                  ALONE GETS THE LIST.  THE SIGN-ON, EVERY
000396*                  REFUSAL, EVERY LIST, ADD AND DELETE AND THE
000397*                  SIGN-OFF GO ON THE ACCESS LOG (ACCESSLG).  THE
000398*                  AUDIT BRANCH NAMES NOW CARRY THE SIGNED-ON ID.
000399*2026-10-06  JPM   ROLLS THE AUDIT TRAIL SEAL (AUDSEAL) FORWARD
000400*                  OVER EVERY RULE-ADDED/RULE-DELETED ENTRY IT
000401*                  APPENDS AND REWRITES IT AT SESSION END.
000402*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000510     SELECT AUDIT-FILE               ASSIGN TO AUDITFL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000531     SELECT OPERATOR-AUTHORITY-FILE  ASSIGN TO OPERAUTH
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-OPERAUTH-STATUS.
000534     SELECT ACCESS-LOG-FILE          ASSIGN TO ACCESSLG
000535         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-ACCESS-STATUS.
000537     SELECT AUDIT-SEAL-FILE          ASSIGN TO AUDSEAL
000538         ORGANIZATION IS SEQUENTIAL
000539         FILE STATUS IS WS-AUDSEAL-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000820 FD  AUDIT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY AUDIT-RECORD.
000841
000842*----------------------------------------------------------------
000843*OPERATOR AUTHORITY FILE - WHAT EACH OPERATOR ID MAY DO.
000844*----------------------------------------------------------------
000845 FD  OPERATOR-AUTHORITY-FILE
000846     LABEL RECORDS ARE STANDARD.
000847     COPY OPERATOR-RECORD.
000848
000849*----------------------------------------------------------------
000850*CONVERSATIONAL ACCESS LOG - EVERY SIGN-ON, REFUSAL AND ACTION.
000851*----------------------------------------------------------------
000852 FD  ACCESS-LOG-FILE
000853     LABEL RECORDS ARE STANDARD.
000854     COPY ACCESS-LOG-RECORD.
000855
000856*----------------------------------------------------------------
000857*SEAL OF THE AUDIT TRAIL - ROLLED FORWARD OVER THIS RUN'S ENTRIES.
000858*----------------------------------------------------------------
000859 FD  AUDIT-SEAL-FILE
000860     LABEL RECORDS ARE STANDARD.
000861     COPY AUDIT-SEAL-RECORD.
000862
000863 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880*COLOR STATUS BYTE AND ITS CONDITION NAMES - EVERY KEYED COLOR
000890*IS VALIDATED THROUGH THE SAME NAMES MAIN DISPATCHES ON.
001170         10  WS-RULE-TO              PIC X(01).
001180 77  WS-RULE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001190
001210 77  WS-REPLY                        PIC X(04).
001220 01  WS-PAIR-REPLY.
001230     05  WS-PAIR-FROM                PIC X(01).
001510 01  WS-CURRENT-TIMESTAMP.
001520     05  WS-CURRENT-DATE             PIC 9(08).
001530     05  WS-CURRENT-TIME             PIC 9(08).
001531
001532*----------------------------------------------------------------
001533*SIGN-ON CONTROLS - THE OPERATOR SIGNED ON, THE FUNCTIONS THE
001534*AUTHORITY FILE GIVES THEM, AND THE ACCESS LOG ROW BEING BUILT.
001535*----------------------------------------------------------------
001536 77  WS-OPERAUTH-STATUS              PIC X(02).
001537 77  WS-ACCESS-STATUS                PIC X(02).
001538 77  WS-OPERAUTH-EOF-SW              PIC X(01) VALUE 'N'.
001539     88  WS-OPERAUTH-EOF                        VALUE 'Y'.
001540 77  WS-OPERATOR-SW                  PIC X(01) VALUE 'N'.
001541     88  WS-OPERATOR-FOUND                      VALUE 'Y'.
001542 77  WS-AUTH-INQUIRY-SW              PIC X(01) VALUE 'N'.
001543     88  WS-AUTH-INQUIRY                        VALUE 'Y'.
001544 77  WS-AUTH-REPAIR-SW               PIC X(01) VALUE 'N'.
001545     88  WS-AUTH-REPAIR                         VALUE 'Y'.
001546 77  WS-AUTH-RULES-SW                PIC X(01) VALUE 'N'.
001547     88  WS-AUTH-RULES                          VALUE 'Y'.
001548 77  WS-AUTH-APPROVE-OWN-SW          PIC X(01) VALUE 'N'.
001549     88  WS-AUTH-APPROVE-OWN                    VALUE 'Y'.
001550 77  WS-AUTH-OWNERS-SW               PIC X(01) VALUE 'N'.
001551     88  WS-AUTH-OWNERS                         VALUE 'Y'.
001552 77  WS-OPERATOR-ID                  PIC X(03) VALUE SPACES.
001553 77  WS-OPERATOR-NAME                PIC X(20) VALUE SPACES.
001554 77  WS-ACCESS-PROGRAM               PIC X(08) VALUE 'COLRULE'.
001555 77  WS-ACCESS-EVENT                 PIC X(08).
001556 77  WS-ACCESS-DETAIL                PIC X(42).
001557 77  WS-ACCESS-COUNT                 PIC Z(04)9.
001558
001559*----------------------------------------------------------------
001560*AUDIT SEAL CONTROLS - THE SEAL FILE STATUS BYTES, THE SEAL
001561*BEING ROLLED FORWARD OR RE-TOTALLED (SAME LAYOUT AS
001562*AS-SEAL-TOTALS), THE ENTRY BEING TOTALLED (SAME LAYOUT AS
001563*AUDIT-RECORD), AND THE COLLATING STRING AND POSITION WEIGHTS
001564*THE KEY HASH IS TAKEN WITH.
001565*----------------------------------------------------------------
001566 77  WS-AUDSEAL-STATUS               PIC X(02).
001567 77  WS-SEAL-EOF-SW                  PIC X(01) VALUE 'N'.
001568     88  WS-SEAL-FILE-EOF                       VALUE 'Y'.
001569 77  WS-SEAL-FOUND-SW                PIC X(01) VALUE 'N'.
001570     88  WS-SEALED-FILE-FOUND                   VALUE 'Y'.
001571 77  WS-SEAL-LOADED-SW               PIC X(01) VALUE 'N'.
001572     88  WS-SEAL-LOADED                         VALUE 'Y'.
001573 77  WS-SEAL-BRANCH-IDX              PIC 9(02) COMP.
001574 77  WS-SEAL-CHAR-IDX                PIC 9(02) COMP.
001575 77  WS-SEAL-CHAR-POS                PIC 9(02) COMP.
001576 77  WS-SEAL-CHAR                    PIC X(01).
001577 77  WS-SEAL-DATE                    PIC 9(08).
001578 01  WS-SEAL-CLOCK.
001579     05  WS-SEAL-HHMMSS              PIC 9(06).
001580     05  FILLER                      PIC 9(02).
001581 01  WS-SEAL-TOTALS.
001582     05  WS-SEAL-COUNT               PIC 9(09).
001583     05  WS-SEAL-BRANCH OCCURS 11 TIMES
001584                                     PIC 9(09).
001585     05  WS-SEAL-FIRST.
001586         10  WS-SEAL-FIRST-DATE      PIC 9(08).
001587         10  WS-SEAL-FIRST-TIME      PIC 9(08).
001588     05  WS-SEAL-LAST.
001589         10  WS-SEAL-LAST-DATE       PIC 9(08).
001590         10  WS-SEAL-LAST-TIME       PIC 9(08).
001591     05  WS-SEAL-HASH                PIC 9(18).
001592 01  WS-SEAL-ENTRY.
001593     05  WS-SEAL-ENTRY-KEY.
001594         10  WS-SEAL-KEY-CHAR OCCURS 10 TIMES
001595                                     PIC X(01).
001596     05  FILLER                      PIC X(01).
001597     05  WS-SEAL-ENTRY-BRANCH        PIC X(25).
001598     05  WS-SEAL-ENTRY-STAMP         PIC X(16).
001599     05  FILLER                      PIC X(19).
001600 01  WS-SEAL-COLLATE                 PIC X(42) VALUE
001601     ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-*>/.'.
001602 01  WS-SEAL-WEIGHT-LIST.
001603     05  FILLER                      PIC 9(04) VALUE 1.
001604     05  FILLER                      PIC 9(04) VALUE 3.
001605     05  FILLER                      PIC 9(04) VALUE 7.
001606     05  FILLER                      PIC 9(04) VALUE 13.
001607     05  FILLER                      PIC 9(04) VALUE 31.
001608     05  FILLER                      PIC 9(04) VALUE 61.
001609     05  FILLER                      PIC 9(04) VALUE 127.
001610     05  FILLER                      PIC 9(04) VALUE 251.
001611     05  FILLER                      PIC 9(04) VALUE 509.
001612     05  FILLER                      PIC 9(04) VALUE 1021.
001613 01  WS-SEAL-WEIGHT-TABLE REDEFINES WS-SEAL-WEIGHT-LIST.
001614     05  WS-SEAL-WEIGHT OCCURS 10 TIMES
001615                                     PIC 9(04).
001616
001617 PROCEDURE DIVISION.
001618*================================================================
001619*0000-MAINLINE
001620*LOAD THE CURRENT RULE SET, SHOW THE MATRIX, WORK THE SESSION
001621*ONE COMMAND AT A TIME, THEN WRITE THE REPLACEMENT FILE.
001622*================================================================
001623 0000-MAINLINE.
001624     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001640         UNTIL WS-SESSION-DONE.
001650     PERFORM 3000-WRITE-NEW-RULES THRU 3000-EXIT.
001680
001690*-----------------------------------------------------------------
001700*1000-INITIALIZE
001705*SIGN-ON COMES FIRST - A REFUSED OPERATOR NEVER SEES THE RULE SET.
001710*FILE STATUS '35' ON TRANSFL MEANS NO RULE SET EXISTS YET - THE
001720*SESSION STARTS FROM AN EMPTY TABLE, SAME AS MAIN'S LOAD.
001730*-----------------------------------------------------------------
001740 1000-INITIALIZE.
001741     PERFORM 8700-OPERATOR-SIGN-ON THRU 8700-EXIT.
001742     IF NOT WS-AUTH-RULES AND NOT WS-AUTH-INQUIRY
001743         MOVE 'NO RULE MAINTENANCE OR INQUIRY AUTHORITY'
001744             TO WS-ACCESS-DETAIL
001745         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
001746     END-IF.
001747     PERFORM 8750-LOG-SIGN-ON THRU 8750-EXIT.
001750     OPEN INPUT TRANSITION-RULES-FILE.
001760     IF WS-RULES-STATUS = '35'
001770         DISPLAY 'COLRULE: NO RULE SET ON FILE - STARTING EMPTY'
001860             UNTIL WS-END-OF-RULES
001870         CLOSE TRANSITION-RULES-FILE
001880     END-IF.
001885     PERFORM 8600-LOAD-AUDIT-SEAL THRU 8600-EXIT.
001890     OPEN EXTEND AUDIT-FILE.
001900     IF WS-AUDIT-STATUS = '35'
001910         OPEN OUTPUT AUDIT-FILE
001960         GO TO 9999-ABEND-EXIT
001970     END-IF.
001980     DISPLAY 'COLRULE: TRANSITION RULES MAINTENANCE'.
002010     PERFORM 2500-LIST-RULE-MATRIX THRU 2500-EXIT.
002020 1000-EXIT.
002030     EXIT.
002230*2000-PROCESS-COMMAND
002240*ONE ROUND TRIP - LIST SHOWS THE MATRIX, ADD AND DEL PROMPT FOR
002250*A FROM/TO PAIR, END CLOSES THE SESSION AND WRITES THE
002255*REPLACEMENT FILE.  ANYTHING ELSE IS REPROMPTED.  ADD AND DEL ARE
002260*REFUSED, AND LOGGED AS REFUSED, WITHOUT RULE MAINTENANCE
002265*AUTHORITY.
002270*-----------------------------------------------------------------
002280 2000-PROCESS-COMMAND.
002290     DISPLAY 'ENTER COMMAND (LIST, ADD, DEL, END): '.
002330         WHEN SPACES
002340             SET WS-SESSION-DONE TO TRUE
002350         WHEN 'LIST'
002353             MOVE 'RULE SET LISTED' TO WS-ACCESS-DETAIL
002356             PERFORM 8780-LOG-ACTION THRU 8780-EXIT
002360             PERFORM 2500-LIST-RULE-MATRIX THRU 2500-EXIT
002370         WHEN 'ADD'
002390         WHEN 'DEL'
002391             IF WS-AUTH-RULES
002392                 PERFORM 2050-CHANGE-RULE THRU 2050-EXIT
002393             ELSE
002394                 MOVE SPACES TO WS-ACCESS-DETAIL
002395                 STRING WS-REPLY DELIMITED BY SPACE
002396                        ' RULE - NO RULE MAINTENANCE AUTHORITY'
002397                            DELIMITED BY SIZE
002398                     INTO WS-ACCESS-DETAIL
002399                 PERFORM 8770-REFUSE-FUNCTION THRU 8770-EXIT
002400             END-IF
002410         WHEN OTHER
002420             DISPLAY 'COLRULE: <' WS-REPLY '> IS NOT A COMMAND'
002430     END-EVALUATE.
002440 2000-EXIT.
002450     EXIT.
002451
002452*-----------------------------------------------------------------
002453*2050-CHANGE-RULE
002454*AN ADD OR DEL FROM AN OPERATOR WITH RULE MAINTENANCE AUTHORITY
002455*IS PASSED TO THE PARAGRAPH THAT ADDS OR DELETES THE PAIR.
002456*-----------------------------------------------------------------
002457 2050-CHANGE-RULE.
002458     IF WS-REPLY = 'ADD'
002459         PERFORM 2100-ADD-RULE THRU 2100-EXIT
002460     ELSE
002461         PERFORM 2200-DELETE-RULE THRU 2200-EXIT
002462     END-IF.
002463 2050-EXIT.
002464     EXIT.
002465
002470*-----------------------------------------------------------------
002480*2100-ADD-RULE
002490*THE PAIR MUST BE TWO VALID COLORS, NOT A SELF-TRANSITION, AND
002800            WS-OPERATOR-ID    DELIMITED BY SIZE
002810         INTO WS-BRANCH-NAME.
002820     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
002821     MOVE SPACES TO WS-ACCESS-DETAIL.
002822     STRING 'RULE ADDED '  DELIMITED BY SIZE
002823            WS-PAIR-FROM   DELIMITED BY SIZE
002824            '>'            DELIMITED BY SIZE
002825            WS-PAIR-TO     DELIMITED BY SIZE
002826         INTO WS-ACCESS-DETAIL.
002827     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
002830     DISPLAY 'COLRULE: ' WS-PAIR-FROM '>' WS-PAIR-TO ' ADDED'.
002840 2100-EXIT.
002850     EXIT.
003100            WS-OPERATOR-ID     DELIMITED BY SIZE
003110         INTO WS-BRANCH-NAME.
003120     PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT.
003121     MOVE SPACES TO WS-ACCESS-DETAIL.
003122     STRING 'RULE DELETED ' DELIMITED BY SIZE
003123            WS-PAIR-FROM    DELIMITED BY SIZE
003124            '>'             DELIMITED BY SIZE
003125            WS-PAIR-TO      DELIMITED BY SIZE
003126         INTO WS-ACCESS-DETAIL.
003127     PERFORM 8780-LOG-ACTION THRU 8780-EXIT.
003130     DISPLAY 'COLRULE: ' WS-PAIR-FROM '>' WS-PAIR-TO ' DELETED'.
003140 2200-EXIT.
003150     EXIT.
004350     MOVE WS-CURRENT-TIME            TO AU-TIME.
004360     MOVE SPACES                     TO AU-SOURCE-REGION.
004370     WRITE AUDIT-RECORD.
004373     MOVE AUDIT-RECORD TO WS-SEAL-ENTRY.
004376     PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT.
004380 2900-EXIT.
004390     EXIT.
004400
004730
004740 4000-TERMINATE.
004750     CLOSE AUDIT-FILE.
004755     PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT.
004760     DISPLAY 'COLRULE: SESSION COMPLETE'.
004770     DISPLAY '  RULES ON FILE    = ' WS-RULE-COUNT.
004780     DISPLAY '  ADDED            = ' WS-ADD-COUNT.
004790     DISPLAY '  DELETED          = ' WS-DEL-COUNT.
004791     COMPUTE WS-ACCESS-COUNT = WS-ADD-COUNT + WS-DEL-COUNT.
004792     MOVE SPACES TO WS-ACCESS-DETAIL.
004793     STRING 'RULES CHANGED ' DELIMITED BY SIZE
004794            WS-ACCESS-COUNT  DELIMITED BY SIZE
004795         INTO WS-ACCESS-DETAIL.
004796     PERFORM 8755-LOG-SIGN-OFF THRU 8755-EXIT.
004800 4000-EXIT.
004810     EXIT.
004811
004812*-----------------------------------------------------------------
004813*8700-OPERATOR-SIGN-ON
004814*THE OPERATOR ID IS LOOKED UP ON THE AUTHORITY FILE AND ITS
004815*FUNCTION SWITCHES KEPT FOR THE SESSION.  AN ID NOT ON FILE, OR NO
004816*AUTHORITY FILE AT ALL, IS REFUSED - THE CHECK FAILS CLOSED.  THE
004817*CALLER DECIDES WHETHER THE FUNCTIONS FOUND ARE ENOUGH TO USE THIS
004818*PROGRAM AND POSTS THE SIGN-ON ROW ITSELF.
004819*-----------------------------------------------------------------
004820 8700-OPERATOR-SIGN-ON.
004821     DISPLAY 'ENTER OPERATOR ID: '.
004822     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
004823     MOVE 'N' TO WS-OPERATOR-SW.
004824     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
004825     OPEN INPUT OPERATOR-AUTHORITY-FILE.
004826     IF WS-OPERAUTH-STATUS NOT = '00'
004827         DISPLAY 'COLRULE: OPERATOR AUTHORITY FILE NOT AVAILABLE,'
004828             ' STATUS=' WS-OPERAUTH-STATUS
004829         MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-ACCESS-DETAIL
004830         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
004831     END-IF.
004832     PERFORM 8710-SCAN-AUTHORITY THRU 8710-EXIT
004833         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
004834     CLOSE OPERATOR-AUTHORITY-FILE.
004835     IF NOT WS-OPERATOR-FOUND
004836         MOVE 'OPERATOR ID NOT ON AUTHORITY FILE'
004837             TO WS-ACCESS-DETAIL
004838         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
004839     END-IF.
004840 8700-EXIT.
004841     EXIT.
004842
004843 8710-SCAN-AUTHORITY.
004844     READ OPERATOR-AUTHORITY-FILE
004845         AT END
004846             SET WS-OPERAUTH-EOF TO TRUE
004847         NOT AT END
004848             IF OP-OPERATOR-ID = WS-OPERATOR-ID
004849                AND WS-OPERATOR-ID NOT = SPACES
004850                 SET WS-OPERATOR-FOUND TO TRUE
004851                 MOVE OP-OPERATOR-NAME  TO WS-OPERATOR-NAME
004852                 MOVE OP-INQUIRY-SW     TO WS-AUTH-INQUIRY-SW
004853                 MOVE OP-REPAIR-SW      TO WS-AUTH-REPAIR-SW
004854                 MOVE OP-RULES-SW       TO WS-AUTH-RULES-SW
004855                 MOVE OP-APPROVE-OWN-SW TO WS-AUTH-APPROVE-OWN-SW
004856                 MOVE OP-OWNERS-SW      TO WS-AUTH-OWNERS-SW
004857             END-IF
004858     END-READ.
004859 8710-EXIT.
004860     EXIT.
004861
004862*-----------------------------------------------------------------
004863*8750-LOG-SIGN-ON
004864*THE OPERATOR PASSED THE CALLER'S CHECK - THE SIGN-ON ROW CARRIES
004865*THE NAME OFF THE AUTHORITY FILE.
004866*-----------------------------------------------------------------
004867 8750-LOG-SIGN-ON.
004868     MOVE 'SIGN-ON'        TO WS-ACCESS-EVENT.
004869     MOVE WS-OPERATOR-NAME TO WS-ACCESS-DETAIL.
004870     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
004871     DISPLAY 'COLRULE: SIGNED ON AS ' WS-OPERATOR-ID ' '
004872         WS-OPERATOR-NAME.
004873 8750-EXIT.
004874     EXIT.
004875
004876*-----------------------------------------------------------------
004877*8755-LOG-SIGN-OFF
004878*THE CALLER SETS THE DETAIL - THE SESSION'S OWN TOTALS.
004879*-----------------------------------------------------------------
004880 8755-LOG-SIGN-OFF.
004881     MOVE 'SIGN-OFF' TO WS-ACCESS-EVENT.
004882     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
004883 8755-EXIT.
004884     EXIT.
004885
004886*-----------------------------------------------------------------
004887*8760-REFUSE-SIGN-ON
004888*A REFUSED SIGN-ON IS LOGGED WITH THE ID AS KEYED AND ENDS THE
004889*PROGRAM WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
004890*-----------------------------------------------------------------
004891 8760-REFUSE-SIGN-ON.
004892     DISPLAY 'COLRULE: SIGN-ON REFUSED - ' WS-ACCESS-DETAIL.
004893     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
004894     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
004895     MOVE 8 TO RETURN-CODE.
004896     STOP RUN.
004897 8760-EXIT.
004898     EXIT.
004899
004900*-----------------------------------------------------------------
004901*8770-REFUSE-FUNCTION
004902*A SIGNED-ON OPERATOR ASKED FOR SOMETHING THE AUTHORITY FILE DOES
004903*NOT GIVE THEM - LOGGED AND SAID, AND THE SESSION CARRIES ON.
004904*-----------------------------------------------------------------
004905 8770-REFUSE-FUNCTION.
004906     DISPLAY 'COLRULE: NOT AUTHORIZED - ' WS-ACCESS-DETAIL.
004907     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
004908     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
004909 8770-EXIT.
004910     EXIT.
004911
004912 8780-LOG-ACTION.
004913     MOVE 'ACTION' TO WS-ACCESS-EVENT.
004914     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
004915 8780-EXIT.
004916     EXIT.
004917
004918*-----------------------------------------------------------------
004919*8790-WRITE-ACCESS-LOG
004920*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
004921*THE SAME AS THE RUN LEDGER, SO AN ABEND CANNOT LOSE THE ROW.
004922*FILE STATUS '35' MEANS THE FIRST SESSION EVER CREATES THE LOG.
004923*UNLIKE THE LEDGER, A LOG THAT CANNOT BE WRITTEN STOPS THE
004924*SESSION - NO ACTION IS TAKEN HERE THAT IS NOT ON RECORD.
004925*-----------------------------------------------------------------
004926 8790-WRITE-ACCESS-LOG.
004927     OPEN EXTEND ACCESS-LOG-FILE.
004928     IF WS-ACCESS-STATUS = '35'
004929         OPEN OUTPUT ACCESS-LOG-FILE
004930     END-IF.
004931     IF WS-ACCESS-STATUS NOT = '00'
004932         DISPLAY 'COLRULE: ACCESS LOG UNAVAILABLE, STATUS='
004933             WS-ACCESS-STATUS
004934         GO TO 9999-ABEND-EXIT
004935     END-IF.
004936     MOVE SPACES            TO ACCESS-LOG-RECORD.
004937     ACCEPT AL-DATE         FROM DATE YYYYMMDD.
004938     ACCEPT AL-TIME         FROM TIME.
004939     MOVE WS-ACCESS-PROGRAM TO AL-PROGRAM.
004940     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID.
004941     MOVE WS-ACCESS-EVENT   TO AL-EVENT.
004942     MOVE WS-ACCESS-DETAIL  TO AL-DETAIL.
004943     WRITE ACCESS-LOG-RECORD.
004944     CLOSE ACCESS-LOG-FILE.
004945     MOVE SPACES            TO WS-ACCESS-DETAIL.
004946 8790-EXIT.
004947     EXIT.
004948
004949*-----------------------------------------------------------------
004950*8600-LOAD-AUDIT-SEAL
004951*PICK UP THE SEAL OF THE AUDIT TRAIL SO THIS RUN'S ENTRIES CAN
004952*ROLL IT FORWARD.  NO SEAL YET (STATUS '35') MEANS THE TRAIL
004953*PREDATES SEALING - IT IS SEALED AS IT STANDS AND THE RUN GOES ON.
004954*A SEAL THAT CANNOT BE READ STOPS THE RUN BEFORE ANYTHING IS
004955*APPENDED.
004956*-----------------------------------------------------------------
004957 8600-LOAD-AUDIT-SEAL.
004958     MOVE 'N' TO WS-SEAL-LOADED-SW.
004959     OPEN INPUT AUDIT-SEAL-FILE.
004960     IF WS-AUDSEAL-STATUS = '35'
004961         DISPLAY 'COLRULE: NO AUDIT SEAL ON FILE - AUDITFL SEALED'
004962             ' AS IT STANDS'
004963         PERFORM 8610-SEAL-AUDIT-AS-IT-STANDS THRU 8610-EXIT
004964         SET WS-SEAL-LOADED TO TRUE
004965         GO TO 8600-EXIT
004966     END-IF.
004967     IF WS-AUDSEAL-STATUS = '00'
004968         READ AUDIT-SEAL-FILE
004969             AT END
004970                 CONTINUE
004971         END-READ
004972     END-IF.
004973     IF WS-AUDSEAL-STATUS NOT = '00'
004974        OR NOT AS-SEAL-ROW
004975         DISPLAY 'COLRULE: AUDIT SEAL UNREADABLE, STATUS='
004976             WS-AUDSEAL-STATUS
004977         CLOSE AUDIT-SEAL-FILE
004978         GO TO 9999-ABEND-EXIT
004979     END-IF.
004980     MOVE AS-SEAL-TOTALS TO WS-SEAL-TOTALS.
004981     CLOSE AUDIT-SEAL-FILE.
004982     SET WS-SEAL-LOADED TO TRUE.
004983 8600-EXIT.
004984     EXIT.
004985
004986*-----------------------------------------------------------------
004987*8610-SEAL-AUDIT-AS-IT-STANDS
004988*RE-TOTAL THE AUDIT TRAIL (AUDITFL) FROM THE TOP INTO
004989*WS-SEAL-TOTALS.  A FILE THAT IS NOT THERE TOTALS TO AN EMPTY
004990*SEAL.
004991*-----------------------------------------------------------------
004992 8610-SEAL-AUDIT-AS-IT-STANDS.
004993     INITIALIZE WS-SEAL-TOTALS.
004994     MOVE 'N' TO WS-SEAL-EOF-SW.
004995     MOVE 'N' TO WS-SEAL-FOUND-SW.
004996     OPEN INPUT AUDIT-FILE.
004997     IF WS-AUDIT-STATUS = '35'
004998         GO TO 8610-EXIT
004999     END-IF.
005000     IF WS-AUDIT-STATUS NOT = '00'
005001         DISPLAY 'COLRULE: UNABLE TO OPEN AUDITFL TO SEAL IT,'
005002             ' STATUS=' WS-AUDIT-STATUS
005003         GO TO 9999-ABEND-EXIT
005004     END-IF.
005005     SET WS-SEALED-FILE-FOUND TO TRUE.
005006     PERFORM 8611-TOTAL-AUDIT-ENTRY THRU 8611-EXIT
005007         UNTIL WS-SEAL-FILE-EOF.
005008     CLOSE AUDIT-FILE.
005009 8610-EXIT.
005010     EXIT.
005011
005012 8611-TOTAL-AUDIT-ENTRY.
005013     READ AUDIT-FILE
005014         AT END
005015             SET WS-SEAL-FILE-EOF TO TRUE
005016         NOT AT END
005017             MOVE AUDIT-RECORD TO WS-SEAL-ENTRY
005018             PERFORM 8620-SEAL-ONE-ENTRY THRU 8620-EXIT
005019     END-READ.
005020 8611-EXIT.
005021     EXIT.
005022
005023*-----------------------------------------------------------------
005024*8620-SEAL-ONE-ENTRY
005025*ADD THE AUDIT ENTRY IN WS-SEAL-ENTRY TO THE SEAL IN
005026*WS-SEAL-TOTALS - THE COUNT, ITS BRANCH BUCKET, THE FIRST AND LAST
005027*TIMESTAMPS IN FILE ORDER, AND THE KEY HASH.
005028*-----------------------------------------------------------------
005029 8620-SEAL-ONE-ENTRY.
005030     ADD 1 TO WS-SEAL-COUNT.
005031     EVALUATE TRUE
005032         WHEN WS-SEAL-ENTRY-BRANCH = 'YELLOW-DISPATCHED'
005033             MOVE 1 TO WS-SEAL-BRANCH-IDX
005034         WHEN WS-SEAL-ENTRY-BRANCH = 'GREEN-REVIEWED-CLEAR'
005035             MOVE 2 TO WS-SEAL-BRANCH-IDX
005036         WHEN WS-SEAL-ENTRY-BRANCH = 'RED-DISPATCHED'
005037             MOVE 3 TO WS-SEAL-BRANCH-IDX
005038         WHEN WS-SEAL-ENTRY-BRANCH = 'BROWN-UNDER-INVESTIGATION'
005039             MOVE 4 TO WS-SEAL-BRANCH-IDX
005040         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECTED-INVALID-COLOR'
005041             MOVE 5 TO WS-SEAL-BRANCH-IDX
005042         WHEN WS-SEAL-ENTRY-BRANCH = 'TRANSITION-REJECTED'
005043             MOVE 6 TO WS-SEAL-BRANCH-IDX
005044         WHEN WS-SEAL-ENTRY-BRANCH = 'REJECT-REPAIRED'
005045             MOVE 7 TO WS-SEAL-BRANCH-IDX
005046         WHEN WS-SEAL-ENTRY-BRANCH(1:14) = 'RULE-ADDED-BY-'
005047             MOVE 8 TO WS-SEAL-BRANCH-IDX
005048         WHEN WS-SEAL-ENTRY-BRANCH(1:16) = 'RULE-DELETED-BY-'
005049             MOVE 9 TO WS-SEAL-BRANCH-IDX
005050         WHEN WS-SEAL-ENTRY-BRANCH = 'RECLASSIFIED-ADMIN'
005051             MOVE 10 TO WS-SEAL-BRANCH-IDX
005052         WHEN OTHER
005053             MOVE 11 TO WS-SEAL-BRANCH-IDX
005054     END-EVALUATE.
005055     ADD 1 TO WS-SEAL-BRANCH(WS-SEAL-BRANCH-IDX).
005056     IF WS-SEAL-COUNT = 1
005057         MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-FIRST
005058     END-IF.
005059     MOVE WS-SEAL-ENTRY-STAMP TO WS-SEAL-LAST.
005060     PERFORM 8625-HASH-KEY-CHARACTER THRU 8625-EXIT
005061         VARYING WS-SEAL-CHAR-IDX FROM 1 BY 1
005062         UNTIL WS-SEAL-CHAR-IDX > 10.
005063 8620-EXIT.
005064     EXIT.
005065
005066*-----------------------------------------------------------------
005067*8625-HASH-KEY-CHARACTER
005068*A KEY CHARACTER'S PLACE IN THE COLLATING STRING (ANYTHING NOT IN
005069*IT COUNTS AS ONE PAST THE END), WEIGHTED BY ITS POSITION IN THE
005070*KEY, IS ADDED TO THE HASH TOTAL.
005071*-----------------------------------------------------------------
005072 8625-HASH-KEY-CHARACTER.
005073     MOVE WS-SEAL-KEY-CHAR(WS-SEAL-CHAR-IDX) TO WS-SEAL-CHAR.
005074     MOVE ZERO TO WS-SEAL-CHAR-POS.
005075     INSPECT WS-SEAL-COLLATE TALLYING WS-SEAL-CHAR-POS
005076         FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
005077     COMPUTE WS-SEAL-HASH = WS-SEAL-HASH
005078         + (WS-SEAL-CHAR-POS + 1)
005079         * WS-SEAL-WEIGHT(WS-SEAL-CHAR-IDX).
005080 8625-EXIT.
005081     EXIT.
005082
005083*-----------------------------------------------------------------
005084*8650-WRITE-AUDIT-SEAL
005085*SEAL THE AUDIT TRAIL AS IT NOW STANDS, THIS RUN'S ENTRIES IN.
005086*A SEAL THAT CANNOT BE WRITTEN LEAVES THE FILE READING AS BROKEN
005087*TO THE NEXT PROGRAM THAT VERIFIES IT, SO THE RUN ENDS AT LEAST
005088*RETURN CODE 8.
005089*-----------------------------------------------------------------
005090 8650-WRITE-AUDIT-SEAL.
005091     OPEN OUTPUT AUDIT-SEAL-FILE.
005092     IF WS-AUDSEAL-STATUS NOT = '00'
005093         DISPLAY 'COLRULE: UNABLE TO OPEN AUDSEAL, STATUS='
005094             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
005095         IF RETURN-CODE < 8
005096             MOVE 8 TO RETURN-CODE
005097         END-IF
005098         GO TO 8650-EXIT
005099     END-IF.
005100     ACCEPT WS-SEAL-DATE  FROM DATE YYYYMMDD.
005101     ACCEPT WS-SEAL-CLOCK FROM TIME.
005102     MOVE SPACES          TO AUDIT-SEAL-RECORD.
005103     MOVE 'SEAL'          TO AS-RECORD-ID.
005104     MOVE 'AUDITFL'       TO AS-FILE-ID.
005105     MOVE 'COLRULE'       TO AS-SEALED-BY.
005106     MOVE WS-SEAL-DATE    TO AS-SEALED-DATE.
005107     MOVE WS-SEAL-HHMMSS  TO AS-SEALED-TIME.
005108     MOVE WS-SEAL-TOTALS  TO AS-SEAL-TOTALS.
005109     WRITE AUDIT-SEAL-RECORD.
005110     IF WS-AUDSEAL-STATUS NOT = '00'
005111         DISPLAY 'COLRULE: UNABLE TO WRITE AUDSEAL, STATUS='
005112             WS-AUDSEAL-STATUS ' - AUDITFL NOT SEALED'
005113         IF RETURN-CODE < 8
005114             MOVE 8 TO RETURN-CODE
005115         END-IF
005116     END-IF.
005117     CLOSE AUDIT-SEAL-FILE.
005118 8650-EXIT.
005119     EXIT.
005120
005121 9999-ABEND-EXIT.
005122     CLOSE TRANSITION-RULES-FILE NEW-RULES-FILE AUDIT-FILE.
005123     IF WS-SEAL-LOADED
005124         PERFORM 8650-WRITE-AUDIT-SEAL THRU 8650-EXIT
005125     END-IF.
005126     MOVE 16 TO RETURN-CODE.
005127     STOP RUN.
