000430*                  THE HISTORY PROMPT SCANS THE ARCHIVE AHEAD
000440*                  OF THE LIVE FILE, SO THE ENTRIES COME OUT
000450*                  OLDEST FIRST ACROSS THE TWO.
000451*2026-09-22  JPM   OPERATOR SIGN-ON AGAINST THE AUTHORITY FILE
000452*                  (OPERAUTH) - ONLY AN OPERATOR WITH INQUIRY
000453*                  AUTHORITY GETS IN.  THE SIGN-ON, ANY REFUSAL,
000454*                  EVERY KEY ASKED ABOUT AND THE SIGN-OFF GO ON
000455*                  THE ACCESS LOG (ACCESSLG).
000456*2026-10-09  JPM   THE 'A' REPLY NOW ASKS FOR THE ARCHIVE DATES
000457*                  WANTED AND SCANS EVERY ARCHIVE GENERATION ON
000458*                  THE GENERATION CATALOG (ARCHCAT) HOLDING
000459*                  ENTRIES IN THAT RANGE, OLDEST FIRST, NOT JUST
000460*                  WHICHEVER ARCHFL HAPPENED TO BE MOUNTED.  A
000461*                  CATALOGED GENERATION THAT IS NOT MOUNTED IS
000462*                  NAMED AND THE HISTORY SHOWN IS FLAGGED
000463*                  INCOMPLETE.
000464*2026-10-15  JPM   ARCHFL IS ASSIGNED TO ITS DD AGAIN.  EACH
000465*                  CATALOGED GENERATION IS ALLOCATED TO THAT DD BY
000466*                  NAME THROUGH BPXWDYN BEFORE IT IS OPENED.
000467*-----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000540     SELECT ARCHIVE-AUDIT-FILE        ASSIGN TO ARCHFL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ARCH-STATUS.
000562     SELECT ARCHIVE-CATALOG-FILE      ASSIGN TO ARCHCAT
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-ARCHCAT-STATUS.
000570     SELECT COLOR-MASTER-FILE         ASSIGN TO COLORMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CM-KEY
000610         FILE STATUS IS WS-MASTER-STATUS.
000611     SELECT OPERATOR-AUTHORITY-FILE  ASSIGN TO OPERAUTH
000612         ORGANIZATION IS SEQUENTIAL
000613         FILE STATUS IS WS-OPERAUTH-STATUS.
000614     SELECT ACCESS-LOG-FILE          ASSIGN TO ACCESSLG
000615         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS WS-ACCESS-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000830                   ==AU-TIMESTAMP==   BY ==AR-TIMESTAMP==
000840                   ==AU-DATE==        BY ==AR-DATE==
000850                   ==AU-TIME==        BY ==AR-TIME==.
000851
000852*----------------------------------------------------------------
000853*ARCHIVE GENERATION CATALOG - ONE ROW PER GENERATION COLARCH HAS
000854*WRITTEN, OLDEST FIRST.
000855*----------------------------------------------------------------
000856 FD  ARCHIVE-CATALOG-FILE
000857     LABEL RECORDS ARE STANDARD.
000858     COPY ARCHIVE-CATALOG-RECORD.
000859
000860*----------------------------------------------------------------
000861*OPERATOR AUTHORITY FILE - WHAT EACH OPERATOR ID MAY DO.
000862*----------------------------------------------------------------
000863 FD  OPERATOR-AUTHORITY-FILE
000864     LABEL RECORDS ARE STANDARD.
000865     COPY OPERATOR-RECORD.
000866
000867*----------------------------------------------------------------
000868*CONVERSATIONAL ACCESS LOG - EVERY SIGN-ON, REFUSAL AND ACTION.
000869*----------------------------------------------------------------
000870 FD  ACCESS-LOG-FILE
000871     LABEL RECORDS ARE STANDARD.
000872     COPY ACCESS-LOG-RECORD.
000873
000874 WORKING-STORAGE SECTION.
000880 01  COLOR-CODE                      PIC X(01).
000890     COPY COLOR-STATUS-CODES.
000900     COPY NON-USED-BROWN.
001030 77  WS-ARCH-EOF-SW                  PIC X(01) VALUE 'N'.
001040     88  WS-ARCH-EOF                            VALUE 'Y'.
001050 77  WS-ARCH-COUNT                   PIC 9(05) COMP VALUE ZERO.
001055 77  WS-ARCH-DATE-REPLY              PIC X(08).
001060
001070 77  WS-INPUT-KEY                    PIC X(10).
001080 77  WS-CONDITION-NAME               PIC X(20).
001130*THE LAST MATCH IS THE MOST RECENT DECISION FOR THE KEY.
001140*----------------------------------------------------------------
001150 77  WS-CURRENT-COLOR                PIC X(01) VALUE SPACES.
001151 77  WS-INQUIRY-COUNT                PIC 9(05) COMP VALUE ZERO.
001152
001153*----------------------------------------------------------------
001154*SIGN-ON CONTROLS - THE OPERATOR SIGNED ON, THE FUNCTIONS THE
001155*AUTHORITY FILE GIVES THEM, AND THE ACCESS LOG ROW BEING BUILT.
001156*----------------------------------------------------------------
001157 77  WS-OPERAUTH-STATUS              PIC X(02).
001158 77  WS-ACCESS-STATUS                PIC X(02).
001159 77  WS-OPERAUTH-EOF-SW              PIC X(01) VALUE 'N'.
001160     88  WS-OPERAUTH-EOF                        VALUE 'Y'.
001161 77  WS-OPERATOR-SW                  PIC X(01) VALUE 'N'.
001162     88  WS-OPERATOR-FOUND                      VALUE 'Y'.
001163 77  WS-AUTH-INQUIRY-SW              PIC X(01) VALUE 'N'.
001164     88  WS-AUTH-INQUIRY                        VALUE 'Y'.
001165 77  WS-AUTH-REPAIR-SW               PIC X(01) VALUE 'N'.
001166     88  WS-AUTH-REPAIR                         VALUE 'Y'.
001167 77  WS-AUTH-RULES-SW                PIC X(01) VALUE 'N'.
001168     88  WS-AUTH-RULES                          VALUE 'Y'.
001169 77  WS-AUTH-APPROVE-OWN-SW          PIC X(01) VALUE 'N'.
001170     88  WS-AUTH-APPROVE-OWN                    VALUE 'Y'.
001171 77  WS-AUTH-OWNERS-SW               PIC X(01) VALUE 'N'.
001172     88  WS-AUTH-OWNERS                         VALUE 'Y'.
001173 77  WS-OPERATOR-ID                  PIC X(03) VALUE SPACES.
001174 77  WS-OPERATOR-NAME                PIC X(20) VALUE SPACES.
001175 77  WS-ACCESS-PROGRAM               PIC X(08) VALUE 'COLINQ'.
001176 77  WS-ACCESS-EVENT                 PIC X(08).
001177 77  WS-ACCESS-DETAIL                PIC X(42).
001178 77  WS-ACCESS-COUNT                 PIC Z(04)9.
001179
001180*----------------------------------------------------------------
001181*ARCHIVE CATALOG CONTROLS - THE GENERATIONS TO BE READ (THOSE
001182*WHOSE DATES OVERLAP THE RANGE ASKED FOR, OLDEST FIRST), WHETHER
001183*EACH ONE IS MOUNTED, AND THE NAMES THE GENERATION IN HAND IS
001184*OPENED UNDER.  WITH NO CATALOG YET THE ONE GENERATION IS
001185*WHATEVER ARCHFL IS MOUNTED, AS IT ALWAYS WAS.
001186*----------------------------------------------------------------
001187 77  WS-ARCHCAT-STATUS               PIC X(02).
001188 77  WS-CATALOG-EOF-SW               PIC X(01) VALUE 'N'.
001189     88  WS-CATALOG-EOF                         VALUE 'Y'.
001190 77  WS-CATALOG-SW                   PIC X(01) VALUE 'N'.
001191     88  WS-CATALOG-FOUND                       VALUE 'Y'.
001192     88  WS-CATALOG-BAD                         VALUE 'E'.
001193 77  WS-CATALOG-FROM-DATE            PIC 9(08) VALUE ZERO.
001194 77  WS-CATALOG-TO-DATE              PIC 9(08) VALUE 99999999.
001195 77  WS-GEN-COUNT                    PIC 9(04) COMP VALUE ZERO.
001196 77  WS-GEN-IDX                      PIC 9(04) COMP VALUE ZERO.
001197 77  WS-GEN-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
001198 77  WS-GEN-FILE-ID                  PIC X(08) VALUE 'ARCHFL'.
001199 77  WS-ARCH-DSN                     PIC X(44) VALUE 'ARCHFL'.
001200 01  WS-GEN-TABLE.
001201     05  WS-GEN-ENTRY OCCURS 999 TIMES.
001202         10  WS-GEN-NO               PIC 9(04).
001203         10  WS-GEN-NAME             PIC X(44).
001204         10  WS-GEN-SEAL-NAME        PIC X(44).
001205         10  WS-GEN-MOUNTED-SW       PIC X(01).
001206             88  WS-GEN-MOUNTED          VALUE 'Y'.
001207*----------------------------------------------------------------
001208*DYNAMIC ALLOCATION - THE GENERATION IN HAND IS ALLOCATED BY ITS
001209*CATALOGED NAME TO THE ARCHFL DD THROUGH BPXWDYN, WHICH TAKES THE
001210*REQUEST AS A HALFWORD LENGTH FOLLOWED BY THE TEXT.
001211*----------------------------------------------------------------
001212 77  WS-ALLOC-PTR                    PIC 9(04) COMP VALUE ZERO.
001213 77  WS-ALLOC-DD                     PIC X(08).
001214 77  WS-ALLOC-DSN                    PIC X(44).
001215 77  WS-ALLOC-RC                     PIC S9(09) COMP VALUE ZERO.
001216 77  WS-ALLOC-SAVE-RC                PIC S9(09) COMP VALUE ZERO.
001217 77  WS-ALLOC-KEEP-RC                PIC S9(09) COMP VALUE ZERO.
001218 77  WS-ALLOC-RC-DISPLAY             PIC -(09)9.
001219 01  WS-ALLOC-REQUEST.
001220     05  WS-ALLOC-LENGTH             PIC S9(04) COMP.
001221     05  WS-ALLOC-TEXT               PIC X(120).
001222
001223 PROCEDURE DIVISION.
001224*================================================================
001225*0000-MAINLINE
001226*LOOP ONE INQUIRY AT A TIME UNTIL THE ANALYST KEYS END.
001227*================================================================
001228 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001250         UNTIL WS-INQUIRY-DONE.
001270     STOP RUN.
001280
001290 1000-INITIALIZE.
001291     PERFORM 8700-OPERATOR-SIGN-ON THRU 8700-EXIT.
001292     IF NOT WS-AUTH-INQUIRY
001293         MOVE 'NO INQUIRY AUTHORITY' TO WS-ACCESS-DETAIL
001294         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
001295     END-IF.
001296     PERFORM 8750-LOG-SIGN-ON THRU 8750-EXIT.
001300     DISPLAY 'COLINQ: COLOR INQUIRY - ENTER A KEY TO BEGIN'.
001310     OPEN INPUT COLOR-MASTER-FILE.
001320     IF WS-MASTER-STATUS = '00'
001530     IF WS-INPUT-KEY = 'END' OR WS-INPUT-KEY = SPACES
001540         SET WS-INQUIRY-DONE TO TRUE
001550     ELSE
001551         ADD 1 TO WS-INQUIRY-COUNT
001552         MOVE SPACES TO WS-ACCESS-DETAIL
001553         STRING 'INQUIRY KEY ' DELIMITED BY SIZE
001554                WS-INPUT-KEY   DELIMITED BY SIZE
001555             INTO WS-ACCESS-DETAIL
001556         PERFORM 8780-LOG-ACTION THRU 8780-EXIT
001560         IF WS-MASTER-AVAILABLE
001570             PERFORM 2200-DISPLAY-CURRENT THRU 2200-EXIT
001580             DISPLAY 'SHOW FULL HISTORY?'
002640*-----------------------------------------------------------------
002650*2400-DISPLAY-ARCHIVE
002660*HISTORY OLDER THAN THE LIVE AUDIT FILE - SCANNED AHEAD OF THE
002663*LIVE FILE SO THE ENTRIES COME OUT OLDEST FIRST.  THE ANALYST
002666*GIVES THE ARCHIVE DATES WANTED (BLANK FOR ALL) AND EVERY
002669*GENERATION ON THE CATALOG HOLDING ENTRIES IN THAT RANGE IS
002672*SCANNED IN CATALOG ORDER.  ONE NOT MOUNTED IS NAMED AND THE
002675*ANSWER FLAGGED INCOMPLETE RATHER THAN LEFT SILENTLY SHORT.  WITH
002678*NO CATALOG, NO ARCHFL MOUNTED IS NOT AN ERROR, JUST NOTHING
002681*OLDER TO SHOW.
002690*-----------------------------------------------------------------
002700 2400-DISPLAY-ARCHIVE.
002701     MOVE ZERO TO WS-ARCH-COUNT.
002702     MOVE ZERO     TO WS-CATALOG-FROM-DATE.
002703     MOVE 99999999 TO WS-CATALOG-TO-DATE.
002704     DISPLAY 'ARCHIVE FROM DATE (YYYYMMDD, BLANK=ALL): '.
002705     ACCEPT WS-ARCH-DATE-REPLY FROM CONSOLE.
002706     IF WS-ARCH-DATE-REPLY NUMERIC
002707         MOVE WS-ARCH-DATE-REPLY TO WS-CATALOG-FROM-DATE
002708     END-IF.
002709     DISPLAY 'ARCHIVE TO DATE (YYYYMMDD, BLANK=ALL): '.
002710     ACCEPT WS-ARCH-DATE-REPLY FROM CONSOLE.
002711     IF WS-ARCH-DATE-REPLY NUMERIC
002712         MOVE WS-ARCH-DATE-REPLY TO WS-CATALOG-TO-DATE
002713     END-IF.
002714     PERFORM 8800-LOAD-CATALOG THRU 8800-EXIT.
002715     PERFORM 2405-SCAN-GENERATION THRU 2405-EXIT
002716         VARYING WS-GEN-IDX FROM 1 BY 1
002717         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
002718     IF WS-ARCH-COUNT = ZERO
002719         DISPLAY '  NO ARCHIVED ENTRIES FOR THIS KEY'
002720     END-IF.
002721     IF WS-GEN-MISSING-COUNT > ZERO
002722         DISPLAY 'COLINQ: ' WS-GEN-MISSING-COUNT
002723             ' ARCHIVE GENERATION(S) NOT READ -'
002724             ' HISTORY INCOMPLETE'
002725     END-IF.
002726 2400-EXIT.
002727     EXIT.
002728
002729 2405-SCAN-GENERATION.
002730     IF NOT WS-GEN-MOUNTED (WS-GEN-IDX)
002731         GO TO 2405-EXIT
002732     END-IF.
002733     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
002734     MOVE 'N' TO WS-ARCH-EOF-SW.
002735     OPEN INPUT ARCHIVE-AUDIT-FILE.
002740     IF WS-ARCH-STATUS NOT = '00'
002750         DISPLAY 'COLINQ: UNABLE TO OPEN ARCHIVE GENERATION '
002760             WS-GEN-FILE-ID ', STATUS=' WS-ARCH-STATUS
002770         ADD 1 TO WS-GEN-MISSING-COUNT
002780         GO TO 2405-EXIT
002840     END-IF.
002844     PERFORM 2410-SCAN-ARCHIVE THRU 2410-EXIT
002848         UNTIL WS-ARCH-EOF.
002852     CLOSE ARCHIVE-AUDIT-FILE.
002856 2405-EXIT.
002860     EXIT.
002870
002880 2410-SCAN-ARCHIVE.
002910             SET WS-ARCH-EOF TO TRUE
002920         NOT AT END
002930             IF AR-KEY = WS-INPUT-KEY
002933                AND AR-DATE NOT < WS-CATALOG-FROM-DATE
002936                AND AR-DATE NOT > WS-CATALOG-TO-DATE
002940                 ADD 1 TO WS-ARCH-COUNT
002950                 DISPLAY '  ' AR-DATE '-' AR-TIME
002960                     '  COLOR=' AR-COLOR '  ' AR-BRANCH-NAME
002970                     ' (' WS-GEN-FILE-ID ')'
002980             END-IF
002990     END-READ.
003000 2410-EXIT.
003010     EXIT.
003020
003021*-----------------------------------------------------------------
003022*8700-OPERATOR-SIGN-ON
003023*THE OPERATOR ID IS LOOKED UP ON THE AUTHORITY FILE AND ITS
003024*FUNCTION SWITCHES KEPT FOR THE SESSION.  AN ID NOT ON FILE, OR NO
003025*AUTHORITY FILE AT ALL, IS REFUSED - THE CHECK FAILS CLOSED.  THE
003026*CALLER DECIDES WHETHER THE FUNCTIONS FOUND ARE ENOUGH TO USE THIS
003027*PROGRAM AND POSTS THE SIGN-ON ROW ITSELF.
003028*-----------------------------------------------------------------
003029 8700-OPERATOR-SIGN-ON.
003030     DISPLAY 'ENTER OPERATOR ID: '.
003031     ACCEPT WS-OPERATOR-ID FROM CONSOLE.
003032     MOVE 'N' TO WS-OPERATOR-SW.
003033     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
003034     OPEN INPUT OPERATOR-AUTHORITY-FILE.
003035     IF WS-OPERAUTH-STATUS NOT = '00'
003036         DISPLAY 'COLINQ: OPERATOR AUTHORITY FILE NOT AVAILABLE,'
003037             ' STATUS=' WS-OPERAUTH-STATUS
003038         MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-ACCESS-DETAIL
003039         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003040     END-IF.
003041     PERFORM 8710-SCAN-AUTHORITY THRU 8710-EXIT
003042         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
003043     CLOSE OPERATOR-AUTHORITY-FILE.
003044     IF NOT WS-OPERATOR-FOUND
003045         MOVE 'OPERATOR ID NOT ON AUTHORITY FILE'
003046             TO WS-ACCESS-DETAIL
003047         PERFORM 8760-REFUSE-SIGN-ON THRU 8760-EXIT
003048     END-IF.
003049 8700-EXIT.
003050     EXIT.
003051
003052 8710-SCAN-AUTHORITY.
003053     READ OPERATOR-AUTHORITY-FILE
003054         AT END
003055             SET WS-OPERAUTH-EOF TO TRUE
003056         NOT AT END
003057             IF OP-OPERATOR-ID = WS-OPERATOR-ID
003058                AND WS-OPERATOR-ID NOT = SPACES
003059                 SET WS-OPERATOR-FOUND TO TRUE
003060                 MOVE OP-OPERATOR-NAME  TO WS-OPERATOR-NAME
003061                 MOVE OP-INQUIRY-SW     TO WS-AUTH-INQUIRY-SW
003062                 MOVE OP-REPAIR-SW      TO WS-AUTH-REPAIR-SW
003063                 MOVE OP-RULES-SW       TO WS-AUTH-RULES-SW
003064                 MOVE OP-APPROVE-OWN-SW TO WS-AUTH-APPROVE-OWN-SW
003065                 MOVE OP-OWNERS-SW      TO WS-AUTH-OWNERS-SW
003066             END-IF
003067     END-READ.
003068 8710-EXIT.
003069     EXIT.
003070
003071*-----------------------------------------------------------------
003072*8750-LOG-SIGN-ON
003073*THE OPERATOR PASSED THE CALLER'S CHECK - THE SIGN-ON ROW CARRIES
003074*THE NAME OFF THE AUTHORITY FILE.
003075*-----------------------------------------------------------------
003076 8750-LOG-SIGN-ON.
003077     MOVE 'SIGN-ON'        TO WS-ACCESS-EVENT.
003078     MOVE WS-OPERATOR-NAME TO WS-ACCESS-DETAIL.
003079     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003080     DISPLAY 'COLINQ: SIGNED ON AS ' WS-OPERATOR-ID ' '
003081         WS-OPERATOR-NAME.
003082 8750-EXIT.
003083     EXIT.
003084
003085*-----------------------------------------------------------------
003086*8755-LOG-SIGN-OFF
003087*THE CALLER SETS THE DETAIL - THE SESSION'S OWN TOTALS.
003088*-----------------------------------------------------------------
003089 8755-LOG-SIGN-OFF.
003090     MOVE 'SIGN-OFF' TO WS-ACCESS-EVENT.
003091     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003092 8755-EXIT.
003093     EXIT.
003094
003095*-----------------------------------------------------------------
003096*8760-REFUSE-SIGN-ON
003097*A REFUSED SIGN-ON IS LOGGED WITH THE ID AS KEYED AND ENDS THE
003098*PROGRAM WITH RETURN CODE 8 BEFORE ANY FILE IS TOUCHED.
003099*-----------------------------------------------------------------
003100 8760-REFUSE-SIGN-ON.
003101     DISPLAY 'COLINQ: SIGN-ON REFUSED - ' WS-ACCESS-DETAIL.
003102     MOVE 'REFUSED' TO WS-ACCESS-EVENT.
003103     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003104     MOVE 8 TO RETURN-CODE.
003105     STOP RUN.
003106 8760-EXIT.
003107     EXIT.
003108
003121 8780-LOG-ACTION.
003122     MOVE 'ACTION' TO WS-ACCESS-EVENT.
003123     PERFORM 8790-WRITE-ACCESS-LOG THRU 8790-EXIT.
003124 8780-EXIT.
003125     EXIT.
003126
003127*-----------------------------------------------------------------
003128*8790-WRITE-ACCESS-LOG
003129*ONE ROW APPENDED PER CALL, THE FILE OPENED AND CLOSED AROUND IT
003130*THE SAME AS THE RUN LEDGER, SO AN ABEND CANNOT LOSE THE ROW.
003131*FILE STATUS '35' MEANS THE FIRST SESSION EVER CREATES THE LOG.
003132*UNLIKE THE LEDGER, A LOG THAT CANNOT BE WRITTEN STOPS THE
003133*SESSION - NO ACTION IS TAKEN HERE THAT IS NOT ON RECORD.
003134*-----------------------------------------------------------------
003135 8790-WRITE-ACCESS-LOG.
003136     OPEN EXTEND ACCESS-LOG-FILE.
003137     IF WS-ACCESS-STATUS = '35'
003138         OPEN OUTPUT ACCESS-LOG-FILE
003139     END-IF.
003140     IF WS-ACCESS-STATUS NOT = '00'
003141         DISPLAY 'COLINQ: ACCESS LOG UNAVAILABLE, STATUS='
003142             WS-ACCESS-STATUS
003143         GO TO 9999-ABEND-EXIT
003144     END-IF.
003145     MOVE SPACES            TO ACCESS-LOG-RECORD.
003146     ACCEPT AL-DATE         FROM DATE YYYYMMDD.
003147     ACCEPT AL-TIME         FROM TIME.
003148     MOVE WS-ACCESS-PROGRAM TO AL-PROGRAM.
003149     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID.
003150     MOVE WS-ACCESS-EVENT   TO AL-EVENT.
003151     MOVE WS-ACCESS-DETAIL  TO AL-DETAIL.
003152     WRITE ACCESS-LOG-RECORD.
003153     CLOSE ACCESS-LOG-FILE.
003154     MOVE SPACES            TO WS-ACCESS-DETAIL.
003155 8790-EXIT.
003156     EXIT.
003157
003181*-----------------------------------------------------------------
003182*8800-LOAD-CATALOG
003183*LOAD WS-GEN-TABLE FROM THE ARCHIVE CATALOG - EVERY GENERATION
003184*HOLDING ENTRIES DATED INSIDE WS-CATALOG-FROM-DATE THRU
003185*WS-CATALOG-TO-DATE, IN CATALOG (OLDEST FIRST) ORDER - THEN SEE
003186*THAT EACH ONE IS MOUNTED.  NO CATALOG YET MEANS THE ONE ARCHFL
003187*MOUNTED IS THE WHOLE ARCHIVE.  A CATALOG THAT CANNOT BE READ IS
003188*NOT PASSED OVER - READING ON WITHOUT IT WOULD GIVE A PARTIAL
003189*ANSWER WITH NOTHING TO SAY SO.
003190*-----------------------------------------------------------------
003191 8800-LOAD-CATALOG.
003192     MOVE ZERO TO WS-GEN-COUNT.
003193     MOVE ZERO TO WS-GEN-MISSING-COUNT.
003194     MOVE 'N'  TO WS-CATALOG-SW.
003195     MOVE 'N'  TO WS-CATALOG-EOF-SW.
003196     OPEN INPUT ARCHIVE-CATALOG-FILE.
003197     IF WS-ARCHCAT-STATUS = '35'
003198         MOVE 1          TO WS-GEN-COUNT
003199         MOVE ZERO       TO WS-GEN-NO (1)
003200         MOVE 'ARCHFL'   TO WS-GEN-NAME (1)
003201         MOVE 'ARCHSEAL' TO WS-GEN-SEAL-NAME (1)
003202     ELSE
003203         IF WS-ARCHCAT-STATUS NOT = '00'
003204             DISPLAY 'COLINQ: UNABLE TO OPEN ARCHIVE CATALOG,'
003205                 ' STATUS=' WS-ARCHCAT-STATUS
003206             MOVE 'E' TO WS-CATALOG-SW
003207         ELSE
003208             SET WS-CATALOG-FOUND TO TRUE
003209             PERFORM 8810-READ-CATALOG-ROW THRU 8810-EXIT
003210                 UNTIL WS-CATALOG-EOF
003211             CLOSE ARCHIVE-CATALOG-FILE
003212         END-IF
003213     END-IF.
003214     IF WS-CATALOG-BAD
003215*        AN INQUIRY SESSION IS NOT ENDED FOR A BAD CATALOG - NO
003216*        GENERATION IS READ AND THE ANSWER IS FLAGGED INCOMPLETE.
003217         MOVE ZERO TO WS-GEN-COUNT
003218         MOVE 1    TO WS-GEN-MISSING-COUNT
003219         GO TO 8800-EXIT
003220     END-IF.
003221     PERFORM 8820-CHECK-GENERATION THRU 8820-EXIT
003222         VARYING WS-GEN-IDX FROM 1 BY 1
003223         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
003224 8800-EXIT.
003225     EXIT.
003226
003227 8810-READ-CATALOG-ROW.
003228     READ ARCHIVE-CATALOG-FILE
003229         AT END
003230             SET WS-CATALOG-EOF TO TRUE
003231         NOT AT END
003232             PERFORM 8815-SELECT-GENERATION THRU 8815-EXIT
003233     END-READ.
003234 8810-EXIT.
003235     EXIT.
003236
003237*-----------------------------------------------------------------
003238*8815-SELECT-GENERATION
003239*A GENERATION WITH NO ENTRIES, OR WHOSE DATES LIE WHOLLY OUTSIDE
003240*THE RANGE, IS PASSED OVER.  A ROW THAT IS NOT A CATALOG ROW, OR
003241*MORE GENERATIONS THAN THE TABLE HOLDS, MAKES THE CATALOG BAD.
003242*-----------------------------------------------------------------
003243 8815-SELECT-GENERATION.
003244     IF NOT CT-GENERATION-ROW
003245         DISPLAY 'COLINQ: ARCHIVE CATALOG ROW NOT RECOGNISED'
003246         MOVE 'E' TO WS-CATALOG-SW
003247         SET WS-CATALOG-EOF TO TRUE
003248         GO TO 8815-EXIT
003249     END-IF.
003250     IF CT-ENTRY-COUNT = ZERO
003251        OR CT-LAST-DATE < WS-CATALOG-FROM-DATE
003252        OR CT-FIRST-DATE > WS-CATALOG-TO-DATE
003253         GO TO 8815-EXIT
003254     END-IF.
003255     IF WS-GEN-COUNT = 999
003256         DISPLAY 'COLINQ: MORE THAN 999 ARCHIVE GENERATIONS'
003257             ' IN RANGE'
003258         MOVE 'E' TO WS-CATALOG-SW
003259         SET WS-CATALOG-EOF TO TRUE
003260         GO TO 8815-EXIT
003261     END-IF.
003262     ADD 1 TO WS-GEN-COUNT.
003263     MOVE CT-GENERATION-NO   TO WS-GEN-NO (WS-GEN-COUNT).
003264     MOVE CT-GENERATION-NAME TO WS-GEN-NAME (WS-GEN-COUNT).
003265     MOVE CT-SEAL-NAME       TO WS-GEN-SEAL-NAME (WS-GEN-COUNT).
003266 8815-EXIT.
003267     EXIT.
003268
003269*-----------------------------------------------------------------
003270*8820-CHECK-GENERATION
003271*A CATALOGED GENERATION THAT IS NOT MOUNTED IS COUNTED MISSING
003272*AND NAMED ON THE CONSOLE SO THE OPERATOR KNOWS WHAT TO MOUNT.
003273*WITH NO CATALOG, NO ARCHFL MOUNTED JUST MEANS NOTHING OLDER TO
003274*READ.
003275*-----------------------------------------------------------------
003276 8820-CHECK-GENERATION.
003277     PERFORM 8830-SET-GENERATION THRU 8830-EXIT.
003278     OPEN INPUT ARCHIVE-AUDIT-FILE.
003279     IF WS-ARCH-STATUS = '00'
003280         MOVE 'Y' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX)
003281         CLOSE ARCHIVE-AUDIT-FILE
003282         GO TO 8820-EXIT
003283     END-IF.
003284     MOVE 'N' TO WS-GEN-MOUNTED-SW (WS-GEN-IDX).
003285     IF WS-CATALOG-FOUND
003286         ADD 1 TO WS-GEN-MISSING-COUNT
003287         DISPLAY 'COLINQ: ARCHIVE GENERATION ' WS-GEN-FILE-ID
003288             ' NOT MOUNTED, STATUS=' WS-ARCH-STATUS
003289         DISPLAY 'COLINQ:   MOUNT ' WS-ARCH-DSN
003290     ELSE
003291         DISPLAY 'COLINQ: NO ARCHIVE AVAILABLE, STATUS='
003292             WS-ARCH-STATUS
003293     END-IF.
003294 8820-EXIT.
003295     EXIT.
003296
003297*-----------------------------------------------------------------
003298*8830-SET-GENERATION
003299*POINT THE ARCHIVE FILE AT TABLE ENTRY
003300*WS-GEN-IDX.  THE GENERATION IS KNOWN ON REPORTS AS GEN AND ITS
003301*NUMBER; GENERATION 0 IS THE ARCHFL TAKEN ON WHEN THE CATALOG WAS
003302*STARTED.
003303*-----------------------------------------------------------------
003304 8830-SET-GENERATION.
003305     MOVE WS-GEN-NAME (WS-GEN-IDX)      TO WS-ARCH-DSN.
003306     IF WS-GEN-NO (WS-GEN-IDX) = ZERO
003307         MOVE 'ARCHFL' TO WS-GEN-FILE-ID
003308     ELSE
003309         MOVE SPACES   TO WS-GEN-FILE-ID
003310         STRING 'GEN' WS-GEN-NO (WS-GEN-IDX) DELIMITED BY SIZE
003311             INTO WS-GEN-FILE-ID
003312     END-IF.
003313     PERFORM 8840-ALLOCATE-GENERATION THRU 8840-EXIT.
003314 8830-EXIT.
003315     EXIT.
003316
003317*-----------------------------------------------------------------
003318*8840-ALLOCATE-GENERATION
003319*ALLOCATE THE GENERATION IN HAND BY ITS CATALOGED NAME TO THE
003320*ARCHFL DD SO THE OPENS THAT FOLLOW READ IT.  WITH NO CATALOG
003321*NOTHING IS ALLOCATED - ARCHFL IS WHATEVER THE JCL MOUNTS, AS IT
003322*ALWAYS WAS.
003323*-----------------------------------------------------------------
003324 8840-ALLOCATE-GENERATION.
003325     IF NOT WS-CATALOG-FOUND
003326         GO TO 8840-EXIT
003327     END-IF.
003328     MOVE 'ARCHFL'    TO WS-ALLOC-DD.
003329     MOVE WS-ARCH-DSN TO WS-ALLOC-DSN.
003330     PERFORM 8850-ALLOCATE-DD THRU 8850-EXIT.
003331 8840-EXIT.
003332     EXIT.
003333
003334*-----------------------------------------------------------------
003335*8850-ALLOCATE-DD
003336*ALLOCATE DATA SET WS-ALLOC-DSN SHR TO DD WS-ALLOC-DD IN PLACE OF
003337*WHATEVER THE DD HELD.  A BLANK NAME, OR A DATA SET THAT CANNOT BE
003338*ALLOCATED, LEAVES THE DD FREED - THE OPEN THEN FINDS NOTHING AND
003339*THE FILE IS REPORTED MISSING, RATHER THAN READING A GENERATION
003340*ALLOCATED EARLIER IN ITS PLACE.
003341*-----------------------------------------------------------------
003342 8850-ALLOCATE-DD.
003343     IF WS-ALLOC-DSN = SPACES
003344         PERFORM 8860-FREE-DD THRU 8860-EXIT
003345         GO TO 8850-EXIT
003346     END-IF.
003347     MOVE SPACES TO WS-ALLOC-TEXT.
003348     MOVE 1      TO WS-ALLOC-PTR.
003349     STRING 'ALLOC DD('     DELIMITED BY SIZE
003350            WS-ALLOC-DD     DELIMITED BY SPACE
003351            ') DSN('''      DELIMITED BY SIZE
003352            WS-ALLOC-DSN    DELIMITED BY SPACE
003353            ''') SHR REUSE' DELIMITED BY SIZE
003354         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
003355     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
003356     IF WS-ALLOC-RC NOT = ZERO
003357         MOVE WS-ALLOC-RC TO WS-ALLOC-RC-DISPLAY
003358         DISPLAY 'COLINQ: UNABLE TO ALLOCATE ' WS-ALLOC-DSN
003359         DISPLAY 'COLINQ:   TO DD ' WS-ALLOC-DD ', BPXWDYN RC='
003360             WS-ALLOC-RC-DISPLAY
003361         PERFORM 8860-FREE-DD THRU 8860-EXIT
003362     END-IF.
003363 8850-EXIT.
003364     EXIT.
003365
003366*-----------------------------------------------------------------
003367*8860-FREE-DD
003368*FREE DD WS-ALLOC-DD.  A DD THAT WAS NOT ALLOCATED IS ALREADY
003369*FREE, SO THE RESULT IS NOT CHECKED - WS-ALLOC-RC STILL HOLDS THE
003370*RESULT OF THE REQUEST BEFORE IT.
003371*-----------------------------------------------------------------
003372 8860-FREE-DD.
003373     MOVE SPACES TO WS-ALLOC-TEXT.
003374     MOVE 1      TO WS-ALLOC-PTR.
003375     STRING 'FREE DD('  DELIMITED BY SIZE
003376            WS-ALLOC-DD DELIMITED BY SPACE
003377            ')'         DELIMITED BY SIZE
003378         INTO WS-ALLOC-TEXT WITH POINTER WS-ALLOC-PTR.
003379     MOVE WS-ALLOC-RC TO WS-ALLOC-KEEP-RC.
003380     PERFORM 8870-CALL-BPXWDYN THRU 8870-EXIT.
003381     MOVE WS-ALLOC-KEEP-RC TO WS-ALLOC-RC.
003382 8860-EXIT.
003383     EXIT.
003384
003385*-----------------------------------------------------------------
003386*8870-CALL-BPXWDYN
003387*PASS THE REQUEST BUILT IN WS-ALLOC-TEXT TO BPXWDYN.  ITS RESULT
003388*COMES BACK IN RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS PUT
003389*BACK AFTER THE CALL.
003390*-----------------------------------------------------------------
003391 8870-CALL-BPXWDYN.
003392     COMPUTE WS-ALLOC-LENGTH = WS-ALLOC-PTR - 1.
003393     MOVE RETURN-CODE TO WS-ALLOC-SAVE-RC.
003394     CALL 'BPXWDYN' USING WS-ALLOC-REQUEST.
003395     MOVE RETURN-CODE TO WS-ALLOC-RC.
003396     MOVE WS-ALLOC-SAVE-RC TO RETURN-CODE.
003397 8870-EXIT.
003398     EXIT.
003399
003400 9000-TERMINATE.
003401     IF WS-MASTER-AVAILABLE
003402         CLOSE COLOR-MASTER-FILE
003403     END-IF.
003404     MOVE WS-INQUIRY-COUNT TO WS-ACCESS-COUNT.
003405     MOVE SPACES TO WS-ACCESS-DETAIL.
003406     STRING 'INQUIRIES ' DELIMITED BY SIZE
003407            WS-ACCESS-COUNT DELIMITED BY SIZE
003408         INTO WS-ACCESS-DETAIL.
003409     PERFORM 8755-LOG-SIGN-OFF THRU 8755-EXIT.
003410     DISPLAY 'COLINQ: SESSION ENDED'.
003411 9000-EXIT.
003412     EXIT.
003413
003414 9999-ABEND-EXIT.
003415     CLOSE COLOR-MASTER-FILE AUDIT-FILE ARCHIVE-AUDIT-FILE.
003416     MOVE 16 TO RETURN-CODE.
003417     STOP RUN.
